000210*                    THE RECORD COUNT AND THE          *
000220*                    EXPECTED-VALUE HASH TOTAL THEIR   *
000230*                    LOAD STEP VERIFIES.               *
000240*  2026-10-15   DF   RUN LEDGER: CHECKS THE SHARED     *
000250*                    LEDGER (SEE LDGREC) BEFORE        *
000260*                    ANYTHING IS SENT AND REFUSES TO   *
000270*                    BUILD THE FEED UNLESS TONIGHT'S   *
000280*                    ENVELOPE AND HISTCHK STEPS BOTH   *
000290*                    ENDED AT RC 4 OR BETTER AND       *
000300*                    RESULTOUT HOLDS THE ROWS ENVELOPE *
000310*                    FILED.  FILES ITS OWN ROW         *
000320*                    STARTED, ENDED, OR REFUSED.       *
000330*  2026-10-15   DF   FILES EACH FEED SENT ON THE       *
000340*                    FEEDSTAT STATUS FILE (SEE FSTREC) *
000350*                    WITH THE TRAILER COUNT AND HASH,  *
000360*                    SO ACKRECN CAN MATCH THE          *
000370*                    WAREHOUSE'S LOAD ACKNOWLEDGEMENT  *
000380*                    AGAINST WHAT WAS SENT AND CHASE   *
000390*                    ANY FEED NOT ACKNOWLEDGED.        *
000400*****************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440*****************************************************
000450*  RESULTS FILE - THE NIGHTLY SWEEP'S OUTPUT (SEE     *
000460*  RESREC).                                           *
000470*****************************************************
000480     SELECT RESULT-FILE ASSIGN TO RESULTOUT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-RESULT-FILE.
000510*****************************************************
000520*  WAREHOUSE EXTRACT FILE - THE DELIMITED FEED.       *
000530*****************************************************
000540     SELECT EXTRACT-FILE ASSIGN TO WHEXTR
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-EXTRACT-FILE.
000570*****************************************************
000580*  FEED STATUS FILE - ONE ROW PER FEED SENT, KEYED BY *
000590*  RUN DATE (SEE FSTREC).  THIS STEP FILES THE ROW    *
000600*  SENT; ACKRECN FILES IT ACKNOWLEDGED.               *
000610*****************************************************
000620     SELECT FEED-STATUS-FILE ASSIGN TO FEEDSTAT
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS FST-RUN-DATE
000660         FILE STATUS IS FS-FEED-STATUS.
000670*****************************************************
000680*  LEDGER CONTROL CARD - OPTIONAL.  WHEN PRESENT AND  *
000690*  NONZERO IT GIVES THE BUSINESS NIGHT WHOSE LEDGER   *
000700*  ROWS THIS STEP CHECKS AND FILES UNDER; OTHERWISE   *
000710*  THE SYSTEM DATE IS USED.  THE SAME CARD IS GIVEN   *
000720*  TO EVERY STEP OF THE CHAIN.                        *
000730*****************************************************
000740     SELECT LEDGER-CONTROL-FILE ASSIGN TO LDGCTL
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-LEDGER-CONTROL.
000770*****************************************************
000780*  RUN LEDGER - ONE ROW PER RUN DATE AND STEP OF THE  *
000790*  NIGHTLY CHAIN (SEE LDGREC).  THE PREREQUISITE ROWS *
000800*  ARE CHECKED BEFORE ANYTHING RUNS AND THIS STEP'S   *
000810*  OWN ROW IS FILED STARTED, ENDED, OR REFUSED.       *
000820*****************************************************
000830     SELECT LEDGER-FILE ASSIGN TO LEDGER
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS LDG-KEY
000870         FILE STATUS IS FS-LEDGER-FILE.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  RESULT-FILE.
000920 COPY RESREC.
000930
000940 FD  EXTRACT-FILE.
000950 01  EXTRACT-RECORD              PIC X(200).
000960
000970 FD  FEED-STATUS-FILE.
000980 COPY FSTREC.
000990
001000 FD  LEDGER-CONTROL-FILE.
001010 01  LEDGER-CONTROL-RECORD.
001020     05  LCT-RUN-DATE            PIC 9(08).
001030     05  FILLER                  PIC X(72).
001040
001050 FD  LEDGER-FILE.
001060 COPY LDGREC.
001070
001080 WORKING-STORAGE SECTION.
001090*****************************************************
001100*  FILE STATUS SWITCHES                              *
001110*****************************************************
001120 01  FS-RESULT-FILE              PIC X(02).
001130     88  FS-RESULT-OK                 VALUE "00".
001140     88  FS-RESULT-EOF                VALUE "10".
001150 01  FS-EXTRACT-FILE             PIC X(02).
001160     88  FS-EXTRACT-OK                VALUE "00".
001170 01  FS-FEED-STATUS              PIC X(02).
001180     88  FS-FEED-STATUS-OK            VALUE "00".
001190     88  FS-FEED-STATUS-MISSING       VALUE "35".
001200
001210*****************************************************
001220*  EXTRACT CONTROL TOTALS - THE TRAILER CARRIES THE  *
001230*  D-ROW COUNT AND THE SIGNED SUM OF THE EXPECTED    *
001240*  VALUES SO THE WAREHOUSE LOAD CAN PROVE IT GOT     *
001250*  THE WHOLE FEED.                                   *
001260*****************************************************
001270 01  WS-RECORD-COUNT             PIC 9(07) VALUE ZERO.
001280 01  WS-HASH-TOTAL               PIC S9(11)V99 VALUE ZERO.
001290 01  WS-EV-NUM                   PIC S9(05)V99.
001300 01  WS-RUN-DATE                 PIC 9(08).
001310
001320*****************************************************
001330*  RUN LEDGER SUPPORT - THE FEED IS ONLY BUILT FROM A *
001340*  NIGHT WHOSE SWEEP AND HISTORY CHECK BOTH ENDED     *
001350*  CLEAN OR WITH WARNINGS, AND WHOSE RESULTOUT STILL  *
001360*  HOLDS THE ROWS THE SWEEP FILED.  THE INPUT COUNT   *
001370*  IS TAKEN BY A PASS OVER RESULTOUT BEFORE THE FEED  *
001380*  IS STARTED.                                        *
001390*****************************************************
001400 01  FS-LEDGER-CONTROL           PIC X(02).
001410     88  FS-LEDGER-CONTROL-OK         VALUE "00".
001420 01  FS-LEDGER-FILE              PIC X(02).
001430     88  FS-LEDGER-OK                 VALUE "00".
001440     88  FS-LEDGER-MISSING            VALUE "35".
001450 01  SW-LEDGER                   PIC X(01) VALUE "N".
001460     88  LEDGER-NOT-STARTED           VALUE "N".
001470     88  LEDGER-STARTED               VALUE "S".
001480     88  LEDGER-REFUSED               VALUE "R".
001490     88  LEDGER-UNAVAILABLE           VALUE "X".
001500 01  SW-LEDGER-ROW               PIC X(01) VALUE "N".
001510     88  LEDGER-ROW-FOUND             VALUE "Y".
001520     88  LEDGER-ROW-NEW               VALUE "N".
001530 01  WS-LEDGER-DATE              PIC 9(08) VALUE ZERO.
001540 01  WS-LEDGER-STEP              PIC X(08) VALUE "RESEXTR".
001550 01  WS-LEDGER-START-TIME        PIC 9(08) VALUE ZERO.
001560 01  WS-LDG-PREREQ-STEP          PIC X(08) VALUE SPACES.
001570 01  WS-LDG-PREREQ-MAX-RC        PIC 9(02) VALUE ZERO.
001580 01  WS-LDG-REASON               PIC X(50) VALUE SPACES.
001590 01  WS-LDG-INPUT-COUNT          PIC 9(09) VALUE ZERO.
001600
001610*****************************************************
001620*  DELIMITED COLUMN STAGING - EVERY NUMERIC COLUMN   *
001630*  IS RE-EDITED TO A FIXED SIGNED FORM SO THE FEED   *
001640*  IS THE SAME WIDTH EVERY NIGHT AND EVERY ROW.      *
001650*****************************************************
001660 01  WX-AMOUNT                   PIC +9(05).99.
001670 01  WX-EXPECTED                 PIC +9(05).99.
001680 01  WX-STD-ERROR                PIC +9(05).99.
001690 01  WX-CI-LOW                   PIC +9(05).99.
001700 01  WX-CI-HIGH                  PIC +9(05).99.
001710 01  WX-KEEP-EV                  PIC +9(05).99.
001720 01  WX-SWITCH-EV                PIC +9(05).99.
001730 01  WX-LIFT-KEEP                PIC +9(05).99.
001740 01  WX-LIFT-SWITCH              PIC +9(05).99.
001750 01  WX-HASH-TOTAL               PIC +9(11).99.
001760
001770 PROCEDURE DIVISION.
001780*****************************************************
001790*  0000-MAINLINE                                      *
001800*  WRITES THE HEADER, ONE DELIMITED ROW PER RESULT    *
001810*  RECORD, AND THE CONTROL-TOTAL TRAILER.             *
001820*****************************************************
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE
001850         THRU 1000-INITIALIZE-EXIT.
001860     IF RETURN-CODE >= 16
001870         PERFORM 9400-WRITE-LEDGER-END
001880             THRU 9400-WRITE-LEDGER-END-EXIT
001890         DISPLAY "RESEXTR: RUN TERMINATED, RC=" RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920
001930     PERFORM 2000-WRITE-HEADER
001940         THRU 2000-WRITE-HEADER-EXIT.
001950     PERFORM 3000-EXTRACT-RESULTS
001960         THRU 3000-EXTRACT-RESULTS-EXIT.
001970     PERFORM 4000-WRITE-TRAILER
001980         THRU 4000-WRITE-TRAILER-EXIT.
001990     PERFORM 4100-RECORD-FEED-SENT
002000         THRU 4100-RECORD-FEED-SENT-EXIT.
002010
002020     PERFORM 9000-FINALIZE
002030         THRU 9000-FINALIZE-EXIT.
002040     STOP RUN.
002050
002060*****************************************************
002070*  1000-INITIALIZE                                    *
002080*  CHECKS THE RUN LEDGER FIRST; A REFUSED RUN OPENS   *
002090*  NOTHING ELSE.                                      *
002100*****************************************************
002110 1000-INITIALIZE.
002120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002130     PERFORM 1040-LOAD-LEDGER-CARD
002140         THRU 1040-LOAD-LEDGER-CARD-EXIT.
002150     PERFORM 1400-CHECK-LEDGER
002160         THRU 1400-CHECK-LEDGER-EXIT.
002170     IF RETURN-CODE >= 16
002180         GO TO 1000-INITIALIZE-EXIT
002190     END-IF.
002200     OPEN INPUT RESULT-FILE.
002210     IF NOT FS-RESULT-OK
002220         DISPLAY "RESEXTR ERROR: RESULTOUT OPEN FAILED, STATUS="
002230             FS-RESULT-FILE
002240         MOVE 16 TO RETURN-CODE
002250         GO TO 1000-INITIALIZE-EXIT
002260     END-IF.
002270     OPEN OUTPUT EXTRACT-FILE.
002280     IF NOT FS-EXTRACT-OK
002290         DISPLAY "RESEXTR ERROR: WHEXTR OPEN FAILED, STATUS="
002300             FS-EXTRACT-FILE
002310         MOVE 16 TO RETURN-CODE
002320         CLOSE RESULT-FILE
002330     END-IF.
002340 1000-INITIALIZE-EXIT.
002350     EXIT.
002360
002370*****************************************************
002380*  1040-LOAD-LEDGER-CARD                              *
002390*  SETTLES THE NIGHT THE LEDGER IS CHECKED AND FILED  *
002400*  UNDER: THE LDGCTL CARD WHEN ONE IS GIVEN AND       *
002410*  NONZERO, OTHERWISE THE SYSTEM DATE.                *
002420*****************************************************
002430 1040-LOAD-LEDGER-CARD.
002440     MOVE WS-RUN-DATE TO WS-LEDGER-DATE.
002450     OPEN INPUT LEDGER-CONTROL-FILE.
002460     IF FS-LEDGER-CONTROL-OK
002470         READ LEDGER-CONTROL-FILE
002480             AT END
002490                 CONTINUE
002500         END-READ
002510         IF FS-LEDGER-CONTROL-OK
002520             AND LCT-RUN-DATE IS NUMERIC
002530             AND LCT-RUN-DATE > ZERO
002540             MOVE LCT-RUN-DATE TO WS-LEDGER-DATE
002550         END-IF
002560         CLOSE LEDGER-CONTROL-FILE
002570     END-IF.
002580 1040-LOAD-LEDGER-CARD-EXIT.
002590     EXIT.
002600
002610*****************************************************
002620*  1400-CHECK-LEDGER                                  *
002630*  REFUSES THE RUN UNLESS TONIGHT'S ENVELOPE ROW      *
002640*  ENDED AT RC 4 OR BETTER WITH AS MANY RESULTS AS    *
002650*  RESULTOUT HOLDS, AND THE HISTCHK ROW ENDED AT RC 4 *
002660*  OR BETTER - A FEED FROM A FAILED, SHORT, OR        *
002670*  UNCHECKED NIGHT WOULD LOAD BAD NUMBERS.  THE ROW   *
002680*  FOR THIS STEP IS FILED STARTED OR REFUSED.         *
002690*****************************************************
002700 1400-CHECK-LEDGER.
002710     ACCEPT WS-LEDGER-START-TIME FROM TIME.
002720     PERFORM 9410-OPEN-LEDGER
002730         THRU 9410-OPEN-LEDGER-EXIT.
002740     IF LEDGER-UNAVAILABLE
002750         GO TO 1400-CHECK-LEDGER-EXIT
002760     END-IF.
002770     PERFORM 1410-COUNT-RESULTS
002780         THRU 1410-COUNT-RESULTS-EXIT.
002790     MOVE "ENVELOPE" TO WS-LDG-PREREQ-STEP.
002800     MOVE 4          TO WS-LDG-PREREQ-MAX-RC.
002810     PERFORM 1420-CHECK-PREREQUISITE
002820         THRU 1420-CHECK-PREREQUISITE-EXIT.
002830     IF WS-LDG-REASON = SPACES
002840         AND WS-LDG-INPUT-COUNT NOT = LDG-COUNT (2)
002850         STRING "RESULTOUT HAS " DELIMITED BY SIZE
002860                WS-LDG-INPUT-COUNT DELIMITED BY SIZE
002870                ", ENVELOPE FILED " DELIMITED BY SIZE
002880                LDG-COUNT (2) DELIMITED BY SIZE
002890             INTO WS-LDG-REASON
002900     END-IF.
002910     IF WS-LDG-REASON NOT = SPACES
002920         GO TO 1400-FILE-OWN-ROW
002930     END-IF.
002940     MOVE "HISTCHK"  TO WS-LDG-PREREQ-STEP.
002950     MOVE 4          TO WS-LDG-PREREQ-MAX-RC.
002960     PERFORM 1420-CHECK-PREREQUISITE
002970         THRU 1420-CHECK-PREREQUISITE-EXIT.
002980 1400-FILE-OWN-ROW.
002990     PERFORM 9415-READ-OWN-ROW
003000         THRU 9415-READ-OWN-ROW-EXIT.
003010     IF LEDGER-ROW-FOUND
003020         ADD 1 TO LDG-ATTEMPTS
003030     END-IF.
003040     MOVE WS-RUN-DATE            TO LDG-START-DATE.
003050     MOVE WS-LEDGER-START-TIME   TO LDG-START-TIME.
003060     MOVE WS-LDG-REASON          TO LDG-REASON.
003070     PERFORM 9450-MOVE-LEDGER-COUNTS
003080         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
003090     IF WS-LDG-REASON = SPACES
003100         SET LDG-STARTED         TO TRUE
003110         MOVE ZERO               TO LDG-END-DATE
003120         MOVE ZERO               TO LDG-END-TIME
003130         MOVE ZERO               TO LDG-RETURN-CODE
003140     ELSE
003150         SET LDG-REFUSED         TO TRUE
003160         MOVE WS-RUN-DATE        TO LDG-END-DATE
003170         MOVE WS-LEDGER-START-TIME TO LDG-END-TIME
003180         MOVE 16                 TO LDG-RETURN-CODE
003190     END-IF.
003200     PERFORM 9420-PUT-LEDGER-ROW
003210         THRU 9420-PUT-LEDGER-ROW-EXIT.
003220     IF LEDGER-UNAVAILABLE
003230         GO TO 1400-CHECK-LEDGER-EXIT
003240     END-IF.
003250     IF WS-LDG-REASON = SPACES
003260         SET LEDGER-STARTED TO TRUE
003270     ELSE
003280         SET LEDGER-REFUSED TO TRUE
003290         DISPLAY "RESEXTR REFUSED: " WS-LDG-REASON
003300         DISPLAY "RESEXTR REFUSED: LEDGER NIGHT " WS-LEDGER-DATE
003310             " - RERUN ONCE THE PREREQUISITE IS PUT RIGHT"
003320         MOVE 16 TO RETURN-CODE
003330     END-IF.
003340 1400-CHECK-LEDGER-EXIT.
003350     EXIT.
003360
003370*****************************************************
003380*  1420-CHECK-PREREQUISITE                            *
003390*  READS THE PREREQUISITE STEP'S ROW FOR THE NIGHT    *
003400*  AND SETS THE REFUSAL REASON IF IT IS MISSING,      *
003410*  NEVER ENDED, WAS ITSELF REFUSED, OR ENDED ABOVE    *
003420*  THE RETURN CODE THIS STEP WILL ACCEPT.  ON A GOOD  *
003430*  ROW THE ROW IS LEFT IN THE RECORD AREA FOR THE     *
003440*  COUNT CHECKS THAT FOLLOW.                          *
003450*****************************************************
003460 1420-CHECK-PREREQUISITE.
003470     MOVE WS-LEDGER-DATE     TO LDG-RUN-DATE.
003480     MOVE WS-LDG-PREREQ-STEP TO LDG-STEP.
003490     READ LEDGER-FILE
003500         INVALID KEY
003510             CONTINUE
003520     END-READ.
003530     IF NOT FS-LEDGER-OK
003540         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
003550                " HAS NOT RUN FOR THIS NIGHT" DELIMITED BY SIZE
003560             INTO WS-LDG-REASON
003570         GO TO 1420-CHECK-PREREQUISITE-EXIT
003580     END-IF.
003590     IF LDG-STARTED
003600         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
003610                " STARTED BUT NEVER ENDED" DELIMITED BY SIZE
003620             INTO WS-LDG-REASON
003630         GO TO 1420-CHECK-PREREQUISITE-EXIT
003640     END-IF.
003650     IF LDG-REFUSED
003660         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
003670                " WAS REFUSED AND DID NOT RUN" DELIMITED BY SIZE
003680             INTO WS-LDG-REASON
003690         GO TO 1420-CHECK-PREREQUISITE-EXIT
003700     END-IF.
003710     IF LDG-RETURN-CODE > WS-LDG-PREREQ-MAX-RC
003720         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
003730                " FAILED, RC=" DELIMITED BY SIZE
003740                LDG-RETURN-CODE DELIMITED BY SIZE
003750             INTO WS-LDG-REASON
003760     END-IF.
003770 1420-CHECK-PREREQUISITE-EXIT.
003780     EXIT.
003790
003800*****************************************************
003810*  1410-COUNT-RESULTS                                 *
003820*  COUNTS THE ROWS ON RESULTOUT FOR THE CHECK AGAINST *
003830*  THE ENVELOPE ROW.  A MISSING RESULTOUT COUNTS AS   *
003840*  EMPTY HERE; 1000 REPORTS THE OPEN FAILURE.         *
003850*****************************************************
003860 1410-COUNT-RESULTS.
003870     MOVE ZERO TO WS-LDG-INPUT-COUNT.
003880     OPEN INPUT RESULT-FILE.
003890     IF NOT FS-RESULT-OK
003900         GO TO 1410-COUNT-RESULTS-EXIT
003910     END-IF.
003920     READ RESULT-FILE
003930         AT END
003940             CONTINUE
003950     END-READ.
003960     PERFORM 1411-COUNT-ONE-RESULT
003970         THRU 1411-COUNT-ONE-RESULT-EXIT
003980         UNTIL NOT FS-RESULT-OK.
003990     CLOSE RESULT-FILE.
004000 1410-COUNT-RESULTS-EXIT.
004010     EXIT.
004020
004030 1411-COUNT-ONE-RESULT.
004040     ADD 1 TO WS-LDG-INPUT-COUNT.
004050     READ RESULT-FILE
004060         AT END
004070             CONTINUE
004080     END-READ.
004090 1411-COUNT-ONE-RESULT-EXIT.
004100     EXIT.
004110
004120*****************************************************
004130*  2000-WRITE-HEADER                                  *
004140*  THE H ROW NAMES EVERY COLUMN IN D-ROW ORDER.       *
004150*****************************************************
004160 2000-WRITE-HEADER.
004170     MOVE SPACES TO EXTRACT-RECORD.
004180     STRING "H|RUN_DATE|SCENARIO_CODE|CUTOFF|SWEEP_PHASE"
004190            "|EXPECTED_VALUE|NUM_TRIALS|STD_ERROR"
004200            "|CI95_LOW|CI95_HIGH|KEEP_EV|SWITCH_EV"
004210            "|LIFT_KEEP|LIFT_SWITCH"
004220         DELIMITED BY SIZE
004230         INTO EXTRACT-RECORD.
004240     WRITE EXTRACT-RECORD.
004250 2000-WRITE-HEADER-EXIT.
004260     EXIT.
004270
004280*****************************************************
004290*  3000-EXTRACT-RESULTS                               *
004300*****************************************************
004310 3000-EXTRACT-RESULTS.
004320     READ RESULT-FILE
004330         AT END
004340             CONTINUE
004350     END-READ.
004360     PERFORM 3100-EXTRACT-ONE-RECORD
004370         THRU 3100-EXTRACT-ONE-RECORD-EXIT
004380         UNTIL NOT FS-RESULT-OK.
004390 3000-EXTRACT-RESULTS-EXIT.
004400     EXIT.
004410
004420*****************************************************
004430*  3100-EXTRACT-ONE-RECORD                            *
004440*  RE-EDITS EVERY NUMERIC COLUMN TO ITS FIXED         *
004450*  SIGNED FORM, ROLLS THE EXPECTED VALUE INTO THE     *
004460*  HASH TOTAL, AND WRITES THE DELIMITED D ROW.        *
004470*****************************************************
004480 3100-EXTRACT-ONE-RECORD.
004490     MOVE RES-EXPECTED-VALUE TO WS-EV-NUM.
004500     ADD WS-EV-NUM TO WS-HASH-TOTAL.
004510     MOVE WS-EV-NUM TO WX-EXPECTED.
004520     MOVE RES-STD-ERROR TO WS-EV-NUM.
004530     MOVE WS-EV-NUM TO WX-STD-ERROR.
004540     MOVE RES-CI-LOW TO WS-EV-NUM.
004550     MOVE WS-EV-NUM TO WX-CI-LOW.
004560     MOVE RES-CI-HIGH TO WS-EV-NUM.
004570     MOVE WS-EV-NUM TO WX-CI-HIGH.
004580     MOVE RES-KEEP-EV TO WS-EV-NUM.
004590     MOVE WS-EV-NUM TO WX-KEEP-EV.
004600     MOVE RES-SWITCH-EV TO WS-EV-NUM.
004610     MOVE WS-EV-NUM TO WX-SWITCH-EV.
004620     MOVE RES-LIFT-KEEP TO WS-EV-NUM.
004630     MOVE WS-EV-NUM TO WX-LIFT-KEEP.
004640     MOVE RES-LIFT-SWITCH TO WS-EV-NUM.
004650     MOVE WS-EV-NUM TO WX-LIFT-SWITCH.
004660
004670     MOVE SPACES TO EXTRACT-RECORD.
004680     STRING "D"
004690            "|" WS-RUN-DATE
004700            "|" RES-SCENARIO-CODE
004710            "|" RES-CUTOFF
004720            "|" RES-SWEEP-PHASE
004730            "|" WX-EXPECTED
004740            "|" RES-NUM-TRIALS
004750            "|" WX-STD-ERROR
004760            "|" WX-CI-LOW
004770            "|" WX-CI-HIGH
004780            "|" WX-KEEP-EV
004790            "|" WX-SWITCH-EV
004800            "|" WX-LIFT-KEEP
004810            "|" WX-LIFT-SWITCH
004820         DELIMITED BY SIZE
004830         INTO EXTRACT-RECORD.
004840     WRITE EXTRACT-RECORD.
004850     ADD 1 TO WS-RECORD-COUNT.
004860
004870     READ RESULT-FILE
004880         AT END
004890             CONTINUE
004900     END-READ.
004910 3100-EXTRACT-ONE-RECORD-EXIT.
004920     EXIT.
004930
004940*****************************************************
004950*  4000-WRITE-TRAILER                                 *
004960*  THE T ROW CARRIES THE D-ROW COUNT AND THE SIGNED   *
004970*  EXPECTED-VALUE HASH TOTAL.                         *
004980*****************************************************
004990 4000-WRITE-TRAILER.
005000     MOVE WS-HASH-TOTAL TO WX-HASH-TOTAL.
005010     MOVE SPACES TO EXTRACT-RECORD.
005020     STRING "T"
005030            "|" WS-RECORD-COUNT
005040            "|" WX-HASH-TOTAL
005050         DELIMITED BY SIZE
005060         INTO EXTRACT-RECORD.
005070     WRITE EXTRACT-RECORD.
005080 4000-WRITE-TRAILER-EXIT.
005090     EXIT.
005100
005110*****************************************************
005120*  4100-RECORD-FEED-SENT                              *
005130*  FILES THE FEED SENT ON FEEDSTAT WITH THE TRAILER   *
005140*  COUNT AND HASH, CREATING THE FILE ON ITS VERY      *
005150*  FIRST USE.  A RESEND FOR THE SAME RUN DATE CLEARS  *
005160*  ANY EARLIER ACKNOWLEDGEMENT - THE WAREHOUSE WILL   *
005170*  ACKNOWLEDGE THE NEW FEED.  THE FEED ITSELF IS      *
005180*  ALREADY WRITTEN, SO A STATUS FILE FAILURE ENDS     *
005190*  RC 8: THE FEED GOES BUT WILL NOT BE CHASED.        *
005200*****************************************************
005210 4100-RECORD-FEED-SENT.
005220     OPEN I-O FEED-STATUS-FILE.
005230     IF FS-FEED-STATUS-MISSING
005240         OPEN OUTPUT FEED-STATUS-FILE
005250         CLOSE FEED-STATUS-FILE
005260         OPEN I-O FEED-STATUS-FILE
005270     END-IF.
005280     IF NOT FS-FEED-STATUS-OK
005290         DISPLAY "RESEXTR ERROR: FEEDSTAT OPEN FAILED, STATUS="
005300             FS-FEED-STATUS
005310         IF RETURN-CODE < 8
005320             MOVE 8 TO RETURN-CODE
005330         END-IF
005340         GO TO 4100-RECORD-FEED-SENT-EXIT
005350     END-IF.
005360     MOVE WS-RUN-DATE TO FST-RUN-DATE.
005370     READ FEED-STATUS-FILE
005380         INVALID KEY
005390             MOVE SPACES      TO FEED-STATUS-RECORD
005400             MOVE WS-RUN-DATE TO FST-RUN-DATE
005410             MOVE ZERO        TO FST-SEND-COUNT
005420     END-READ.
005430     SET FST-SENT            TO TRUE.
005440     ADD 1                   TO FST-SEND-COUNT.
005450     MOVE WS-RUN-DATE        TO FST-SENT-DATE.
005460     ACCEPT FST-SENT-TIME FROM TIME.
005470     MOVE WS-RECORD-COUNT    TO FST-SENT-ROWS.
005480     MOVE WS-HASH-TOTAL      TO FST-SENT-HASH.
005490     MOVE ZERO               TO FST-ACK-DATE
005500                                FST-LOAD-DATE
005510                                FST-LOAD-TIME
005520                                FST-ACK-RECEIVED
005530                                FST-ACK-LOADED
005540                                FST-ACK-REJECTED
005550                                FST-ACK-HASH.
005560     SET FST-NOT-COMPARED    TO TRUE.
005570     IF FS-FEED-STATUS-OK
005580         REWRITE FEED-STATUS-RECORD
005590             INVALID KEY
005600                 CONTINUE
005610         END-REWRITE
005620     ELSE
005630         WRITE FEED-STATUS-RECORD
005640             INVALID KEY
005650                 CONTINUE
005660         END-WRITE
005670     END-IF.
005680     IF NOT FS-FEED-STATUS-OK
005690         DISPLAY "RESEXTR ERROR: FEEDSTAT WRITE FAILED, STATUS="
005700             FS-FEED-STATUS
005710         IF RETURN-CODE < 8
005720             MOVE 8 TO RETURN-CODE
005730         END-IF
005740     END-IF.
005750     CLOSE FEED-STATUS-FILE.
005760 4100-RECORD-FEED-SENT-EXIT.
005770     EXIT.
005780
005790*****************************************************
005800*  9000-FINALIZE                                      *
005810*****************************************************
005820 9000-FINALIZE.
005830     CLOSE RESULT-FILE.
005840     CLOSE EXTRACT-FILE.
005850     DISPLAY "RESEXTR SUMMARY: ROWS=" WS-RECORD-COUNT
005860         " HASH=" WS-HASH-TOTAL.
005870     PERFORM 9400-WRITE-LEDGER-END
005880         THRU 9400-WRITE-LEDGER-END-EXIT.
005890 9000-FINALIZE-EXIT.
005900     EXIT.
005910
005920*****************************************************
005930*  9400-WRITE-LEDGER-END                              *
005940*  FILES THIS STEP'S LEDGER ROW ENDED WITH ITS RETURN *
005950*  CODE AND COUNTS.  NOTHING IS FILED FOR A REFUSED   *
005960*  RUN - ITS ROW WAS FILED REFUSED AT START-UP.       *
005970*****************************************************
005980 9400-WRITE-LEDGER-END.
005990     IF NOT LEDGER-STARTED
006000         GO TO 9400-WRITE-LEDGER-END-EXIT
006010     END-IF.
006020     PERFORM 9410-OPEN-LEDGER
006030         THRU 9410-OPEN-LEDGER-EXIT.
006040     IF LEDGER-UNAVAILABLE
006050         GO TO 9400-WRITE-LEDGER-END-EXIT
006060     END-IF.
006070     PERFORM 9415-READ-OWN-ROW
006080         THRU 9415-READ-OWN-ROW-EXIT.
006090     SET LDG-ENDED           TO TRUE.
006100     ACCEPT LDG-END-DATE FROM DATE YYYYMMDD.
006110     ACCEPT LDG-END-TIME FROM TIME.
006120     MOVE RETURN-CODE        TO LDG-RETURN-CODE.
006130     PERFORM 9450-MOVE-LEDGER-COUNTS
006140         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
006150     PERFORM 9420-PUT-LEDGER-ROW
006160         THRU 9420-PUT-LEDGER-ROW-EXIT.
006170 9400-WRITE-LEDGER-END-EXIT.
006180     EXIT.
006190
006200*****************************************************
006210*  9410-OPEN-LEDGER                                   *
006220*  OPENS THE LEDGER FOR UPDATE, CREATING IT ON ITS    *
006230*  VERY FIRST USE.  A LEDGER THAT CANNOT BE OPENED IS *
006240*  A HARD FAILURE.                                    *
006250*****************************************************
006260 9410-OPEN-LEDGER.
006270     OPEN I-O LEDGER-FILE.
006280     IF FS-LEDGER-MISSING
006290         OPEN OUTPUT LEDGER-FILE
006300         CLOSE LEDGER-FILE
006310         OPEN I-O LEDGER-FILE
006320     END-IF.
006330     IF NOT FS-LEDGER-OK
006340         DISPLAY "RESEXTR ERROR: LEDGER OPEN FAILED, STATUS="
006350             FS-LEDGER-FILE
006360         SET LEDGER-UNAVAILABLE TO TRUE
006370         MOVE 16 TO RETURN-CODE
006380     END-IF.
006390 9410-OPEN-LEDGER-EXIT.
006400     EXIT.
006410
006420*****************************************************
006430*  9415-READ-OWN-ROW                                  *
006440*  READS THIS STEP'S ROW FOR THE NIGHT.  WITH NO ROW  *
006450*  YET A NEW ONE IS LAID OUT AS THE FIRST ATTEMPT.    *
006460*****************************************************
006470 9415-READ-OWN-ROW.
006480     MOVE WS-LEDGER-DATE TO LDG-RUN-DATE.
006490     MOVE WS-LEDGER-STEP TO LDG-STEP.
006500     READ LEDGER-FILE
006510         INVALID KEY
006520             CONTINUE
006530     END-READ.
006540     IF FS-LEDGER-OK
006550         SET LEDGER-ROW-FOUND TO TRUE
006560     ELSE
006570         SET LEDGER-ROW-NEW TO TRUE
006580         MOVE SPACES         TO LEDGER-RECORD
006590         MOVE WS-LEDGER-DATE TO LDG-RUN-DATE
006600         MOVE WS-LEDGER-STEP TO LDG-STEP
006610         MOVE 1              TO LDG-ATTEMPTS
006620     END-IF.
006630 9415-READ-OWN-ROW-EXIT.
006640     EXIT.
006650
006660*****************************************************
006670*  9420-PUT-LEDGER-ROW                                *
006680*  WRITES A NEW ROW OR REWRITES THE ONE READ BY 9415, *
006690*  AND CLOSES THE LEDGER.                             *
006700*****************************************************
006710 9420-PUT-LEDGER-ROW.
006720     IF LEDGER-ROW-FOUND
006730         REWRITE LEDGER-RECORD
006740             INVALID KEY
006750                 CONTINUE
006760         END-REWRITE
006770     ELSE
006780         WRITE LEDGER-RECORD
006790             INVALID KEY
006800                 CONTINUE
006810         END-WRITE
006820     END-IF.
006830     IF NOT FS-LEDGER-OK
006840         DISPLAY "RESEXTR ERROR: LEDGER WRITE FAILED, STATUS="
006850             FS-LEDGER-FILE
006860         SET LEDGER-UNAVAILABLE TO TRUE
006870         MOVE 16 TO RETURN-CODE
006880     END-IF.
006890     CLOSE LEDGER-FILE.
006900 9420-PUT-LEDGER-ROW-EXIT.
006910     EXIT.
006920
006930*****************************************************
006940*  9450-MOVE-LEDGER-COUNTS                            *
006950*  LAYS THE COUNTS INTO THE LEDGER ROW IN THE SLOT    *
006960*  ORDER LDGREC GIVES FOR THE RESEXTR STEP.           *
006970*****************************************************
006980 9450-MOVE-LEDGER-COUNTS.
006990     MOVE "RESULTS"          TO LDG-COUNT-NAME (1).
007000     MOVE WS-LDG-INPUT-COUNT TO LDG-COUNT (1).
007010     MOVE "ROWS"             TO LDG-COUNT-NAME (2).
007020     MOVE WS-RECORD-COUNT    TO LDG-COUNT (2).
007030 9450-MOVE-LEDGER-COUNTS-EXIT.
007040     EXIT.
