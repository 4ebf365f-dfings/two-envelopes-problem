000220*                    SWITCH BASELINES, SO COMPARING    *
000230*                    SCENARIOS NO LONGER MEANS         *
000240*                    FLIPPING PAGES OF ENVRPT.         *
000250*  2026-10-15   DF   RUN LEDGER: CHECKS THE SHARED     *
000260*                    LEDGER (SEE LDGREC) BEFORE THE    *
000270*                    REPORT AND REFUSES TO RUN UNLESS  *
000280*                    TONIGHT'S ENVELOPE STEP ENDED AT  *
000290*                    RC 4 OR BETTER AND RESULTOUT      *
000300*                    HOLDS THE ROWS ENVELOPE FILED.    *
000310*                    FILES ITS OWN ROW STARTED, ENDED, *
000320*                    OR REFUSED.                       *
000330*****************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370*****************************************************
000380*  RESULTS FILE - THE NIGHTLY SWEEP'S OUTPUT (SEE     *
000390*  RESREC), SCANNED ONCE FOR EACH SCENARIO'S BEST     *
000400*  CUTOFF AND THE LIFTS AT THAT OPTIMUM.              *
000410*****************************************************
000420     SELECT RESULT-FILE ASSIGN TO RESULTOUT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-RESULT-FILE.
000450*****************************************************
000460*  RUN CONTROL FILE - SUPPLIES EACH SCENARIO'S PRIOR  *
000470*  MAX AND DISTRIBUTION MODE, MATCHED BY SCENARIO     *
000480*  CODE.  OPTIONAL - A DEFAULT RUN HAS NO CTLIN.      *
000490*****************************************************
000500     SELECT CONTROL-FILE ASSIGN TO CTLIN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-CONTROL-FILE.
000530*****************************************************
000540*  SCENARIO MASTER - SUPPLIES THE SCENARIO NAME FOR   *
000550*  EACH LINE.  OPTIONAL - WITHOUT IT THE LINES SHOW   *
000560*  THE BARE CODE.                                     *
000570*****************************************************
000580     SELECT SCENARIO-MASTER ASSIGN TO SCENMST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS SCM-SCENARIO-CODE
000620         FILE STATUS IS FS-SCENMST-FILE.
000630*****************************************************
000640*  COMPARISON PRINT FILE.                             *
000650*****************************************************
000660     SELECT COMPARE-PRINT-FILE ASSIGN TO CMPRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-COMPARE-PRINT.
000690*****************************************************
000700*  LEDGER CONTROL CARD - OPTIONAL.  WHEN PRESENT AND  *
000710*  NONZERO IT GIVES THE BUSINESS NIGHT WHOSE LEDGER   *
000720*  ROWS THIS STEP CHECKS AND FILES UNDER; OTHERWISE   *
000730*  THE SYSTEM DATE IS USED.  THE SAME CARD IS GIVEN   *
000740*  TO EVERY STEP OF THE CHAIN.                        *
000750*****************************************************
000760     SELECT LEDGER-CONTROL-FILE ASSIGN TO LDGCTL
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-LEDGER-CONTROL.
000790*****************************************************
000800*  RUN LEDGER - ONE ROW PER RUN DATE AND STEP OF THE  *
000810*  NIGHTLY CHAIN (SEE LDGREC).  THE PREREQUISITE ROWS *
000820*  ARE CHECKED BEFORE ANYTHING RUNS AND THIS STEP'S   *
000830*  OWN ROW IS FILED STARTED, ENDED, OR REFUSED.       *
000840*****************************************************
000850     SELECT LEDGER-FILE ASSIGN TO LEDGER
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS LDG-KEY
000890         FILE STATUS IS FS-LEDGER-FILE.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  RESULT-FILE.
000940 COPY RESREC.
000950
000960 FD  CONTROL-FILE.
000970 COPY CTLREC.
000980
000990 FD  SCENARIO-MASTER.
001000 COPY SCENREC.
001010
001020 FD  COMPARE-PRINT-FILE.
001030 01  COMPARE-PRINT-RECORD        PIC X(132).
001040
001050 FD  LEDGER-CONTROL-FILE.
001060 01  LEDGER-CONTROL-RECORD.
001070     05  LCT-RUN-DATE            PIC 9(08).
001080     05  FILLER                  PIC X(72).
001090
001100 FD  LEDGER-FILE.
001110 COPY LDGREC.
001120
001130 WORKING-STORAGE SECTION.
001140*****************************************************
001150*  FILE STATUS SWITCHES                              *
001160*****************************************************
001170 01  FS-RESULT-FILE              PIC X(02).
001180     88  FS-RESULT-OK                 VALUE "00".
001190     88  FS-RESULT-EOF                VALUE "10".
001200 01  FS-CONTROL-FILE             PIC X(02).
001210     88  FS-CONTROL-OK                VALUE "00".
001220     88  FS-CONTROL-EOF               VALUE "10".
001230 01  FS-SCENMST-FILE             PIC X(02).
001240     88  FS-SCENMST-OK                VALUE "00".
001250     88  FS-SCENMST-NOT-FOUND         VALUE "23".
001260     88  FS-SCENMST-MISSING           VALUE "35".
001270 01  FS-COMPARE-PRINT            PIC X(02).
001280     88  FS-COMPARE-PRINT-OK          VALUE "00".
001290
001300*****************************************************
001310*  PER-SCENARIO COMPARISON ROWS, KEYED BY SCENARIO   *
001320*  CODE IN ORDER OF FIRST APPEARANCE ON RESULTOUT.   *
001330*  THE OPTIMUM IS THE HIGHEST EXPECTED VALUE SEEN,   *
001340*  WITH THE LIFTS FROM THAT SAME RECORD; THE PRIOR   *
001350*  MAX AND DISTRIBUTION MODE ARRIVE FROM CTLIN AND   *
001360*  THE NAME FROM THE SCENARIO MASTER.                *
001370*****************************************************
001380 01  WS-CMP-COUNT                PIC 9(03) VALUE ZERO.
001390 01  WS-CMP-SUB                  PIC 9(03) VALUE ZERO.
001400 01  WS-CMP-FOUND                PIC 9(03) VALUE ZERO.
001410 01  WS-CMP-TABLE.
001420     05  WS-CMP-ENTRY            OCCURS 99 TIMES.
001430         10  CMP-CODE            PIC X(08).
001440         10  CMP-NAME            PIC X(20).
001450         10  CMP-OPT-CUTOFF      PIC 9(03).
001460         10  CMP-OPT-EV          PIC S9(05)V99.
001470         10  CMP-LIFT-KEEP       PIC S9(05)V99.
001480         10  CMP-LIFT-SWITCH     PIC S9(05)V99.
001490         10  CMP-PRIOR-MAX       PIC 9(03).
001500         10  CMP-DIST-MODE       PIC X(01).
001510         10  CMP-SET-FLAG        PIC X(01).
001520             88  CMP-SET             VALUE "Y".
001530             88  CMP-NOT-SET         VALUE "N".
001540         10  CMP-PRINTED-FLAG    PIC X(01).
001550             88  CMP-PRINTED         VALUE "Y".
001560             88  CMP-NOT-PRINTED     VALUE "N".
001570
001580*****************************************************
001590*  RANKING AND PRINT WORK FIELDS                     *
001600*****************************************************
001610 01  WS-EV-NUM                   PIC S9(05)V99.
001620 01  WS-RANK                     PIC 9(03) VALUE ZERO.
001630 01  WS-BEST-SUB                 PIC 9(03) VALUE ZERO.
001640 01  WS-BEST-EV                  PIC S9(05)V99.
001650 01  WS-FRACTION                 PIC 9(01)V9(03).
001660 01  WS-RESULT-COUNT             PIC 9(07) VALUE ZERO.
001670 01  WS-RUN-DATE                 PIC 9(08).
001680 01  SW-SCENMST-AVAIL            PIC X(01) VALUE "N".
001690     88  SCENMST-AVAILABLE            VALUE "Y".
001700     88  SCENMST-NOT-AVAILABLE        VALUE "N".
001710
001720*****************************************************
001730*  RUN LEDGER SUPPORT - THE COMPARISON IS ONLY        *
001740*  PRINTED FOR A NIGHT WHOSE SWEEP ENDED CLEAN OR     *
001750*  WITH WARNINGS AND WHOSE RESULTOUT STILL HOLDS THE  *
001760*  ROWS THE SWEEP FILED.  THE INPUT COUNT IS TAKEN BY *
001770*  A PASS OVER RESULTOUT BEFORE ANYTHING IS PRINTED.  *
001780*****************************************************
001790 01  FS-LEDGER-CONTROL           PIC X(02).
001800     88  FS-LEDGER-CONTROL-OK         VALUE "00".
001810 01  FS-LEDGER-FILE              PIC X(02).
001820     88  FS-LEDGER-OK                 VALUE "00".
001830     88  FS-LEDGER-MISSING            VALUE "35".
001840 01  SW-LEDGER                   PIC X(01) VALUE "N".
001850     88  LEDGER-NOT-STARTED           VALUE "N".
001860     88  LEDGER-STARTED               VALUE "S".
001870     88  LEDGER-REFUSED               VALUE "R".
001880     88  LEDGER-UNAVAILABLE           VALUE "X".
001890 01  SW-LEDGER-ROW               PIC X(01) VALUE "N".
001900     88  LEDGER-ROW-FOUND             VALUE "Y".
001910     88  LEDGER-ROW-NEW               VALUE "N".
001920 01  WS-LEDGER-DATE              PIC 9(08) VALUE ZERO.
001930 01  WS-LEDGER-STEP              PIC X(08) VALUE "ENVCOMP".
001940 01  WS-LEDGER-START-TIME        PIC 9(08) VALUE ZERO.
001950 01  WS-LDG-PREREQ-STEP          PIC X(08) VALUE SPACES.
001960 01  WS-LDG-PREREQ-MAX-RC        PIC 9(02) VALUE ZERO.
001970 01  WS-LDG-REASON               PIC X(50) VALUE SPACES.
001980 01  WS-LDG-INPUT-COUNT          PIC 9(09) VALUE ZERO.
001990
002000*****************************************************
002010*  REPORT CONTROL                                    *
002020*****************************************************
002030 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
002040 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
002050 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
002060
002070*****************************************************
002080*  PRINT LINE LAYOUTS                                *
002090*****************************************************
002100 01  CMP-PAGE-HEADING.
002110     05  FILLER                  PIC X(51) VALUE
002120         "TWO ENVELOPES CROSS-SCENARIO SENSITIVITY".
002130     05  FILLER                  PIC X(10) VALUE SPACES.
002140     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002150     05  MPH-RUN-DATE            PIC 9(08).
002160     05  FILLER                  PIC X(04) VALUE SPACES.
002170     05  FILLER                  PIC X(05) VALUE "PAGE ".
002180     05  MPH-PAGE                PIC ZZZZ9.
002190     05  FILLER                  PIC X(40) VALUE SPACES.
002200
002210 01  CMP-COLUMN-HEADING.
002220     05  FILLER                  PIC X(07) VALUE "RANK".
002230     05  FILLER                  PIC X(10) VALUE "SCENARIO".
002240     05  FILLER                  PIC X(22) VALUE "NAME".
002250     05  FILLER                  PIC X(06) VALUE "DIST".
002260     05  FILLER                  PIC X(08) VALUE "PRI-MAX".
002270     05  FILLER                  PIC X(06) VALUE "OPTCUT".
002280     05  FILLER                  PIC X(08) VALUE "CUT/MAX".
002290     05  FILLER                  PIC X(11) VALUE "EXPECTED".
002300     05  FILLER                  PIC X(11) VALUE "LIFT/KEEP".
002310     05  FILLER                  PIC X(09) VALUE "LIFT/SW".
002320     05  FILLER                  PIC X(34) VALUE SPACES.
002330
002340 01  CMP-DETAIL-LINE.
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  CML-RANK                PIC ZZ9.
002370     05  FILLER                  PIC X(03) VALUE SPACES.
002380     05  CML-CODE                PIC X(08).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  CML-NAME                PIC X(20).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  CML-DIST                PIC X(01).
002430     05  FILLER                  PIC X(05) VALUE SPACES.
002440     05  CML-PRIOR-MAX           PIC ZZ9.
002450     05  FILLER                  PIC X(05) VALUE SPACES.
002460     05  CML-OPT-CUTOFF          PIC ZZ9.
002470     05  FILLER                  PIC X(03) VALUE SPACES.
002480     05  CML-FRACTION            PIC Z9.999.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  CML-EV                  PIC -(04)9.99.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  CML-LIFT-KEEP           PIC -(04)9.99.
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  CML-LIFT-SWITCH         PIC -(04)9.99.
002550     05  FILLER                  PIC X(34) VALUE SPACES.
002560
002570 01  CMP-NOTE-LINE.
002580     05  FILLER                  PIC X(04) VALUE SPACES.
002590     05  MNL-TEXT                PIC X(60).
002600     05  FILLER                  PIC X(68) VALUE SPACES.
002610
002620 01  CMP-TRAILER.
002630     05  FILLER                  PIC X(16) VALUE
002640         "END OF REPORT - ".
002650     05  MTR-SCEN-COUNT          PIC ZZ9.
002660     05  FILLER                  PIC X(17) VALUE
002670         " SCENARIOS RANKED".
002680     05  FILLER                  PIC X(96) VALUE SPACES.
002690
002700 PROCEDURE DIVISION.
002710*****************************************************
002720*  0000-MAINLINE                                      *
002730*  SCORES EVERY RESULT RECORD INTO ITS SCENARIO ROW,  *
002740*  DECORATES THE ROWS FROM CTLIN AND THE SCENARIO     *
002750*  MASTER, THEN PRINTS THE ROWS RANKED BY EXPECTED    *
002760*  VALUE AT OPTIMUM.                                  *
002770*****************************************************
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE
002800         THRU 1000-INITIALIZE-EXIT.
002810     IF RETURN-CODE >= 16
002820         PERFORM 9400-WRITE-LEDGER-END
002830             THRU 9400-WRITE-LEDGER-END-EXIT
002840         DISPLAY "ENVCOMP: RUN TERMINATED, RC=" RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870
002880     PERFORM 2000-SCORE-RESULTS
002890         THRU 2000-SCORE-RESULTS-EXIT.
002900     PERFORM 3000-LOAD-CONTROL-PARMS
002910         THRU 3000-LOAD-CONTROL-PARMS-EXIT.
002920     PERFORM 4000-PRINT-RANKING
002930         THRU 4000-PRINT-RANKING-EXIT.
002940
002950     PERFORM 9000-FINALIZE
002960         THRU 9000-FINALIZE-EXIT.
002970     STOP RUN.
002980
002990*****************************************************
003000*  1000-INITIALIZE                                    *
003010*  CHECKS THE RUN LEDGER FIRST; A REFUSED RUN OPENS   *
003020*  NOTHING ELSE.                                      *
003030*****************************************************
003040 1000-INITIALIZE.
003050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003060     PERFORM 1040-LOAD-LEDGER-CARD
003070         THRU 1040-LOAD-LEDGER-CARD-EXIT.
003080     PERFORM 1400-CHECK-LEDGER
003090         THRU 1400-CHECK-LEDGER-EXIT.
003100     IF RETURN-CODE >= 16
003110         GO TO 1000-INITIALIZE-EXIT
003120     END-IF.
003130     OPEN OUTPUT COMPARE-PRINT-FILE.
003140     IF NOT FS-COMPARE-PRINT-OK
003150         DISPLAY "ENVCOMP ERROR: CMPRPT OPEN FAILED, STATUS="
003160             FS-COMPARE-PRINT
003170         MOVE 16 TO RETURN-CODE
003180     END-IF.
003190 1000-INITIALIZE-EXIT.
003200     EXIT.
003210
003220*****************************************************
003230*  1040-LOAD-LEDGER-CARD                              *
003240*  SETTLES THE NIGHT THE LEDGER IS CHECKED AND FILED  *
003250*  UNDER: THE LDGCTL CARD WHEN ONE IS GIVEN AND       *
003260*  NONZERO, OTHERWISE THE SYSTEM DATE.                *
003270*****************************************************
003280 1040-LOAD-LEDGER-CARD.
003290     MOVE WS-RUN-DATE TO WS-LEDGER-DATE.
003300     OPEN INPUT LEDGER-CONTROL-FILE.
003310     IF FS-LEDGER-CONTROL-OK
003320         READ LEDGER-CONTROL-FILE
003330             AT END
003340                 CONTINUE
003350         END-READ
003360         IF FS-LEDGER-CONTROL-OK
003370             AND LCT-RUN-DATE IS NUMERIC
003380             AND LCT-RUN-DATE > ZERO
003390             MOVE LCT-RUN-DATE TO WS-LEDGER-DATE
003400         END-IF
003410         CLOSE LEDGER-CONTROL-FILE
003420     END-IF.
003430 1040-LOAD-LEDGER-CARD-EXIT.
003440     EXIT.
003450
003460*****************************************************
003470*  1400-CHECK-LEDGER                                  *
003480*  REFUSES THE RUN UNLESS TONIGHT'S ENVELOPE ROW      *
003490*  ENDED AT RC 4 OR BETTER WITH AS MANY RESULTS AS    *
003500*  RESULTOUT HOLDS.  THE ROW FOR THIS STEP IS FILED   *
003510*  STARTED OR REFUSED.                                *
003520*****************************************************
003530 1400-CHECK-LEDGER.
003540     ACCEPT WS-LEDGER-START-TIME FROM TIME.
003550     PERFORM 9410-OPEN-LEDGER
003560         THRU 9410-OPEN-LEDGER-EXIT.
003570     IF LEDGER-UNAVAILABLE
003580         GO TO 1400-CHECK-LEDGER-EXIT
003590     END-IF.
003600     PERFORM 1410-COUNT-RESULTS
003610         THRU 1410-COUNT-RESULTS-EXIT.
003620     MOVE "ENVELOPE" TO WS-LDG-PREREQ-STEP.
003630     MOVE 4          TO WS-LDG-PREREQ-MAX-RC.
003640     PERFORM 1420-CHECK-PREREQUISITE
003650         THRU 1420-CHECK-PREREQUISITE-EXIT.
003660     IF WS-LDG-REASON = SPACES
003670         AND WS-LDG-INPUT-COUNT NOT = LDG-COUNT (2)
003680         STRING "RESULTOUT HAS " DELIMITED BY SIZE
003690                WS-LDG-INPUT-COUNT DELIMITED BY SIZE
003700                ", ENVELOPE FILED " DELIMITED BY SIZE
003710                LDG-COUNT (2) DELIMITED BY SIZE
003720             INTO WS-LDG-REASON
003730     END-IF.
003740 1400-FILE-OWN-ROW.
003750     PERFORM 9415-READ-OWN-ROW
003760         THRU 9415-READ-OWN-ROW-EXIT.
003770     IF LEDGER-ROW-FOUND
003780         ADD 1 TO LDG-ATTEMPTS
003790     END-IF.
003800     MOVE WS-RUN-DATE            TO LDG-START-DATE.
003810     MOVE WS-LEDGER-START-TIME   TO LDG-START-TIME.
003820     MOVE WS-LDG-REASON          TO LDG-REASON.
003830     PERFORM 9450-MOVE-LEDGER-COUNTS
003840         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
003850     IF WS-LDG-REASON = SPACES
003860         SET LDG-STARTED         TO TRUE
003870         MOVE ZERO               TO LDG-END-DATE
003880         MOVE ZERO               TO LDG-END-TIME
003890         MOVE ZERO               TO LDG-RETURN-CODE
003900     ELSE
003910         SET LDG-REFUSED         TO TRUE
003920         MOVE WS-RUN-DATE        TO LDG-END-DATE
003930         MOVE WS-LEDGER-START-TIME TO LDG-END-TIME
003940         MOVE 16                 TO LDG-RETURN-CODE
003950     END-IF.
003960     PERFORM 9420-PUT-LEDGER-ROW
003970         THRU 9420-PUT-LEDGER-ROW-EXIT.
003980     IF LEDGER-UNAVAILABLE
003990         GO TO 1400-CHECK-LEDGER-EXIT
004000     END-IF.
004010     IF WS-LDG-REASON = SPACES
004020         SET LEDGER-STARTED TO TRUE
004030     ELSE
004040         SET LEDGER-REFUSED TO TRUE
004050         DISPLAY "ENVCOMP REFUSED: " WS-LDG-REASON
004060         DISPLAY "ENVCOMP REFUSED: LEDGER NIGHT " WS-LEDGER-DATE
004070             " - RERUN ONCE THE PREREQUISITE IS PUT RIGHT"
004080         MOVE 16 TO RETURN-CODE
004090     END-IF.
004100 1400-CHECK-LEDGER-EXIT.
004110     EXIT.
004120
004130*****************************************************
004140*  1420-CHECK-PREREQUISITE                            *
004150*  READS THE PREREQUISITE STEP'S ROW FOR THE NIGHT    *
004160*  AND SETS THE REFUSAL REASON IF IT IS MISSING,      *
004170*  NEVER ENDED, WAS ITSELF REFUSED, OR ENDED ABOVE    *
004180*  THE RETURN CODE THIS STEP WILL ACCEPT.  ON A GOOD  *
004190*  ROW THE ROW IS LEFT IN THE RECORD AREA FOR THE     *
004200*  COUNT CHECKS THAT FOLLOW.                          *
004210*****************************************************
004220 1420-CHECK-PREREQUISITE.
004230     MOVE WS-LEDGER-DATE     TO LDG-RUN-DATE.
004240     MOVE WS-LDG-PREREQ-STEP TO LDG-STEP.
004250     READ LEDGER-FILE
004260         INVALID KEY
004270             CONTINUE
004280     END-READ.
004290     IF NOT FS-LEDGER-OK
004300         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
004310                " HAS NOT RUN FOR THIS NIGHT" DELIMITED BY SIZE
004320             INTO WS-LDG-REASON
004330         GO TO 1420-CHECK-PREREQUISITE-EXIT
004340     END-IF.
004350     IF LDG-STARTED
004360         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
004370                " STARTED BUT NEVER ENDED" DELIMITED BY SIZE
004380             INTO WS-LDG-REASON
004390         GO TO 1420-CHECK-PREREQUISITE-EXIT
004400     END-IF.
004410     IF LDG-REFUSED
004420         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
004430                " WAS REFUSED AND DID NOT RUN" DELIMITED BY SIZE
004440             INTO WS-LDG-REASON
004450         GO TO 1420-CHECK-PREREQUISITE-EXIT
004460     END-IF.
004470     IF LDG-RETURN-CODE > WS-LDG-PREREQ-MAX-RC
004480         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
004490                " FAILED, RC=" DELIMITED BY SIZE
004500                LDG-RETURN-CODE DELIMITED BY SIZE
004510             INTO WS-LDG-REASON
004520     END-IF.
004530 1420-CHECK-PREREQUISITE-EXIT.
004540     EXIT.
004550
004560*****************************************************
004570*  1410-COUNT-RESULTS                                 *
004580*  COUNTS THE ROWS ON RESULTOUT FOR THE CHECK AGAINST *
004590*  THE ENVELOPE ROW.  A MISSING RESULTOUT COUNTS AS   *
004600*  EMPTY HERE; 2000 REPORTS THE OPEN FAILURE.         *
004610*****************************************************
004620 1410-COUNT-RESULTS.
004630     MOVE ZERO TO WS-LDG-INPUT-COUNT.
004640     OPEN INPUT RESULT-FILE.
004650     IF NOT FS-RESULT-OK
004660         GO TO 1410-COUNT-RESULTS-EXIT
004670     END-IF.
004680     READ RESULT-FILE
004690         AT END
004700             CONTINUE
004710     END-READ.
004720     PERFORM 1411-COUNT-ONE-RESULT
004730         THRU 1411-COUNT-ONE-RESULT-EXIT
004740         UNTIL NOT FS-RESULT-OK.
004750     CLOSE RESULT-FILE.
004760 1410-COUNT-RESULTS-EXIT.
004770     EXIT.
004780
004790 1411-COUNT-ONE-RESULT.
004800     ADD 1 TO WS-LDG-INPUT-COUNT.
004810     READ RESULT-FILE
004820         AT END
004830             CONTINUE
004840     END-READ.
004850 1411-COUNT-ONE-RESULT-EXIT.
004860     EXIT.
004870
004880*****************************************************
004890*  2000-SCORE-RESULTS                                 *
004900*  ONE PASS OVER RESULTOUT: EACH SCENARIO ROW KEEPS   *
004910*  THE CUTOFF WITH THE HIGHEST EXPECTED VALUE AND     *
004920*  THE LIFTS FROM THAT SAME RECORD.                   *
004930*****************************************************
004940 2000-SCORE-RESULTS.
004950     OPEN INPUT RESULT-FILE.
004960     IF NOT FS-RESULT-OK
004970         DISPLAY "ENVCOMP ERROR: RESULTOUT OPEN FAILED, STATUS="
004980             FS-RESULT-FILE
004990         MOVE 16 TO RETURN-CODE
005000         GO TO 2000-SCORE-RESULTS-EXIT
005010     END-IF.
005020     READ RESULT-FILE
005030         AT END
005040             CONTINUE
005050     END-READ.
005060     PERFORM 2100-SCORE-ONE-RECORD
005070         THRU 2100-SCORE-ONE-RECORD-EXIT
005080         UNTIL NOT FS-RESULT-OK.
005090     CLOSE RESULT-FILE.
005100 2000-SCORE-RESULTS-EXIT.
005110     EXIT.
005120
005130 2100-SCORE-ONE-RECORD.
005140     ADD 1 TO WS-RESULT-COUNT.
005150     IF RES-SCENARIO-CODE = SPACES
005160         GO TO 2100-SCORE-ONE-READ
005170     END-IF.
005180     PERFORM 2150-FIND-CMP-ROW
005190         THRU 2150-FIND-CMP-ROW-EXIT.
005200     IF WS-CMP-FOUND = ZERO
005210         GO TO 2100-SCORE-ONE-READ
005220     END-IF.
005230     MOVE RES-EXPECTED-VALUE TO WS-EV-NUM.
005240     IF CMP-NOT-SET (WS-CMP-FOUND)
005250         OR WS-EV-NUM > CMP-OPT-EV (WS-CMP-FOUND)
005260         MOVE RES-CUTOFF      TO CMP-OPT-CUTOFF (WS-CMP-FOUND)
005270         MOVE WS-EV-NUM       TO CMP-OPT-EV (WS-CMP-FOUND)
005280         MOVE RES-LIFT-KEEP   TO WS-EV-NUM
005290         MOVE WS-EV-NUM       TO CMP-LIFT-KEEP (WS-CMP-FOUND)
005300         MOVE RES-LIFT-SWITCH TO WS-EV-NUM
005310         MOVE WS-EV-NUM       TO CMP-LIFT-SWITCH (WS-CMP-FOUND)
005320         MOVE "Y"             TO CMP-SET-FLAG (WS-CMP-FOUND)
005330     END-IF.
005340 2100-SCORE-ONE-READ.
005350     READ RESULT-FILE
005360         AT END
005370             CONTINUE
005380     END-READ.
005390 2100-SCORE-ONE-RECORD-EXIT.
005400     EXIT.
005410
005420*****************************************************
005430*  2150-FIND-CMP-ROW                                  *
005440*  LEAVES THE COMPARISON ROW FOR THE RESULT RECORD'S  *
005450*  SCENARIO CODE IN WS-CMP-FOUND, ADDING A FRESH ROW  *
005460*  ON FIRST SIGHT.  ZERO MEANS THE TABLE IS FULL.     *
005470*****************************************************
005480 2150-FIND-CMP-ROW.
005490     MOVE ZERO TO WS-CMP-FOUND.
005500     PERFORM 2160-MATCH-CMP-ROW
005510         THRU 2160-MATCH-CMP-ROW-EXIT
005520         VARYING WS-CMP-SUB FROM 1 BY 1
005530         UNTIL WS-CMP-SUB > WS-CMP-COUNT
005540         OR WS-CMP-FOUND > ZERO.
005550     IF WS-CMP-FOUND = ZERO
005560         AND WS-CMP-COUNT < 99
005570         ADD 1 TO WS-CMP-COUNT
005580         MOVE WS-CMP-COUNT TO WS-CMP-FOUND
005590         MOVE RES-SCENARIO-CODE TO CMP-CODE (WS-CMP-FOUND)
005600         MOVE SPACES TO CMP-NAME (WS-CMP-FOUND)
005610         MOVE ZERO TO CMP-OPT-CUTOFF (WS-CMP-FOUND)
005620         MOVE ZERO TO CMP-OPT-EV (WS-CMP-FOUND)
005630         MOVE ZERO TO CMP-LIFT-KEEP (WS-CMP-FOUND)
005640         MOVE ZERO TO CMP-LIFT-SWITCH (WS-CMP-FOUND)
005650         MOVE ZERO TO CMP-PRIOR-MAX (WS-CMP-FOUND)
005660         MOVE SPACE TO CMP-DIST-MODE (WS-CMP-FOUND)
005670         MOVE "N" TO CMP-SET-FLAG (WS-CMP-FOUND)
005680         MOVE "N" TO CMP-PRINTED-FLAG (WS-CMP-FOUND)
005690     END-IF.
005700 2150-FIND-CMP-ROW-EXIT.
005710     EXIT.
005720
005730 2160-MATCH-CMP-ROW.
005740     IF CMP-CODE (WS-CMP-SUB) = RES-SCENARIO-CODE
005750         MOVE WS-CMP-SUB TO WS-CMP-FOUND
005760     END-IF.
005770 2160-MATCH-CMP-ROW-EXIT.
005780     EXIT.
005790
005800*****************************************************
005810*  3000-LOAD-CONTROL-PARMS                            *
005820*  ONE PASS OVER CTLIN: EACH RECORD'S PRIOR MAX AND   *
005830*  DISTRIBUTION MODE LAND ON ITS SCENARIO'S ROW,      *
005840*  WITH THE NAME FROM THE SCENARIO MASTER WHEN ONE    *
005850*  IS ON HAND.  BOTH FILES ARE OPTIONAL.              *
005860*****************************************************
005870 3000-LOAD-CONTROL-PARMS.
005880     OPEN INPUT SCENARIO-MASTER.
005890     IF FS-SCENMST-OK
005900         SET SCENMST-AVAILABLE TO TRUE
005910     END-IF.
005920     OPEN INPUT CONTROL-FILE.
005930     IF NOT FS-CONTROL-OK
005940         GO TO 3000-LOAD-CONTROL-DONE
005950     END-IF.
005960     READ CONTROL-FILE
005970         AT END
005980             CONTINUE
005990     END-READ.
006000     PERFORM 3100-LOAD-ONE-CONTROL
006010         THRU 3100-LOAD-ONE-CONTROL-EXIT
006020         UNTIL NOT FS-CONTROL-OK.
006030     CLOSE CONTROL-FILE.
006040 3000-LOAD-CONTROL-DONE.
006050     IF SCENMST-AVAILABLE
006060         CLOSE SCENARIO-MASTER
006070     END-IF.
006080 3000-LOAD-CONTROL-PARMS-EXIT.
006090     EXIT.
006100
006110 3100-LOAD-ONE-CONTROL.
006120     PERFORM 3150-FIND-CONTROL-ROW
006130         THRU 3150-FIND-CONTROL-ROW-EXIT.
006140     IF WS-CMP-FOUND > ZERO
006150         MOVE CTL-PRIOR-LOWER-MAX
006160             TO CMP-PRIOR-MAX (WS-CMP-FOUND)
006170         MOVE CTL-DIST-MODE TO CMP-DIST-MODE (WS-CMP-FOUND)
006180         IF SCENMST-AVAILABLE
006190             MOVE CTL-SCENARIO-CODE TO SCM-SCENARIO-CODE
006200             READ SCENARIO-MASTER
006210                 INVALID KEY
006220                     CONTINUE
006230                 NOT INVALID KEY
006240                     MOVE SCM-SCENARIO-NAME (1:20)
006250                         TO CMP-NAME (WS-CMP-FOUND)
006260             END-READ
006270         END-IF
006280     END-IF.
006290     READ CONTROL-FILE
006300         AT END
006310             CONTINUE
006320     END-READ.
006330 3100-LOAD-ONE-CONTROL-EXIT.
006340     EXIT.
006350
006360 3150-FIND-CONTROL-ROW.
006370     MOVE ZERO TO WS-CMP-FOUND.
006380     PERFORM 3160-MATCH-CONTROL-ROW
006390         THRU 3160-MATCH-CONTROL-ROW-EXIT
006400         VARYING WS-CMP-SUB FROM 1 BY 1
006410         UNTIL WS-CMP-SUB > WS-CMP-COUNT
006420         OR WS-CMP-FOUND > ZERO.
006430 3150-FIND-CONTROL-ROW-EXIT.
006440     EXIT.
006450
006460 3160-MATCH-CONTROL-ROW.
006470     IF CMP-CODE (WS-CMP-SUB) = CTL-SCENARIO-CODE
006480         MOVE WS-CMP-SUB TO WS-CMP-FOUND
006490     END-IF.
006500 3160-MATCH-CONTROL-ROW-EXIT.
006510     EXIT.
006520
006530*****************************************************
006540*  4000-PRINT-RANKING                                 *
006550*  PRINTS THE ROWS IN DESCENDING ORDER OF EXPECTED    *
006560*  VALUE AT OPTIMUM: THE BEST UNPRINTED ROW IS        *
006570*  FOUND AND PRINTED UNTIL NONE REMAIN.               *
006580*****************************************************
006590 4000-PRINT-RANKING.
006600     PERFORM 8000-PAGE-HEADING
006610         THRU 8000-PAGE-HEADING-EXIT.
006620     WRITE COMPARE-PRINT-RECORD FROM CMP-COLUMN-HEADING
006630         AFTER ADVANCING 1 LINE.
006640     MOVE SPACES TO COMPARE-PRINT-RECORD.
006650     WRITE COMPARE-PRINT-RECORD AFTER ADVANCING 1 LINE.
006660     ADD 2 TO WS-LINE-COUNT.
006670
006680     IF WS-CMP-COUNT = ZERO
006690         MOVE "NO RESULT RECORDS TO COMPARE" TO MNL-TEXT
006700         WRITE COMPARE-PRINT-RECORD FROM CMP-NOTE-LINE
006710             AFTER ADVANCING 1 LINE
006720         ADD 1 TO WS-LINE-COUNT
006730         GO TO 4000-PRINT-RANKING-EXIT
006740     END-IF.
006750
006760     MOVE ZERO TO WS-RANK.
006770     PERFORM 4100-PRINT-NEXT-BEST
006780         THRU 4100-PRINT-NEXT-BEST-EXIT
006790         UNTIL WS-RANK >= WS-CMP-COUNT.
006800 4000-PRINT-RANKING-EXIT.
006810     EXIT.
006820
006830*****************************************************
006840*  4100-PRINT-NEXT-BEST                               *
006850*  FINDS THE HIGHEST-EXPECTED-VALUE ROW NOT YET       *
006860*  PRINTED AND PRINTS IT WITH THE NEXT RANK.          *
006870*****************************************************
006880 4100-PRINT-NEXT-BEST.
006890     MOVE ZERO TO WS-BEST-SUB.
006900     PERFORM 4150-CONSIDER-ONE-ROW
006910         THRU 4150-CONSIDER-ONE-ROW-EXIT
006920         VARYING WS-CMP-SUB FROM 1 BY 1
006930         UNTIL WS-CMP-SUB > WS-CMP-COUNT.
006940     IF WS-BEST-SUB = ZERO
006950         MOVE WS-CMP-COUNT TO WS-RANK
006960         GO TO 4100-PRINT-NEXT-BEST-EXIT
006970     END-IF.
006980
006990     ADD 1 TO WS-RANK.
007000     MOVE "Y" TO CMP-PRINTED-FLAG (WS-BEST-SUB).
007010     MOVE WS-RANK                      TO CML-RANK.
007020     MOVE CMP-CODE (WS-BEST-SUB)       TO CML-CODE.
007030     MOVE CMP-NAME (WS-BEST-SUB)       TO CML-NAME.
007040     MOVE CMP-DIST-MODE (WS-BEST-SUB)  TO CML-DIST.
007050     MOVE CMP-PRIOR-MAX (WS-BEST-SUB)  TO CML-PRIOR-MAX.
007060     MOVE CMP-OPT-CUTOFF (WS-BEST-SUB) TO CML-OPT-CUTOFF.
007070     IF CMP-PRIOR-MAX (WS-BEST-SUB) > ZERO
007080         COMPUTE WS-FRACTION ROUNDED =
007090             CMP-OPT-CUTOFF (WS-BEST-SUB)
007100             / CMP-PRIOR-MAX (WS-BEST-SUB)
007110     ELSE
007120         MOVE ZERO TO WS-FRACTION
007130     END-IF.
007140     MOVE WS-FRACTION                   TO CML-FRACTION.
007150     MOVE CMP-OPT-EV (WS-BEST-SUB)      TO CML-EV.
007160     MOVE CMP-LIFT-KEEP (WS-BEST-SUB)   TO CML-LIFT-KEEP.
007170     MOVE CMP-LIFT-SWITCH (WS-BEST-SUB) TO CML-LIFT-SWITCH.
007180     PERFORM 8200-CHECK-PAGE
007190         THRU 8200-CHECK-PAGE-EXIT.
007200     WRITE COMPARE-PRINT-RECORD FROM CMP-DETAIL-LINE
007210         AFTER ADVANCING 1 LINE.
007220     ADD 1 TO WS-LINE-COUNT.
007230 4100-PRINT-NEXT-BEST-EXIT.
007240     EXIT.
007250
007260 4150-CONSIDER-ONE-ROW.
007270     IF CMP-PRINTED-FLAG (WS-CMP-SUB) = "N"
007280         IF WS-BEST-SUB = ZERO
007290             OR CMP-OPT-EV (WS-CMP-SUB) > WS-BEST-EV
007300             MOVE WS-CMP-SUB TO WS-BEST-SUB
007310             MOVE CMP-OPT-EV (WS-CMP-SUB) TO WS-BEST-EV
007320         END-IF
007330     END-IF.
007340 4150-CONSIDER-ONE-ROW-EXIT.
007350     EXIT.
007360
007370*****************************************************
007380*  8000-PAGE-HEADING                                  *
007390*****************************************************
007400 8000-PAGE-HEADING.
007410     ADD 1 TO WS-PAGE-COUNT.
007420     MOVE WS-RUN-DATE   TO MPH-RUN-DATE.
007430     MOVE WS-PAGE-COUNT TO MPH-PAGE.
007440     IF WS-PAGE-COUNT = 1
007450         WRITE COMPARE-PRINT-RECORD FROM CMP-PAGE-HEADING
007460             AFTER ADVANCING 1 LINE
007470     ELSE
007480         WRITE COMPARE-PRINT-RECORD FROM CMP-PAGE-HEADING
007490             AFTER ADVANCING PAGE
007500     END-IF.
007510     MOVE SPACES TO COMPARE-PRINT-RECORD.
007520     WRITE COMPARE-PRINT-RECORD AFTER ADVANCING 1 LINE.
007530     MOVE 2 TO WS-LINE-COUNT.
007540 8000-PAGE-HEADING-EXIT.
007550     EXIT.
007560
007570*****************************************************
007580*  8200-CHECK-PAGE                                    *
007590*****************************************************
007600 8200-CHECK-PAGE.
007610     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007620         PERFORM 8000-PAGE-HEADING
007630             THRU 8000-PAGE-HEADING-EXIT
007640     END-IF.
007650 8200-CHECK-PAGE-EXIT.
007660     EXIT.
007670
007680*****************************************************
007690*  9000-FINALIZE                                      *
007700*****************************************************
007710 9000-FINALIZE.
007720     MOVE SPACES TO COMPARE-PRINT-RECORD.
007730     WRITE COMPARE-PRINT-RECORD AFTER ADVANCING 1 LINE.
007740     MOVE WS-CMP-COUNT TO MTR-SCEN-COUNT.
007750     WRITE COMPARE-PRINT-RECORD FROM CMP-TRAILER
007760         AFTER ADVANCING 1 LINE.
007770     CLOSE COMPARE-PRINT-FILE.
007780     DISPLAY "ENVCOMP SUMMARY: SCENARIOS=" WS-CMP-COUNT
007790         " RESULT RECORDS=" WS-RESULT-COUNT
007800         " PAGES=" WS-PAGE-COUNT.
007810     PERFORM 9400-WRITE-LEDGER-END
007820         THRU 9400-WRITE-LEDGER-END-EXIT.
007830 9000-FINALIZE-EXIT.
007840     EXIT.
007850
007860*****************************************************
007870*  9400-WRITE-LEDGER-END                              *
007880*  FILES THIS STEP'S LEDGER ROW ENDED WITH ITS RETURN *
007890*  CODE AND COUNTS.  NOTHING IS FILED FOR A REFUSED   *
007900*  RUN - ITS ROW WAS FILED REFUSED AT START-UP.       *
007910*****************************************************
007920 9400-WRITE-LEDGER-END.
007930     IF NOT LEDGER-STARTED
007940         GO TO 9400-WRITE-LEDGER-END-EXIT
007950     END-IF.
007960     PERFORM 9410-OPEN-LEDGER
007970         THRU 9410-OPEN-LEDGER-EXIT.
007980     IF LEDGER-UNAVAILABLE
007990         GO TO 9400-WRITE-LEDGER-END-EXIT
008000     END-IF.
008010     PERFORM 9415-READ-OWN-ROW
008020         THRU 9415-READ-OWN-ROW-EXIT.
008030     SET LDG-ENDED           TO TRUE.
008040     ACCEPT LDG-END-DATE FROM DATE YYYYMMDD.
008050     ACCEPT LDG-END-TIME FROM TIME.
008060     MOVE RETURN-CODE        TO LDG-RETURN-CODE.
008070     PERFORM 9450-MOVE-LEDGER-COUNTS
008080         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
008090     PERFORM 9420-PUT-LEDGER-ROW
008100         THRU 9420-PUT-LEDGER-ROW-EXIT.
008110 9400-WRITE-LEDGER-END-EXIT.
008120     EXIT.
008130
008140*****************************************************
008150*  9410-OPEN-LEDGER                                   *
008160*  OPENS THE LEDGER FOR UPDATE, CREATING IT ON ITS    *
008170*  VERY FIRST USE.  A LEDGER THAT CANNOT BE OPENED IS *
008180*  A HARD FAILURE.                                    *
008190*****************************************************
008200 9410-OPEN-LEDGER.
008210     OPEN I-O LEDGER-FILE.
008220     IF FS-LEDGER-MISSING
008230         OPEN OUTPUT LEDGER-FILE
008240         CLOSE LEDGER-FILE
008250         OPEN I-O LEDGER-FILE
008260     END-IF.
008270     IF NOT FS-LEDGER-OK
008280         DISPLAY "ENVCOMP ERROR: LEDGER OPEN FAILED, STATUS="
008290             FS-LEDGER-FILE
008300         SET LEDGER-UNAVAILABLE TO TRUE
008310         MOVE 16 TO RETURN-CODE
008320     END-IF.
008330 9410-OPEN-LEDGER-EXIT.
008340     EXIT.
008350
008360*****************************************************
008370*  9415-READ-OWN-ROW                                  *
008380*  READS THIS STEP'S ROW FOR THE NIGHT.  WITH NO ROW  *
008390*  YET A NEW ONE IS LAID OUT AS THE FIRST ATTEMPT.    *
008400*****************************************************
008410 9415-READ-OWN-ROW.
008420     MOVE WS-LEDGER-DATE TO LDG-RUN-DATE.
008430     MOVE WS-LEDGER-STEP TO LDG-STEP.
008440     READ LEDGER-FILE
008450         INVALID KEY
008460             CONTINUE
008470     END-READ.
008480     IF FS-LEDGER-OK
008490         SET LEDGER-ROW-FOUND TO TRUE
008500     ELSE
008510         SET LEDGER-ROW-NEW TO TRUE
008520         MOVE SPACES         TO LEDGER-RECORD
008530         MOVE WS-LEDGER-DATE TO LDG-RUN-DATE
008540         MOVE WS-LEDGER-STEP TO LDG-STEP
008550         MOVE 1              TO LDG-ATTEMPTS
008560     END-IF.
008570 9415-READ-OWN-ROW-EXIT.
008580     EXIT.
008590
008600*****************************************************
008610*  9420-PUT-LEDGER-ROW                                *
008620*  WRITES A NEW ROW OR REWRITES THE ONE READ BY 9415, *
008630*  AND CLOSES THE LEDGER.                             *
008640*****************************************************
008650 9420-PUT-LEDGER-ROW.
008660     IF LEDGER-ROW-FOUND
008670         REWRITE LEDGER-RECORD
008680             INVALID KEY
008690                 CONTINUE
008700         END-REWRITE
008710     ELSE
008720         WRITE LEDGER-RECORD
008730             INVALID KEY
008740                 CONTINUE
008750         END-WRITE
008760     END-IF.
008770     IF NOT FS-LEDGER-OK
008780         DISPLAY "ENVCOMP ERROR: LEDGER WRITE FAILED, STATUS="
008790             FS-LEDGER-FILE
008800         SET LEDGER-UNAVAILABLE TO TRUE
008810         MOVE 16 TO RETURN-CODE
008820     END-IF.
008830     CLOSE LEDGER-FILE.
008840 9420-PUT-LEDGER-ROW-EXIT.
008850     EXIT.
008860
008870*****************************************************
008880*  9450-MOVE-LEDGER-COUNTS                            *
008890*  LAYS THE COUNTS INTO THE LEDGER ROW IN THE SLOT    *
008900*  ORDER LDGREC GIVES FOR THE ENVCOMP STEP.           *
008910*****************************************************
008920 9450-MOVE-LEDGER-COUNTS.
008930     MOVE "RESULTS"          TO LDG-COUNT-NAME (1).
008940     MOVE WS-RESULT-COUNT    TO LDG-COUNT (1).
008950     MOVE "SCENARIO"         TO LDG-COUNT-NAME (2).
008960     MOVE WS-CMP-COUNT       TO LDG-COUNT (2).
008970 9450-MOVE-LEDGER-COUNTS-EXIT.
008980     EXIT.
