000300*                    PHASE (SINGLE, COARSE, OR FINE)   *
000310*                    CARRIED ON EACH RESULT RECORD BY  *
000320*                    THE ADAPTIVE TWO-PHASE SWEEP.     *
000330*  2026-10-15   DF   RUN LEDGER: CHECKS THE SHARED     *
000340*                    LEDGER (SEE LDGREC) BEFORE THE    *
000350*                    REPORT AND REFUSES TO RUN UNLESS  *
000360*                    TONIGHT'S ENVELOPE STEP ENDED AT  *
000370*                    RC 4 OR BETTER AND RESULTOUT      *
000380*                    HOLDS THE ROWS ENVELOPE FILED.    *
000390*                    FILES ITS OWN ROW STARTED, ENDED, *
000400*                    OR REFUSED.  A HARD FAILURE NOW   *
000410*                    ENDS THE RUN AFTER START-UP.      *
000420*****************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460*****************************************************
000470*  RUN CONTROL FILE - READ AGAIN HERE SO THE REPORT   *
000480*  CAN ECHO THE PARAMETERS THAT PRODUCED EACH         *
000490*  SCENARIO'S NUMBERS.  OPTIONAL - A RUN FROM THE     *
000500*  BUILT-IN DEFAULTS HAS NO CTLIN TO ECHO.            *
000510*****************************************************
000520     SELECT CONTROL-FILE ASSIGN TO CTLIN
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-CONTROL-FILE.
000550*****************************************************
000560*  SCENARIO MASTER - SUPPLIES THE SCENARIO NAME FOR   *
000570*  EACH BLOCK HEADING.  OPTIONAL - WITH NO MASTER     *
000580*  THE HEADINGS FALL BACK TO THE BARE CODE.           *
000590*****************************************************
000600     SELECT SCENARIO-MASTER ASSIGN TO SCENMST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS SCM-SCENARIO-CODE
000640         FILE STATUS IS FS-SCENMST-FILE.
000650*****************************************************
000660*  RESULTS FILE - THE NIGHTLY SWEEP'S OUTPUT, ONE     *
000670*  RECORD PER SCENARIO/CUTOFF.  READ TWICE: ONCE TO   *
000680*  FIND EACH SCENARIO'S OPTIMAL CUTOFF, ONCE TO       *
000690*  PRINT.                                             *
000700*****************************************************
000710     SELECT RESULT-FILE ASSIGN TO RESULTOUT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-RESULT-FILE.
000740*****************************************************
000750*  PRINT FILE - THE FORMATTED MANAGEMENT SUMMARY.     *
000760*****************************************************
000770     SELECT PRINT-FILE ASSIGN TO RPTOUT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-PRINT-FILE.
000800*****************************************************
000810*  LEDGER CONTROL CARD - OPTIONAL.  WHEN PRESENT AND  *
000820*  NONZERO IT GIVES THE BUSINESS NIGHT WHOSE LEDGER   *
000830*  ROWS THIS STEP CHECKS AND FILES UNDER; OTHERWISE   *
000840*  THE SYSTEM DATE IS USED.  THE SAME CARD IS GIVEN   *
000850*  TO EVERY STEP OF THE CHAIN.                        *
000860*****************************************************
000870     SELECT LEDGER-CONTROL-FILE ASSIGN TO LDGCTL
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-LEDGER-CONTROL.
000900*****************************************************
000910*  RUN LEDGER - ONE ROW PER RUN DATE AND STEP OF THE  *
000920*  NIGHTLY CHAIN (SEE LDGREC).  THE PREREQUISITE ROWS *
000930*  ARE CHECKED BEFORE ANYTHING RUNS AND THIS STEP'S   *
000940*  OWN ROW IS FILED STARTED, ENDED, OR REFUSED.       *
000950*****************************************************
000960     SELECT LEDGER-FILE ASSIGN TO LEDGER
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS LDG-KEY
001000         FILE STATUS IS FS-LEDGER-FILE.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  CONTROL-FILE.
001050 COPY CTLREC.
001060
001070 FD  SCENARIO-MASTER.
001080 COPY SCENREC.
001090
001100 FD  RESULT-FILE.
001110 COPY RESREC.
001120
001130 FD  PRINT-FILE.
001140 01  PRINT-RECORD                PIC X(132).
001150
001160 FD  LEDGER-CONTROL-FILE.
001170 01  LEDGER-CONTROL-RECORD.
001180     05  LCT-RUN-DATE            PIC 9(08).
001190     05  FILLER                  PIC X(72).
001200
001210 FD  LEDGER-FILE.
001220 COPY LDGREC.
001230
001240 WORKING-STORAGE SECTION.
001250*****************************************************
001260*  FILE STATUS SWITCHES                              *
001270*****************************************************
001280 01  FS-CONTROL-FILE             PIC X(02).
001290     88  FS-CONTROL-OK                VALUE "00".
001300     88  FS-CONTROL-EOF               VALUE "10".
001310 01  FS-RESULT-FILE              PIC X(02).
001320     88  FS-RESULT-OK                 VALUE "00".
001330     88  FS-RESULT-EOF                VALUE "10".
001340 01  FS-PRINT-FILE               PIC X(02).
001350     88  FS-PRINT-OK                  VALUE "00".
001360 01  FS-SCENMST-FILE             PIC X(02).
001370     88  FS-SCENMST-OK                VALUE "00".
001380     88  FS-SCENMST-NOT-FOUND         VALUE "23".
001390     88  FS-SCENMST-MISSING           VALUE "35".
001400
001410*****************************************************
001420*  PER-SCENARIO CONTROL PARAMETERS, LOADED FROM      *
001430*  CTLIN AND KEYED BY THE STABLE SCENARIO CODE, SO   *
001440*  EACH SCENARIO BLOCK CAN ECHO WHAT PRODUCED IT     *
001450*  AND NAME THE SCENARIO FROM THE SCENARIO MASTER.   *
001460*****************************************************
001470 01  WS-SCEN-COUNT               PIC 9(02) VALUE ZERO.
001480 01  WS-SCEN-TABLE.
001490     05  WS-SCEN-ENTRY           OCCURS 99 TIMES.
001500         10  SCEN-CODE           PIC X(08).
001510         10  SCEN-NAME           PIC X(30).
001520         10  SCEN-TRIALS         PIC 9(05).
001530         10  SCEN-PRIOR-MAX      PIC 9(03).
001540         10  SCEN-CUT-START      PIC 9(03).
001550         10  SCEN-CUT-STOP       PIC 9(03).
001560         10  SCEN-CUT-STEP       PIC 9(03).
001570         10  SCEN-DIST-MODE      PIC X(01).
001580
001590*****************************************************
001600*  PER-SCENARIO OPTIMAL CUTOFF, KEYED BY SCENARIO    *
001610*  CODE AND FILED ON THE FIRST PASS OVER RESULTOUT   *
001620*  SO THE PRINT PASS CAN FLAG THE WINNING DETAIL     *
001630*  LINE.                                             *
001640*****************************************************
001650 01  WS-OPT-COUNT                PIC 9(03) VALUE ZERO.
001660 01  WS-OPT-TABLE.
001670     05  WS-OPT-ENTRY            OCCURS 99 TIMES.
001680         10  OPT-CODE            PIC X(08).
001690         10  OPT-CUTOFF          PIC 9(03).
001700         10  OPT-EV              PIC S9(05)V99.
001710         10  OPT-SET-FLAG        PIC X(01).
001720             88  OPT-SET             VALUE "Y".
001730             88  OPT-NOT-SET         VALUE "N".
001740
001750*****************************************************
001760*  REPORT CONTROL                                    *
001770*****************************************************
001780 01  WS-RUN-DATE                 PIC 9(08).
001790 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
001800 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001810 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
001820 01  WS-RESULT-COUNT             PIC 9(07) VALUE ZERO.
001830 01  WS-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
001840 01  WS-CURR-CODE                PIC X(08) VALUE SPACES.
001850 01  WS-CURR-PARM-SUB            PIC 9(03) VALUE ZERO.
001860 01  WS-CURR-OPT-SUB             PIC 9(03) VALUE ZERO.
001870 01  WS-BLOCK-COUNT              PIC 9(02) VALUE ZERO.
001880 01  WS-SCEN-SUB                 PIC 9(03) VALUE ZERO.
001890 01  WS-OPT-SUB                  PIC 9(03) VALUE ZERO.
001900 01  WS-EV-NUM                   PIC S9(05)V99.
001910
001920 01  SW-CONTROL-FILE-PRESENT     PIC X(01) VALUE "N".
001930     88  CONTROL-FILE-PRESENT         VALUE "Y".
001940     88  CONTROL-FILE-NOT-PRESENT     VALUE "N".
001950 01  SW-SCENMST-AVAIL            PIC X(01) VALUE "N".
001960     88  SCENMST-AVAILABLE            VALUE "Y".
001970     88  SCENMST-NOT-AVAILABLE        VALUE "N".
001980
001990*****************************************************
002000*  RUN LEDGER SUPPORT - THE MANAGEMENT SUMMARY IS     *
002010*  ONLY PRINTED FOR A NIGHT WHOSE SWEEP ENDED CLEAN   *
002020*  OR WITH WARNINGS AND WHOSE RESULTOUT STILL HOLDS   *
002030*  THE ROWS THE SWEEP FILED.  THE INPUT COUNT IS      *
002040*  TAKEN BY A PASS OVER RESULTOUT BEFORE ANYTHING     *
002050*  IS PRINTED.                                        *
002060*****************************************************
002070 01  FS-LEDGER-CONTROL           PIC X(02).
002080     88  FS-LEDGER-CONTROL-OK         VALUE "00".
002090 01  FS-LEDGER-FILE              PIC X(02).
002100     88  FS-LEDGER-OK                 VALUE "00".
002110     88  FS-LEDGER-MISSING            VALUE "35".
002120 01  SW-LEDGER                   PIC X(01) VALUE "N".
002130     88  LEDGER-NOT-STARTED           VALUE "N".
002140     88  LEDGER-STARTED               VALUE "S".
002150     88  LEDGER-REFUSED               VALUE "R".
002160     88  LEDGER-UNAVAILABLE           VALUE "X".
002170 01  SW-LEDGER-ROW               PIC X(01) VALUE "N".
002180     88  LEDGER-ROW-FOUND             VALUE "Y".
002190     88  LEDGER-ROW-NEW               VALUE "N".
002200 01  WS-LEDGER-DATE              PIC 9(08) VALUE ZERO.
002210 01  WS-LEDGER-STEP              PIC X(08) VALUE "ENVRPT".
002220 01  WS-LEDGER-START-TIME        PIC 9(08) VALUE ZERO.
002230 01  WS-LDG-PREREQ-STEP          PIC X(08) VALUE SPACES.
002240 01  WS-LDG-PREREQ-MAX-RC        PIC 9(02) VALUE ZERO.
002250 01  WS-LDG-REASON               PIC X(50) VALUE SPACES.
002260 01  WS-LDG-INPUT-COUNT          PIC 9(09) VALUE ZERO.
002270
002280*****************************************************
002290*  PRINT LINE LAYOUTS                                *
002300*****************************************************
002310 01  RPT-PAGE-HEADING-1.
002320     05  FILLER                  PIC X(51) VALUE
002330         "TWO ENVELOPES CUTOFF STRATEGY - MANAGEMENT SUMMARY".
002340     05  FILLER                  PIC X(10) VALUE SPACES.
002350     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002360     05  PH1-RUN-DATE            PIC 9(08).
002370     05  FILLER                  PIC X(04) VALUE SPACES.
002380     05  FILLER                  PIC X(05) VALUE "PAGE ".
002390     05  PH1-PAGE                PIC ZZZZ9.
002400     05  FILLER                  PIC X(40) VALUE SPACES.
002410
002420 01  RPT-COLUMN-HEADING.
002430     05  FILLER                  PIC X(12) VALUE "SCENARIO".
002440     05  FILLER                  PIC X(08) VALUE "CUTOFF".
002450     05  FILLER                  PIC X(10) VALUE "EXPECTED".
002460     05  FILLER                  PIC X(08) VALUE "TRIALS".
002470     05  FILLER                  PIC X(10) VALUE "STD-ERR".
002480     05  FILLER                  PIC X(10) VALUE "CI95-LOW".
002490     05  FILLER                  PIC X(10) VALUE "CI95-HIGH".
002500     05  FILLER                  PIC X(10) VALUE "KEEP-EV".
002510     05  FILLER                  PIC X(10) VALUE "SWITCH-EV".
002520     05  FILLER                  PIC X(10) VALUE "LIFT/KEEP".
002530     05  FILLER                  PIC X(10) VALUE "LIFT/SW".
002540     05  FILLER                  PIC X(11) VALUE "FLAG".
002550     05  FILLER                  PIC X(05) VALUE "PHASE".
002560     05  FILLER                  PIC X(08) VALUE SPACES.
002570
002580 01  RPT-SCEN-HEADING.
002590     05  FILLER                  PIC X(09) VALUE "SCENARIO ".
002600     05  SH-SCENARIO-CODE        PIC X(08).
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  SH-SCENARIO-NAME        PIC X(30).
002630     05  FILLER                  PIC X(09) VALUE ":  TRIALS".
002640     05  FILLER                  PIC X(01) VALUE "=".
002650     05  SH-TRIALS               PIC 9(05).
002660     05  FILLER                  PIC X(11) VALUE "  PRIOR-MAX".
002670     05  FILLER                  PIC X(01) VALUE "=".
002680     05  SH-PRIOR-MAX            PIC 9(03).
002690     05  FILLER                  PIC X(08) VALUE "  CUTOFF".
002700     05  FILLER                  PIC X(01) VALUE "=".
002710     05  SH-CUT-START            PIC 9(03).
002720     05  FILLER                  PIC X(01) VALUE "/".
002730     05  SH-CUT-STOP             PIC 9(03).
002740     05  FILLER                  PIC X(01) VALUE "/".
002750     05  SH-CUT-STEP             PIC 9(03).
002760     05  FILLER                  PIC X(06) VALUE "  DIST".
002770     05  FILLER                  PIC X(01) VALUE "=".
002780     05  SH-DIST-MODE            PIC X(01).
002790     05  FILLER                  PIC X(26) VALUE SPACES.
002800
002810 01  RPT-SCEN-HEADING-DFLT.
002820     05  FILLER                  PIC X(09) VALUE "SCENARIO ".
002830     05  SHD-SCENARIO-CODE       PIC X(08).
002840     05  FILLER                  PIC X(36) VALUE
002850         ":  (BUILT-IN DEFAULTS - NO CTLIN)".
002860     05  FILLER                  PIC X(79) VALUE SPACES.
002870
002880 01  RPT-DETAIL-LINE.
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  DET-SCENARIO-CODE       PIC X(08).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  DET-CUTOFF              PIC 9(03).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  DET-EXPECTED            PIC X(08).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  DET-TRIALS              PIC 9(05).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  DET-STD-ERROR           PIC X(08).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  DET-CI-LOW              PIC X(08).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  DET-CI-HIGH             PIC X(08).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  DET-KEEP-EV             PIC X(08).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  DET-SWITCH-EV           PIC X(08).
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  DET-LIFT-KEEP           PIC X(08).
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  DET-LIFT-SWITCH         PIC X(08).
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  DET-FLAG                PIC X(09).
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  DET-PHASE               PIC X(01).
003150     05  FILLER                  PIC X(16) VALUE SPACES.
003160
003170 01  RPT-TRAILER-1.
003180     05  FILLER                  PIC X(17) VALUE
003190         "END OF REPORT -  ".
003200     05  TR-SCEN-COUNT           PIC Z9.
003210     05  FILLER                  PIC X(12) VALUE " SCENARIOS, ".
003220     05  TR-RESULT-COUNT         PIC ZZZZZZ9.
003230     05  FILLER                  PIC X(16) VALUE
003240         " RESULT RECORDS,".
003250     05  FILLER                  PIC X(01) VALUE SPACE.
003260     05  TR-DETAIL-COUNT         PIC ZZZZZZ9.
003270     05  FILLER                  PIC X(21) VALUE
003280         " DETAIL LINES PRINTED".
003290     05  FILLER                  PIC X(49) VALUE SPACES.
003300
003310 PROCEDURE DIVISION.
003320*****************************************************
003330*  0000-MAINLINE                                      *
003340*  LOADS THE CONTROL PARAMETERS, FINDS EACH           *
003350*  SCENARIO'S OPTIMAL CUTOFF, THEN PRINTS THE         *
003360*  PAGINATED SUMMARY WITH A TRAILER.                  *
003370*****************************************************
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE
003400         THRU 1000-INITIALIZE-EXIT.
003410     IF RETURN-CODE >= 16
003420         PERFORM 9400-WRITE-LEDGER-END
003430             THRU 9400-WRITE-LEDGER-END-EXIT
003440         DISPLAY "ENVRPT: RUN TERMINATED, RC=" RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470
003480     PERFORM 2000-FIND-OPTIMALS
003490         THRU 2000-FIND-OPTIMALS-EXIT.
003500
003510     PERFORM 3000-PRINT-REPORT
003520         THRU 3000-PRINT-REPORT-EXIT.
003530
003540     PERFORM 9000-FINALIZE
003550         THRU 9000-FINALIZE-EXIT.
003560     STOP RUN.
003570
003580*****************************************************
003590*  1000-INITIALIZE                                    *
003600*  PICKS UP THE RUN DATE, LOADS EVERY CTLIN RECORD    *
003610*  INTO THE SCENARIO PARAMETER TABLE, AND MARKS THE   *
003620*  OPTIMAL TABLE EMPTY.  THE RUN LEDGER IS CHECKED    *
003630*  FIRST; A REFUSED RUN OPENS NOTHING ELSE.           *
003640*****************************************************
003650 1000-INITIALIZE.
003660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003670     PERFORM 1040-LOAD-LEDGER-CARD
003680         THRU 1040-LOAD-LEDGER-CARD-EXIT.
003690     PERFORM 1400-CHECK-LEDGER
003700         THRU 1400-CHECK-LEDGER-EXIT.
003710     IF RETURN-CODE >= 16
003720         GO TO 1000-INITIALIZE-EXIT
003730     END-IF.
003740
003750     PERFORM 1100-CLEAR-OPT-ENTRY
003760         THRU 1100-CLEAR-OPT-ENTRY-EXIT
003770         VARYING WS-SCEN-SUB FROM 1 BY 1
003780         UNTIL WS-SCEN-SUB > 99.
003790
003800     OPEN INPUT SCENARIO-MASTER.
003810     IF FS-SCENMST-OK
003820         SET SCENMST-AVAILABLE TO TRUE
003830     END-IF.
003840
003850     OPEN INPUT CONTROL-FILE.
003860     IF FS-CONTROL-OK
003870         SET CONTROL-FILE-PRESENT TO TRUE
003880         READ CONTROL-FILE
003890             AT END
003900                 SET CONTROL-FILE-NOT-PRESENT TO TRUE
003910         END-READ
003920         PERFORM 1200-LOAD-SCENARIO-PARMS
003930             THRU 1200-LOAD-SCENARIO-PARMS-EXIT
003940             UNTIL CONTROL-FILE-NOT-PRESENT
003950             OR WS-SCEN-COUNT >= 99
003960         CLOSE CONTROL-FILE
003970     END-IF.
003980
003990     IF SCENMST-AVAILABLE
004000         CLOSE SCENARIO-MASTER
004010     END-IF.
004020 1000-INITIALIZE-EXIT.
004030     EXIT.
004040
004050*****************************************************
004060*  1040-LOAD-LEDGER-CARD                              *
004070*  SETTLES THE NIGHT THE LEDGER IS CHECKED AND FILED  *
004080*  UNDER: THE LDGCTL CARD WHEN ONE IS GIVEN AND       *
004090*  NONZERO, OTHERWISE THE SYSTEM DATE.                *
004100*****************************************************
004110 1040-LOAD-LEDGER-CARD.
004120     MOVE WS-RUN-DATE TO WS-LEDGER-DATE.
004130     OPEN INPUT LEDGER-CONTROL-FILE.
004140     IF FS-LEDGER-CONTROL-OK
004150         READ LEDGER-CONTROL-FILE
004160             AT END
004170                 CONTINUE
004180         END-READ
004190         IF FS-LEDGER-CONTROL-OK
004200             AND LCT-RUN-DATE IS NUMERIC
004210             AND LCT-RUN-DATE > ZERO
004220             MOVE LCT-RUN-DATE TO WS-LEDGER-DATE
004230         END-IF
004240         CLOSE LEDGER-CONTROL-FILE
004250     END-IF.
004260 1040-LOAD-LEDGER-CARD-EXIT.
004270     EXIT.
004280
004290*****************************************************
004300*  1400-CHECK-LEDGER                                  *
004310*  REFUSES THE RUN UNLESS TONIGHT'S ENVELOPE ROW      *
004320*  ENDED AT RC 4 OR BETTER WITH AS MANY RESULTS AS    *
004330*  RESULTOUT HOLDS - A SUMMARY PRINTED FROM A FAILED  *
004340*  OR SHORT SWEEP WOULD GO TO MANAGEMENT AS IF IT     *
004350*  WERE TONIGHT'S.  THE ROW FOR THIS STEP IS FILED    *
004360*  STARTED OR REFUSED.                                *
004370*****************************************************
004380 1400-CHECK-LEDGER.
004390     ACCEPT WS-LEDGER-START-TIME FROM TIME.
004400     PERFORM 9410-OPEN-LEDGER
004410         THRU 9410-OPEN-LEDGER-EXIT.
004420     IF LEDGER-UNAVAILABLE
004430         GO TO 1400-CHECK-LEDGER-EXIT
004440     END-IF.
004450     PERFORM 1410-COUNT-RESULTS
004460         THRU 1410-COUNT-RESULTS-EXIT.
004470     MOVE "ENVELOPE" TO WS-LDG-PREREQ-STEP.
004480     MOVE 4          TO WS-LDG-PREREQ-MAX-RC.
004490     PERFORM 1420-CHECK-PREREQUISITE
004500         THRU 1420-CHECK-PREREQUISITE-EXIT.
004510     IF WS-LDG-REASON = SPACES
004520         AND WS-LDG-INPUT-COUNT NOT = LDG-COUNT (2)
004530         STRING "RESULTOUT HAS " DELIMITED BY SIZE
004540                WS-LDG-INPUT-COUNT DELIMITED BY SIZE
004550                ", ENVELOPE FILED " DELIMITED BY SIZE
004560                LDG-COUNT (2) DELIMITED BY SIZE
004570             INTO WS-LDG-REASON
004580     END-IF.
004590 1400-FILE-OWN-ROW.
004600     PERFORM 9415-READ-OWN-ROW
004610         THRU 9415-READ-OWN-ROW-EXIT.
004620     IF LEDGER-ROW-FOUND
004630         ADD 1 TO LDG-ATTEMPTS
004640     END-IF.
004650     MOVE WS-RUN-DATE            TO LDG-START-DATE.
004660     MOVE WS-LEDGER-START-TIME   TO LDG-START-TIME.
004670     MOVE WS-LDG-REASON          TO LDG-REASON.
004680     PERFORM 9450-MOVE-LEDGER-COUNTS
004690         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
004700     IF WS-LDG-REASON = SPACES
004710         SET LDG-STARTED         TO TRUE
004720         MOVE ZERO               TO LDG-END-DATE
004730         MOVE ZERO               TO LDG-END-TIME
004740         MOVE ZERO               TO LDG-RETURN-CODE
004750     ELSE
004760         SET LDG-REFUSED         TO TRUE
004770         MOVE WS-RUN-DATE        TO LDG-END-DATE
004780         MOVE WS-LEDGER-START-TIME TO LDG-END-TIME
004790         MOVE 16                 TO LDG-RETURN-CODE
004800     END-IF.
004810     PERFORM 9420-PUT-LEDGER-ROW
004820         THRU 9420-PUT-LEDGER-ROW-EXIT.
004830     IF LEDGER-UNAVAILABLE
004840         GO TO 1400-CHECK-LEDGER-EXIT
004850     END-IF.
004860     IF WS-LDG-REASON = SPACES
004870         SET LEDGER-STARTED TO TRUE
004880     ELSE
004890         SET LEDGER-REFUSED TO TRUE
004900         DISPLAY "ENVRPT REFUSED: " WS-LDG-REASON
004910         DISPLAY "ENVRPT REFUSED: LEDGER NIGHT " WS-LEDGER-DATE
004920             " - RERUN ONCE THE PREREQUISITE IS PUT RIGHT"
004930         MOVE 16 TO RETURN-CODE
004940     END-IF.
004950 1400-CHECK-LEDGER-EXIT.
004960     EXIT.
004970
004980*****************************************************
004990*  1420-CHECK-PREREQUISITE                            *
005000*  READS THE PREREQUISITE STEP'S ROW FOR THE NIGHT    *
005010*  AND SETS THE REFUSAL REASON IF IT IS MISSING,      *
005020*  NEVER ENDED, WAS ITSELF REFUSED, OR ENDED ABOVE    *
005030*  THE RETURN CODE THIS STEP WILL ACCEPT.  ON A GOOD  *
005040*  ROW THE ROW IS LEFT IN THE RECORD AREA FOR THE     *
005050*  COUNT CHECKS THAT FOLLOW.                          *
005060*****************************************************
005070 1420-CHECK-PREREQUISITE.
005080     MOVE WS-LEDGER-DATE     TO LDG-RUN-DATE.
005090     MOVE WS-LDG-PREREQ-STEP TO LDG-STEP.
005100     READ LEDGER-FILE
005110         INVALID KEY
005120             CONTINUE
005130     END-READ.
005140     IF NOT FS-LEDGER-OK
005150         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005160                " HAS NOT RUN FOR THIS NIGHT" DELIMITED BY SIZE
005170             INTO WS-LDG-REASON
005180         GO TO 1420-CHECK-PREREQUISITE-EXIT
005190     END-IF.
005200     IF LDG-STARTED
005210         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005220                " STARTED BUT NEVER ENDED" DELIMITED BY SIZE
005230             INTO WS-LDG-REASON
005240         GO TO 1420-CHECK-PREREQUISITE-EXIT
005250     END-IF.
005260     IF LDG-REFUSED
005270         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005280                " WAS REFUSED AND DID NOT RUN" DELIMITED BY SIZE
005290             INTO WS-LDG-REASON
005300         GO TO 1420-CHECK-PREREQUISITE-EXIT
005310     END-IF.
005320     IF LDG-RETURN-CODE > WS-LDG-PREREQ-MAX-RC
005330         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005340                " FAILED, RC=" DELIMITED BY SIZE
005350                LDG-RETURN-CODE DELIMITED BY SIZE
005360             INTO WS-LDG-REASON
005370     END-IF.
005380 1420-CHECK-PREREQUISITE-EXIT.
005390     EXIT.
005400
005410*****************************************************
005420*  1410-COUNT-RESULTS                                 *
005430*  COUNTS THE ROWS ON RESULTOUT FOR THE CHECK AGAINST *
005440*  THE ENVELOPE ROW.  A MISSING RESULTOUT COUNTS AS   *
005450*  EMPTY HERE; 2000 REPORTS THE OPEN FAILURE.         *
005460*****************************************************
005470 1410-COUNT-RESULTS.
005480     MOVE ZERO TO WS-LDG-INPUT-COUNT.
005490     OPEN INPUT RESULT-FILE.
005500     IF NOT FS-RESULT-OK
005510         GO TO 1410-COUNT-RESULTS-EXIT
005520     END-IF.
005530     READ RESULT-FILE
005540         AT END
005550             CONTINUE
005560     END-READ.
005570     PERFORM 1411-COUNT-ONE-RESULT
005580         THRU 1411-COUNT-ONE-RESULT-EXIT
005590         UNTIL NOT FS-RESULT-OK.
005600     CLOSE RESULT-FILE.
005610 1410-COUNT-RESULTS-EXIT.
005620     EXIT.
005630
005640 1411-COUNT-ONE-RESULT.
005650     ADD 1 TO WS-LDG-INPUT-COUNT.
005660     READ RESULT-FILE
005670         AT END
005680             CONTINUE
005690     END-READ.
005700 1411-COUNT-ONE-RESULT-EXIT.
005710     EXIT.
005720
005730 1100-CLEAR-OPT-ENTRY.
005740     MOVE SPACES TO OPT-CODE (WS-SCEN-SUB).
005750     MOVE ZERO TO OPT-CUTOFF (WS-SCEN-SUB).
005760     MOVE ZERO TO OPT-EV (WS-SCEN-SUB).
005770     MOVE "N"  TO OPT-SET-FLAG (WS-SCEN-SUB).
005780 1100-CLEAR-OPT-ENTRY-EXIT.
005790     EXIT.
005800
005810*****************************************************
005820*  1200-LOAD-SCENARIO-PARMS                           *
005830*  FILES ONE CTLIN RECORD'S PARAMETERS UNDER ITS      *
005840*  SCENARIO CODE, PICKS UP THE SCENARIO NAME FROM     *
005850*  THE MASTER WHEN ONE IS ON HAND, AND READS AHEAD.   *
005860*****************************************************
005870 1200-LOAD-SCENARIO-PARMS.
005880     ADD 1 TO WS-SCEN-COUNT.
005890     MOVE CTL-SCENARIO-CODE   TO SCEN-CODE (WS-SCEN-COUNT).
005900     MOVE SPACES              TO SCEN-NAME (WS-SCEN-COUNT).
005910     MOVE CTL-NUM-TRIALS      TO SCEN-TRIALS (WS-SCEN-COUNT).
005920     MOVE CTL-PRIOR-LOWER-MAX TO SCEN-PRIOR-MAX (WS-SCEN-COUNT).
005930     MOVE CTL-CUTOFF-START    TO SCEN-CUT-START (WS-SCEN-COUNT).
005940     MOVE CTL-CUTOFF-STOP     TO SCEN-CUT-STOP (WS-SCEN-COUNT).
005950     MOVE CTL-CUTOFF-STEP     TO SCEN-CUT-STEP (WS-SCEN-COUNT).
005960     MOVE CTL-DIST-MODE       TO SCEN-DIST-MODE (WS-SCEN-COUNT).
005970     IF SCENMST-AVAILABLE
005980         MOVE CTL-SCENARIO-CODE TO SCM-SCENARIO-CODE
005990         READ SCENARIO-MASTER
006000             INVALID KEY
006010                 CONTINUE
006020             NOT INVALID KEY
006030                 MOVE SCM-SCENARIO-NAME
006040                     TO SCEN-NAME (WS-SCEN-COUNT)
006050         END-READ
006060     END-IF.
006070     READ CONTROL-FILE
006080         AT END
006090             SET CONTROL-FILE-NOT-PRESENT TO TRUE
006100     END-READ.
006110 1200-LOAD-SCENARIO-PARMS-EXIT.
006120     EXIT.
006130
006140*****************************************************
006150*  2000-FIND-OPTIMALS                                 *
006160*  FIRST PASS OVER RESULTOUT: REMEMBERS THE CUTOFF    *
006170*  WITH THE HIGHEST EXPECTED VALUE PER SCENARIO SO    *
006180*  THE PRINT PASS CAN FLAG IT.                        *
006190*****************************************************
006200 2000-FIND-OPTIMALS.
006210     OPEN INPUT RESULT-FILE.
006220     IF NOT FS-RESULT-OK
006230         DISPLAY "ENVRPT ERROR: RESULTOUT OPEN FAILED, STATUS="
006240             FS-RESULT-FILE
006250         MOVE 16 TO RETURN-CODE
006260         GO TO 2000-FIND-OPTIMALS-EXIT
006270     END-IF.
006280     READ RESULT-FILE
006290         AT END
006300             SET FS-RESULT-EOF TO TRUE
006310     END-READ.
006320     PERFORM 2100-SCORE-ONE-RECORD
006330         THRU 2100-SCORE-ONE-RECORD-EXIT
006340         UNTIL FS-RESULT-EOF.
006350     CLOSE RESULT-FILE.
006360 2000-FIND-OPTIMALS-EXIT.
006370     EXIT.
006380
006390 2100-SCORE-ONE-RECORD.
006400     IF RES-SCENARIO-CODE NOT = SPACES
006410         PERFORM 2150-FIND-OPT-ENTRY
006420             THRU 2150-FIND-OPT-ENTRY-EXIT
006430     ELSE
006440         MOVE ZERO TO WS-OPT-SUB
006450     END-IF.
006460     IF WS-OPT-SUB > ZERO
006470         MOVE RES-EXPECTED-VALUE TO WS-EV-NUM
006480         IF OPT-NOT-SET (WS-OPT-SUB)
006490             OR WS-EV-NUM > OPT-EV (WS-OPT-SUB)
006500             MOVE RES-CUTOFF TO OPT-CUTOFF (WS-OPT-SUB)
006510             MOVE WS-EV-NUM  TO OPT-EV (WS-OPT-SUB)
006520             MOVE "Y"        TO OPT-SET-FLAG (WS-OPT-SUB)
006530         END-IF
006540     END-IF.
006550     READ RESULT-FILE
006560         AT END
006570             SET FS-RESULT-EOF TO TRUE
006580     END-READ.
006590 2100-SCORE-ONE-RECORD-EXIT.
006600     EXIT.
006610
006620*****************************************************
006630*  2150-FIND-OPT-ENTRY                                *
006640*  LEAVES THE OPTIMAL-TABLE ENTRY NUMBER FOR THE      *
006650*  RESULT RECORD'S SCENARIO CODE IN WS-OPT-SUB,       *
006660*  ADDING AN ENTRY FOR A CODE SEEN FOR THE FIRST      *
006670*  TIME.  ZERO MEANS THE TABLE IS FULL.               *
006680*****************************************************
006690 2150-FIND-OPT-ENTRY.
006700     MOVE ZERO TO WS-OPT-SUB.
006710     PERFORM 2160-MATCH-OPT-ENTRY
006720         THRU 2160-MATCH-OPT-ENTRY-EXIT
006730         VARYING WS-SCEN-SUB FROM 1 BY 1
006740         UNTIL WS-SCEN-SUB > WS-OPT-COUNT
006750         OR WS-OPT-SUB > ZERO.
006760     IF WS-OPT-SUB = ZERO
006770         AND WS-OPT-COUNT < 99
006780         ADD 1 TO WS-OPT-COUNT
006790         MOVE WS-OPT-COUNT TO WS-OPT-SUB
006800         MOVE RES-SCENARIO-CODE TO OPT-CODE (WS-OPT-SUB)
006810     END-IF.
006820 2150-FIND-OPT-ENTRY-EXIT.
006830     EXIT.
006840
006850 2160-MATCH-OPT-ENTRY.
006860     IF OPT-CODE (WS-SCEN-SUB) = RES-SCENARIO-CODE
006870         MOVE WS-SCEN-SUB TO WS-OPT-SUB
006880     END-IF.
006890 2160-MATCH-OPT-ENTRY-EXIT.
006900     EXIT.
006910
006920*****************************************************
006930*  3000-PRINT-REPORT                                  *
006940*  SECOND PASS OVER RESULTOUT: PRINTS A SCENARIO      *
006950*  BLOCK (NEW PAGE, PARAMETER ECHO, COLUMN HEADINGS)  *
006960*  WHENEVER THE SCENARIO ID CHANGES, THEN ONE DETAIL  *
006970*  LINE PER CUTOFF WITH THE OPTIMAL LINE FLAGGED.     *
006980*****************************************************
006990 3000-PRINT-REPORT.
007000     OPEN OUTPUT PRINT-FILE.
007010     IF NOT FS-PRINT-OK
007020         DISPLAY "ENVRPT ERROR: RPTOUT OPEN FAILED, STATUS="
007030             FS-PRINT-FILE
007040         MOVE 16 TO RETURN-CODE
007050         GO TO 3000-PRINT-REPORT-EXIT
007060     END-IF.
007070     OPEN INPUT RESULT-FILE.
007080     IF NOT FS-RESULT-OK
007090         DISPLAY "ENVRPT ERROR: RESULTOUT REOPEN FAILED, STATUS="
007100             FS-RESULT-FILE
007110         MOVE 16 TO RETURN-CODE
007120         GO TO 3000-PRINT-REPORT-EXIT
007130     END-IF.
007140     READ RESULT-FILE
007150         AT END
007160             SET FS-RESULT-EOF TO TRUE
007170     END-READ.
007180     MOVE SPACES TO WS-CURR-CODE.
007190     PERFORM 3100-PRINT-ONE-RECORD
007200         THRU 3100-PRINT-ONE-RECORD-EXIT
007210         UNTIL FS-RESULT-EOF.
007220     CLOSE RESULT-FILE.
007230 3000-PRINT-REPORT-EXIT.
007240     EXIT.
007250
007260*****************************************************
007270*  3100-PRINT-ONE-RECORD                              *
007280*  PRINTS ONE RESULTOUT RECORD, OPENING A NEW         *
007290*  SCENARIO BLOCK OR PAGE FIRST WHEN NEEDED.          *
007300*****************************************************
007310 3100-PRINT-ONE-RECORD.
007320     ADD 1 TO WS-RESULT-COUNT.
007330     IF RES-SCENARIO-CODE NOT = WS-CURR-CODE
007340         MOVE RES-SCENARIO-CODE TO WS-CURR-CODE
007350         PERFORM 3200-START-SCENARIO-BLOCK
007360             THRU 3200-START-SCENARIO-BLOCK-EXIT
007370     END-IF.
007380     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007390         PERFORM 3300-PAGE-HEADING
007400             THRU 3300-PAGE-HEADING-EXIT
007410         PERFORM 3400-COLUMN-HEADING
007420             THRU 3400-COLUMN-HEADING-EXIT
007430     END-IF.
007440
007450     MOVE SPACES TO RPT-DETAIL-LINE.
007460     MOVE RES-SCENARIO-CODE  TO DET-SCENARIO-CODE.
007470     MOVE RES-CUTOFF         TO DET-CUTOFF.
007480     MOVE RES-EXPECTED-VALUE TO DET-EXPECTED.
007490     MOVE RES-NUM-TRIALS     TO DET-TRIALS.
007500     MOVE RES-STD-ERROR      TO DET-STD-ERROR.
007510     MOVE RES-CI-LOW         TO DET-CI-LOW.
007520     MOVE RES-CI-HIGH        TO DET-CI-HIGH.
007530     MOVE RES-KEEP-EV        TO DET-KEEP-EV.
007540     MOVE RES-SWITCH-EV      TO DET-SWITCH-EV.
007550     MOVE RES-LIFT-KEEP      TO DET-LIFT-KEEP.
007560     MOVE RES-LIFT-SWITCH    TO DET-LIFT-SWITCH.
007570     MOVE RES-SWEEP-PHASE    TO DET-PHASE.
007580     IF WS-CURR-OPT-SUB > ZERO
007590         AND OPT-SET (WS-CURR-OPT-SUB)
007600         AND RES-CUTOFF = OPT-CUTOFF (WS-CURR-OPT-SUB)
007610         MOVE "*OPTIMAL*" TO DET-FLAG
007620     END-IF.
007630     WRITE PRINT-RECORD FROM RPT-DETAIL-LINE
007640         AFTER ADVANCING 1 LINE.
007650     ADD 1 TO WS-LINE-COUNT.
007660     ADD 1 TO WS-DETAIL-COUNT.
007670
007680     READ RESULT-FILE
007690         AT END
007700             SET FS-RESULT-EOF TO TRUE
007710     END-READ.
007720 3100-PRINT-ONE-RECORD-EXIT.
007730     EXIT.
007740
007750*****************************************************
007760*  3200-START-SCENARIO-BLOCK                          *
007770*  EVERY SCENARIO OPENS ON A FRESH PAGE WITH THE      *
007780*  PARAMETER ECHO (NAMING THE SCENARIO FROM THE       *
007790*  MASTER) AND COLUMN HEADINGS.  THE BLOCK'S PARM     *
007800*  AND OPTIMAL TABLE ENTRIES ARE LOOKED UP BY CODE    *
007810*  ONCE HERE FOR THE WHOLE BLOCK.                     *
007820*****************************************************
007830 3200-START-SCENARIO-BLOCK.
007840     ADD 1 TO WS-BLOCK-COUNT.
007850     PERFORM 3250-FIND-CURR-SUBS
007860         THRU 3250-FIND-CURR-SUBS-EXIT.
007870     PERFORM 3300-PAGE-HEADING
007880         THRU 3300-PAGE-HEADING-EXIT.
007890     IF WS-CURR-PARM-SUB > ZERO
007900         MOVE WS-CURR-CODE TO SH-SCENARIO-CODE
007910         MOVE SCEN-NAME (WS-CURR-PARM-SUB)      TO
007920             SH-SCENARIO-NAME
007930         MOVE SCEN-TRIALS (WS-CURR-PARM-SUB)    TO SH-TRIALS
007940         MOVE SCEN-PRIOR-MAX (WS-CURR-PARM-SUB) TO SH-PRIOR-MAX
007950         MOVE SCEN-CUT-START (WS-CURR-PARM-SUB) TO SH-CUT-START
007960         MOVE SCEN-CUT-STOP (WS-CURR-PARM-SUB)  TO SH-CUT-STOP
007970         MOVE SCEN-CUT-STEP (WS-CURR-PARM-SUB)  TO SH-CUT-STEP
007980         MOVE SCEN-DIST-MODE (WS-CURR-PARM-SUB) TO SH-DIST-MODE
007990         WRITE PRINT-RECORD FROM RPT-SCEN-HEADING
008000             AFTER ADVANCING 1 LINE
008010     ELSE
008020         MOVE WS-CURR-CODE TO SHD-SCENARIO-CODE
008030         WRITE PRINT-RECORD FROM RPT-SCEN-HEADING-DFLT
008040             AFTER ADVANCING 1 LINE
008050     END-IF.
008060     ADD 1 TO WS-LINE-COUNT.
008070     PERFORM 3400-COLUMN-HEADING
008080         THRU 3400-COLUMN-HEADING-EXIT.
008090 3200-START-SCENARIO-BLOCK-EXIT.
008100     EXIT.
008110
008120*****************************************************
008130*  3250-FIND-CURR-SUBS                                *
008140*  LOOKS THE CURRENT SCENARIO CODE UP IN THE PARM     *
008150*  TABLE AND THE OPTIMAL TABLE.  ZERO MEANS NOT       *
008160*  THERE (NO CTLIN RECORD, OR NO RESULT SCORED).      *
008170*****************************************************
008180 3250-FIND-CURR-SUBS.
008190     MOVE ZERO TO WS-CURR-PARM-SUB.
008200     PERFORM 3260-MATCH-PARM-ENTRY
008210         THRU 3260-MATCH-PARM-ENTRY-EXIT
008220         VARYING WS-SCEN-SUB FROM 1 BY 1
008230         UNTIL WS-SCEN-SUB > WS-SCEN-COUNT
008240         OR WS-CURR-PARM-SUB > ZERO.
008250     MOVE ZERO TO WS-CURR-OPT-SUB.
008260     PERFORM 3270-MATCH-OPT-ENTRY
008270         THRU 3270-MATCH-OPT-ENTRY-EXIT
008280         VARYING WS-SCEN-SUB FROM 1 BY 1
008290         UNTIL WS-SCEN-SUB > WS-OPT-COUNT
008300         OR WS-CURR-OPT-SUB > ZERO.
008310 3250-FIND-CURR-SUBS-EXIT.
008320     EXIT.
008330
008340 3260-MATCH-PARM-ENTRY.
008350     IF SCEN-CODE (WS-SCEN-SUB) = WS-CURR-CODE
008360         MOVE WS-SCEN-SUB TO WS-CURR-PARM-SUB
008370     END-IF.
008380 3260-MATCH-PARM-ENTRY-EXIT.
008390     EXIT.
008400
008410 3270-MATCH-OPT-ENTRY.
008420     IF OPT-CODE (WS-SCEN-SUB) = WS-CURR-CODE
008430         MOVE WS-SCEN-SUB TO WS-CURR-OPT-SUB
008440     END-IF.
008450 3270-MATCH-OPT-ENTRY-EXIT.
008460     EXIT.
008470
008480*****************************************************
008490*  3300-PAGE-HEADING                                  *
008500*  THROWS TO A NEW PAGE AND PRINTS THE REPORT TITLE   *
008510*  WITH THE RUN DATE AND PAGE NUMBER.                 *
008520*****************************************************
008530 3300-PAGE-HEADING.
008540     ADD 1 TO WS-PAGE-COUNT.
008550     MOVE WS-RUN-DATE   TO PH1-RUN-DATE.
008560     MOVE WS-PAGE-COUNT TO PH1-PAGE.
008570     IF WS-PAGE-COUNT = 1
008580         WRITE PRINT-RECORD FROM RPT-PAGE-HEADING-1
008590             AFTER ADVANCING 1 LINE
008600     ELSE
008610         WRITE PRINT-RECORD FROM RPT-PAGE-HEADING-1
008620             AFTER ADVANCING PAGE
008630     END-IF.
008640     MOVE SPACES TO PRINT-RECORD.
008650     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008660     MOVE 2 TO WS-LINE-COUNT.
008670 3300-PAGE-HEADING-EXIT.
008680     EXIT.
008690
008700*****************************************************
008710*  3400-COLUMN-HEADING                                *
008720*  PRINTS THE COLUMN HEADINGS AND A SPACER LINE.      *
008730*****************************************************
008740 3400-COLUMN-HEADING.
008750     WRITE PRINT-RECORD FROM RPT-COLUMN-HEADING
008760         AFTER ADVANCING 1 LINE.
008770     MOVE SPACES TO PRINT-RECORD.
008780     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008790     ADD 2 TO WS-LINE-COUNT.
008800 3400-COLUMN-HEADING-EXIT.
008810     EXIT.
008820
008830*****************************************************
008840*  9000-FINALIZE                                      *
008850*  PRINTS THE TRAILER WITH THE RECORD COUNTS AND      *
008860*  CLOSES THE PRINT FILE, THEN FILES THE LEDGER ROW   *
008870*  ENDED - ALSO WHEN THE PRINT FILE NEVER OPENED.     *
008880*****************************************************
008890 9000-FINALIZE.
008900     IF NOT FS-PRINT-OK
008910         GO TO 9000-FINALIZE-LEDGER
008920     END-IF.
008930     IF WS-RESULT-COUNT = ZERO
008940         MOVE SPACES TO PRINT-RECORD
008950         STRING "ENVRPT: NO RESULT RECORDS TO REPORT"
008960             DELIMITED BY SIZE INTO PRINT-RECORD
008970         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
008980     END-IF.
008990     MOVE SPACES TO PRINT-RECORD.
009000     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
009010     MOVE WS-BLOCK-COUNT   TO TR-SCEN-COUNT.
009020     MOVE WS-RESULT-COUNT  TO TR-RESULT-COUNT.
009030     MOVE WS-DETAIL-COUNT  TO TR-DETAIL-COUNT.
009040     WRITE PRINT-RECORD FROM RPT-TRAILER-1
009050         AFTER ADVANCING 1 LINE.
009060     CLOSE PRINT-FILE.
009070     DISPLAY "ENVRPT SUMMARY: SCENARIOS=" WS-BLOCK-COUNT
009080         " RECORDS=" WS-RESULT-COUNT
009090         " PAGES=" WS-PAGE-COUNT.
009100 9000-FINALIZE-LEDGER.
009110     PERFORM 9400-WRITE-LEDGER-END
009120         THRU 9400-WRITE-LEDGER-END-EXIT.
009130 9000-FINALIZE-EXIT.
009140     EXIT.
009150
009160*****************************************************
009170*  9400-WRITE-LEDGER-END                              *
009180*  FILES THIS STEP'S LEDGER ROW ENDED WITH ITS RETURN *
009190*  CODE AND COUNTS.  NOTHING IS FILED FOR A REFUSED   *
009200*  RUN - ITS ROW WAS FILED REFUSED AT START-UP.       *
009210*****************************************************
009220 9400-WRITE-LEDGER-END.
009230     IF NOT LEDGER-STARTED
009240         GO TO 9400-WRITE-LEDGER-END-EXIT
009250     END-IF.
009260     PERFORM 9410-OPEN-LEDGER
009270         THRU 9410-OPEN-LEDGER-EXIT.
009280     IF LEDGER-UNAVAILABLE
009290         GO TO 9400-WRITE-LEDGER-END-EXIT
009300     END-IF.
009310     PERFORM 9415-READ-OWN-ROW
009320         THRU 9415-READ-OWN-ROW-EXIT.
009330     SET LDG-ENDED           TO TRUE.
009340     ACCEPT LDG-END-DATE FROM DATE YYYYMMDD.
009350     ACCEPT LDG-END-TIME FROM TIME.
009360     MOVE RETURN-CODE        TO LDG-RETURN-CODE.
009370     PERFORM 9450-MOVE-LEDGER-COUNTS
009380         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
009390     PERFORM 9420-PUT-LEDGER-ROW
009400         THRU 9420-PUT-LEDGER-ROW-EXIT.
009410 9400-WRITE-LEDGER-END-EXIT.
009420     EXIT.
009430
009440*****************************************************
009450*  9410-OPEN-LEDGER                                   *
009460*  OPENS THE LEDGER FOR UPDATE, CREATING IT ON ITS    *
009470*  VERY FIRST USE.  A LEDGER THAT CANNOT BE OPENED IS *
009480*  A HARD FAILURE.                                    *
009490*****************************************************
009500 9410-OPEN-LEDGER.
009510     OPEN I-O LEDGER-FILE.
009520     IF FS-LEDGER-MISSING
009530         OPEN OUTPUT LEDGER-FILE
009540         CLOSE LEDGER-FILE
009550         OPEN I-O LEDGER-FILE
009560     END-IF.
009570     IF NOT FS-LEDGER-OK
009580         DISPLAY "ENVRPT ERROR: LEDGER OPEN FAILED, STATUS="
009590             FS-LEDGER-FILE
009600         SET LEDGER-UNAVAILABLE TO TRUE
009610         MOVE 16 TO RETURN-CODE
009620     END-IF.
009630 9410-OPEN-LEDGER-EXIT.
009640     EXIT.
009650
009660*****************************************************
009670*  9415-READ-OWN-ROW                                  *
009680*  READS THIS STEP'S ROW FOR THE NIGHT.  WITH NO ROW  *
009690*  YET A NEW ONE IS LAID OUT AS THE FIRST ATTEMPT.    *
009700*****************************************************
009710 9415-READ-OWN-ROW.
009720     MOVE WS-LEDGER-DATE TO LDG-RUN-DATE.
009730     MOVE WS-LEDGER-STEP TO LDG-STEP.
009740     READ LEDGER-FILE
009750         INVALID KEY
009760             CONTINUE
009770     END-READ.
009780     IF FS-LEDGER-OK
009790         SET LEDGER-ROW-FOUND TO TRUE
009800     ELSE
009810         SET LEDGER-ROW-NEW TO TRUE
009820         MOVE SPACES         TO LEDGER-RECORD
009830         MOVE WS-LEDGER-DATE TO LDG-RUN-DATE
009840         MOVE WS-LEDGER-STEP TO LDG-STEP
009850         MOVE 1              TO LDG-ATTEMPTS
009860     END-IF.
009870 9415-READ-OWN-ROW-EXIT.
009880     EXIT.
009890
009900*****************************************************
009910*  9420-PUT-LEDGER-ROW                                *
009920*  WRITES A NEW ROW OR REWRITES THE ONE READ BY 9415, *
009930*  AND CLOSES THE LEDGER.                             *
009940*****************************************************
009950 9420-PUT-LEDGER-ROW.
009960     IF LEDGER-ROW-FOUND
009970         REWRITE LEDGER-RECORD
009980             INVALID KEY
009990                 CONTINUE
010000         END-REWRITE
010010     ELSE
010020         WRITE LEDGER-RECORD
010030             INVALID KEY
010040                 CONTINUE
010050         END-WRITE
010060     END-IF.
010070     IF NOT FS-LEDGER-OK
010080         DISPLAY "ENVRPT ERROR: LEDGER WRITE FAILED, STATUS="
010090             FS-LEDGER-FILE
010100         SET LEDGER-UNAVAILABLE TO TRUE
010110         MOVE 16 TO RETURN-CODE
010120     END-IF.
010130     CLOSE LEDGER-FILE.
010140 9420-PUT-LEDGER-ROW-EXIT.
010150     EXIT.
010160
010170*****************************************************
010180*  9450-MOVE-LEDGER-COUNTS                            *
010190*  LAYS THE COUNTS INTO THE LEDGER ROW IN THE SLOT    *
010200*  ORDER LDGREC GIVES FOR THE ENVRPT STEP.            *
010210*****************************************************
010220 9450-MOVE-LEDGER-COUNTS.
010230     MOVE "RESULTS"          TO LDG-COUNT-NAME (1).
010240     MOVE WS-RESULT-COUNT    TO LDG-COUNT (1).
010250     MOVE "SCENARIO"         TO LDG-COUNT-NAME (2).
010260     MOVE WS-BLOCK-COUNT     TO LDG-COUNT (2).
010270 9450-MOVE-LEDGER-COUNTS-EXIT.
010280     EXIT.
