000290*                    THE EXCEPTION TOTAL - AN          *
000300*                    EXPLAINED MOVE STILL PRINTS BUT   *
000310*                    NO LONGER SPOILS A CLEAN RUN.     *
000320*  2026-10-15   DF   RUN LEDGER: CHECKS THE SHARED     *
000330*                    LEDGER (SEE LDGREC) BEFORE THE    *
000340*                    CONSOLE IS BUILT AND REFUSES TO   *
000350*                    RUN UNLESS TONIGHT'S ENVELOPE     *
000360*                    STEP ENDED AT RC 8 OR BETTER AND  *
000370*                    AUDITOUT HOLDS THE AUDIT RECORDS  *
000380*                    ENVELOPE FILED.  FILES ITS OWN    *
000390*                    ROW STARTED, ENDED, OR REFUSED.   *
000400*****************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440*****************************************************
000450*  CONTROL EDIT REPORT - THE ENVELOPES EDIT PASS'S    *
000460*  FORMATTED OUTPUT.  EVERY VIOLATION LINE BECOMES A  *
000470*  SEVERITY-HIGH EXCEPTION.  OPTIONAL - A STANDALONE  *
000480*  RUN WITH NO CTLIN WRITES NO EDIT REPORT.           *
000490*****************************************************
000500     SELECT EDIT-REPORT-FILE ASSIGN TO EDITRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-EDIT-REPORT-FILE.
000530*****************************************************
000540*  RECONCILIATION REPORT - ONE RECORD PER DRIFTING    *
000550*  CUTOFF (SEE RCNREC).  EVERY RECORD PRINTS IN THE   *
000560*  SEVERITY-MEDIUM SECTION WITH ITS CAUSE CLASS, BUT  *
000570*  ONLY UNEXPLAINED DRIFT COUNTS AS AN EXCEPTION.     *
000580*****************************************************
000590     SELECT RECONCILE-FILE ASSIGN TO RECONOUT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-RECONCILE-FILE.
000620*****************************************************
000630*  RUN AUDIT FILE - ONE RECORD PER SCENARIO RUN (SEE  *
000640*  AUDREC).  WARNING COUNTS BECOME SEVERITY-LOW       *
000650*  EXCEPTIONS; EARLY-STOP COUNTS PRINT AS             *
000660*  INFORMATION ONLY.                                  *
000670*****************************************************
000680     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-AUDIT-FILE.
000710*****************************************************
000720*  CONSOLE PRINT FILE - THE ONE-PAGE MORNING REPORT.  *
000730*****************************************************
000740     SELECT CONSOLE-FILE ASSIGN TO CONSOUT
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-CONSOLE-FILE.
000770*****************************************************
000780*  LEDGER CONTROL CARD - OPTIONAL.  WHEN PRESENT AND  *
000790*  NONZERO IT GIVES THE BUSINESS NIGHT WHOSE LEDGER   *
000800*  ROWS THIS STEP CHECKS AND FILES UNDER; OTHERWISE   *
000810*  THE SYSTEM DATE IS USED.  THE SAME CARD IS GIVEN   *
000820*  TO EVERY STEP OF THE CHAIN.                        *
000830*****************************************************
000840     SELECT LEDGER-CONTROL-FILE ASSIGN TO LDGCTL
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS FS-LEDGER-CONTROL.
000870*****************************************************
000880*  RUN LEDGER - ONE ROW PER RUN DATE AND STEP OF THE  *
000890*  NIGHTLY CHAIN (SEE LDGREC).  THE PREREQUISITE ROWS *
000900*  ARE CHECKED BEFORE ANYTHING RUNS AND THIS STEP'S   *
000910*  OWN ROW IS FILED STARTED, ENDED, OR REFUSED.       *
000920*****************************************************
000930     SELECT LEDGER-FILE ASSIGN TO LEDGER
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS LDG-KEY
000970         FILE STATUS IS FS-LEDGER-FILE.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  EDIT-REPORT-FILE.
001020 01  EDIT-REPORT-RECORD          PIC X(132).
001030
001040 FD  RECONCILE-FILE.
001050 COPY RCNREC.
001060
001070 FD  AUDIT-FILE.
001080 COPY AUDREC.
001090
001100 FD  CONSOLE-FILE.
001110 01  CONSOLE-RECORD              PIC X(132).
001120
001130 FD  LEDGER-CONTROL-FILE.
001140 01  LEDGER-CONTROL-RECORD.
001150     05  LCT-RUN-DATE            PIC 9(08).
001160     05  FILLER                  PIC X(72).
001170
001180 FD  LEDGER-FILE.
001190 COPY LDGREC.
001200
001210 WORKING-STORAGE SECTION.
001220*****************************************************
001230*  FILE STATUS SWITCHES                              *
001240*****************************************************
001250 01  FS-EDIT-REPORT-FILE         PIC X(02).
001260     88  FS-EDIT-REPORT-OK            VALUE "00".
001270     88  FS-EDIT-REPORT-EOF           VALUE "10".
001280     88  FS-EDIT-REPORT-MISSING       VALUE "35".
001290 01  FS-RECONCILE-FILE           PIC X(02).
001300     88  FS-RECONCILE-OK              VALUE "00".
001310     88  FS-RECONCILE-EOF             VALUE "10".
001320     88  FS-RECONCILE-MISSING         VALUE "35".
001330 01  FS-AUDIT-FILE               PIC X(02).
001340     88  FS-AUDIT-OK                  VALUE "00".
001350     88  FS-AUDIT-EOF                 VALUE "10".
001360     88  FS-AUDIT-MISSING             VALUE "35".
001370 01  FS-CONSOLE-FILE             PIC X(02).
001380     88  FS-CONSOLE-OK                VALUE "00".
001390
001400*****************************************************
001410*  SEVERITY-HIGH EXCEPTIONS - CONTROL EDIT           *
001420*  VIOLATION LINES CAPTURED VERBATIM FROM EDITRPT.   *
001430*  ONLY LINES OPENING WITH THE RECORD TAG ARE        *
001440*  VIOLATIONS; THE HEADING AND TRAILER ARE SKIPPED.  *
001450*****************************************************
001460 01  WS-EDT-COUNT                PIC 9(05) VALUE ZERO.
001470 01  WS-EDT-TABLE.
001480     05  WS-EDT-LINE             PIC X(110) OCCURS 200 TIMES.
001490 01  SW-EDT-OVERFLOW             PIC X(01) VALUE "N".
001500     88  EDT-OVERFLOWED               VALUE "Y".
001510     88  EDT-NOT-OVERFLOWED           VALUE "N".
001520
001530*****************************************************
001540*  SEVERITY-MEDIUM EXCEPTIONS - DRIFT LINES FROM     *
001550*  RECONOUT, HELD AS DISPLAY TEXT FOR THE EVIDENCE   *
001560*  COLUMNS.                                          *
001570*****************************************************
001580 01  WS-DRF-COUNT                PIC 9(05) VALUE ZERO.
001590 01  WS-DRF-TABLE.
001600     05  WS-DRF-ENTRY            OCCURS 500 TIMES.
001610         10  DRF-SCENARIO-CODE   PIC X(08).
001620         10  DRF-CUTOFF          PIC X(03).
001630         10  DRF-PRIOR           PIC X(09).
001640         10  DRF-CURRENT         PIC X(09).
001650         10  DRF-DIFF            PIC X(09).
001660         10  DRF-CAUSE           PIC X(12).
001670         10  DRF-FIELDS          PIC X(40).
001680 01  SW-DRF-OVERFLOW             PIC X(01) VALUE "N".
001690     88  DRF-OVERFLOWED               VALUE "Y".
001700     88  DRF-NOT-OVERFLOWED           VALUE "N".
001710
001720*****************************************************
001730*  SEVERITY-LOW EXCEPTIONS AND INFORMATION - PER-    *
001740*  SCENARIO WARNING AND EARLY-STOP COUNTS FROM THE   *
001750*  AUDIT TRAIL.                                      *
001760*****************************************************
001770 01  WS-WRN-COUNT                PIC 9(03) VALUE ZERO.
001780 01  WS-WRN-TABLE.
001790     05  WS-WRN-ENTRY            OCCURS 99 TIMES.
001800         10  WRN-SCENARIO-CODE   PIC X(08).
001810         10  WRN-WARNINGS        PIC 9(05).
001820         10  WRN-TRIALS-RUN      PIC 9(05).
001830 01  WS-ESP-COUNT                PIC 9(03) VALUE ZERO.
001840 01  WS-ESP-TABLE.
001850     05  WS-ESP-ENTRY            OCCURS 99 TIMES.
001860         10  ESP-SCENARIO-CODE   PIC X(08).
001870         10  ESP-STOPS           PIC 9(05).
001880         10  ESP-TRIALS-RUN      PIC 9(05).
001890         10  ESP-NUM-TRIALS      PIC 9(05).
001900
001910*****************************************************
001920*  INPUT PRESENCE - A MISSING INPUT IS NOTED ON THE  *
001930*  CONSOLE INSTEAD OF FAILING THE MORNING CHECK (A   *
001940*  STANDALONE RUN HAS NO EDITRPT AT ALL).            *
001950*****************************************************
001960 01  SW-EDITRPT-PRESENT          PIC X(01) VALUE "N".
001970     88  EDITRPT-PRESENT              VALUE "Y".
001980     88  EDITRPT-NOT-PRESENT          VALUE "N".
001990 01  SW-RECONOUT-PRESENT         PIC X(01) VALUE "N".
002000     88  RECONOUT-PRESENT             VALUE "Y".
002010     88  RECONOUT-NOT-PRESENT         VALUE "N".
002020 01  SW-AUDITOUT-PRESENT         PIC X(01) VALUE "N".
002030     88  AUDITOUT-PRESENT             VALUE "Y".
002040     88  AUDITOUT-NOT-PRESENT         VALUE "N".
002050
002060*****************************************************
002070*  REPORT CONTROL                                    *
002080*****************************************************
002090 01  WS-RUN-DATE                 PIC 9(08).
002100 01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
002110 01  WS-SUB                      PIC 9(05) VALUE ZERO.
002120 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
002130 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
002140 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
002150
002160*****************************************************
002170*  RUN LEDGER SUPPORT - THE CONSOLE IS ONLY BUILT FOR *
002180*  A NIGHT WHOSE SWEEP ENDED (RC 8 OR BETTER - THE    *
002190*  CONSOLE IS HOW A WARNING NIGHT GETS LOOKED AT) AND *
002200*  WHOSE AUDITOUT STILL HOLDS THE RECORDS THE SWEEP   *
002210*  FILED.  THE EDIT AND DRIFT COUNTS ARE KEPT HERE    *
002220*  UNCAPPED FOR THE LEDGER ROW; THE PRINT TABLES STOP *
002230*  AT THEIR LIMITS.                                   *
002240*****************************************************
002250 01  FS-LEDGER-CONTROL           PIC X(02).
002260     88  FS-LEDGER-CONTROL-OK         VALUE "00".
002270 01  FS-LEDGER-FILE              PIC X(02).
002280     88  FS-LEDGER-OK                 VALUE "00".
002290     88  FS-LEDGER-MISSING            VALUE "35".
002300 01  SW-LEDGER                   PIC X(01) VALUE "N".
002310     88  LEDGER-NOT-STARTED           VALUE "N".
002320     88  LEDGER-STARTED               VALUE "S".
002330     88  LEDGER-REFUSED               VALUE "R".
002340     88  LEDGER-UNAVAILABLE           VALUE "X".
002350 01  SW-LEDGER-ROW               PIC X(01) VALUE "N".
002360     88  LEDGER-ROW-FOUND             VALUE "Y".
002370     88  LEDGER-ROW-NEW               VALUE "N".
002380 01  WS-LEDGER-DATE              PIC 9(08) VALUE ZERO.
002390 01  WS-LEDGER-STEP              PIC X(08) VALUE "NITECON".
002400 01  WS-LEDGER-START-TIME        PIC 9(08) VALUE ZERO.
002410 01  WS-LDG-PREREQ-STEP          PIC X(08) VALUE SPACES.
002420 01  WS-LDG-PREREQ-MAX-RC        PIC 9(02) VALUE ZERO.
002430 01  WS-LDG-REASON               PIC X(50) VALUE SPACES.
002440 01  WS-LDG-INPUT-COUNT          PIC 9(09) VALUE ZERO.
002450 01  WS-LDG-EDITS                PIC 9(09) VALUE ZERO.
002460 01  WS-LDG-DRIFTS               PIC 9(09) VALUE ZERO.
002470
002480*****************************************************
002490*  PRINT LINE LAYOUTS                                *
002500*****************************************************
002510 01  CON-PAGE-HEADING.
002520     05  FILLER                  PIC X(51) VALUE
002530         "TWO ENVELOPES NIGHTLY EXCEPTION CONSOLE".
002540     05  FILLER                  PIC X(10) VALUE SPACES.
002550     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002560     05  CPH-RUN-DATE            PIC 9(08).
002570     05  FILLER                  PIC X(04) VALUE SPACES.
002580     05  FILLER                  PIC X(05) VALUE "PAGE ".
002590     05  CPH-PAGE                PIC ZZZZ9.
002600     05  FILLER                  PIC X(40) VALUE SPACES.
002610
002620 01  CON-BANNER-CLEAN.
002630     05  FILLER                  PIC X(30) VALUE
002640         "***** CLEAN RUN *****".
002650     05  FILLER                  PIC X(102) VALUE SPACES.
002660
002670 01  CON-BANNER-EXCP.
002680     05  FILLER                  PIC X(06) VALUE "***** ".
002690     05  CBE-COUNT               PIC ZZZZ9.
002700     05  FILLER                  PIC X(43) VALUE
002710         " EXCEPTION(S) - REVIEW SECTIONS BELOW *****".
002720     05  FILLER                  PIC X(78) VALUE SPACES.
002730
002740 01  CON-SECTION-1-HEADING.
002750     05  FILLER                  PIC X(70) VALUE
002760         "SECTION 1 - SEVERITY HIGH - CONTROL EDIT REJECTIONS - S
002770-        "EE EDITRPT".
002780     05  FILLER                  PIC X(62) VALUE SPACES.
002790
002800 01  CON-SECTION-2-HEADING.
002810     05  FILLER                  PIC X(70) VALUE
002820         "SECTION 2 - SEVERITY MEDIUM - EXPECTED VALUE DRIFT - SE
002830-        "E RECONOUT".
002840     05  FILLER                  PIC X(62) VALUE SPACES.
002850
002860 01  CON-SECTION-3-HEADING.
002870     05  FILLER                  PIC X(70) VALUE
002880         "SECTION 3 - SEVERITY LOW - VALIDATION WARNINGS - SEE AU
002890-        "DITOUT".
002900     05  FILLER                  PIC X(62) VALUE SPACES.
002910
002920 01  CON-SECTION-4-HEADING.
002930     05  FILLER                  PIC X(70) VALUE
002940         "SECTION 4 - INFORMATION - EARLY-STOP SAVINGS - SEE AUDI
002950-        "TOUT".
002960     05  FILLER                  PIC X(62) VALUE SPACES.
002970
002980 01  CON-NONE-LINE.
002990     05  FILLER                  PIC X(12) VALUE "    NONE".
003000     05  FILLER                  PIC X(120) VALUE SPACES.
003010
003020 01  CON-NOTE-LINE.
003030     05  FILLER                  PIC X(04) VALUE SPACES.
003040     05  CNL-TEXT                PIC X(60).
003050     05  FILLER                  PIC X(68) VALUE SPACES.
003060
003070 01  CON-EDIT-LINE.
003080     05  FILLER                  PIC X(04) VALUE SPACES.
003090     05  CEL-TEXT                PIC X(110).
003100     05  FILLER                  PIC X(18) VALUE SPACES.
003110
003120 01  CON-DRIFT-LINE.
003130     05  FILLER                  PIC X(04) VALUE SPACES.
003140     05  FILLER                  PIC X(09) VALUE "SCENARIO ".
003150     05  CDL-CODE                PIC X(08).
003160     05  FILLER                  PIC X(08) VALUE "  CUTOFF".
003170     05  FILLER                  PIC X(01) VALUE "=".
003180     05  CDL-CUTOFF              PIC X(03).
003190     05  FILLER                  PIC X(07) VALUE "  PRIOR".
003200     05  FILLER                  PIC X(01) VALUE "=".
003210     05  CDL-PRIOR               PIC X(09).
003220     05  FILLER                  PIC X(09) VALUE "  CURRENT".
003230     05  FILLER                  PIC X(01) VALUE "=".
003240     05  CDL-CURRENT             PIC X(09).
003250     05  FILLER                  PIC X(06) VALUE "  DIFF".
003260     05  FILLER                  PIC X(01) VALUE "=".
003270     05  CDL-DIFF                PIC X(09).
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  CDL-CAUSE               PIC X(12).
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  CDL-FIELDS              PIC X(40).
003320
003330 01  CON-WARN-LINE.
003340     05  FILLER                  PIC X(04) VALUE SPACES.
003350     05  FILLER                  PIC X(09) VALUE "SCENARIO ".
003360     05  CWL-CODE                PIC X(08).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  CWL-WARNINGS            PIC ZZZZ9.
003390     05  FILLER                  PIC X(25) VALUE
003400         " VALIDATION WARNING(S) IN".
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  CWL-TRIALS              PIC ZZZZ9.
003430     05  FILLER                  PIC X(22) VALUE
003440         " TRIALS - SEE AUDITOUT".
003450     05  FILLER                  PIC X(51) VALUE SPACES.
003460
003470 01  CON-ESP-LINE.
003480     05  FILLER                  PIC X(04) VALUE SPACES.
003490     05  FILLER                  PIC X(09) VALUE "SCENARIO ".
003500     05  CES-CODE                PIC X(08).
003510     05  FILLER                  PIC X(08) VALUE "  CLOSED".
003520     05  FILLER                  PIC X(01) VALUE SPACE.
003530     05  CES-STOPS               PIC ZZZZ9.
003540     05  FILLER                  PIC X(22) VALUE
003550         " CUTOFF(S) EARLY - RAN".
003560     05  FILLER                  PIC X(01) VALUE SPACE.
003570     05  CES-RUN                 PIC ZZZZ9.
003580     05  FILLER                  PIC X(04) VALUE " OF ".
003590     05  CES-MAX                 PIC ZZZZ9.
003600     05  FILLER                  PIC X(07) VALUE " TRIALS".
003610     05  FILLER                  PIC X(53) VALUE SPACES.
003620
003630 01  CON-TRAILER.
003640     05  FILLER                  PIC X(17) VALUE
003650         "END OF CONSOLE - ".
003660     05  CTR-COUNT               PIC ZZZZ9.
003670     05  FILLER                  PIC X(13) VALUE " EXCEPTION(S)".
003680     05  FILLER                  PIC X(97) VALUE SPACES.
003690
003700 PROCEDURE DIVISION.
003710*****************************************************
003720*  0000-MAINLINE                                      *
003730*  GATHERS THE NIGHT'S EXCEPTIONS FROM ALL THREE      *
003740*  INPUTS INTO WORKING TABLES, THEN PRINTS THE        *
003750*  BANNER AND THE SEVERITY-ORDERED SECTIONS.          *
003760*****************************************************
003770 0000-MAINLINE.
003780     PERFORM 1000-INITIALIZE
003790         THRU 1000-INITIALIZE-EXIT.
003800     IF RETURN-CODE >= 16
003810         PERFORM 9400-WRITE-LEDGER-END
003820             THRU 9400-WRITE-LEDGER-END-EXIT
003830         DISPLAY "NITECON: RUN TERMINATED, RC=" RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860
003870     PERFORM 2000-GATHER-EDITS
003880         THRU 2000-GATHER-EDITS-EXIT.
003890     PERFORM 3000-GATHER-DRIFT
003900         THRU 3000-GATHER-DRIFT-EXIT.
003910     PERFORM 4000-GATHER-AUDIT
003920         THRU 4000-GATHER-AUDIT-EXIT.
003930
003940     PERFORM 5000-PRINT-CONSOLE
003950         THRU 5000-PRINT-CONSOLE-EXIT.
003960
003970     PERFORM 9000-FINALIZE
003980         THRU 9000-FINALIZE-EXIT.
003990     STOP RUN.
004000
004010*****************************************************
004020*  1000-INITIALIZE                                    *
004030*  PICKS UP THE RUN DATE AND OPENS THE CONSOLE        *
004040*  PRINT FILE.  A CONSOLE THAT CANNOT BE WRITTEN IS   *
004050*  A HARD FAILURE - THE WHOLE POINT IS THE PAGE.      *
004060*  THE RUN LEDGER IS CHECKED FIRST; A REFUSED RUN     *
004070*  OPENS NOTHING ELSE.                                *
004080*****************************************************
004090 1000-INITIALIZE.
004100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004110     PERFORM 1040-LOAD-LEDGER-CARD
004120         THRU 1040-LOAD-LEDGER-CARD-EXIT.
004130     PERFORM 1400-CHECK-LEDGER
004140         THRU 1400-CHECK-LEDGER-EXIT.
004150     IF RETURN-CODE >= 16
004160         GO TO 1000-INITIALIZE-EXIT
004170     END-IF.
004180     OPEN OUTPUT CONSOLE-FILE.
004190     IF NOT FS-CONSOLE-OK
004200         DISPLAY "NITECON ERROR: CONSOUT OPEN FAILED, STATUS="
004210             FS-CONSOLE-FILE
004220         MOVE 16 TO RETURN-CODE
004230     END-IF.
004240 1000-INITIALIZE-EXIT.
004250     EXIT.
004260
004270*****************************************************
004280*  1040-LOAD-LEDGER-CARD                              *
004290*  SETTLES THE NIGHT THE LEDGER IS CHECKED AND FILED  *
004300*  UNDER: THE LDGCTL CARD WHEN ONE IS GIVEN AND       *
004310*  NONZERO, OTHERWISE THE SYSTEM DATE.                *
004320*****************************************************
004330 1040-LOAD-LEDGER-CARD.
004340     MOVE WS-RUN-DATE TO WS-LEDGER-DATE.
004350     OPEN INPUT LEDGER-CONTROL-FILE.
004360     IF FS-LEDGER-CONTROL-OK
004370         READ LEDGER-CONTROL-FILE
004380             AT END
004390                 CONTINUE
004400         END-READ
004410         IF FS-LEDGER-CONTROL-OK
004420             AND LCT-RUN-DATE IS NUMERIC
004430             AND LCT-RUN-DATE > ZERO
004440             MOVE LCT-RUN-DATE TO WS-LEDGER-DATE
004450         END-IF
004460         CLOSE LEDGER-CONTROL-FILE
004470     END-IF.
004480 1040-LOAD-LEDGER-CARD-EXIT.
004490     EXIT.
004500
004510*****************************************************
004520*  1400-CHECK-LEDGER                                  *
004530*  REFUSES THE RUN UNLESS TONIGHT'S ENVELOPE ROW      *
004540*  ENDED AT RC 8 OR BETTER WITH AS MANY AUDIT         *
004550*  RECORDS AS AUDITOUT HOLDS - A CONSOLE BUILT FROM   *
004560*  A SWEEP THAT NEVER FINISHED, OR FROM LAST NIGHT'S  *
004570*  LEFTOVER FILES, WOULD PASS A NIGHT THAT WAS NEVER  *
004580*  CHECKED.  THE ROW FOR THIS STEP IS FILED STARTED   *
004590*  OR REFUSED.                                        *
004600*****************************************************
004610 1400-CHECK-LEDGER.
004620     ACCEPT WS-LEDGER-START-TIME FROM TIME.
004630     PERFORM 9410-OPEN-LEDGER
004640         THRU 9410-OPEN-LEDGER-EXIT.
004650     IF LEDGER-UNAVAILABLE
004660         GO TO 1400-CHECK-LEDGER-EXIT
004670     END-IF.
004680     PERFORM 1410-COUNT-AUDITS
004690         THRU 1410-COUNT-AUDITS-EXIT.
004700     MOVE "ENVELOPE" TO WS-LDG-PREREQ-STEP.
004710     MOVE 8          TO WS-LDG-PREREQ-MAX-RC.
004720     PERFORM 1420-CHECK-PREREQUISITE
004730         THRU 1420-CHECK-PREREQUISITE-EXIT.
004740     IF WS-LDG-REASON = SPACES
004750         AND WS-LDG-INPUT-COUNT NOT = LDG-COUNT (1)
004760         STRING "AUDITOUT HAS " DELIMITED BY SIZE
004770                WS-LDG-INPUT-COUNT DELIMITED BY SIZE
004780                ", ENVELOPE FILED " DELIMITED BY SIZE
004790                LDG-COUNT (1) DELIMITED BY SIZE
004800             INTO WS-LDG-REASON
004810     END-IF.
004820 1400-FILE-OWN-ROW.
004830     PERFORM 9415-READ-OWN-ROW
004840         THRU 9415-READ-OWN-ROW-EXIT.
004850     IF LEDGER-ROW-FOUND
004860         ADD 1 TO LDG-ATTEMPTS
004870     END-IF.
004880     MOVE WS-RUN-DATE            TO LDG-START-DATE.
004890     MOVE WS-LEDGER-START-TIME   TO LDG-START-TIME.
004900     MOVE WS-LDG-REASON          TO LDG-REASON.
004910     PERFORM 9450-MOVE-LEDGER-COUNTS
004920         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
004930     IF WS-LDG-REASON = SPACES
004940         SET LDG-STARTED         TO TRUE
004950         MOVE ZERO               TO LDG-END-DATE
004960         MOVE ZERO               TO LDG-END-TIME
004970         MOVE ZERO               TO LDG-RETURN-CODE
004980     ELSE
004990         SET LDG-REFUSED         TO TRUE
005000         MOVE WS-RUN-DATE        TO LDG-END-DATE
005010         MOVE WS-LEDGER-START-TIME TO LDG-END-TIME
005020         MOVE 16                 TO LDG-RETURN-CODE
005030     END-IF.
005040     PERFORM 9420-PUT-LEDGER-ROW
005050         THRU 9420-PUT-LEDGER-ROW-EXIT.
005060     IF LEDGER-UNAVAILABLE
005070         GO TO 1400-CHECK-LEDGER-EXIT
005080     END-IF.
005090     IF WS-LDG-REASON = SPACES
005100         SET LEDGER-STARTED TO TRUE
005110     ELSE
005120         SET LEDGER-REFUSED TO TRUE
005130         DISPLAY "NITECON REFUSED: " WS-LDG-REASON
005140         DISPLAY "NITECON REFUSED: LEDGER NIGHT " WS-LEDGER-DATE
005150             " - RERUN ONCE THE PREREQUISITE IS PUT RIGHT"
005160         MOVE 16 TO RETURN-CODE
005170     END-IF.
005180 1400-CHECK-LEDGER-EXIT.
005190     EXIT.
005200
005210*****************************************************
005220*  1420-CHECK-PREREQUISITE                            *
005230*  READS THE PREREQUISITE STEP'S ROW FOR THE NIGHT    *
005240*  AND SETS THE REFUSAL REASON IF IT IS MISSING,      *
005250*  NEVER ENDED, WAS ITSELF REFUSED, OR ENDED ABOVE    *
005260*  THE RETURN CODE THIS STEP WILL ACCEPT.  ON A GOOD  *
005270*  ROW THE ROW IS LEFT IN THE RECORD AREA FOR THE     *
005280*  COUNT CHECKS THAT FOLLOW.                          *
005290*****************************************************
005300 1420-CHECK-PREREQUISITE.
005310     MOVE WS-LEDGER-DATE     TO LDG-RUN-DATE.
005320     MOVE WS-LDG-PREREQ-STEP TO LDG-STEP.
005330     READ LEDGER-FILE
005340         INVALID KEY
005350             CONTINUE
005360     END-READ.
005370     IF NOT FS-LEDGER-OK
005380         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005390                " HAS NOT RUN FOR THIS NIGHT" DELIMITED BY SIZE
005400             INTO WS-LDG-REASON
005410         GO TO 1420-CHECK-PREREQUISITE-EXIT
005420     END-IF.
005430     IF LDG-STARTED
005440         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005450                " STARTED BUT NEVER ENDED" DELIMITED BY SIZE
005460             INTO WS-LDG-REASON
005470         GO TO 1420-CHECK-PREREQUISITE-EXIT
005480     END-IF.
005490     IF LDG-REFUSED
005500         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005510                " WAS REFUSED AND DID NOT RUN" DELIMITED BY SIZE
005520             INTO WS-LDG-REASON
005530         GO TO 1420-CHECK-PREREQUISITE-EXIT
005540     END-IF.
005550     IF LDG-RETURN-CODE > WS-LDG-PREREQ-MAX-RC
005560         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005570                " FAILED, RC=" DELIMITED BY SIZE
005580                LDG-RETURN-CODE DELIMITED BY SIZE
005590             INTO WS-LDG-REASON
005600     END-IF.
005610 1420-CHECK-PREREQUISITE-EXIT.
005620     EXIT.
005630
005640*****************************************************
005650*  1410-COUNT-AUDITS                                  *
005660*  COUNTS THE RECORDS ON AUDITOUT FOR THE CHECK       *
005670*  AGAINST THE ENVELOPE ROW.  A MISSING AUDITOUT      *
005680*  COUNTS AS EMPTY HERE; 4000 NOTES IT ON THE PAGE.   *
005690*****************************************************
005700 1410-COUNT-AUDITS.
005710     MOVE ZERO TO WS-LDG-INPUT-COUNT.
005720     OPEN INPUT AUDIT-FILE.
005730     IF NOT FS-AUDIT-OK
005740         GO TO 1410-COUNT-AUDITS-EXIT
005750     END-IF.
005760     READ AUDIT-FILE
005770         AT END
005780             CONTINUE
005790     END-READ.
005800     PERFORM 1411-COUNT-ONE-AUDIT
005810         THRU 1411-COUNT-ONE-AUDIT-EXIT
005820         UNTIL NOT FS-AUDIT-OK.
005830     CLOSE AUDIT-FILE.
005840 1410-COUNT-AUDITS-EXIT.
005850     EXIT.
005860
005870 1411-COUNT-ONE-AUDIT.
005880     ADD 1 TO WS-LDG-INPUT-COUNT.
005890     READ AUDIT-FILE
005900         AT END
005910             CONTINUE
005920     END-READ.
005930 1411-COUNT-ONE-AUDIT-EXIT.
005940     EXIT.
005950
005960*****************************************************
005970*  2000-GATHER-EDITS                                  *
005980*  CAPTURES EVERY VIOLATION LINE FROM EDITRPT.  THE   *
005990*  HEADING AND TRAILER LINES ARE PASSED OVER - ONLY   *
006000*  LINES OPENING WITH THE RECORD TAG ARE VIOLATIONS.  *
006010*****************************************************
006020 2000-GATHER-EDITS.
006030     OPEN INPUT EDIT-REPORT-FILE.
006040     IF FS-EDIT-REPORT-MISSING
006050         GO TO 2000-GATHER-EDITS-EXIT
006060     END-IF.
006070     IF NOT FS-EDIT-REPORT-OK
006080         DISPLAY "NITECON ERROR: EDITRPT OPEN FAILED, STATUS="
006090             FS-EDIT-REPORT-FILE
006100         MOVE 16 TO RETURN-CODE
006110         GO TO 2000-GATHER-EDITS-EXIT
006120     END-IF.
006130     SET EDITRPT-PRESENT TO TRUE.
006140     READ EDIT-REPORT-FILE
006150         AT END
006160             CONTINUE
006170     END-READ.
006180     PERFORM 2100-GATHER-ONE-EDIT
006190         THRU 2100-GATHER-ONE-EDIT-EXIT
006200         UNTIL NOT FS-EDIT-REPORT-OK.
006210     CLOSE EDIT-REPORT-FILE.
006220 2000-GATHER-EDITS-EXIT.
006230     EXIT.
006240
006250 2100-GATHER-ONE-EDIT.
006260     IF EDIT-REPORT-RECORD (1:7) = "RECORD "
006270         ADD 1 TO WS-LDG-EDITS
006280         IF WS-EDT-COUNT < 200
006290             ADD 1 TO WS-EDT-COUNT
006300             MOVE EDIT-REPORT-RECORD (1:110)
006310                 TO WS-EDT-LINE (WS-EDT-COUNT)
006320         ELSE
006330             SET EDT-OVERFLOWED TO TRUE
006340         END-IF
006350         ADD 1 TO WS-EXCEPTION-COUNT
006360     END-IF.
006370     READ EDIT-REPORT-FILE
006380         AT END
006390             CONTINUE
006400     END-READ.
006410 2100-GATHER-ONE-EDIT-EXIT.
006420     EXIT.
006430
006440*****************************************************
006450*  3000-GATHER-DRIFT                                  *
006460*  FILES EVERY RECONOUT DRIFT RECORD AS A SEVERITY-   *
006470*  MEDIUM EXCEPTION WITH ITS EVIDENCE COLUMNS.        *
006480*****************************************************
006490 3000-GATHER-DRIFT.
006500     OPEN INPUT RECONCILE-FILE.
006510     IF FS-RECONCILE-MISSING
006520         GO TO 3000-GATHER-DRIFT-EXIT
006530     END-IF.
006540     IF NOT FS-RECONCILE-OK
006550         DISPLAY "NITECON ERROR: RECONOUT OPEN FAILED, STATUS="
006560             FS-RECONCILE-FILE
006570         MOVE 16 TO RETURN-CODE
006580         GO TO 3000-GATHER-DRIFT-EXIT
006590     END-IF.
006600     SET RECONOUT-PRESENT TO TRUE.
006610     READ RECONCILE-FILE
006620         AT END
006630             CONTINUE
006640     END-READ.
006650     PERFORM 3100-GATHER-ONE-DRIFT
006660         THRU 3100-GATHER-ONE-DRIFT-EXIT
006670         UNTIL NOT FS-RECONCILE-OK.
006680     CLOSE RECONCILE-FILE.
006690 3000-GATHER-DRIFT-EXIT.
006700     EXIT.
006710
006720 3100-GATHER-ONE-DRIFT.
006730     ADD 1 TO WS-LDG-DRIFTS.
006740     IF WS-DRF-COUNT < 500
006750         ADD 1 TO WS-DRF-COUNT
006760         MOVE RPT-SCENARIO-CODE
006770             TO DRF-SCENARIO-CODE (WS-DRF-COUNT)
006780         MOVE RPT-CUTOFF        TO DRF-CUTOFF (WS-DRF-COUNT)
006790         MOVE RPT-PRIOR-VALUE   TO DRF-PRIOR (WS-DRF-COUNT)
006800         MOVE RPT-CURRENT-VALUE TO DRF-CURRENT (WS-DRF-COUNT)
006810         MOVE RPT-DIFF          TO DRF-DIFF (WS-DRF-COUNT)
006820         MOVE RPT-CAUSE         TO DRF-CAUSE (WS-DRF-COUNT)
006830         MOVE RPT-CHANGED-FIELDS
006840             TO DRF-FIELDS (WS-DRF-COUNT)
006850     ELSE
006860         SET DRF-OVERFLOWED TO TRUE
006870     END-IF.
006880     IF RPT-CAUSE = "UNEXPLAINED" OR RPT-CAUSE = SPACES
006890         ADD 1 TO WS-EXCEPTION-COUNT
006900     END-IF.
006910     READ RECONCILE-FILE
006920         AT END
006930             CONTINUE
006940     END-READ.
006950 3100-GATHER-ONE-DRIFT-EXIT.
006960     EXIT.
006970
006980*****************************************************
006990*  4000-GATHER-AUDIT                                  *
007000*  WALKS THE AUDIT TRAIL ONCE: A SCENARIO WITH        *
007010*  VALIDATION WARNINGS BECOMES A SEVERITY-LOW         *
007020*  EXCEPTION; A SCENARIO THAT CLOSED CUTOFFS EARLY    *
007030*  PRINTS AS INFORMATION ONLY.                        *
007040*****************************************************
007050 4000-GATHER-AUDIT.
007060     OPEN INPUT AUDIT-FILE.
007070     IF FS-AUDIT-MISSING
007080         GO TO 4000-GATHER-AUDIT-EXIT
007090     END-IF.
007100     IF NOT FS-AUDIT-OK
007110         DISPLAY "NITECON ERROR: AUDITOUT OPEN FAILED, STATUS="
007120             FS-AUDIT-FILE
007130         MOVE 16 TO RETURN-CODE
007140         GO TO 4000-GATHER-AUDIT-EXIT
007150     END-IF.
007160     SET AUDITOUT-PRESENT TO TRUE.
007170     READ AUDIT-FILE
007180         AT END
007190             CONTINUE
007200     END-READ.
007210     PERFORM 4100-GATHER-ONE-AUDIT
007220         THRU 4100-GATHER-ONE-AUDIT-EXIT
007230         UNTIL NOT FS-AUDIT-OK.
007240     CLOSE AUDIT-FILE.
007250 4000-GATHER-AUDIT-EXIT.
007260     EXIT.
007270
007280 4100-GATHER-ONE-AUDIT.
007290     IF AUD-WARNING-COUNT IS NUMERIC
007300         AND AUD-WARNING-COUNT > ZERO
007310         AND WS-WRN-COUNT < 99
007320         ADD 1 TO WS-WRN-COUNT
007330         MOVE AUD-SCENARIO-CODE
007340             TO WRN-SCENARIO-CODE (WS-WRN-COUNT)
007350         MOVE AUD-WARNING-COUNT TO WRN-WARNINGS (WS-WRN-COUNT)
007360         MOVE AUD-TRIALS-RUN    TO WRN-TRIALS-RUN (WS-WRN-COUNT)
007370         ADD 1 TO WS-EXCEPTION-COUNT
007380     END-IF.
007390     IF AUD-EARLY-STOP-COUNT IS NUMERIC
007400         AND AUD-EARLY-STOP-COUNT > ZERO
007410         AND WS-ESP-COUNT < 99
007420         ADD 1 TO WS-ESP-COUNT
007430         MOVE AUD-SCENARIO-CODE
007440             TO ESP-SCENARIO-CODE (WS-ESP-COUNT)
007450         MOVE AUD-EARLY-STOP-COUNT TO ESP-STOPS (WS-ESP-COUNT)
007460         MOVE AUD-TRIALS-RUN    TO ESP-TRIALS-RUN (WS-ESP-COUNT)
007470         MOVE AUD-NUM-TRIALS    TO ESP-NUM-TRIALS (WS-ESP-COUNT)
007480     END-IF.
007490     READ AUDIT-FILE
007500         AT END
007510             CONTINUE
007520     END-READ.
007530 4100-GATHER-ONE-AUDIT-EXIT.
007540     EXIT.
007550
007560*****************************************************
007570*  5000-PRINT-CONSOLE                                 *
007580*  PRINTS THE BANNER AND THE FOUR SECTIONS IN         *
007590*  SEVERITY ORDER, WITH A NONE LINE FOR ANY SECTION   *
007600*  WITH NOTHING TO REPORT AND A NOTE FOR ANY INPUT    *
007610*  DATASET THAT WAS NOT PRESENT.                      *
007620*****************************************************
007630 5000-PRINT-CONSOLE.
007640     PERFORM 8000-PAGE-HEADING
007650         THRU 8000-PAGE-HEADING-EXIT.
007660
007670     IF WS-EXCEPTION-COUNT = ZERO
007680         WRITE CONSOLE-RECORD FROM CON-BANNER-CLEAN
007690             AFTER ADVANCING 1 LINE
007700     ELSE
007710         MOVE WS-EXCEPTION-COUNT TO CBE-COUNT
007720         WRITE CONSOLE-RECORD FROM CON-BANNER-EXCP
007730             AFTER ADVANCING 1 LINE
007740     END-IF.
007750     MOVE SPACES TO CONSOLE-RECORD.
007760     WRITE CONSOLE-RECORD AFTER ADVANCING 1 LINE.
007770     ADD 2 TO WS-LINE-COUNT.
007780
007790     PERFORM 5100-PRINT-EDIT-SECTION
007800         THRU 5100-PRINT-EDIT-SECTION-EXIT.
007810     PERFORM 5200-PRINT-DRIFT-SECTION
007820         THRU 5200-PRINT-DRIFT-SECTION-EXIT.
007830     PERFORM 5300-PRINT-WARN-SECTION
007840         THRU 5300-PRINT-WARN-SECTION-EXIT.
007850     PERFORM 5400-PRINT-ESP-SECTION
007860         THRU 5400-PRINT-ESP-SECTION-EXIT.
007870
007880     MOVE SPACES TO CONSOLE-RECORD.
007890     WRITE CONSOLE-RECORD AFTER ADVANCING 1 LINE.
007900     MOVE WS-EXCEPTION-COUNT TO CTR-COUNT.
007910     WRITE CONSOLE-RECORD FROM CON-TRAILER
007920         AFTER ADVANCING 1 LINE.
007930 5000-PRINT-CONSOLE-EXIT.
007940     EXIT.
007950
007960*****************************************************
007970*  5100-PRINT-EDIT-SECTION                            *
007980*****************************************************
007990 5100-PRINT-EDIT-SECTION.
008000     WRITE CONSOLE-RECORD FROM CON-SECTION-1-HEADING
008010         AFTER ADVANCING 1 LINE.
008020     ADD 1 TO WS-LINE-COUNT.
008030     IF EDITRPT-NOT-PRESENT
008040         MOVE "EDITRPT NOT PRESENT THIS RUN" TO CNL-TEXT
008050         PERFORM 8100-WRITE-NOTE-LINE
008060             THRU 8100-WRITE-NOTE-LINE-EXIT
008070         GO TO 5100-PRINT-EDIT-SECTION-EXIT
008080     END-IF.
008090     IF WS-EDT-COUNT = ZERO
008100         PERFORM 8150-WRITE-NONE-LINE
008110             THRU 8150-WRITE-NONE-LINE-EXIT
008120         GO TO 5100-PRINT-EDIT-SECTION-EXIT
008130     END-IF.
008140     PERFORM 5110-PRINT-ONE-EDIT
008150         THRU 5110-PRINT-ONE-EDIT-EXIT
008160         VARYING WS-SUB FROM 1 BY 1
008170         UNTIL WS-SUB > WS-EDT-COUNT.
008180     IF EDT-OVERFLOWED
008190         MOVE "MORE VIOLATIONS THAN THE CONSOLE HOLDS - SEE EDITR
008200-            "PT" TO CNL-TEXT
008210         PERFORM 8100-WRITE-NOTE-LINE
008220             THRU 8100-WRITE-NOTE-LINE-EXIT
008230     END-IF.
008240 5100-PRINT-EDIT-SECTION-EXIT.
008250     EXIT.
008260
008270 5110-PRINT-ONE-EDIT.
008280     MOVE WS-EDT-LINE (WS-SUB) TO CEL-TEXT.
008290     PERFORM 8200-CHECK-PAGE
008300         THRU 8200-CHECK-PAGE-EXIT.
008310     WRITE CONSOLE-RECORD FROM CON-EDIT-LINE
008320         AFTER ADVANCING 1 LINE.
008330     ADD 1 TO WS-LINE-COUNT.
008340 5110-PRINT-ONE-EDIT-EXIT.
008350     EXIT.
008360
008370*****************************************************
008380*  5200-PRINT-DRIFT-SECTION                           *
008390*****************************************************
008400 5200-PRINT-DRIFT-SECTION.
008410     WRITE CONSOLE-RECORD FROM CON-SECTION-2-HEADING
008420         AFTER ADVANCING 1 LINE.
008430     ADD 1 TO WS-LINE-COUNT.
008440     IF RECONOUT-NOT-PRESENT
008450         MOVE "RECONOUT NOT PRESENT THIS RUN" TO CNL-TEXT
008460         PERFORM 8100-WRITE-NOTE-LINE
008470             THRU 8100-WRITE-NOTE-LINE-EXIT
008480         GO TO 5200-PRINT-DRIFT-SECTION-EXIT
008490     END-IF.
008500     IF WS-DRF-COUNT = ZERO
008510         PERFORM 8150-WRITE-NONE-LINE
008520             THRU 8150-WRITE-NONE-LINE-EXIT
008530         GO TO 5200-PRINT-DRIFT-SECTION-EXIT
008540     END-IF.
008550     PERFORM 5210-PRINT-ONE-DRIFT
008560         THRU 5210-PRINT-ONE-DRIFT-EXIT
008570         VARYING WS-SUB FROM 1 BY 1
008580         UNTIL WS-SUB > WS-DRF-COUNT.
008590     IF DRF-OVERFLOWED
008600         MOVE "MORE DRIFT LINES THAN THE CONSOLE HOLDS - SEE RECO
008610-            "NOUT" TO CNL-TEXT
008620         PERFORM 8100-WRITE-NOTE-LINE
008630             THRU 8100-WRITE-NOTE-LINE-EXIT
008640     END-IF.
008650 5200-PRINT-DRIFT-SECTION-EXIT.
008660     EXIT.
008670
008680 5210-PRINT-ONE-DRIFT.
008690     MOVE DRF-SCENARIO-CODE (WS-SUB) TO CDL-CODE.
008700     MOVE DRF-CUTOFF (WS-SUB)        TO CDL-CUTOFF.
008710     MOVE DRF-PRIOR (WS-SUB)         TO CDL-PRIOR.
008720     MOVE DRF-CURRENT (WS-SUB)       TO CDL-CURRENT.
008730     MOVE DRF-DIFF (WS-SUB)          TO CDL-DIFF.
008740     MOVE DRF-CAUSE (WS-SUB)         TO CDL-CAUSE.
008750     MOVE DRF-FIELDS (WS-SUB)        TO CDL-FIELDS.
008760     PERFORM 8200-CHECK-PAGE
008770         THRU 8200-CHECK-PAGE-EXIT.
008780     WRITE CONSOLE-RECORD FROM CON-DRIFT-LINE
008790         AFTER ADVANCING 1 LINE.
008800     ADD 1 TO WS-LINE-COUNT.
008810 5210-PRINT-ONE-DRIFT-EXIT.
008820     EXIT.
008830
008840*****************************************************
008850*  5300-PRINT-WARN-SECTION                            *
008860*****************************************************
008870 5300-PRINT-WARN-SECTION.
008880     WRITE CONSOLE-RECORD FROM CON-SECTION-3-HEADING
008890         AFTER ADVANCING 1 LINE.
008900     ADD 1 TO WS-LINE-COUNT.
008910     IF AUDITOUT-NOT-PRESENT
008920         MOVE "AUDITOUT NOT PRESENT THIS RUN" TO CNL-TEXT
008930         PERFORM 8100-WRITE-NOTE-LINE
008940             THRU 8100-WRITE-NOTE-LINE-EXIT
008950         GO TO 5300-PRINT-WARN-SECTION-EXIT
008960     END-IF.
008970     IF WS-WRN-COUNT = ZERO
008980         PERFORM 8150-WRITE-NONE-LINE
008990             THRU 8150-WRITE-NONE-LINE-EXIT
009000         GO TO 5300-PRINT-WARN-SECTION-EXIT
009010     END-IF.
009020     PERFORM 5310-PRINT-ONE-WARN
009030         THRU 5310-PRINT-ONE-WARN-EXIT
009040         VARYING WS-SUB FROM 1 BY 1
009050         UNTIL WS-SUB > WS-WRN-COUNT.
009060 5300-PRINT-WARN-SECTION-EXIT.
009070     EXIT.
009080
009090 5310-PRINT-ONE-WARN.
009100     MOVE WRN-SCENARIO-CODE (WS-SUB) TO CWL-CODE.
009110     MOVE WRN-WARNINGS (WS-SUB)      TO CWL-WARNINGS.
009120     MOVE WRN-TRIALS-RUN (WS-SUB)    TO CWL-TRIALS.
009130     PERFORM 8200-CHECK-PAGE
009140         THRU 8200-CHECK-PAGE-EXIT.
009150     WRITE CONSOLE-RECORD FROM CON-WARN-LINE
009160         AFTER ADVANCING 1 LINE.
009170     ADD 1 TO WS-LINE-COUNT.
009180 5310-PRINT-ONE-WARN-EXIT.
009190     EXIT.
009200
009210*****************************************************
009220*  5400-PRINT-ESP-SECTION                             *
009230*****************************************************
009240 5400-PRINT-ESP-SECTION.
009250     WRITE CONSOLE-RECORD FROM CON-SECTION-4-HEADING
009260         AFTER ADVANCING 1 LINE.
009270     ADD 1 TO WS-LINE-COUNT.
009280     IF AUDITOUT-NOT-PRESENT
009290         MOVE "AUDITOUT NOT PRESENT THIS RUN" TO CNL-TEXT
009300         PERFORM 8100-WRITE-NOTE-LINE
009310             THRU 8100-WRITE-NOTE-LINE-EXIT
009320         GO TO 5400-PRINT-ESP-SECTION-EXIT
009330     END-IF.
009340     IF WS-ESP-COUNT = ZERO
009350         PERFORM 8150-WRITE-NONE-LINE
009360             THRU 8150-WRITE-NONE-LINE-EXIT
009370         GO TO 5400-PRINT-ESP-SECTION-EXIT
009380     END-IF.
009390     PERFORM 5410-PRINT-ONE-ESP
009400         THRU 5410-PRINT-ONE-ESP-EXIT
009410         VARYING WS-SUB FROM 1 BY 1
009420         UNTIL WS-SUB > WS-ESP-COUNT.
009430 5400-PRINT-ESP-SECTION-EXIT.
009440     EXIT.
009450
009460 5410-PRINT-ONE-ESP.
009470     MOVE ESP-SCENARIO-CODE (WS-SUB) TO CES-CODE.
009480     MOVE ESP-STOPS (WS-SUB)         TO CES-STOPS.
009490     MOVE ESP-TRIALS-RUN (WS-SUB)    TO CES-RUN.
009500     MOVE ESP-NUM-TRIALS (WS-SUB)    TO CES-MAX.
009510     PERFORM 8200-CHECK-PAGE
009520         THRU 8200-CHECK-PAGE-EXIT.
009530     WRITE CONSOLE-RECORD FROM CON-ESP-LINE
009540         AFTER ADVANCING 1 LINE.
009550     ADD 1 TO WS-LINE-COUNT.
009560 5410-PRINT-ONE-ESP-EXIT.
009570     EXIT.
009580
009590*****************************************************
009600*  8000-PAGE-HEADING                                  *
009610*****************************************************
009620 8000-PAGE-HEADING.
009630     ADD 1 TO WS-PAGE-COUNT.
009640     MOVE WS-RUN-DATE   TO CPH-RUN-DATE.
009650     MOVE WS-PAGE-COUNT TO CPH-PAGE.
009660     IF WS-PAGE-COUNT = 1
009670         WRITE CONSOLE-RECORD FROM CON-PAGE-HEADING
009680             AFTER ADVANCING 1 LINE
009690     ELSE
009700         WRITE CONSOLE-RECORD FROM CON-PAGE-HEADING
009710             AFTER ADVANCING PAGE
009720     END-IF.
009730     MOVE SPACES TO CONSOLE-RECORD.
009740     WRITE CONSOLE-RECORD AFTER ADVANCING 1 LINE.
009750     MOVE 2 TO WS-LINE-COUNT.
009760 8000-PAGE-HEADING-EXIT.
009770     EXIT.
009780
009790*****************************************************
009800*  8100-WRITE-NOTE-LINE                               *
009810*****************************************************
009820 8100-WRITE-NOTE-LINE.
009830     PERFORM 8200-CHECK-PAGE
009840         THRU 8200-CHECK-PAGE-EXIT.
009850     WRITE CONSOLE-RECORD FROM CON-NOTE-LINE
009860         AFTER ADVANCING 1 LINE.
009870     ADD 1 TO WS-LINE-COUNT.
009880 8100-WRITE-NOTE-LINE-EXIT.
009890     EXIT.
009900
009910*****************************************************
009920*  8150-WRITE-NONE-LINE                               *
009930*****************************************************
009940 8150-WRITE-NONE-LINE.
009950     PERFORM 8200-CHECK-PAGE
009960         THRU 8200-CHECK-PAGE-EXIT.
009970     WRITE CONSOLE-RECORD FROM CON-NONE-LINE
009980         AFTER ADVANCING 1 LINE.
009990     ADD 1 TO WS-LINE-COUNT.
010000 8150-WRITE-NONE-LINE-EXIT.
010010     EXIT.
010020
010030*****************************************************
010040*  8200-CHECK-PAGE                                    *
010050*****************************************************
010060 8200-CHECK-PAGE.
010070     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010080         PERFORM 8000-PAGE-HEADING
010090             THRU 8000-PAGE-HEADING-EXIT
010100     END-IF.
010110 8200-CHECK-PAGE-EXIT.
010120     EXIT.
010130
010140*****************************************************
010150*  9000-FINALIZE                                      *
010160*  CLOSES THE CONSOLE, ECHOES THE VERDICT TO SYSOUT   *
010170*  FOR THE JOB LOG, AND FILES THE LEDGER ROW ENDED.   *
010180*****************************************************
010190 9000-FINALIZE.
010200     CLOSE CONSOLE-FILE.
010210     IF WS-EXCEPTION-COUNT = ZERO
010220         DISPLAY "NITECON SUMMARY: CLEAN RUN"
010230     ELSE
010240         DISPLAY "NITECON SUMMARY: " WS-EXCEPTION-COUNT
010250             " EXCEPTION(S) - SEE CONSOUT"
010260     END-IF.
010270     PERFORM 9400-WRITE-LEDGER-END
010280         THRU 9400-WRITE-LEDGER-END-EXIT.
010290 9000-FINALIZE-EXIT.
010300     EXIT.
010310
010320*****************************************************
010330*  9400-WRITE-LEDGER-END                              *
010340*  FILES THIS STEP'S LEDGER ROW ENDED WITH ITS RETURN *
010350*  CODE AND COUNTS.  NOTHING IS FILED FOR A REFUSED   *
010360*  RUN - ITS ROW WAS FILED REFUSED AT START-UP.       *
010370*****************************************************
010380 9400-WRITE-LEDGER-END.
010390     IF NOT LEDGER-STARTED
010400         GO TO 9400-WRITE-LEDGER-END-EXIT
010410     END-IF.
010420     PERFORM 9410-OPEN-LEDGER
010430         THRU 9410-OPEN-LEDGER-EXIT.
010440     IF LEDGER-UNAVAILABLE
010450         GO TO 9400-WRITE-LEDGER-END-EXIT
010460     END-IF.
010470     PERFORM 9415-READ-OWN-ROW
010480         THRU 9415-READ-OWN-ROW-EXIT.
010490     SET LDG-ENDED           TO TRUE.
010500     ACCEPT LDG-END-DATE FROM DATE YYYYMMDD.
010510     ACCEPT LDG-END-TIME FROM TIME.
010520     MOVE RETURN-CODE        TO LDG-RETURN-CODE.
010530     PERFORM 9450-MOVE-LEDGER-COUNTS
010540         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
010550     PERFORM 9420-PUT-LEDGER-ROW
010560         THRU 9420-PUT-LEDGER-ROW-EXIT.
010570 9400-WRITE-LEDGER-END-EXIT.
010580     EXIT.
010590
010600*****************************************************
010610*  9410-OPEN-LEDGER                                   *
010620*  OPENS THE LEDGER FOR UPDATE, CREATING IT ON ITS    *
010630*  VERY FIRST USE.  A LEDGER THAT CANNOT BE OPENED IS *
010640*  A HARD FAILURE.                                    *
010650*****************************************************
010660 9410-OPEN-LEDGER.
010670     OPEN I-O LEDGER-FILE.
010680     IF FS-LEDGER-MISSING
010690         OPEN OUTPUT LEDGER-FILE
010700         CLOSE LEDGER-FILE
010710         OPEN I-O LEDGER-FILE
010720     END-IF.
010730     IF NOT FS-LEDGER-OK
010740         DISPLAY "NITECON ERROR: LEDGER OPEN FAILED, STATUS="
010750             FS-LEDGER-FILE
010760         SET LEDGER-UNAVAILABLE TO TRUE
010770         MOVE 16 TO RETURN-CODE
010780     END-IF.
010790 9410-OPEN-LEDGER-EXIT.
010800     EXIT.
010810
010820*****************************************************
010830*  9415-READ-OWN-ROW                                  *
010840*  READS THIS STEP'S ROW FOR THE NIGHT.  WITH NO ROW  *
010850*  YET A NEW ONE IS LAID OUT AS THE FIRST ATTEMPT.    *
010860*****************************************************
010870 9415-READ-OWN-ROW.
010880     MOVE WS-LEDGER-DATE TO LDG-RUN-DATE.
010890     MOVE WS-LEDGER-STEP TO LDG-STEP.
010900     READ LEDGER-FILE
010910         INVALID KEY
010920             CONTINUE
010930     END-READ.
010940     IF FS-LEDGER-OK
010950         SET LEDGER-ROW-FOUND TO TRUE
010960     ELSE
010970         SET LEDGER-ROW-NEW TO TRUE
010980         MOVE SPACES         TO LEDGER-RECORD
010990         MOVE WS-LEDGER-DATE TO LDG-RUN-DATE
011000         MOVE WS-LEDGER-STEP TO LDG-STEP
011010         MOVE 1              TO LDG-ATTEMPTS
011020     END-IF.
011030 9415-READ-OWN-ROW-EXIT.
011040     EXIT.
011050
011060*****************************************************
011070*  9420-PUT-LEDGER-ROW                                *
011080*  WRITES A NEW ROW OR REWRITES THE ONE READ BY 9415, *
011090*  AND CLOSES THE LEDGER.                             *
011100*****************************************************
011110 9420-PUT-LEDGER-ROW.
011120     IF LEDGER-ROW-FOUND
011130         REWRITE LEDGER-RECORD
011140             INVALID KEY
011150                 CONTINUE
011160         END-REWRITE
011170     ELSE
011180         WRITE LEDGER-RECORD
011190             INVALID KEY
011200                 CONTINUE
011210         END-WRITE
011220     END-IF.
011230     IF NOT FS-LEDGER-OK
011240         DISPLAY "NITECON ERROR: LEDGER WRITE FAILED, STATUS="
011250             FS-LEDGER-FILE
011260         SET LEDGER-UNAVAILABLE TO TRUE
011270         MOVE 16 TO RETURN-CODE
011280     END-IF.
011290     CLOSE LEDGER-FILE.
011300 9420-PUT-LEDGER-ROW-EXIT.
011310     EXIT.
011320
011330*****************************************************
011340*  9450-MOVE-LEDGER-COUNTS                            *
011350*  LAYS THE COUNTS INTO THE LEDGER ROW IN THE SLOT    *
011360*  ORDER LDGREC GIVES FOR THE NITECON STEP.           *
011370*****************************************************
011380 9450-MOVE-LEDGER-COUNTS.
011390     MOVE "EDITS"            TO LDG-COUNT-NAME (1).
011400     MOVE WS-LDG-EDITS       TO LDG-COUNT (1).
011410     MOVE "DRIFTS"           TO LDG-COUNT-NAME (2).
011420     MOVE WS-LDG-DRIFTS      TO LDG-COUNT (2).
011430     MOVE "AUDITS"           TO LDG-COUNT-NAME (3).
011440     MOVE WS-LDG-INPUT-COUNT TO LDG-COUNT (3).
011450     MOVE "EXCEPTNS"         TO LDG-COUNT-NAME (4).
011460     MOVE WS-EXCEPTION-COUNT TO LDG-COUNT (4).
011470 9450-MOVE-LEDGER-COUNTS-EXIT.
011480     EXIT.
