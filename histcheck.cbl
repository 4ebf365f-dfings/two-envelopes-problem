000250*                    NONZERO RETURN CODE SO THE        *
000260*                    SCHEDULER CAN GATE THE RECONCILE  *
000270*                    ON A SOUND HISTORY FILE.          *
000280*  2026-10-15   DF   RUN LEDGER: CHECKS THE SHARED     *
000290*                    LEDGER (SEE LDGREC) BEFORE THE    *
000300*                    AUDIT AND REFUSES TO RUN UNLESS   *
000310*                    TONIGHT'S ENVELOPE STEP ENDED AT  *
000320*                    RC 8 OR BETTER AND AUDITOUT HOLDS *
000330*                    THE AUDIT RECORDS ENVELOPE        *
000340*                    FILED.  FILES ITS OWN ROW         *
000350*                    STARTED, ENDED, OR REFUSED.       *
000360*  2026-10-15   DF   BUSINESS CALENDAR: THE GAP CHECK  *
000370*                    READS THE SHARED CALENDAR (SEE    *
000380*                    CALREC).  A HOLIDAY OR PLANNED    *
000390*                    OUTAGE WITH NO HISTORY PRINTS AS  *
000400*                    EXPLAINED, NOT AS A DISCREPANCY;  *
000410*                    A DATE NOT ON THE CALENDAR FALLS  *
000420*                    BACK TO MONDAY THROUGH FRIDAY.    *
000430*****************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470*****************************************************
000480*  HISTORY FILE - THE SAME INDEXED DATASET THE        *
000490*  NIGHTLY RUN APPENDS TO, WALKED READ-ONLY IN        *
000500*  PRIME-KEY (RUN-DATE/SCENARIO/CUTOFF) ORDER.        *
000510*****************************************************
000520     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS HIST-PRIME-KEY
000560         ALTERNATE RECORD KEY IS HIST-SCEN-KEY
000570             WITH DUPLICATES
000580         FILE STATUS IS FS-HISTORY-FILE.
000590*****************************************************
000600*  RUN AUDIT FILE - THE AUDITOUT RECORDS (SEE         *
000610*  AUDREC) FOR THE DATES UNDER REVIEW, CONCATENATED.  *
000620*****************************************************
000630     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-AUDIT-FILE.
000660*****************************************************
000670*  DISCREPANCY REPORT PRINT FILE.                     *
000680*****************************************************
000690     SELECT CHECK-PRINT-FILE ASSIGN TO CHKRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-CHECK-PRINT.
000720*****************************************************
000730*  LEDGER CONTROL CARD - OPTIONAL.  WHEN PRESENT AND  *
000740*  NONZERO IT GIVES THE BUSINESS NIGHT WHOSE LEDGER   *
000750*  ROWS THIS STEP CHECKS AND FILES UNDER; OTHERWISE   *
000760*  THE SYSTEM DATE IS USED.  THE SAME CARD IS GIVEN   *
000770*  TO EVERY STEP OF THE CHAIN.                        *
000780*****************************************************
000790     SELECT LEDGER-CONTROL-FILE ASSIGN TO LDGCTL
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-LEDGER-CONTROL.
000820*****************************************************
000830*  RUN LEDGER - ONE ROW PER RUN DATE AND STEP OF THE  *
000840*  NIGHTLY CHAIN (SEE LDGREC).  THE PREREQUISITE ROWS *
000850*  ARE CHECKED BEFORE ANYTHING RUNS AND THIS STEP'S   *
000860*  OWN ROW IS FILED STARTED, ENDED, OR REFUSED.       *
000870*****************************************************
000880     SELECT LEDGER-FILE ASSIGN TO LEDGER
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS LDG-KEY
000920         FILE STATUS IS FS-LEDGER-FILE.
000930*****************************************************
000940*  BUSINESS CALENDAR - THE SHARED INDEXED DATASET     *
000950*  (SEE CALREC), READ BY DATE FOR THE GAP CHECK.      *
000960*  OPTIONAL - WITHOUT IT MONDAY THROUGH FRIDAY ARE    *
000970*  TAKEN AS BUSINESS DAYS, AS BEFORE.                 *
000980*****************************************************
000990     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS CAL-DATE
001030         FILE STATUS IS FS-CALENDAR-FILE.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  HISTORY-FILE.
001080 COPY HISTREC.
001090
001100 FD  AUDIT-FILE.
001110 COPY AUDREC.
001120
001130 FD  CHECK-PRINT-FILE.
001140 01  CHECK-PRINT-RECORD          PIC X(132).
001150
001160 FD  LEDGER-CONTROL-FILE.
001170 01  LEDGER-CONTROL-RECORD.
001180     05  LCT-RUN-DATE            PIC 9(08).
001190     05  FILLER                  PIC X(72).
001200
001210 FD  LEDGER-FILE.
001220 COPY LDGREC.
001230
001240 FD  CALENDAR-FILE.
001250 COPY CALREC.
001260
001270 WORKING-STORAGE SECTION.
001280*****************************************************
001290*  FILE STATUS SWITCHES                              *
001300*****************************************************
001310 01  FS-HISTORY-FILE             PIC X(02).
001320     88  HISTORY-OK                   VALUE "00".
001330     88  HISTORY-EOF                  VALUE "10".
001340     88  HISTORY-FILE-MISSING         VALUE "35".
001350 01  FS-AUDIT-FILE               PIC X(02).
001360     88  FS-AUDIT-OK                  VALUE "00".
001370     88  FS-AUDIT-EOF                 VALUE "10".
001380     88  FS-AUDIT-MISSING             VALUE "35".
001390 01  FS-CHECK-PRINT              PIC X(02).
001400     88  FS-CHECK-PRINT-OK            VALUE "00".
001410
001420*****************************************************
001430*  AUDITED RUN TABLE - ONE ROW PER AUDIT RECORD:     *
001440*  DATE, SCENARIO CODE, AND THE RESULT COUNT THE     *
001450*  RUN SAYS IT WROTE.  THE MATCHED FLAG TRIPS WHEN   *
001460*  THE HISTORY WALK FINDS THE RUN'S RECORDS.         *
001470*****************************************************
001480 01  WS-AUD-COUNT                PIC 9(04) VALUE ZERO.
001490 01  WS-AUD-SUB                  PIC 9(04) VALUE ZERO.
001500 01  WS-AUD-FOUND                PIC 9(04) VALUE ZERO.
001510 01  WS-AUD-TABLE.
001520     05  WS-AUD-ENTRY            OCCURS 6200 TIMES.
001530         10  ADT-RUN-DATE        PIC 9(08).
001540         10  ADT-SCENARIO-CODE   PIC X(08).
001550         10  ADT-RESULT-COUNT    PIC 9(05).
001560         10  ADT-MATCHED-FLAG    PIC X(01).
001570 01  SW-AUD-OVERFLOW             PIC X(01) VALUE "N".
001580     88  AUD-OVERFLOWED               VALUE "Y".
001590     88  AUD-NOT-OVERFLOWED           VALUE "N".
001600
001610*****************************************************
001620*  HISTORY RUN-DATE ROSTER AND SPAN, FOR THE         *
001630*  BUSINESS-CALENDAR GAP CHECK.                      *
001640*****************************************************
001650 01  WS-HDT-COUNT                PIC 9(03) VALUE ZERO.
001660 01  WS-HDT-SUB                  PIC 9(03) VALUE ZERO.
001670 01  WS-HDT-FOUND                PIC 9(03) VALUE ZERO.
001680 01  WS-HDT-TABLE.
001690     05  WS-HDT-ENTRY            PIC 9(08) OCCURS 400 TIMES.
001700 01  WS-MIN-DATE                 PIC 9(08) VALUE ZERO.
001710 01  WS-MAX-DATE                 PIC 9(08) VALUE ZERO.
001720
001730*****************************************************
001740*  ORPHAN TRACKING - SCENARIO CODES ON HISTFILE       *
001750*  THAT NO AUDIT RECORD NAMES, REPORTED ONCE EACH.   *
001760*****************************************************
001770 01  WS-ORP-COUNT                PIC 9(03) VALUE ZERO.
001780 01  WS-ORP-SUB                  PIC 9(03) VALUE ZERO.
001790 01  WS-ORP-FOUND                PIC 9(03) VALUE ZERO.
001800 01  WS-ORP-TABLE.
001810     05  WS-ORP-ENTRY            PIC X(08) OCCURS 99 TIMES.
001820
001830*****************************************************
001840*  GROUP TRACKING FOR THE PRIME-KEY WALK - ONE       *
001850*  GROUP PER RUN-DATE/SCENARIO PAIR.                 *
001860*****************************************************
001870 01  WS-CURR-DATE                PIC 9(08) VALUE ZERO.
001880 01  WS-CURR-CODE                PIC X(08) VALUE SPACES.
001890 01  WS-GROUP-COUNT              PIC 9(05) VALUE ZERO.
001900 01  SW-GROUP-OPEN               PIC X(01) VALUE "N".
001910     88  GROUP-OPEN                   VALUE "Y".
001920     88  GROUP-NOT-OPEN               VALUE "N".
001930
001940*****************************************************
001950*  CALENDAR AND WORK FIELDS                          *
001960*****************************************************
001970 01  WS-DATE-INT                 PIC 9(08) VALUE ZERO.
001980 01  WS-MIN-INT                  PIC 9(08) VALUE ZERO.
001990 01  WS-MAX-INT                  PIC 9(08) VALUE ZERO.
002000 01  WS-CAL-DATE                 PIC 9(08) VALUE ZERO.
002010 01  WS-DOW-QUOTIENT             PIC 9(08) VALUE ZERO.
002020 01  WS-DOW                      PIC 9(01) VALUE ZERO.
002030 01  WS-HIST-COUNT               PIC 9(07) VALUE ZERO.
002040 01  WS-DISCREPANCY-COUNT        PIC 9(05) VALUE ZERO.
002050 01  WS-RUN-DATE                 PIC 9(08).
002060
002070*****************************************************
002080*  BUSINESS CALENDAR SUPPORT - HOW THE DAY ON HAND    *
002090*  IS TREATED BY THE GAP CHECK: A BUSINESS DAY MUST   *
002100*  HAVE HISTORY, A HOLIDAY OR OUTAGE WITHOUT ANY IS   *
002110*  EXPLAINED, AND A WEEKEND IS PASSED OVER.           *
002120*****************************************************
002130 01  FS-CALENDAR-FILE            PIC X(02).
002140     88  FS-CALENDAR-OK               VALUE "00".
002150 01  SW-CALENDAR                 PIC X(01) VALUE "N".
002160     88  CALENDAR-AVAILABLE           VALUE "Y".
002170     88  CALENDAR-NOT-AVAILABLE       VALUE "N".
002180 01  SW-DAY-TREATMENT            PIC X(01) VALUE "B".
002190     88  DAY-IS-BUSINESS              VALUE "B".
002200     88  DAY-IS-EXPLAINED             VALUE "X".
002210     88  DAY-IS-WEEKEND               VALUE "W".
002220 01  WS-EXPLAINED-COUNT          PIC 9(05) VALUE ZERO.
002230
002240*****************************************************
002250*  REPORT CONTROL                                    *
002260*****************************************************
002270 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
002280 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
002290 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
002300
002310*****************************************************
002320*  RUN LEDGER SUPPORT - THE HISTORY AUDIT IS ONLY RUN *
002330*  FOR A NIGHT WHOSE SWEEP ENDED (RC 8 OR BETTER) AND *
002340*  WHOSE AUDITOUT STILL HOLDS THE RECORDS THE SWEEP   *
002350*  FILED - CHECKING HISTORY AGAINST A STALE OR SHORT  *
002360*  AUDIT TRAIL PROVES NOTHING.                        *
002370*****************************************************
002380 01  FS-LEDGER-CONTROL           PIC X(02).
002390     88  FS-LEDGER-CONTROL-OK         VALUE "00".
002400 01  FS-LEDGER-FILE              PIC X(02).
002410     88  FS-LEDGER-OK                 VALUE "00".
002420     88  FS-LEDGER-MISSING            VALUE "35".
002430 01  SW-LEDGER                   PIC X(01) VALUE "N".
002440     88  LEDGER-NOT-STARTED           VALUE "N".
002450     88  LEDGER-STARTED               VALUE "S".
002460     88  LEDGER-REFUSED               VALUE "R".
002470     88  LEDGER-UNAVAILABLE           VALUE "X".
002480 01  SW-LEDGER-ROW               PIC X(01) VALUE "N".
002490     88  LEDGER-ROW-FOUND             VALUE "Y".
002500     88  LEDGER-ROW-NEW               VALUE "N".
002510 01  WS-LEDGER-DATE              PIC 9(08) VALUE ZERO.
002520 01  WS-LEDGER-STEP              PIC X(08) VALUE "HISTCHK".
002530 01  WS-LEDGER-START-TIME        PIC 9(08) VALUE ZERO.
002540 01  WS-LDG-PREREQ-STEP          PIC X(08) VALUE SPACES.
002550 01  WS-LDG-PREREQ-MAX-RC        PIC 9(02) VALUE ZERO.
002560 01  WS-LDG-REASON               PIC X(50) VALUE SPACES.
002570 01  WS-LDG-INPUT-COUNT          PIC 9(09) VALUE ZERO.
002580
002590*****************************************************
002600*  PRINT LINE LAYOUTS                                *
002610*****************************************************
002620 01  CHK-PAGE-HEADING.
002630     05  FILLER                  PIC X(51) VALUE
002640         "TWO ENVELOPES HISTORY INTEGRITY AUDIT".
002650     05  FILLER                  PIC X(10) VALUE SPACES.
002660     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002670     05  KPH-RUN-DATE            PIC 9(08).
002680     05  FILLER                  PIC X(04) VALUE SPACES.
002690     05  FILLER                  PIC X(05) VALUE "PAGE ".
002700     05  KPH-PAGE                PIC ZZZZ9.
002710     05  FILLER                  PIC X(40) VALUE SPACES.
002720
002730 01  CHK-DISCREPANCY-LINE.
002740     05  KDL-DATE                PIC 9(08).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  KDL-CODE                PIC X(08).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  KDL-TEXT                PIC X(50).
002790     05  FILLER                  PIC X(10) VALUE "  EXPECTED".
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  KDL-EXPECTED            PIC ZZZZ9.
002820     05  FILLER                  PIC X(06) VALUE " FOUND".
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  KDL-FOUND               PIC ZZZZ9.
002850     05  FILLER                  PIC X(34) VALUE SPACES.
002860
002870 01  CHK-EXPLAINED-LINE.
002880     05  KEL-DATE                PIC 9(08).
002890     05  FILLER                  PIC X(12) VALUE SPACES.
002900     05  FILLER                  PIC X(12) VALUE
002910         "EXPLAINED - ".
002920     05  KEL-DAY-TYPE            PIC X(14).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  KEL-DESCRIPTION         PIC X(30).
002950     05  FILLER                  PIC X(54) VALUE SPACES.
002960
002970 01  CHK-NOTE-LINE.
002980     05  FILLER                  PIC X(04) VALUE SPACES.
002990     05  KNL-TEXT                PIC X(60).
003000     05  FILLER                  PIC X(68) VALUE SPACES.
003010
003020 01  CHK-TRAILER.
003030     05  FILLER                  PIC X(22) VALUE
003040         "END OF INTEGRITY AUDIT".
003050     05  FILLER                  PIC X(03) VALUE " - ".
003060     05  KTR-COUNT               PIC ZZZZ9.
003070     05  FILLER                  PIC X(15) VALUE
003080         " DISCREPANCY(S)".
003090     05  FILLER                  PIC X(87) VALUE SPACES.
003100
003110 PROCEDURE DIVISION.
003120*****************************************************
003130*  0000-MAINLINE                                      *
003140*  LOADS THE AUDIT TABLE, WALKS THE HISTORY FILE      *
003150*  CLOSING OUT EACH RUN-DATE/SCENARIO GROUP AGAINST   *
003160*  IT, THEN RUNS THE UNMATCHED-AUDIT AND CALENDAR     *
003170*  CHECKS AND SETS THE GATE RETURN CODE.              *
003180*****************************************************
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE
003210         THRU 1000-INITIALIZE-EXIT.
003220     IF RETURN-CODE >= 16
003230         PERFORM 9400-WRITE-LEDGER-END
003240             THRU 9400-WRITE-LEDGER-END-EXIT
003250         DISPLAY "HISTCHK: RUN TERMINATED, RC=" RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280
003290     PERFORM 3000-WALK-HISTORY
003300         THRU 3000-WALK-HISTORY-EXIT.
003310     PERFORM 5000-CHECK-UNMATCHED-AUDITS
003320         THRU 5000-CHECK-UNMATCHED-AUDITS-EXIT.
003330     PERFORM 6000-CHECK-CALENDAR
003340         THRU 6000-CHECK-CALENDAR-EXIT.
003350
003360     PERFORM 9000-FINALIZE
003370         THRU 9000-FINALIZE-EXIT.
003380     STOP RUN.
003390
003400*****************************************************
003410*  1000-INITIALIZE                                    *
003420*  OPENS THE REPORT, LOADS EVERY AUDIT RECORD INTO    *
003430*  THE AUDITED-RUN TABLE, AND OPENS THE HISTORY       *
003440*  FILE.  A MISSING INPUT IS A HARD FAILURE - THE     *
003450*  WHOLE POINT IS THE CROSS-CHECK.  THE RUN LEDGER IS *
003460*  CHECKED FIRST; A REFUSED RUN OPENS NOTHING ELSE.   *
003470*****************************************************
003480 1000-INITIALIZE.
003490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003500     PERFORM 1040-LOAD-LEDGER-CARD
003510         THRU 1040-LOAD-LEDGER-CARD-EXIT.
003520     PERFORM 1400-CHECK-LEDGER
003530         THRU 1400-CHECK-LEDGER-EXIT.
003540     IF RETURN-CODE >= 16
003550         GO TO 1000-INITIALIZE-EXIT
003560     END-IF.
003570     OPEN OUTPUT CHECK-PRINT-FILE.
003580     IF NOT FS-CHECK-PRINT-OK
003590         DISPLAY "HISTCHK ERROR: CHKRPT OPEN FAILED, STATUS="
003600             FS-CHECK-PRINT
003610         MOVE 16 TO RETURN-CODE
003620         GO TO 1000-INITIALIZE-EXIT
003630     END-IF.
003640     PERFORM 8000-PAGE-HEADING
003650         THRU 8000-PAGE-HEADING-EXIT.
003660
003670     OPEN INPUT AUDIT-FILE.
003680     IF NOT FS-AUDIT-OK
003690         DISPLAY "HISTCHK ERROR: AUDITOUT OPEN FAILED, STATUS="
003700             FS-AUDIT-FILE
003710         MOVE 16 TO RETURN-CODE
003720         GO TO 1000-INITIALIZE-EXIT
003730     END-IF.
003740     READ AUDIT-FILE
003750         AT END
003760             CONTINUE
003770     END-READ.
003780     PERFORM 1100-LOAD-ONE-AUDIT
003790         THRU 1100-LOAD-ONE-AUDIT-EXIT
003800         UNTIL NOT FS-AUDIT-OK.
003810     CLOSE AUDIT-FILE.
003820     IF AUD-OVERFLOWED
003830         MOVE "MORE AUDIT RECORDS THAN THE TABLE HOLDS - SOME "
003840             TO KNL-TEXT
003850         PERFORM 8100-WRITE-NOTE-LINE
003860             THRU 8100-WRITE-NOTE-LINE-EXIT
003870     END-IF.
003880
003890     OPEN INPUT HISTORY-FILE.
003900     IF HISTORY-FILE-MISSING OR NOT HISTORY-OK
003910         DISPLAY "HISTCHK ERROR: HISTFILE OPEN FAILED, STATUS="
003920             FS-HISTORY-FILE
003930         MOVE 16 TO RETURN-CODE
003940     END-IF.
003950 1000-INITIALIZE-EXIT.
003960     EXIT.
003970
003980*****************************************************
003990*  1040-LOAD-LEDGER-CARD                              *
004000*  SETTLES THE NIGHT THE LEDGER IS CHECKED AND FILED  *
004010*  UNDER: THE LDGCTL CARD WHEN ONE IS GIVEN AND       *
004020*  NONZERO, OTHERWISE THE SYSTEM DATE.                *
004030*****************************************************
004040 1040-LOAD-LEDGER-CARD.
004050     MOVE WS-RUN-DATE TO WS-LEDGER-DATE.
004060     OPEN INPUT LEDGER-CONTROL-FILE.
004070     IF FS-LEDGER-CONTROL-OK
004080         READ LEDGER-CONTROL-FILE
004090             AT END
004100                 CONTINUE
004110         END-READ
004120         IF FS-LEDGER-CONTROL-OK
004130             AND LCT-RUN-DATE IS NUMERIC
004140             AND LCT-RUN-DATE > ZERO
004150             MOVE LCT-RUN-DATE TO WS-LEDGER-DATE
004160         END-IF
004170         CLOSE LEDGER-CONTROL-FILE
004180     END-IF.
004190 1040-LOAD-LEDGER-CARD-EXIT.
004200     EXIT.
004210
004220*****************************************************
004230*  1400-CHECK-LEDGER                                  *
004240*  REFUSES THE RUN UNLESS TONIGHT'S ENVELOPE ROW      *
004250*  ENDED AT RC 8 OR BETTER WITH AS MANY AUDIT         *
004260*  RECORDS AS AUDITOUT HOLDS.  THE ROW FOR THIS STEP  *
004270*  IS FILED STARTED OR REFUSED.                       *
004280*****************************************************
004290 1400-CHECK-LEDGER.
004300     ACCEPT WS-LEDGER-START-TIME FROM TIME.
004310     PERFORM 9410-OPEN-LEDGER
004320         THRU 9410-OPEN-LEDGER-EXIT.
004330     IF LEDGER-UNAVAILABLE
004340         GO TO 1400-CHECK-LEDGER-EXIT
004350     END-IF.
004360     PERFORM 1410-COUNT-AUDITS
004370         THRU 1410-COUNT-AUDITS-EXIT.
004380     MOVE "ENVELOPE" TO WS-LDG-PREREQ-STEP.
004390     MOVE 8          TO WS-LDG-PREREQ-MAX-RC.
004400     PERFORM 1420-CHECK-PREREQUISITE
004410         THRU 1420-CHECK-PREREQUISITE-EXIT.
004420     IF WS-LDG-REASON = SPACES
004430         AND WS-LDG-INPUT-COUNT NOT = LDG-COUNT (1)
004440         STRING "AUDITOUT HAS " DELIMITED BY SIZE
004450                WS-LDG-INPUT-COUNT DELIMITED BY SIZE
004460                ", ENVELOPE FILED " DELIMITED BY SIZE
004470                LDG-COUNT (1) DELIMITED BY SIZE
004480             INTO WS-LDG-REASON
004490     END-IF.
004500 1400-FILE-OWN-ROW.
004510     PERFORM 9415-READ-OWN-ROW
004520         THRU 9415-READ-OWN-ROW-EXIT.
004530     IF LEDGER-ROW-FOUND
004540         ADD 1 TO LDG-ATTEMPTS
004550     END-IF.
004560     MOVE WS-RUN-DATE            TO LDG-START-DATE.
004570     MOVE WS-LEDGER-START-TIME   TO LDG-START-TIME.
004580     MOVE WS-LDG-REASON          TO LDG-REASON.
004590     PERFORM 9450-MOVE-LEDGER-COUNTS
004600         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
004610     IF WS-LDG-REASON = SPACES
004620         SET LDG-STARTED         TO TRUE
004630         MOVE ZERO               TO LDG-END-DATE
004640         MOVE ZERO               TO LDG-END-TIME
004650         MOVE ZERO               TO LDG-RETURN-CODE
004660     ELSE
004670         SET LDG-REFUSED         TO TRUE
004680         MOVE WS-RUN-DATE        TO LDG-END-DATE
004690         MOVE WS-LEDGER-START-TIME TO LDG-END-TIME
004700         MOVE 16                 TO LDG-RETURN-CODE
004710     END-IF.
004720     PERFORM 9420-PUT-LEDGER-ROW
004730         THRU 9420-PUT-LEDGER-ROW-EXIT.
004740     IF LEDGER-UNAVAILABLE
004750         GO TO 1400-CHECK-LEDGER-EXIT
004760     END-IF.
004770     IF WS-LDG-REASON = SPACES
004780         SET LEDGER-STARTED TO TRUE
004790     ELSE
004800         SET LEDGER-REFUSED TO TRUE
004810         DISPLAY "HISTCHK REFUSED: " WS-LDG-REASON
004820         DISPLAY "HISTCHK REFUSED: LEDGER NIGHT " WS-LEDGER-DATE
004830             " - RERUN ONCE THE PREREQUISITE IS PUT RIGHT"
004840         MOVE 16 TO RETURN-CODE
004850     END-IF.
004860 1400-CHECK-LEDGER-EXIT.
004870     EXIT.
004880
004890*****************************************************
004900*  1420-CHECK-PREREQUISITE                            *
004910*  READS THE PREREQUISITE STEP'S ROW FOR THE NIGHT    *
004920*  AND SETS THE REFUSAL REASON IF IT IS MISSING,      *
004930*  NEVER ENDED, WAS ITSELF REFUSED, OR ENDED ABOVE    *
004940*  THE RETURN CODE THIS STEP WILL ACCEPT.  ON A GOOD  *
004950*  ROW THE ROW IS LEFT IN THE RECORD AREA FOR THE     *
004960*  COUNT CHECKS THAT FOLLOW.                          *
004970*****************************************************
004980 1420-CHECK-PREREQUISITE.
004990     MOVE WS-LEDGER-DATE     TO LDG-RUN-DATE.
005000     MOVE WS-LDG-PREREQ-STEP TO LDG-STEP.
005010     READ LEDGER-FILE
005020         INVALID KEY
005030             CONTINUE
005040     END-READ.
005050     IF NOT FS-LEDGER-OK
005060         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005070                " HAS NOT RUN FOR THIS NIGHT" DELIMITED BY SIZE
005080             INTO WS-LDG-REASON
005090         GO TO 1420-CHECK-PREREQUISITE-EXIT
005100     END-IF.
005110     IF LDG-STARTED
005120         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005130                " STARTED BUT NEVER ENDED" DELIMITED BY SIZE
005140             INTO WS-LDG-REASON
005150         GO TO 1420-CHECK-PREREQUISITE-EXIT
005160     END-IF.
005170     IF LDG-REFUSED
005180         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005190                " WAS REFUSED AND DID NOT RUN" DELIMITED BY SIZE
005200             INTO WS-LDG-REASON
005210         GO TO 1420-CHECK-PREREQUISITE-EXIT
005220     END-IF.
005230     IF LDG-RETURN-CODE > WS-LDG-PREREQ-MAX-RC
005240         STRING WS-LDG-PREREQ-STEP DELIMITED BY SPACE
005250                " FAILED, RC=" DELIMITED BY SIZE
005260                LDG-RETURN-CODE DELIMITED BY SIZE
005270             INTO WS-LDG-REASON
005280     END-IF.
005290 1420-CHECK-PREREQUISITE-EXIT.
005300     EXIT.
005310
005320*****************************************************
005330*  1410-COUNT-AUDITS                                  *
005340*  COUNTS THE RECORDS ON AUDITOUT FOR THE CHECK       *
005350*  AGAINST THE ENVELOPE ROW.  A MISSING AUDITOUT      *
005360*  COUNTS AS EMPTY HERE; 1000 REPORTS THE OPEN        *
005370*  FAILURE.                                           *
005380*****************************************************
005390 1410-COUNT-AUDITS.
005400     MOVE ZERO TO WS-LDG-INPUT-COUNT.
005410     OPEN INPUT AUDIT-FILE.
005420     IF NOT FS-AUDIT-OK
005430         GO TO 1410-COUNT-AUDITS-EXIT
005440     END-IF.
005450     READ AUDIT-FILE
005460         AT END
005470             CONTINUE
005480     END-READ.
005490     PERFORM 1411-COUNT-ONE-AUDIT
005500         THRU 1411-COUNT-ONE-AUDIT-EXIT
005510         UNTIL NOT FS-AUDIT-OK.
005520     CLOSE AUDIT-FILE.
005530 1410-COUNT-AUDITS-EXIT.
005540     EXIT.
005550
005560 1411-COUNT-ONE-AUDIT.
005570     ADD 1 TO WS-LDG-INPUT-COUNT.
005580     READ AUDIT-FILE
005590         AT END
005600             CONTINUE
005610     END-READ.
005620 1411-COUNT-ONE-AUDIT-EXIT.
005630     EXIT.
005640
005650 1100-LOAD-ONE-AUDIT.
005660     IF AUD-RUN-DATE IS NUMERIC
005670         AND AUD-RESULT-COUNT IS NUMERIC
005680         IF WS-AUD-COUNT < 6200
005690             ADD 1 TO WS-AUD-COUNT
005700             MOVE AUD-RUN-DATE
005710                 TO ADT-RUN-DATE (WS-AUD-COUNT)
005720             MOVE AUD-SCENARIO-CODE
005730                 TO ADT-SCENARIO-CODE (WS-AUD-COUNT)
005740             MOVE AUD-RESULT-COUNT
005750                 TO ADT-RESULT-COUNT (WS-AUD-COUNT)
005760             MOVE "N" TO ADT-MATCHED-FLAG (WS-AUD-COUNT)
005770         ELSE
005780             SET AUD-OVERFLOWED TO TRUE
005790         END-IF
005800     END-IF.
005810     READ AUDIT-FILE
005820         AT END
005830             CONTINUE
005840     END-READ.
005850 1100-LOAD-ONE-AUDIT-EXIT.
005860     EXIT.
005870
005880*****************************************************
005890*  3000-WALK-HISTORY                                  *
005900*  WALKS THE WHOLE FILE IN PRIME-KEY ORDER.  THE      *
005910*  KEY LEADS WITH RUN-DATE THEN SCENARIO, SO EACH     *
005920*  RUN-DATE/SCENARIO GROUP IS CONTIGUOUS AND CLOSES   *
005930*  OUT AGAINST ITS AUDIT ROW WHEN THE KEY MOVES ON.   *
005940*****************************************************
005950 3000-WALK-HISTORY.
005960     MOVE ZEROS TO HIST-PRIME-KEY.
005970     START HISTORY-FILE KEY IS >= HIST-PRIME-KEY
005980         INVALID KEY
005990             GO TO 3000-WALK-HISTORY-CLOSE
006000     END-START.
006010     READ HISTORY-FILE NEXT RECORD
006020         AT END
006030             GO TO 3000-WALK-HISTORY-CLOSE
006040     END-READ.
006050     PERFORM 3100-WALK-ONE-RECORD
006060         THRU 3100-WALK-ONE-RECORD-EXIT
006070         UNTIL NOT HISTORY-OK.
006080 3000-WALK-HISTORY-CLOSE.
006090     IF GROUP-OPEN
006100         PERFORM 3300-CLOSE-GROUP
006110             THRU 3300-CLOSE-GROUP-EXIT
006120     END-IF.
006130     CLOSE HISTORY-FILE.
006140 3000-WALK-HISTORY-EXIT.
006150     EXIT.
006160
006170 3100-WALK-ONE-RECORD.
006180     ADD 1 TO WS-HIST-COUNT.
006190     IF GROUP-OPEN
006200         AND (HIST-RUN-DATE NOT = WS-CURR-DATE
006210         OR HIST-SCENARIO-CODE NOT = WS-CURR-CODE)
006220         PERFORM 3300-CLOSE-GROUP
006230             THRU 3300-CLOSE-GROUP-EXIT
006240     END-IF.
006250     IF GROUP-NOT-OPEN
006260         MOVE HIST-RUN-DATE      TO WS-CURR-DATE
006270         MOVE HIST-SCENARIO-CODE TO WS-CURR-CODE
006280         MOVE ZERO               TO WS-GROUP-COUNT
006290         SET GROUP-OPEN TO TRUE
006300         PERFORM 3500-RECORD-HIST-DATE
006310             THRU 3500-RECORD-HIST-DATE-EXIT
006320     END-IF.
006330     ADD 1 TO WS-GROUP-COUNT.
006340     READ HISTORY-FILE NEXT RECORD
006350         AT END
006360             CONTINUE
006370     END-READ.
006380 3100-WALK-ONE-RECORD-EXIT.
006390     EXIT.
006400
006410*****************************************************
006420*  3300-CLOSE-GROUP                                   *
006430*  VERIFIES THE GROUP JUST FINISHED AGAINST ITS       *
006440*  AUDIT ROW: THE COUNTS MUST AGREE EXACTLY.  A       *
006450*  GROUP WITH NO AUDIT ROW AT ALL IS EITHER AN        *
006460*  ORPHAN SCENARIO OR A DATE THE AUDIT TRAIL NEVER    *
006470*  COVERED.                                           *
006480*****************************************************
006490 3300-CLOSE-GROUP.
006500     PERFORM 3400-FIND-AUDIT-ROW
006510         THRU 3400-FIND-AUDIT-ROW-EXIT.
006520     IF WS-AUD-FOUND > ZERO
006530         MOVE "Y" TO ADT-MATCHED-FLAG (WS-AUD-FOUND)
006540         IF WS-GROUP-COUNT NOT =
006550             ADT-RESULT-COUNT (WS-AUD-FOUND)
006560             MOVE WS-CURR-DATE TO KDL-DATE
006570             MOVE WS-CURR-CODE TO KDL-CODE
006580             MOVE "HISTORY COUNT DISAGREES WITH AUDIT RESULT COUN
006590-                "T" TO KDL-TEXT
006600             MOVE ADT-RESULT-COUNT (WS-AUD-FOUND)
006610                 TO KDL-EXPECTED
006620             MOVE WS-GROUP-COUNT TO KDL-FOUND
006630             PERFORM 7000-WRITE-DISCREPANCY
006640                 THRU 7000-WRITE-DISCREPANCY-EXIT
006650         END-IF
006660     ELSE
006670         PERFORM 3600-CHECK-ORPHAN
006680             THRU 3600-CHECK-ORPHAN-EXIT
006690     END-IF.
006700     SET GROUP-NOT-OPEN TO TRUE.
006710 3300-CLOSE-GROUP-EXIT.
006720     EXIT.
006730
006740 3400-FIND-AUDIT-ROW.
006750     MOVE ZERO TO WS-AUD-FOUND.
006760     PERFORM 3410-MATCH-AUDIT-ROW
006770         THRU 3410-MATCH-AUDIT-ROW-EXIT
006780         VARYING WS-AUD-SUB FROM 1 BY 1
006790         UNTIL WS-AUD-SUB > WS-AUD-COUNT
006800         OR WS-AUD-FOUND > ZERO.
006810 3400-FIND-AUDIT-ROW-EXIT.
006820     EXIT.
006830
006840 3410-MATCH-AUDIT-ROW.
006850     IF ADT-RUN-DATE (WS-AUD-SUB) = WS-CURR-DATE
006860         AND ADT-SCENARIO-CODE (WS-AUD-SUB) = WS-CURR-CODE
006870         MOVE WS-AUD-SUB TO WS-AUD-FOUND
006880     END-IF.
006890 3410-MATCH-AUDIT-ROW-EXIT.
006900     EXIT.
006910
006920*****************************************************
006930*  3500-RECORD-HIST-DATE                              *
006940*  FILES THE GROUP'S RUN DATE ON THE ROSTER AND       *
006950*  WIDENS THE DATE SPAN FOR THE CALENDAR CHECK.       *
006960*****************************************************
006970 3500-RECORD-HIST-DATE.
006980     MOVE ZERO TO WS-HDT-FOUND.
006990     PERFORM 3510-MATCH-HIST-DATE
007000         THRU 3510-MATCH-HIST-DATE-EXIT
007010         VARYING WS-HDT-SUB FROM 1 BY 1
007020         UNTIL WS-HDT-SUB > WS-HDT-COUNT
007030         OR WS-HDT-FOUND > ZERO.
007040     IF WS-HDT-FOUND = ZERO
007050         AND WS-HDT-COUNT < 400
007060         ADD 1 TO WS-HDT-COUNT
007070         MOVE WS-CURR-DATE TO WS-HDT-ENTRY (WS-HDT-COUNT)
007080     END-IF.
007090     IF WS-MIN-DATE = ZERO OR WS-CURR-DATE < WS-MIN-DATE
007100         MOVE WS-CURR-DATE TO WS-MIN-DATE
007110     END-IF.
007120     IF WS-CURR-DATE > WS-MAX-DATE
007130         MOVE WS-CURR-DATE TO WS-MAX-DATE
007140     END-IF.
007150 3500-RECORD-HIST-DATE-EXIT.
007160     EXIT.
007170
007180 3510-MATCH-HIST-DATE.
007190     IF WS-HDT-ENTRY (WS-HDT-SUB) = WS-CURR-DATE
007200         MOVE WS-HDT-SUB TO WS-HDT-FOUND
007210     END-IF.
007220 3510-MATCH-HIST-DATE-EXIT.
007230     EXIT.
007240
007250*****************************************************
007260*  3600-CHECK-ORPHAN                                  *
007270*  A GROUP WITH NO AUDIT ROW: IF THE SCENARIO CODE    *
007280*  NEVER APPEARS IN ANY AUDIT RECORD IT IS AN         *
007290*  ORPHAN, REPORTED ONCE; OTHERWISE THE DATE ITSELF   *
007300*  IS MISSING FROM THE AUDIT TRAIL.                   *
007310*****************************************************
007320 3600-CHECK-ORPHAN.
007330     MOVE ZERO TO WS-AUD-FOUND.
007340     PERFORM 3610-MATCH-ANY-AUDIT
007350         THRU 3610-MATCH-ANY-AUDIT-EXIT
007360         VARYING WS-AUD-SUB FROM 1 BY 1
007370         UNTIL WS-AUD-SUB > WS-AUD-COUNT
007380         OR WS-AUD-FOUND > ZERO.
007390     IF WS-AUD-FOUND > ZERO
007400         MOVE WS-CURR-DATE TO KDL-DATE
007410         MOVE WS-CURR-CODE TO KDL-CODE
007420         MOVE "HISTORY PRESENT BUT NO AUDIT RECORD FOR THIS DATE"
007430             TO KDL-TEXT
007440         MOVE ZERO TO KDL-EXPECTED
007450         MOVE WS-GROUP-COUNT TO KDL-FOUND
007460         PERFORM 7000-WRITE-DISCREPANCY
007470             THRU 7000-WRITE-DISCREPANCY-EXIT
007480         GO TO 3600-CHECK-ORPHAN-EXIT
007490     END-IF.
007500
007510     MOVE ZERO TO WS-ORP-FOUND.
007520     PERFORM 3620-MATCH-ORPHAN
007530         THRU 3620-MATCH-ORPHAN-EXIT
007540         VARYING WS-ORP-SUB FROM 1 BY 1
007550         UNTIL WS-ORP-SUB > WS-ORP-COUNT
007560         OR WS-ORP-FOUND > ZERO.
007570     IF WS-ORP-FOUND = ZERO
007580         IF WS-ORP-COUNT < 99
007590             ADD 1 TO WS-ORP-COUNT
007600             MOVE WS-CURR-CODE TO WS-ORP-ENTRY (WS-ORP-COUNT)
007610         END-IF
007620         MOVE WS-CURR-DATE TO KDL-DATE
007630         MOVE WS-CURR-CODE TO KDL-CODE
007640         MOVE "ORPHAN SCENARIO - NEVER NAMED BY ANY AUDIT RECORD"
007650             TO KDL-TEXT
007660         MOVE ZERO TO KDL-EXPECTED
007670         MOVE WS-GROUP-COUNT TO KDL-FOUND
007680         PERFORM 7000-WRITE-DISCREPANCY
007690             THRU 7000-WRITE-DISCREPANCY-EXIT
007700     END-IF.
007710 3600-CHECK-ORPHAN-EXIT.
007720     EXIT.
007730
007740 3610-MATCH-ANY-AUDIT.
007750     IF ADT-SCENARIO-CODE (WS-AUD-SUB) = WS-CURR-CODE
007760         MOVE WS-AUD-SUB TO WS-AUD-FOUND
007770     END-IF.
007780 3610-MATCH-ANY-AUDIT-EXIT.
007790     EXIT.
007800
007810 3620-MATCH-ORPHAN.
007820     IF WS-ORP-ENTRY (WS-ORP-SUB) = WS-CURR-CODE
007830         MOVE WS-ORP-SUB TO WS-ORP-FOUND
007840     END-IF.
007850 3620-MATCH-ORPHAN-EXIT.
007860     EXIT.
007870
007880*****************************************************
007890*  5000-CHECK-UNMATCHED-AUDITS                        *
007900*  EVERY AUDIT ROW THE HISTORY WALK NEVER MATCHED     *
007910*  IS A RUN WHOSE HISTORY RECORDS ARE GONE - THE      *
007920*  SHORT-FILE FAILURE THIS AUDIT EXISTS TO CATCH.     *
007930*****************************************************
007940 5000-CHECK-UNMATCHED-AUDITS.
007950     PERFORM 5100-CHECK-ONE-AUDIT
007960         THRU 5100-CHECK-ONE-AUDIT-EXIT
007970         VARYING WS-AUD-SUB FROM 1 BY 1
007980         UNTIL WS-AUD-SUB > WS-AUD-COUNT.
007990 5000-CHECK-UNMATCHED-AUDITS-EXIT.
008000     EXIT.
008010
008020 5100-CHECK-ONE-AUDIT.
008030     IF ADT-MATCHED-FLAG (WS-AUD-SUB) = "N"
008040         AND ADT-RESULT-COUNT (WS-AUD-SUB) > ZERO
008050         MOVE ADT-RUN-DATE (WS-AUD-SUB)      TO KDL-DATE
008060         MOVE ADT-SCENARIO-CODE (WS-AUD-SUB) TO KDL-CODE
008070         MOVE "AUDITED RUN HAS NO HISTORY RECORDS AT ALL"
008080             TO KDL-TEXT
008090         MOVE ADT-RESULT-COUNT (WS-AUD-SUB)  TO KDL-EXPECTED
008100         MOVE ZERO TO KDL-FOUND
008110         PERFORM 7000-WRITE-DISCREPANCY
008120             THRU 7000-WRITE-DISCREPANCY-EXIT
008130     END-IF.
008140 5100-CHECK-ONE-AUDIT-EXIT.
008150     EXIT.
008160
008170*****************************************************
008180*  6000-CHECK-CALENDAR                                *
008190*  WALKS EVERY CALENDAR DAY IN THE HISTORY FILE'S     *
008200*  DATE SPAN; A BUSINESS DAY WITH NO HISTORY RECORDS  *
008210*  AT ALL IS AN UNEXPLAINED GAP.  HOLIDAYS AND        *
008220*  OUTAGES ON THE BUSINESS CALENDAR ARE EXPECTED      *
008230*  NON-RUN DAYS AND PRINT AS EXPLAINED; WEEKENDS ARE  *
008240*  PASSED OVER.                                       *
008250*****************************************************
008260 6000-CHECK-CALENDAR.
008270     IF WS-MIN-DATE = ZERO OR WS-MAX-DATE = WS-MIN-DATE
008280         GO TO 6000-CHECK-CALENDAR-EXIT
008290     END-IF.
008300     OPEN INPUT CALENDAR-FILE.
008310     IF FS-CALENDAR-OK
008320         SET CALENDAR-AVAILABLE TO TRUE
008330     ELSE
008340         MOVE "CALENDAR NOT AVAILABLE - MON-FRI TAKEN AS BUSINESS
008350-            " DAYS" TO KNL-TEXT
008360         PERFORM 8100-WRITE-NOTE-LINE
008370             THRU 8100-WRITE-NOTE-LINE-EXIT
008380     END-IF.
008390     COMPUTE WS-MIN-INT = FUNCTION INTEGER-OF-DATE(WS-MIN-DATE).
008400     COMPUTE WS-MAX-INT = FUNCTION INTEGER-OF-DATE(WS-MAX-DATE).
008410     PERFORM 6100-CHECK-ONE-DAY
008420         THRU 6100-CHECK-ONE-DAY-EXIT
008430         VARYING WS-DATE-INT FROM WS-MIN-INT BY 1
008440         UNTIL WS-DATE-INT > WS-MAX-INT.
008450     IF CALENDAR-AVAILABLE
008460         CLOSE CALENDAR-FILE
008470     END-IF.
008480 6000-CHECK-CALENDAR-EXIT.
008490     EXIT.
008500
008510*****************************************************
008520*  6100-CHECK-ONE-DAY                                 *
008530*  SETTLES HOW THE DAY IS TREATED, THEN LOOKS FOR IT  *
008540*  ON THE HISTORY ROSTER.  AN EXPECTED NON-RUN DAY    *
008550*  THAT DID RUN NEEDS NO COMMENT.                     *
008560*****************************************************
008570 6100-CHECK-ONE-DAY.
008580     COMPUTE WS-CAL-DATE =
008590         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
008600     PERFORM 6120-SET-DAY-TREATMENT
008610         THRU 6120-SET-DAY-TREATMENT-EXIT.
008620     IF DAY-IS-WEEKEND
008630         GO TO 6100-CHECK-ONE-DAY-EXIT
008640     END-IF.
008650     MOVE ZERO TO WS-HDT-FOUND.
008660     PERFORM 6110-MATCH-CAL-DATE
008670         THRU 6110-MATCH-CAL-DATE-EXIT
008680         VARYING WS-HDT-SUB FROM 1 BY 1
008690         UNTIL WS-HDT-SUB > WS-HDT-COUNT
008700         OR WS-HDT-FOUND > ZERO.
008710     IF WS-HDT-FOUND > ZERO
008720         GO TO 6100-CHECK-ONE-DAY-EXIT
008730     END-IF.
008740     IF DAY-IS-EXPLAINED
008750         ADD 1 TO WS-EXPLAINED-COUNT
008760         MOVE WS-CAL-DATE     TO KEL-DATE
008770         MOVE CAL-DESCRIPTION TO KEL-DESCRIPTION
008780         IF CAL-HOLIDAY
008790             MOVE "BANK HOLIDAY"   TO KEL-DAY-TYPE
008800         ELSE
008810             MOVE "PLANNED OUTAGE" TO KEL-DAY-TYPE
008820         END-IF
008830         PERFORM 8200-CHECK-PAGE
008840             THRU 8200-CHECK-PAGE-EXIT
008850         WRITE CHECK-PRINT-RECORD FROM CHK-EXPLAINED-LINE
008860             AFTER ADVANCING 1 LINE
008870         ADD 1 TO WS-LINE-COUNT
008880         GO TO 6100-CHECK-ONE-DAY-EXIT
008890     END-IF.
008900     MOVE WS-CAL-DATE TO KDL-DATE.
008910     MOVE SPACES      TO KDL-CODE.
008920     MOVE "BUSINESS DATE WITH NO HISTORY RECORDS AT ALL"
008930         TO KDL-TEXT.
008940     MOVE ZERO TO KDL-EXPECTED.
008950     MOVE ZERO TO KDL-FOUND.
008960     PERFORM 7000-WRITE-DISCREPANCY
008970         THRU 7000-WRITE-DISCREPANCY-EXIT.
008980 6100-CHECK-ONE-DAY-EXIT.
008990     EXIT.
009000
009010 6110-MATCH-CAL-DATE.
009020     IF WS-HDT-ENTRY (WS-HDT-SUB) = WS-CAL-DATE
009030         MOVE WS-HDT-SUB TO WS-HDT-FOUND
009040     END-IF.
009050 6110-MATCH-CAL-DATE-EXIT.
009060     EXIT.
009070
009080*****************************************************
009090*  6120-SET-DAY-TREATMENT                             *
009100*  THE BUSINESS CALENDAR DECIDES WHEN IT HOLDS THE    *
009110*  DATE.  OTHERWISE DAY 1 OF THE INTEGER DATE BASE    *
009120*  WAS A MONDAY, SO REMAINDER 0-4 OF (DAY - 1) / 7 IS *
009130*  MONDAY THROUGH FRIDAY, A BUSINESS DAY.             *
009140*****************************************************
009150 6120-SET-DAY-TREATMENT.
009160     COMPUTE WS-DOW-QUOTIENT = WS-DATE-INT - 1.
009170     DIVIDE WS-DOW-QUOTIENT BY 7
009180         GIVING WS-DOW-QUOTIENT
009190         REMAINDER WS-DOW.
009200     IF WS-DOW > 4
009210         SET DAY-IS-WEEKEND TO TRUE
009220     ELSE
009230         SET DAY-IS-BUSINESS TO TRUE
009240     END-IF.
009250     IF CALENDAR-NOT-AVAILABLE
009260         GO TO 6120-SET-DAY-TREATMENT-EXIT
009270     END-IF.
009280     MOVE WS-CAL-DATE TO CAL-DATE.
009290     READ CALENDAR-FILE
009300         INVALID KEY
009310             GO TO 6120-SET-DAY-TREATMENT-EXIT
009320     END-READ.
009330     IF NOT FS-CALENDAR-OK
009340         GO TO 6120-SET-DAY-TREATMENT-EXIT
009350     END-IF.
009360     EVALUATE TRUE
009370         WHEN CAL-BUSINESS-DAY
009380             SET DAY-IS-BUSINESS TO TRUE
009390         WHEN CAL-HOLIDAY OR CAL-OUTAGE
009400             SET DAY-IS-EXPLAINED TO TRUE
009410         WHEN OTHER
009420             SET DAY-IS-WEEKEND TO TRUE
009430     END-EVALUATE.
009440 6120-SET-DAY-TREATMENT-EXIT.
009450     EXIT.
009460
009470*****************************************************
009480*  7000-WRITE-DISCREPANCY                             *
009490*  WRITES THE STAGED DISCREPANCY LINE AND COUNTS IT.  *
009500*****************************************************
009510 7000-WRITE-DISCREPANCY.
009520     ADD 1 TO WS-DISCREPANCY-COUNT.
009530     PERFORM 8200-CHECK-PAGE
009540         THRU 8200-CHECK-PAGE-EXIT.
009550     WRITE CHECK-PRINT-RECORD FROM CHK-DISCREPANCY-LINE
009560         AFTER ADVANCING 1 LINE.
009570     ADD 1 TO WS-LINE-COUNT.
009580 7000-WRITE-DISCREPANCY-EXIT.
009590     EXIT.
009600
009610*****************************************************
009620*  8000-PAGE-HEADING                                  *
009630*****************************************************
009640 8000-PAGE-HEADING.
009650     ADD 1 TO WS-PAGE-COUNT.
009660     MOVE WS-RUN-DATE   TO KPH-RUN-DATE.
009670     MOVE WS-PAGE-COUNT TO KPH-PAGE.
009680     IF WS-PAGE-COUNT = 1
009690         WRITE CHECK-PRINT-RECORD FROM CHK-PAGE-HEADING
009700             AFTER ADVANCING 1 LINE
009710     ELSE
009720         WRITE CHECK-PRINT-RECORD FROM CHK-PAGE-HEADING
009730             AFTER ADVANCING PAGE
009740     END-IF.
009750     MOVE SPACES TO CHECK-PRINT-RECORD.
009760     WRITE CHECK-PRINT-RECORD AFTER ADVANCING 1 LINE.
009770     MOVE 2 TO WS-LINE-COUNT.
009780 8000-PAGE-HEADING-EXIT.
009790     EXIT.
009800
009810*****************************************************
009820*  8100-WRITE-NOTE-LINE                               *
009830*****************************************************
009840 8100-WRITE-NOTE-LINE.
009850     PERFORM 8200-CHECK-PAGE
009860         THRU 8200-CHECK-PAGE-EXIT.
009870     WRITE CHECK-PRINT-RECORD FROM CHK-NOTE-LINE
009880         AFTER ADVANCING 1 LINE.
009890     ADD 1 TO WS-LINE-COUNT.
009900 8100-WRITE-NOTE-LINE-EXIT.
009910     EXIT.
009920
009930*****************************************************
009940*  8200-CHECK-PAGE                                    *
009950*****************************************************
009960 8200-CHECK-PAGE.
009970     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009980         PERFORM 8000-PAGE-HEADING
009990             THRU 8000-PAGE-HEADING-EXIT
010000     END-IF.
010010 8200-CHECK-PAGE-EXIT.
010020     EXIT.
010030
010040*****************************************************
010050*  9000-FINALIZE                                      *
010060*  PRINTS THE TRAILER AND SETS THE GATE RETURN CODE   *
010070*  - NONZERO ON ANY DISCREPANCY SO THE SCHEDULER      *
010080*  HOLDS THE RECONCILE - AND FILES THE LEDGER ROW     *
010090*  ENDED WITH THAT RETURN CODE.                       *
010100*****************************************************
010110 9000-FINALIZE.
010120     IF WS-DISCREPANCY-COUNT = ZERO
010130         MOVE "NO DISCREPANCIES - HISTORY AGREES WITH THE AUDIT T
010140-            "RAIL" TO KNL-TEXT
010150         PERFORM 8100-WRITE-NOTE-LINE
010160             THRU 8100-WRITE-NOTE-LINE-EXIT
010170     END-IF.
010180     MOVE SPACES TO CHECK-PRINT-RECORD.
010190     WRITE CHECK-PRINT-RECORD AFTER ADVANCING 1 LINE.
010200     MOVE WS-DISCREPANCY-COUNT TO KTR-COUNT.
010210     WRITE CHECK-PRINT-RECORD FROM CHK-TRAILER
010220         AFTER ADVANCING 1 LINE.
010230     CLOSE CHECK-PRINT-FILE.
010240     IF WS-DISCREPANCY-COUNT > ZERO
010250         AND RETURN-CODE < 8
010260         MOVE 8 TO RETURN-CODE
010270     END-IF.
010280     DISPLAY "HISTCHK SUMMARY: HISTORY RECORDS=" WS-HIST-COUNT
010290         " AUDIT ROWS=" WS-AUD-COUNT
010300         " DISCREPANCIES=" WS-DISCREPANCY-COUNT
010310         " EXPLAINED=" WS-EXPLAINED-COUNT
010320         " RC=" RETURN-CODE.
010330     PERFORM 9400-WRITE-LEDGER-END
010340         THRU 9400-WRITE-LEDGER-END-EXIT.
010350 9000-FINALIZE-EXIT.
010360     EXIT.
010370
010380*****************************************************
010390*  9400-WRITE-LEDGER-END                              *
010400*  FILES THIS STEP'S LEDGER ROW ENDED WITH ITS RETURN *
010410*  CODE AND COUNTS.  NOTHING IS FILED FOR A REFUSED   *
010420*  RUN - ITS ROW WAS FILED REFUSED AT START-UP.       *
010430*****************************************************
010440 9400-WRITE-LEDGER-END.
010450     IF NOT LEDGER-STARTED
010460         GO TO 9400-WRITE-LEDGER-END-EXIT
010470     END-IF.
010480     PERFORM 9410-OPEN-LEDGER
010490         THRU 9410-OPEN-LEDGER-EXIT.
010500     IF LEDGER-UNAVAILABLE
010510         GO TO 9400-WRITE-LEDGER-END-EXIT
010520     END-IF.
010530     PERFORM 9415-READ-OWN-ROW
010540         THRU 9415-READ-OWN-ROW-EXIT.
010550     SET LDG-ENDED           TO TRUE.
010560     ACCEPT LDG-END-DATE FROM DATE YYYYMMDD.
010570     ACCEPT LDG-END-TIME FROM TIME.
010580     MOVE RETURN-CODE        TO LDG-RETURN-CODE.
010590     PERFORM 9450-MOVE-LEDGER-COUNTS
010600         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
010610     PERFORM 9420-PUT-LEDGER-ROW
010620         THRU 9420-PUT-LEDGER-ROW-EXIT.
010630 9400-WRITE-LEDGER-END-EXIT.
010640     EXIT.
010650
010660*****************************************************
010670*  9410-OPEN-LEDGER                                   *
010680*  OPENS THE LEDGER FOR UPDATE, CREATING IT ON ITS    *
010690*  VERY FIRST USE.  A LEDGER THAT CANNOT BE OPENED IS *
010700*  A HARD FAILURE.                                    *
010710*****************************************************
010720 9410-OPEN-LEDGER.
010730     OPEN I-O LEDGER-FILE.
010740     IF FS-LEDGER-MISSING
010750         OPEN OUTPUT LEDGER-FILE
010760         CLOSE LEDGER-FILE
010770         OPEN I-O LEDGER-FILE
010780     END-IF.
010790     IF NOT FS-LEDGER-OK
010800         DISPLAY "HISTCHK ERROR: LEDGER OPEN FAILED, STATUS="
010810             FS-LEDGER-FILE
010820         SET LEDGER-UNAVAILABLE TO TRUE
010830         MOVE 16 TO RETURN-CODE
010840     END-IF.
010850 9410-OPEN-LEDGER-EXIT.
010860     EXIT.
010870
010880*****************************************************
010890*  9415-READ-OWN-ROW                                  *
010900*  READS THIS STEP'S ROW FOR THE NIGHT.  WITH NO ROW  *
010910*  YET A NEW ONE IS LAID OUT AS THE FIRST ATTEMPT.    *
010920*****************************************************
010930 9415-READ-OWN-ROW.
010940     MOVE WS-LEDGER-DATE TO LDG-RUN-DATE.
010950     MOVE WS-LEDGER-STEP TO LDG-STEP.
010960     READ LEDGER-FILE
010970         INVALID KEY
010980             CONTINUE
010990     END-READ.
011000     IF FS-LEDGER-OK
011010         SET LEDGER-ROW-FOUND TO TRUE
011020     ELSE
011030         SET LEDGER-ROW-NEW TO TRUE
011040         MOVE SPACES         TO LEDGER-RECORD
011050         MOVE WS-LEDGER-DATE TO LDG-RUN-DATE
011060         MOVE WS-LEDGER-STEP TO LDG-STEP
011070         MOVE 1              TO LDG-ATTEMPTS
011080     END-IF.
011090 9415-READ-OWN-ROW-EXIT.
011100     EXIT.
011110
011120*****************************************************
011130*  9420-PUT-LEDGER-ROW                                *
011140*  WRITES A NEW ROW OR REWRITES THE ONE READ BY 9415, *
011150*  AND CLOSES THE LEDGER.                             *
011160*****************************************************
011170 9420-PUT-LEDGER-ROW.
011180     IF LEDGER-ROW-FOUND
011190         REWRITE LEDGER-RECORD
011200             INVALID KEY
011210                 CONTINUE
011220         END-REWRITE
011230     ELSE
011240         WRITE LEDGER-RECORD
011250             INVALID KEY
011260                 CONTINUE
011270         END-WRITE
011280     END-IF.
011290     IF NOT FS-LEDGER-OK
011300         DISPLAY "HISTCHK ERROR: LEDGER WRITE FAILED, STATUS="
011310             FS-LEDGER-FILE
011320         SET LEDGER-UNAVAILABLE TO TRUE
011330         MOVE 16 TO RETURN-CODE
011340     END-IF.
011350     CLOSE LEDGER-FILE.
011360 9420-PUT-LEDGER-ROW-EXIT.
011370     EXIT.
011380
011390*****************************************************
011400*  9450-MOVE-LEDGER-COUNTS                            *
011410*  LAYS THE COUNTS INTO THE LEDGER ROW IN THE SLOT    *
011420*  ORDER LDGREC GIVES FOR THE HISTCHK STEP.           *
011430*****************************************************
011440 9450-MOVE-LEDGER-COUNTS.
011450     MOVE "AUDITS"           TO LDG-COUNT-NAME (1).
011460     MOVE WS-LDG-INPUT-COUNT TO LDG-COUNT (1).
011470     MOVE "HISTORY"          TO LDG-COUNT-NAME (2).
011480     MOVE WS-HIST-COUNT      TO LDG-COUNT (2).
011490     MOVE "DISCREPS"         TO LDG-COUNT-NAME (3).
011500     MOVE WS-DISCREPANCY-COUNT TO LDG-COUNT (3).
011510 9450-MOVE-LEDGER-COUNTS-EXIT.
011520     EXIT.
