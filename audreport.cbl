000220*                    SCENARIO DID NOT RUN AT ALL -     *
000230*                    THE SILENTLY MISSING SCENARIO     *
000240*                    THAT NOTHING ELSE CATCHES.        *
000250*  2026-10-15   DF   BUSINESS CALENDAR: THE MISSED-    *
000260*                    NIGHT LIST WALKS EVERY DAY OF THE *
000270*                    PERIOD AGAINST THE SHARED         *
000280*                    CALENDAR (SEE CALREC), SO A       *
000290*                    BUSINESS NIGHT WHEN NOTHING RAN   *
000300*                    AT ALL IS MISSED TOO, AND         *
000310*                    HOLIDAYS, OUTAGES, AND NON-       *
000320*                    BUSINESS NIGHTS PRINT AS          *
000330*                    EXPLAINED, NOT MISSED.            *
000340*****************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*****************************************************
000390*  RUN AUDIT FILE - A MONTH OF NIGHTLY AUDITOUT       *
000400*  DATASETS CONCATENATED IN DATE ORDER, ONE RECORD    *
000410*  PER SCENARIO PER NIGHT.                            *
000420*****************************************************
000430     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-AUDIT-FILE.
000460*****************************************************
000470*  GOVERNANCE ROLLUP PRINT FILE.                      *
000480*****************************************************
000490     SELECT ROLLUP-PRINT-FILE ASSIGN TO GOVRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-ROLLUP-PRINT.
000520*****************************************************
000530*  BUSINESS CALENDAR - THE SHARED INDEXED DATASET     *
000540*  (SEE CALREC), READ BY DATE FOR EVERY DAY OF THE    *
000550*  PERIOD.  OPTIONAL - WITHOUT IT MONDAY THROUGH      *
000560*  FRIDAY ARE TAKEN AS RUN NIGHTS.                    *
000570*****************************************************
000580     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS CAL-DATE
000620         FILE STATUS IS FS-CALENDAR-FILE.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  AUDIT-FILE.
000670 COPY AUDREC.
000680
000690 FD  ROLLUP-PRINT-FILE.
000700 01  ROLLUP-PRINT-RECORD         PIC X(132).
000710
000720 FD  CALENDAR-FILE.
000730 COPY CALREC.
000740
000750 WORKING-STORAGE SECTION.
000760*****************************************************
000770*  FILE STATUS SWITCHES                              *
000780*****************************************************
000790 01  FS-AUDIT-FILE               PIC X(02).
000800     88  FS-AUDIT-OK                  VALUE "00".
000810     88  FS-AUDIT-EOF                 VALUE "10".
000820     88  FS-AUDIT-MISSING             VALUE "35".
000830 01  FS-ROLLUP-PRINT             PIC X(02).
000840     88  FS-ROLLUP-PRINT-OK           VALUE "00".
000850 01  FS-CALENDAR-FILE            PIC X(02).
000860     88  FS-CALENDAR-OK               VALUE "00".
000870
000880*****************************************************
000890*  RUN-DATE ROSTER - EVERY DISTINCT RUN DATE SEEN    *
000900*  ON THE FILE, IN ORDER OF FIRST APPEARANCE (DATE   *
000910*  ORDER FOR CONCATENATED NIGHTLY FILES).  A NIGHT    *
000920*  ON THE ROSTER WITH NO RECORD FOR A SCENARIO IS    *
000930*  THAT SCENARIO'S MISSED NIGHT.                     *
000940*****************************************************
000950 01  WS-DATE-COUNT               PIC 9(03) VALUE ZERO.
000960 01  WS-DATE-SUB                 PIC 9(03) VALUE ZERO.
000970 01  WS-DATE-FOUND               PIC 9(03) VALUE ZERO.
000980 01  WS-DATE-TABLE.
000990     05  WS-DATE-ENTRY           PIC 9(08) OCCURS 62 TIMES.
001000 01  WS-PERIOD-FIRST             PIC 9(08) VALUE ZERO.
001010 01  WS-PERIOD-LAST              PIC 9(08) VALUE ZERO.
001020
001030*****************************************************
001040*  PERIOD CALENDAR - ONE ROW PER DAY FROM THE FIRST  *
001050*  RUN DATE THROUGH THE LAST, WITH ITS ROSTER SLOT   *
001060*  (ZERO WHEN NOTHING RAN) AND HOW THE BUSINESS      *
001070*  CALENDAR TREATS IT.  A RUN NIGHT IS A BUSINESS    *
001080*  DAY, OR ANY OTHER DAY THE CHAIN DID RUN ON.  A    *
001090*  DATE NOT ON THE CALENDAR FALLS BACK TO MONDAY     *
001100*  THROUGH FRIDAY.                                   *
001110*****************************************************
001120 01  SW-CALENDAR                 PIC X(01) VALUE "N".
001130     88  CALENDAR-AVAILABLE           VALUE "Y".
001140     88  CALENDAR-NOT-AVAILABLE       VALUE "N".
001150 01  WS-PRD-COUNT                PIC 9(03) VALUE ZERO.
001160 01  WS-PRD-SUB                  PIC 9(03) VALUE ZERO.
001170 01  WS-PRD-MAX                  PIC 9(03) VALUE 92.
001180 01  WS-PERIOD-TABLE.
001190     05  WS-PRD-ENTRY            OCCURS 92 TIMES.
001200         10  PRD-DATE            PIC 9(08).
001210         10  PRD-ROSTER-SUB      PIC 9(03).
001220         10  PRD-TREATMENT       PIC X(01).
001230             88  PRD-BUSINESS-DAY     VALUE "B".
001240             88  PRD-NON-BUSINESS     VALUE "H" "O" "W".
001250             88  PRD-HOLIDAY-OUTAGE   VALUE "H" "O".
001260         10  PRD-DESCRIPTION     PIC X(30).
001270 01  WS-RUN-NIGHTS               PIC 9(03) VALUE ZERO.
001280 01  WS-DATE-INT                 PIC 9(08) VALUE ZERO.
001290 01  WS-FIRST-INT                PIC 9(08) VALUE ZERO.
001300 01  WS-LAST-INT                 PIC 9(08) VALUE ZERO.
001310 01  WS-DOW-QUOTIENT             PIC 9(08) VALUE ZERO.
001320 01  WS-DOW                      PIC 9(01) VALUE ZERO.
001330
001340*****************************************************
001350*  PER-SCENARIO ROLLUP ROWS, KEYED BY SCENARIO CODE  *
001360*  IN ORDER OF FIRST APPEARANCE.  THE PRESENT FLAGS  *
001370*  LINE UP WITH THE RUN-DATE ROSTER.                 *
001380*****************************************************
001390 01  WS-SCN-COUNT                PIC 9(03) VALUE ZERO.
001400 01  WS-SCN-SUB                  PIC 9(03) VALUE ZERO.
001410 01  WS-SCN-FOUND                PIC 9(03) VALUE ZERO.
001420 01  WS-SCN-TABLE.
001430     05  WS-SCN-ENTRY            OCCURS 99 TIMES.
001440         10  SCN-CODE            PIC X(08).
001450         10  SCN-NIGHTS          PIC 9(03).
001460         10  SCN-DUR-TOTAL       PIC 9(09).
001470         10  SCN-DUR-WORST       PIC 9(07).
001480         10  SCN-SAVE-TOTAL      COMP-2.
001490         10  SCN-SAVE-FIRST      COMP-2.
001500         10  SCN-SAVE-LAST       COMP-2.
001510         10  SCN-WARN-NIGHTS     PIC 9(03).
001520         10  SCN-DRIFT-NIGHTS    PIC 9(03).
001530         10  SCN-PRESENT-FLAG    PIC X(01) OCCURS 62 TIMES.
001540
001550*****************************************************
001560*  TIMESTAMP AND SAVINGS WORK FIELDS - THE AUDIT     *
001570*  TIMES ARE HHMMSSHH FROM ACCEPT FROM TIME; A RUN   *
001580*  THAT CROSSES MIDNIGHT GETS A DAY ADDED.           *
001590*****************************************************
001600 01  WS-TIME-PARSE.
001610     05  TP-HH                   PIC 9(02).
001620     05  TP-MM                   PIC 9(02).
001630     05  TP-SS                   PIC 9(02).
001640     05  TP-HN                   PIC 9(02).
001650 01  WS-SECONDS                  PIC 9(07) VALUE ZERO.
001660 01  WS-START-SECONDS            PIC 9(07) VALUE ZERO.
001670 01  WS-END-SECONDS              PIC 9(07) VALUE ZERO.
001680 01  WS-DURATION                 PIC 9(07) VALUE ZERO.
001690 01  WS-SAVE-PCT                 COMP-2.
001700 01  WS-AVG-WORK                 COMP-2.
001710 01  WS-TREND-DIFF               COMP-2.
001720 01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001730 01  WS-MISSED-COUNT             PIC 9(03) VALUE ZERO.
001740 01  WS-EXPLAINED-COUNT          PIC 9(03) VALUE ZERO.
001750 01  SW-NIGHT-STATUS             PIC X(01) VALUE SPACE.
001760     88  NIGHT-RAN                    VALUE "R".
001770     88  NIGHT-MISSED                 VALUE "M".
001780     88  NIGHT-EXPLAINED              VALUE "X".
001790 01  WS-RUN-DATE                 PIC 9(08).
001800
001810*****************************************************
001820*  REPORT CONTROL                                    *
001830*****************************************************
001840 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
001850 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001860 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
001870
001880*****************************************************
001890*  PRINT LINE LAYOUTS                                *
001900*****************************************************
001910 01  GRP-PAGE-HEADING.
001920     05  FILLER                  PIC X(51) VALUE
001930         "TWO ENVELOPES MONTHLY GOVERNANCE ROLLUP".
001940     05  FILLER                  PIC X(10) VALUE SPACES.
001950     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001960     05  GPH-RUN-DATE            PIC 9(08).
001970     05  FILLER                  PIC X(04) VALUE SPACES.
001980     05  FILLER                  PIC X(05) VALUE "PAGE ".
001990     05  GPH-PAGE                PIC ZZZZ9.
002000     05  FILLER                  PIC X(40) VALUE SPACES.
002010
002020 01  GRP-PERIOD-LINE.
002030     05  FILLER                  PIC X(07) VALUE "PERIOD ".
002040     05  GPL-FIRST-DATE          PIC 9(08).
002050     05  FILLER                  PIC X(09) VALUE " THROUGH ".
002060     05  GPL-LAST-DATE           PIC 9(08).
002070     05  FILLER                  PIC X(02) VALUE ", ".
002080     05  GPL-NIGHT-COUNT         PIC ZZ9.
002090     05  FILLER                  PIC X(07) VALUE " NIGHTS".
002100     05  FILLER                  PIC X(90) VALUE SPACES.
002110
002120 01  GRP-SCEN-HEADING.
002130     05  FILLER                  PIC X(09) VALUE "SCENARIO ".
002140     05  GSH-CODE                PIC X(08).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  FILLER                  PIC X(04) VALUE "RAN ".
002170     05  GSH-NIGHTS              PIC ZZ9.
002180     05  FILLER                  PIC X(04) VALUE " OF ".
002190     05  GSH-TOTAL-NIGHTS        PIC ZZ9.
002200     05  FILLER                  PIC X(07) VALUE " NIGHTS".
002210     05  FILLER                  PIC X(92) VALUE SPACES.
002220
002230 01  GRP-DURATION-LINE.
002240     05  FILLER                  PIC X(17) VALUE
002250         "    AVG DURATION ".
002260     05  GDL-AVG-DUR             PIC ZZZZZZ9.
002270     05  FILLER                  PIC X(13) VALUE " SEC,  WORST ".
002280     05  GDL-WORST-DUR           PIC ZZZZZZ9.
002290     05  FILLER                  PIC X(04) VALUE " SEC".
002300     05  FILLER                  PIC X(84) VALUE SPACES.
002310
002320 01  GRP-SAVINGS-LINE.
002330     05  FILLER                  PIC X(27) VALUE
002340         "    EARLY-STOP SAVINGS AVG ".
002350     05  GSL-AVG-SAVE            PIC ZZ9.99.
002360     05  FILLER                  PIC X(12) VALUE " PCT, FIRST ".
002370     05  GSL-FIRST-SAVE          PIC ZZ9.99.
002380     05  FILLER                  PIC X(07) VALUE ", LAST ".
002390     05  GSL-LAST-SAVE           PIC ZZ9.99.
002400     05  FILLER                  PIC X(08) VALUE ", TREND ".
002410     05  GSL-TREND               PIC X(07).
002420     05  FILLER                  PIC X(54) VALUE SPACES.
002430
002440 01  GRP-FREQ-LINE.
002450     05  FILLER                  PIC X(19) VALUE
002460         "    WARNING NIGHTS ".
002470     05  GFL-WARN-NIGHTS         PIC ZZ9.
002480     05  FILLER                  PIC X(16) VALUE
002490         ",  DRIFT NIGHTS ".
002500     05  GFL-DRIFT-NIGHTS        PIC ZZ9.
002510     05  FILLER                  PIC X(91) VALUE SPACES.
002520
002530 01  GRP-MISSED-HEADING.
002540     05  FILLER                  PIC X(19) VALUE
002550         "    MISSED NIGHTS: ".
002560     05  GMH-MISSED-COUNT        PIC ZZ9.
002570     05  FILLER                  PIC X(110) VALUE SPACES.
002580
002590 01  GRP-MISSED-DETAIL.
002600     05  FILLER                  PIC X(08) VALUE SPACES.
002610     05  GMD-DATE                PIC 9(08).
002620     05  FILLER                  PIC X(25) VALUE
002630         "  NO AUDIT RECORD - CHECK".
002640     05  FILLER                  PIC X(15) VALUE
002650         " THE SCHEDULER.".
002660     05  FILLER                  PIC X(76) VALUE SPACES.
002670
002680 01  GRP-EXPLAINED-HEADING.
002690     05  FILLER                  PIC X(22) VALUE
002700         "    EXPLAINED NIGHTS: ".
002710     05  GEH-EXPLAINED-COUNT     PIC ZZ9.
002720     05  FILLER                  PIC X(107) VALUE SPACES.
002730
002740 01  GRP-EXPLAINED-DETAIL.
002750     05  FILLER                  PIC X(08) VALUE SPACES.
002760     05  GED-DATE                PIC 9(08).
002770     05  FILLER                  PIC X(14) VALUE
002780         "  EXPLAINED - ".
002790     05  GED-DAY-TYPE            PIC X(14).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  GED-DESCRIPTION         PIC X(30).
002820     05  FILLER                  PIC X(56) VALUE SPACES.
002830
002840 01  GRP-NOTE-LINE.
002850     05  FILLER                  PIC X(04) VALUE SPACES.
002860     05  GNL-TEXT                PIC X(60).
002870     05  FILLER                  PIC X(68) VALUE SPACES.
002880
002890 01  GRP-TRAILER.
002900     05  FILLER                  PIC X(16) VALUE
002910         "END OF ROLLUP - ".
002920     05  GTR-READ-COUNT          PIC ZZZZZZ9.
002930     05  FILLER                  PIC X(16) VALUE
002940         " AUDIT RECORDS, ".
002950     05  GTR-SCN-COUNT           PIC ZZ9.
002960     05  FILLER                  PIC X(11) VALUE " SCENARIOS,".
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  GTR-NIGHT-COUNT         PIC ZZ9.
002990     05  FILLER                  PIC X(07) VALUE " NIGHTS".
003000     05  FILLER                  PIC X(64) VALUE SPACES.
003010
003020 PROCEDURE DIVISION.
003030*****************************************************
003040*  0000-MAINLINE                                      *
003050*  ROLLS THE MONTH OF AUDIT RECORDS INTO THE          *
003060*  PER-SCENARIO ROWS AND THE RUN-DATE ROSTER, THEN    *
003070*  PRINTS ONE BLOCK PER SCENARIO AGAINST THE PERIOD   *
003080*  CALENDAR.                                          *
003090*****************************************************
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE
003120         THRU 1000-INITIALIZE-EXIT.
003130     IF RETURN-CODE >= 16
003140         DISPLAY "AUDRPT: RUN TERMINATED, RC=" RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170
003180     PERFORM 2000-ROLL-UP-AUDIT
003190         THRU 2000-ROLL-UP-AUDIT-EXIT.
003200     PERFORM 2500-BUILD-PERIOD
003210         THRU 2500-BUILD-PERIOD-EXIT.
003220
003230     PERFORM 3000-PRINT-ROLLUP
003240         THRU 3000-PRINT-ROLLUP-EXIT.
003250
003260     PERFORM 9000-FINALIZE
003270         THRU 9000-FINALIZE-EXIT.
003280     STOP RUN.
003290
003300*****************************************************
003310*  1000-INITIALIZE                                    *
003320*****************************************************
003330 1000-INITIALIZE.
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003350     OPEN OUTPUT ROLLUP-PRINT-FILE.
003360     IF NOT FS-ROLLUP-PRINT-OK
003370         DISPLAY "AUDRPT ERROR: GOVRPT OPEN FAILED, STATUS="
003380             FS-ROLLUP-PRINT
003390         MOVE 16 TO RETURN-CODE
003400     END-IF.
003410 1000-INITIALIZE-EXIT.
003420     EXIT.
003430
003440*****************************************************
003450*  2000-ROLL-UP-AUDIT                                 *
003460*  READS EVERY AUDIT RECORD INTO ITS SCENARIO ROW     *
003470*  AND FILES ITS RUN DATE ON THE ROSTER.              *
003480*****************************************************
003490 2000-ROLL-UP-AUDIT.
003500     OPEN INPUT AUDIT-FILE.
003510     IF FS-AUDIT-MISSING
003520         GO TO 2000-ROLL-UP-AUDIT-EXIT
003530     END-IF.
003540     IF NOT FS-AUDIT-OK
003550         DISPLAY "AUDRPT ERROR: AUDITOUT OPEN FAILED, STATUS="
003560             FS-AUDIT-FILE
003570         MOVE 16 TO RETURN-CODE
003580         GO TO 2000-ROLL-UP-AUDIT-EXIT
003590     END-IF.
003600     READ AUDIT-FILE
003610         AT END
003620             CONTINUE
003630     END-READ.
003640     PERFORM 2100-ROLL-ONE-RECORD
003650         THRU 2100-ROLL-ONE-RECORD-EXIT
003660         UNTIL NOT FS-AUDIT-OK.
003670     CLOSE AUDIT-FILE.
003680 2000-ROLL-UP-AUDIT-EXIT.
003690     EXIT.
003700
003710*****************************************************
003720*  2100-ROLL-ONE-RECORD                               *
003730*  FEEDS ONE NIGHT'S RECORD FOR ONE SCENARIO INTO     *
003740*  ITS ROLLUP ROW: DURATION, EARLY-STOP SAVINGS,      *
003750*  WARNING AND DRIFT NIGHT COUNTS, AND THE PRESENT    *
003760*  FLAG FOR THE NIGHT.                                *
003770*****************************************************
003780 2100-ROLL-ONE-RECORD.
003790     ADD 1 TO WS-READ-COUNT.
003800     IF AUD-RUN-DATE IS NOT NUMERIC
003810         GO TO 2100-ROLL-ONE-READ
003820     END-IF.
003830     PERFORM 2200-FIND-DATE
003840         THRU 2200-FIND-DATE-EXIT.
003850     PERFORM 2250-FIND-SCENARIO
003860         THRU 2250-FIND-SCENARIO-EXIT.
003870     IF WS-DATE-FOUND = ZERO OR WS-SCN-FOUND = ZERO
003880         GO TO 2100-ROLL-ONE-READ
003890     END-IF.
003900
003910     ADD 1 TO SCN-NIGHTS (WS-SCN-FOUND).
003920     MOVE "Y" TO SCN-PRESENT-FLAG (WS-SCN-FOUND, WS-DATE-FOUND).
003930
003940     MOVE AUD-START-TIME TO WS-TIME-PARSE.
003950     PERFORM 2300-TIME-TO-SECONDS
003960         THRU 2300-TIME-TO-SECONDS-EXIT.
003970     MOVE WS-SECONDS TO WS-START-SECONDS.
003980     MOVE AUD-END-TIME TO WS-TIME-PARSE.
003990     PERFORM 2300-TIME-TO-SECONDS
004000         THRU 2300-TIME-TO-SECONDS-EXIT.
004010     MOVE WS-SECONDS TO WS-END-SECONDS.
004020     IF WS-END-SECONDS < WS-START-SECONDS
004030         COMPUTE WS-DURATION =
004040             WS-END-SECONDS + 86400 - WS-START-SECONDS
004050     ELSE
004060         COMPUTE WS-DURATION =
004070             WS-END-SECONDS - WS-START-SECONDS
004080     END-IF.
004090     ADD WS-DURATION TO SCN-DUR-TOTAL (WS-SCN-FOUND).
004100     IF WS-DURATION > SCN-DUR-WORST (WS-SCN-FOUND)
004110         MOVE WS-DURATION TO SCN-DUR-WORST (WS-SCN-FOUND)
004120     END-IF.
004130
004140     IF AUD-NUM-TRIALS IS NUMERIC
004150         AND AUD-NUM-TRIALS > ZERO
004160         AND AUD-TRIALS-RUN IS NUMERIC
004170         COMPUTE WS-SAVE-PCT =
004180             ((AUD-NUM-TRIALS - AUD-TRIALS-RUN) * 100)
004190             / AUD-NUM-TRIALS
004200     ELSE
004210         COMPUTE WS-SAVE-PCT = 0
004220     END-IF.
004230     COMPUTE SCN-SAVE-TOTAL (WS-SCN-FOUND) =
004240         SCN-SAVE-TOTAL (WS-SCN-FOUND) + WS-SAVE-PCT.
004250     IF SCN-NIGHTS (WS-SCN-FOUND) = 1
004260         COMPUTE SCN-SAVE-FIRST (WS-SCN-FOUND) = WS-SAVE-PCT
004270     END-IF.
004280     COMPUTE SCN-SAVE-LAST (WS-SCN-FOUND) = WS-SAVE-PCT.
004290
004300     IF AUD-WARNING-COUNT IS NUMERIC
004310         AND AUD-WARNING-COUNT > ZERO
004320         ADD 1 TO SCN-WARN-NIGHTS (WS-SCN-FOUND)
004330     END-IF.
004340     IF AUD-DRIFT-COUNT IS NUMERIC
004350         AND AUD-DRIFT-COUNT > ZERO
004360         ADD 1 TO SCN-DRIFT-NIGHTS (WS-SCN-FOUND)
004370     END-IF.
004380 2100-ROLL-ONE-READ.
004390     READ AUDIT-FILE
004400         AT END
004410             CONTINUE
004420     END-READ.
004430 2100-ROLL-ONE-RECORD-EXIT.
004440     EXIT.
004450
004460*****************************************************
004470*  2200-FIND-DATE                                     *
004480*  LEAVES THE ROSTER SLOT FOR THE RECORD'S RUN DATE   *
004490*  IN WS-DATE-FOUND, ADDING THE DATE ON FIRST SIGHT.  *
004500*****************************************************
004510 2200-FIND-DATE.
004520     MOVE ZERO TO WS-DATE-FOUND.
004530     PERFORM 2210-MATCH-DATE
004540         THRU 2210-MATCH-DATE-EXIT
004550         VARYING WS-DATE-SUB FROM 1 BY 1
004560         UNTIL WS-DATE-SUB > WS-DATE-COUNT
004570         OR WS-DATE-FOUND > ZERO.
004580     IF WS-DATE-FOUND = ZERO
004590         AND WS-DATE-COUNT < 62
004600         ADD 1 TO WS-DATE-COUNT
004610         MOVE WS-DATE-COUNT TO WS-DATE-FOUND
004620         MOVE AUD-RUN-DATE TO WS-DATE-ENTRY (WS-DATE-FOUND)
004630         IF WS-PERIOD-FIRST = ZERO
004640             OR AUD-RUN-DATE < WS-PERIOD-FIRST
004650             MOVE AUD-RUN-DATE TO WS-PERIOD-FIRST
004660         END-IF
004670         IF AUD-RUN-DATE > WS-PERIOD-LAST
004680             MOVE AUD-RUN-DATE TO WS-PERIOD-LAST
004690         END-IF
004700     END-IF.
004710 2200-FIND-DATE-EXIT.
004720     EXIT.
004730
004740 2210-MATCH-DATE.
004750     IF WS-DATE-ENTRY (WS-DATE-SUB) = AUD-RUN-DATE
004760         MOVE WS-DATE-SUB TO WS-DATE-FOUND
004770     END-IF.
004780 2210-MATCH-DATE-EXIT.
004790     EXIT.
004800
004810*****************************************************
004820*  2250-FIND-SCENARIO                                 *
004830*  LEAVES THE ROLLUP ROW FOR THE RECORD'S SCENARIO    *
004840*  CODE IN WS-SCN-FOUND, ADDING A ZEROED ROW ON       *
004850*  FIRST SIGHT.                                       *
004860*****************************************************
004870 2250-FIND-SCENARIO.
004880     MOVE ZERO TO WS-SCN-FOUND.
004890     PERFORM 2260-MATCH-SCENARIO
004900         THRU 2260-MATCH-SCENARIO-EXIT
004910         VARYING WS-SCN-SUB FROM 1 BY 1
004920         UNTIL WS-SCN-SUB > WS-SCN-COUNT
004930         OR WS-SCN-FOUND > ZERO.
004940     IF WS-SCN-FOUND = ZERO
004950         AND WS-SCN-COUNT < 99
004960         ADD 1 TO WS-SCN-COUNT
004970         MOVE WS-SCN-COUNT TO WS-SCN-FOUND
004980         PERFORM 2270-INIT-SCENARIO-ROW
004990             THRU 2270-INIT-SCENARIO-ROW-EXIT
005000     END-IF.
005010 2250-FIND-SCENARIO-EXIT.
005020     EXIT.
005030
005040 2260-MATCH-SCENARIO.
005050     IF SCN-CODE (WS-SCN-SUB) = AUD-SCENARIO-CODE
005060         MOVE WS-SCN-SUB TO WS-SCN-FOUND
005070     END-IF.
005080 2260-MATCH-SCENARIO-EXIT.
005090     EXIT.
005100
005110 2270-INIT-SCENARIO-ROW.
005120     MOVE AUD-SCENARIO-CODE TO SCN-CODE (WS-SCN-FOUND).
005130     MOVE ZERO TO SCN-NIGHTS (WS-SCN-FOUND).
005140     MOVE ZERO TO SCN-DUR-TOTAL (WS-SCN-FOUND).
005150     MOVE ZERO TO SCN-DUR-WORST (WS-SCN-FOUND).
005160     COMPUTE SCN-SAVE-TOTAL (WS-SCN-FOUND) = 0.
005170     COMPUTE SCN-SAVE-FIRST (WS-SCN-FOUND) = 0.
005180     COMPUTE SCN-SAVE-LAST (WS-SCN-FOUND) = 0.
005190     MOVE ZERO TO SCN-WARN-NIGHTS (WS-SCN-FOUND).
005200     MOVE ZERO TO SCN-DRIFT-NIGHTS (WS-SCN-FOUND).
005210     PERFORM 2280-CLEAR-ONE-FLAG
005220         THRU 2280-CLEAR-ONE-FLAG-EXIT
005230         VARYING WS-DATE-SUB FROM 1 BY 1
005240         UNTIL WS-DATE-SUB > 62.
005250 2270-INIT-SCENARIO-ROW-EXIT.
005260     EXIT.
005270
005280 2280-CLEAR-ONE-FLAG.
005290     MOVE "N" TO SCN-PRESENT-FLAG (WS-SCN-FOUND, WS-DATE-SUB).
005300 2280-CLEAR-ONE-FLAG-EXIT.
005310     EXIT.
005320
005330*****************************************************
005340*  2300-TIME-TO-SECONDS                               *
005350*  CONVERTS THE HHMMSSHH TIMESTAMP ON HAND IN         *
005360*  WS-TIME-PARSE TO SECONDS SINCE MIDNIGHT.           *
005370*****************************************************
005380 2300-TIME-TO-SECONDS.
005390     COMPUTE WS-SECONDS =
005400         (TP-HH * 3600) + (TP-MM * 60) + TP-SS.
005410 2300-TIME-TO-SECONDS-EXIT.
005420     EXIT.
005430
005440*****************************************************
005450*  2500-BUILD-PERIOD                                  *
005460*  LAYS OUT EVERY DAY FROM THE FIRST RUN DATE TO THE  *
005470*  LAST AND COUNTS THE RUN NIGHTS A SCENARIO IS       *
005480*  MEASURED AGAINST.  A PERIOD LONGER THAN THE TABLE  *
005490*  IS CUT SHORT AND THE REPORT SAYS SO.               *
005500*****************************************************
005510 2500-BUILD-PERIOD.
005520     IF WS-DATE-COUNT = ZERO
005530         GO TO 2500-BUILD-PERIOD-EXIT
005540     END-IF.
005550     OPEN INPUT CALENDAR-FILE.
005560     IF FS-CALENDAR-OK
005570         SET CALENDAR-AVAILABLE TO TRUE
005580     END-IF.
005590     COMPUTE WS-FIRST-INT =
005600         FUNCTION INTEGER-OF-DATE(WS-PERIOD-FIRST).
005610     COMPUTE WS-LAST-INT =
005620         FUNCTION INTEGER-OF-DATE(WS-PERIOD-LAST).
005630     PERFORM 2510-BUILD-ONE-DAY
005640         THRU 2510-BUILD-ONE-DAY-EXIT
005650         VARYING WS-DATE-INT FROM WS-FIRST-INT BY 1
005660         UNTIL WS-DATE-INT > WS-LAST-INT
005670         OR WS-PRD-COUNT >= WS-PRD-MAX.
005680     IF CALENDAR-AVAILABLE
005690         CLOSE CALENDAR-FILE
005700     END-IF.
005710 2500-BUILD-PERIOD-EXIT.
005720     EXIT.
005730
005740*****************************************************
005750*  2510-BUILD-ONE-DAY                                 *
005760*  FILES ONE DAY OF THE PERIOD.  THE BUSINESS         *
005770*  CALENDAR DECIDES WHEN IT HOLDS THE DATE; OTHERWISE *
005780*  DAY 1 OF THE INTEGER DATE BASE WAS A MONDAY, SO    *
005790*  REMAINDER 0-4 OF (DAY - 1) / 7 IS MONDAY THROUGH   *
005800*  FRIDAY, A BUSINESS DAY.                            *
005810*****************************************************
005820 2510-BUILD-ONE-DAY.
005830     ADD 1 TO WS-PRD-COUNT.
005840     MOVE WS-PRD-COUNT TO WS-PRD-SUB.
005850     COMPUTE PRD-DATE (WS-PRD-SUB) =
005860         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
005870     MOVE ZERO TO WS-DATE-FOUND.
005880     PERFORM 2520-MATCH-PERIOD-DATE
005890         THRU 2520-MATCH-PERIOD-DATE-EXIT
005900         VARYING WS-DATE-SUB FROM 1 BY 1
005910         UNTIL WS-DATE-SUB > WS-DATE-COUNT
005920         OR WS-DATE-FOUND > ZERO.
005930     MOVE WS-DATE-FOUND TO PRD-ROSTER-SUB (WS-PRD-SUB).
005940
005950     COMPUTE WS-DOW-QUOTIENT = WS-DATE-INT - 1.
005960     DIVIDE WS-DOW-QUOTIENT BY 7
005970         GIVING WS-DOW-QUOTIENT
005980         REMAINDER WS-DOW.
005990     IF WS-DOW > 4
006000         MOVE "W"       TO PRD-TREATMENT (WS-PRD-SUB)
006010         MOVE "WEEKEND" TO PRD-DESCRIPTION (WS-PRD-SUB)
006020     ELSE
006030         MOVE "B"       TO PRD-TREATMENT (WS-PRD-SUB)
006040         MOVE SPACES    TO PRD-DESCRIPTION (WS-PRD-SUB)
006050     END-IF.
006060     IF CALENDAR-AVAILABLE
006070         MOVE PRD-DATE (WS-PRD-SUB) TO CAL-DATE
006080         READ CALENDAR-FILE
006090             INVALID KEY
006100                 CONTINUE
006110         END-READ
006120         IF FS-CALENDAR-OK
006130             MOVE CAL-DAY-TYPE    TO PRD-TREATMENT (WS-PRD-SUB)
006140             MOVE CAL-DESCRIPTION TO PRD-DESCRIPTION (WS-PRD-SUB)
006150         END-IF
006160     END-IF.
006170
006180     IF PRD-BUSINESS-DAY (WS-PRD-SUB)
006190         OR PRD-ROSTER-SUB (WS-PRD-SUB) > ZERO
006200         ADD 1 TO WS-RUN-NIGHTS
006210     END-IF.
006220 2510-BUILD-ONE-DAY-EXIT.
006230     EXIT.
006240
006250 2520-MATCH-PERIOD-DATE.
006260     IF WS-DATE-ENTRY (WS-DATE-SUB) = PRD-DATE (WS-PRD-SUB)
006270         MOVE WS-DATE-SUB TO WS-DATE-FOUND
006280     END-IF.
006290 2520-MATCH-PERIOD-DATE-EXIT.
006300     EXIT.
006310
006320*****************************************************
006330*  3000-PRINT-ROLLUP                                  *
006340*  PRINTS THE PERIOD LINE AND ONE BLOCK PER           *
006350*  SCENARIO IN FIRST-APPEARANCE ORDER.                *
006360*****************************************************
006370 3000-PRINT-ROLLUP.
006380     PERFORM 8000-PAGE-HEADING
006390         THRU 8000-PAGE-HEADING-EXIT.
006400
006410     IF WS-DATE-COUNT = ZERO
006420         MOVE "NO AUDIT RECORDS TO ROLL UP" TO GNL-TEXT
006430         WRITE ROLLUP-PRINT-RECORD FROM GRP-NOTE-LINE
006440             AFTER ADVANCING 1 LINE
006450         ADD 1 TO WS-LINE-COUNT
006460         GO TO 3000-PRINT-ROLLUP-EXIT
006470     END-IF.
006480
006490     MOVE WS-PERIOD-FIRST TO GPL-FIRST-DATE.
006500     MOVE PRD-DATE (WS-PRD-COUNT) TO GPL-LAST-DATE.
006510     MOVE WS-RUN-NIGHTS TO GPL-NIGHT-COUNT.
006520     WRITE ROLLUP-PRINT-RECORD FROM GRP-PERIOD-LINE
006530         AFTER ADVANCING 1 LINE.
006540     ADD 1 TO WS-LINE-COUNT.
006550     IF CALENDAR-NOT-AVAILABLE
006560         MOVE "NO CALENDAR - MONDAY TO FRIDAY TAKEN AS RUN NIGHTS"
006570             TO GNL-TEXT
006580         WRITE ROLLUP-PRINT-RECORD FROM GRP-NOTE-LINE
006590             AFTER ADVANCING 1 LINE
006600         ADD 1 TO WS-LINE-COUNT
006610     END-IF.
006620     IF PRD-DATE (WS-PRD-COUNT) < WS-PERIOD-LAST
006630         MOVE "PERIOD OVER 92 DAYS - LATER NIGHTS NOT COVERED"
006640             TO GNL-TEXT
006650         WRITE ROLLUP-PRINT-RECORD FROM GRP-NOTE-LINE
006660             AFTER ADVANCING 1 LINE
006670         ADD 1 TO WS-LINE-COUNT
006680     END-IF.
006690
006700     PERFORM 3100-PRINT-ONE-SCENARIO
006710         THRU 3100-PRINT-ONE-SCENARIO-EXIT
006720         VARYING WS-SCN-SUB FROM 1 BY 1
006730         UNTIL WS-SCN-SUB > WS-SCN-COUNT.
006740 3000-PRINT-ROLLUP-EXIT.
006750     EXIT.
006760
006770*****************************************************
006780*  3100-PRINT-ONE-SCENARIO                            *
006790*  PRINTS ONE SCENARIO'S BLOCK: NIGHTS RUN,           *
006800*  DURATIONS, SAVINGS TREND, EVENT FREQUENCIES, EVERY *
006810*  MISSED NIGHT, AND EVERY EXPLAINED ONE.  A NIGHT    *
006820*  WITHOUT A RECORD FOR THE SCENARIO IS MISSED ON A   *
006830*  BUSINESS DAY; ON A HOLIDAY OR OUTAGE, OR ANY       *
006840*  OTHER DAY THE CHAIN RAN ON, IT IS EXPLAINED.       *
006850*****************************************************
006860 3100-PRINT-ONE-SCENARIO.
006870     PERFORM 8200-CHECK-PAGE
006880         THRU 8200-CHECK-PAGE-EXIT.
006890     MOVE SPACES TO ROLLUP-PRINT-RECORD.
006900     WRITE ROLLUP-PRINT-RECORD AFTER ADVANCING 1 LINE.
006910     ADD 1 TO WS-LINE-COUNT.
006920
006930     MOVE SCN-CODE (WS-SCN-SUB)   TO GSH-CODE.
006940     MOVE SCN-NIGHTS (WS-SCN-SUB) TO GSH-NIGHTS.
006950     MOVE WS-RUN-NIGHTS           TO GSH-TOTAL-NIGHTS.
006960     WRITE ROLLUP-PRINT-RECORD FROM GRP-SCEN-HEADING
006970         AFTER ADVANCING 1 LINE.
006980     ADD 1 TO WS-LINE-COUNT.
006990
007000     IF SCN-NIGHTS (WS-SCN-SUB) > ZERO
007010         COMPUTE GDL-AVG-DUR =
007020             SCN-DUR-TOTAL (WS-SCN-SUB)
007030             / SCN-NIGHTS (WS-SCN-SUB)
007040     ELSE
007050         MOVE ZERO TO GDL-AVG-DUR
007060     END-IF.
007070     MOVE SCN-DUR-WORST (WS-SCN-SUB) TO GDL-WORST-DUR.
007080     WRITE ROLLUP-PRINT-RECORD FROM GRP-DURATION-LINE
007090         AFTER ADVANCING 1 LINE.
007100     ADD 1 TO WS-LINE-COUNT.
007110
007120     IF SCN-NIGHTS (WS-SCN-SUB) > ZERO
007130         COMPUTE WS-AVG-WORK =
007140             SCN-SAVE-TOTAL (WS-SCN-SUB)
007150             / SCN-NIGHTS (WS-SCN-SUB)
007160     ELSE
007170         COMPUTE WS-AVG-WORK = 0
007180     END-IF.
007190     MOVE WS-AVG-WORK TO GSL-AVG-SAVE.
007200     MOVE SCN-SAVE-FIRST (WS-SCN-SUB) TO GSL-FIRST-SAVE.
007210     MOVE SCN-SAVE-LAST (WS-SCN-SUB)  TO GSL-LAST-SAVE.
007220     COMPUTE WS-TREND-DIFF =
007230         SCN-SAVE-LAST (WS-SCN-SUB)
007240         - SCN-SAVE-FIRST (WS-SCN-SUB).
007250     EVALUATE TRUE
007260         WHEN WS-TREND-DIFF > 1
007270             MOVE "RISING " TO GSL-TREND
007280         WHEN WS-TREND-DIFF < -1
007290             MOVE "FALLING" TO GSL-TREND
007300         WHEN OTHER
007310             MOVE "FLAT   " TO GSL-TREND
007320     END-EVALUATE.
007330     WRITE ROLLUP-PRINT-RECORD FROM GRP-SAVINGS-LINE
007340         AFTER ADVANCING 1 LINE.
007350     ADD 1 TO WS-LINE-COUNT.
007360
007370     MOVE SCN-WARN-NIGHTS (WS-SCN-SUB)  TO GFL-WARN-NIGHTS.
007380     MOVE SCN-DRIFT-NIGHTS (WS-SCN-SUB) TO GFL-DRIFT-NIGHTS.
007390     WRITE ROLLUP-PRINT-RECORD FROM GRP-FREQ-LINE
007400         AFTER ADVANCING 1 LINE.
007410     ADD 1 TO WS-LINE-COUNT.
007420
007430     MOVE ZERO TO WS-MISSED-COUNT.
007440     MOVE ZERO TO WS-EXPLAINED-COUNT.
007450     PERFORM 3140-COUNT-ONE-DAY
007460         THRU 3140-COUNT-ONE-DAY-EXIT
007470         VARYING WS-PRD-SUB FROM 1 BY 1
007480         UNTIL WS-PRD-SUB > WS-PRD-COUNT.
007490     MOVE WS-MISSED-COUNT TO GMH-MISSED-COUNT.
007500     PERFORM 8200-CHECK-PAGE
007510         THRU 8200-CHECK-PAGE-EXIT.
007520     WRITE ROLLUP-PRINT-RECORD FROM GRP-MISSED-HEADING
007530         AFTER ADVANCING 1 LINE.
007540     ADD 1 TO WS-LINE-COUNT.
007550     IF WS-MISSED-COUNT > ZERO
007560         PERFORM 3150-PRINT-ONE-MISS
007570             THRU 3150-PRINT-ONE-MISS-EXIT
007580             VARYING WS-PRD-SUB FROM 1 BY 1
007590             UNTIL WS-PRD-SUB > WS-PRD-COUNT
007600     END-IF.
007610
007620     IF WS-EXPLAINED-COUNT = ZERO
007630         GO TO 3100-PRINT-ONE-SCENARIO-EXIT
007640     END-IF.
007650     MOVE WS-EXPLAINED-COUNT TO GEH-EXPLAINED-COUNT.
007660     PERFORM 8200-CHECK-PAGE
007670         THRU 8200-CHECK-PAGE-EXIT.
007680     WRITE ROLLUP-PRINT-RECORD FROM GRP-EXPLAINED-HEADING
007690         AFTER ADVANCING 1 LINE.
007700     ADD 1 TO WS-LINE-COUNT.
007710     PERFORM 3160-PRINT-ONE-EXPLAINED
007720         THRU 3160-PRINT-ONE-EXPLAINED-EXIT
007730         VARYING WS-PRD-SUB FROM 1 BY 1
007740         UNTIL WS-PRD-SUB > WS-PRD-COUNT.
007750 3100-PRINT-ONE-SCENARIO-EXIT.
007760     EXIT.
007770
007780*****************************************************
007790*  3140-COUNT-ONE-DAY                                 *
007800*  SETS THE NIGHT'S STATUS FOR THE SCENARIO ON HAND - *
007810*  "R" RAN, "M" MISSED, "X" EXPLAINED, SPACE NOT A    *
007820*  RUN NIGHT - AND COUNTS THE MISSED AND EXPLAINED.   *
007830*****************************************************
007840 3140-COUNT-ONE-DAY.
007850     MOVE SPACE TO SW-NIGHT-STATUS.
007860     MOVE PRD-ROSTER-SUB (WS-PRD-SUB) TO WS-DATE-SUB.
007870     IF WS-DATE-SUB > ZERO
007880         IF SCN-PRESENT-FLAG (WS-SCN-SUB, WS-DATE-SUB) = "Y"
007890             SET NIGHT-RAN TO TRUE
007900             GO TO 3140-COUNT-ONE-DAY-EXIT
007910         END-IF
007920     END-IF.
007930     IF PRD-BUSINESS-DAY (WS-PRD-SUB)
007940         SET NIGHT-MISSED TO TRUE
007950         ADD 1 TO WS-MISSED-COUNT
007960         GO TO 3140-COUNT-ONE-DAY-EXIT
007970     END-IF.
007980     IF WS-DATE-SUB > ZERO
007990         OR PRD-HOLIDAY-OUTAGE (WS-PRD-SUB)
008000         SET NIGHT-EXPLAINED TO TRUE
008010         ADD 1 TO WS-EXPLAINED-COUNT
008020     END-IF.
008030 3140-COUNT-ONE-DAY-EXIT.
008040     EXIT.
008050
008060 3150-PRINT-ONE-MISS.
008070     PERFORM 3140-COUNT-ONE-DAY
008080         THRU 3140-COUNT-ONE-DAY-EXIT.
008090     IF NIGHT-MISSED
008100         MOVE PRD-DATE (WS-PRD-SUB) TO GMD-DATE
008110         PERFORM 8200-CHECK-PAGE
008120             THRU 8200-CHECK-PAGE-EXIT
008130         WRITE ROLLUP-PRINT-RECORD FROM GRP-MISSED-DETAIL
008140             AFTER ADVANCING 1 LINE
008150         ADD 1 TO WS-LINE-COUNT
008160     END-IF.
008170 3150-PRINT-ONE-MISS-EXIT.
008180     EXIT.
008190
008200 3160-PRINT-ONE-EXPLAINED.
008210     PERFORM 3140-COUNT-ONE-DAY
008220         THRU 3140-COUNT-ONE-DAY-EXIT.
008230     IF NOT NIGHT-EXPLAINED
008240         GO TO 3160-PRINT-ONE-EXPLAINED-EXIT
008250     END-IF.
008260     MOVE PRD-DATE (WS-PRD-SUB) TO GED-DATE.
008270     EVALUATE TRUE
008280         WHEN PRD-TREATMENT (WS-PRD-SUB) = "H"
008290             MOVE "BANK HOLIDAY"   TO GED-DAY-TYPE
008300         WHEN PRD-TREATMENT (WS-PRD-SUB) = "O"
008310             MOVE "PLANNED OUTAGE" TO GED-DAY-TYPE
008320         WHEN OTHER
008330             MOVE "NON-BUSINESS"   TO GED-DAY-TYPE
008340     END-EVALUATE.
008350     MOVE PRD-DESCRIPTION (WS-PRD-SUB) TO GED-DESCRIPTION.
008360     PERFORM 8200-CHECK-PAGE
008370         THRU 8200-CHECK-PAGE-EXIT.
008380     WRITE ROLLUP-PRINT-RECORD FROM GRP-EXPLAINED-DETAIL
008390         AFTER ADVANCING 1 LINE.
008400     ADD 1 TO WS-LINE-COUNT.
008410 3160-PRINT-ONE-EXPLAINED-EXIT.
008420     EXIT.
008430
008440*****************************************************
008450*  8000-PAGE-HEADING                                  *
008460*****************************************************
008470 8000-PAGE-HEADING.
008480     ADD 1 TO WS-PAGE-COUNT.
008490     MOVE WS-RUN-DATE   TO GPH-RUN-DATE.
008500     MOVE WS-PAGE-COUNT TO GPH-PAGE.
008510     IF WS-PAGE-COUNT = 1
008520         WRITE ROLLUP-PRINT-RECORD FROM GRP-PAGE-HEADING
008530             AFTER ADVANCING 1 LINE
008540     ELSE
008550         WRITE ROLLUP-PRINT-RECORD FROM GRP-PAGE-HEADING
008560             AFTER ADVANCING PAGE
008570     END-IF.
008580     MOVE SPACES TO ROLLUP-PRINT-RECORD.
008590     WRITE ROLLUP-PRINT-RECORD AFTER ADVANCING 1 LINE.
008600     MOVE 2 TO WS-LINE-COUNT.
008610 8000-PAGE-HEADING-EXIT.
008620     EXIT.
008630
008640*****************************************************
008650*  8200-CHECK-PAGE                                    *
008660*****************************************************
008670 8200-CHECK-PAGE.
008680     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008690         PERFORM 8000-PAGE-HEADING
008700             THRU 8000-PAGE-HEADING-EXIT
008710     END-IF.
008720 8200-CHECK-PAGE-EXIT.
008730     EXIT.
008740
008750*****************************************************
008760*  9000-FINALIZE                                      *
008770*****************************************************
008780 9000-FINALIZE.
008790     MOVE SPACES TO ROLLUP-PRINT-RECORD.
008800     WRITE ROLLUP-PRINT-RECORD AFTER ADVANCING 1 LINE.
008810     MOVE WS-READ-COUNT TO GTR-READ-COUNT.
008820     MOVE WS-SCN-COUNT  TO GTR-SCN-COUNT.
008830     MOVE WS-DATE-COUNT TO GTR-NIGHT-COUNT.
008840     WRITE ROLLUP-PRINT-RECORD FROM GRP-TRAILER
008850         AFTER ADVANCING 1 LINE.
008860     CLOSE ROLLUP-PRINT-FILE.
008870     DISPLAY "AUDRPT SUMMARY: RECORDS=" WS-READ-COUNT
008880         " SCENARIOS=" WS-SCN-COUNT
008890         " NIGHTS=" WS-DATE-COUNT.
008900 9000-FINALIZE-EXIT.
008910     EXIT.
