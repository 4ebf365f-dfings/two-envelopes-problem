000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALMNT.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL BUSINESS CALENDAR        *
000130*                    MAINTENANCE.  LOADS THE SHARED    *
000140*                    CALENDAR KSDS (SEE CALREC) FROM   *
000150*                    TRANSACTIONS - GENERATE A WHOLE   *
000160*                    YEAR OF BUSINESS AND WEEKEND      *
000170*                    DAYS, THEN MARK BANK HOLIDAYS,    *
000180*                    PLANNED OUTAGES, OR A DAY BACK    *
000190*                    TO BUSINESS.  THE MONTH-END FLAG  *
000200*                    IS RESET ON THE LAST BUSINESS DAY *
000210*                    OF EVERY MONTH A TRANSACTION      *
000220*                    TOUCHES.  REJECTS PRINT WITH THE  *
000230*                    REASON, AND THE REPORT CLOSES     *
000240*                    WITH THE HOLIDAYS, OUTAGES, AND   *
000250*                    MONTH-ENDS OF THE NEXT 90 DAYS.   *
000260*****************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300*****************************************************
000310*  CALENDAR TRANSACTION FILE - ONE GENERATE, HOLIDAY, *
000320*  OUTAGE, OR BUSINESS-DAY TRANSACTION PER RECORD,    *
000330*  APPLIED IN FILE ORDER.                             *
000340*****************************************************
000350     SELECT TRANSACTION-FILE ASSIGN TO CALTRAN
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS FS-TRANSACTION-FILE.
000380*****************************************************
000390*  BUSINESS CALENDAR - THE SHARED INDEXED DATASET     *
000400*  (SEE CALREC), OPENED I-O: READ AND UPDATED BY      *
000410*  DATE, THEN WALKED IN DATE ORDER FOR THE LISTING.   *
000420*****************************************************
000430     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CAL-DATE
000470         FILE STATUS IS FS-CALENDAR-FILE.
000480*****************************************************
000490*  MAINTENANCE REPORT PRINT FILE.                     *
000500*****************************************************
000510     SELECT MAINT-PRINT-FILE ASSIGN TO CALRPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-MAINT-PRINT.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  TRANSACTION-FILE.
000580 01  CALENDAR-TRAN-RECORD.
000590     05  CLT-TRAN-CODE           PIC X(01).
000600         88  CLT-GENERATE             VALUE "G".
000610         88  CLT-HOLIDAY              VALUE "H".
000620         88  CLT-OUTAGE               VALUE "O".
000630         88  CLT-BUSINESS             VALUE "B".
000640     05  FILLER                  PIC X(01).
000650     05  CLT-DATE                PIC 9(08).
000660     05  CLT-DATE-TEXT REDEFINES CLT-DATE
000670                                 PIC X(08).
000680     05  CLT-DATE-PARTS REDEFINES CLT-DATE.
000690         10  CLT-YEAR            PIC 9(04).
000700         10  FILLER              PIC X(04).
000710     05  FILLER                  PIC X(01).
000720     05  CLT-DESCRIPTION         PIC X(30).
000730     05  FILLER                  PIC X(01).
000740     05  CLT-REQUESTED-BY        PIC X(08).
000750
000760 FD  CALENDAR-FILE.
000770 COPY CALREC.
000780
000790 FD  MAINT-PRINT-FILE.
000800 01  MAINT-PRINT-RECORD          PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830*****************************************************
000840*  FILE STATUS SWITCHES                              *
000850*****************************************************
000860 01  FS-TRANSACTION-FILE         PIC X(02).
000870     88  FS-TRANSACTION-OK            VALUE "00".
000880     88  FS-TRANSACTION-EOF           VALUE "10".
000890 01  FS-CALENDAR-FILE            PIC X(02).
000900     88  FS-CALENDAR-OK               VALUE "00".
000910     88  FS-CALENDAR-EOF              VALUE "10".
000920     88  FS-CALENDAR-NOT-FOUND        VALUE "23".
000930     88  FS-CALENDAR-MISSING          VALUE "35".
000940 01  FS-MAINT-PRINT              PIC X(02).
000950     88  FS-MAINT-PRINT-OK            VALUE "00".
000960
000970*****************************************************
000980*  RUN DATE AND DATE SUPPORT - THE CLOSING LISTING   *
000990*  COVERS THE RUN DATE THROUGH WS-HORIZON-DATE, AND  *
001000*  A CALENDAR THAT STOPS SHORT OF IT IS WARNED OF.   *
001010*  DAY 1 OF THE INTEGER DATE BASE WAS A MONDAY, SO   *
001020*  REMAINDER 0-4 OF (DAY - 1) / 7 IS MONDAY THROUGH  *
001030*  FRIDAY.                                           *
001040*****************************************************
001050 01  WS-RUN-DATE                 PIC 9(08).
001060 01  WS-RUN-TIME                 PIC 9(08).
001070 01  WS-HORIZON-DAYS             PIC 9(03) VALUE 90.
001080 01  WS-HORIZON-DATE             PIC 9(08).
001090 01  WS-DATE-INT                 PIC 9(08).
001100 01  WS-FIRST-INT                PIC 9(08).
001110 01  WS-LAST-INT                 PIC 9(08).
001120 01  WS-DOW-QUOTIENT             PIC 9(08).
001130 01  WS-DOW                      PIC 9(01).
001140 01  WS-DATE-CHECK               PIC 9(08).
001150 01  WS-LAST-ON-FILE             PIC 9(08) VALUE ZERO.
001160
001170*****************************************************
001180*  MONTH-END SUPPORT - THE MONTH BEING RESET, ITS    *
001190*  FIRST AND NEXT MONTH'S FIRST DATE, AND THE LAST   *
001200*  BUSINESS DAY FOUND IN IT (ZERO WHEN THE MONTH     *
001210*  HAS NONE, OR IS NOT ON THE CALENDAR).             *
001220*****************************************************
001230 01  WS-ME-DATE                  PIC 9(08).
001240 01  WS-ME-DATE-PARTS REDEFINES WS-ME-DATE.
001250     05  WS-ME-YEAR              PIC 9(04).
001260     05  WS-ME-MONTH             PIC 9(02).
001270     05  WS-ME-DAY               PIC 9(02).
001280 01  WS-NEXT-MONTH-DATE          PIC 9(08).
001290 01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
001300     05  WS-NM-YEAR              PIC 9(04).
001310     05  WS-NM-MONTH             PIC 9(02).
001320     05  WS-NM-DAY               PIC 9(02).
001330 01  WS-ME-INT                   PIC 9(08).
001340 01  WS-ME-FIRST-INT             PIC 9(08).
001350 01  WS-ME-LAST-INT              PIC 9(08).
001360 01  WS-LAST-BUSINESS            PIC 9(08) VALUE ZERO.
001370 01  WS-ME-FLAG                  PIC X(01).
001380
001390*****************************************************
001400*  TRANSACTION EDIT AND APPLY SUPPORT                *
001410*****************************************************
001420 01  WS-TRAN-NUM                 PIC 9(05) VALUE ZERO.
001430 01  WS-TRAN-REJECTS             PIC 9(03) VALUE ZERO.
001440 01  WS-REJECT-TEXT              PIC X(60) VALUE SPACES.
001450 01  WS-APPLIED-TEXT             PIC X(30) VALUE SPACES.
001460 01  WS-DAYS-ADDED               PIC 9(03) VALUE ZERO.
001470 01  WS-DAYS-KEPT                PIC 9(03) VALUE ZERO.
001480 01  WS-DAYS-ADDED-EDIT          PIC ZZ9.
001490 01  WS-DAYS-KEPT-EDIT           PIC ZZ9.
001500
001510*****************************************************
001520*  RECORD COUNTS FOR THE CLOSING REPORT              *
001530*****************************************************
001540 01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
001550 01  WS-GENERATED-COUNT          PIC 9(05) VALUE ZERO.
001560 01  WS-MARKED-COUNT             PIC 9(05) VALUE ZERO.
001570 01  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
001580 01  WS-LISTED-COUNT             PIC 9(05) VALUE ZERO.
001590
001600*****************************************************
001610*  REPORT CONTROL                                    *
001620*****************************************************
001630 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
001640 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001650 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
001660
001670*****************************************************
001680*  PRINT LINE LAYOUTS                                *
001690*****************************************************
001700 01  MNT-PAGE-HEADING.
001710     05  FILLER                  PIC X(51) VALUE
001720         "TWO ENVELOPES BUSINESS CALENDAR MAINTENANCE".
001730     05  FILLER                  PIC X(10) VALUE SPACES.
001740     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001750     05  MPH-RUN-DATE            PIC 9(08).
001760     05  FILLER                  PIC X(04) VALUE SPACES.
001770     05  FILLER                  PIC X(05) VALUE "PAGE ".
001780     05  MPH-PAGE                PIC ZZZZ9.
001790     05  FILLER                  PIC X(40) VALUE SPACES.
001800
001810 01  MNT-SECTION-1-HEADING.
001820     05  FILLER                  PIC X(40) VALUE
001830         "SECTION 1 - TRANSACTIONS".
001840     05  FILLER                  PIC X(92) VALUE SPACES.
001850
001860 01  MNT-TRAN-COLUMN-HEADING.
001870     05  FILLER                  PIC X(08) VALUE "TRAN".
001880     05  FILLER                  PIC X(04) VALUE "TYP".
001890     05  FILLER                  PIC X(10) VALUE "DATE".
001900     05  FILLER                  PIC X(10) VALUE "KEYED BY".
001910     05  FILLER                  PIC X(10) VALUE "RESULT".
001920     05  FILLER                  PIC X(60) VALUE "REASON".
001930     05  FILLER                  PIC X(30) VALUE SPACES.
001940
001950 01  MNT-TRAN-LINE.
001960     05  MTL-TRAN-NUM            PIC ZZZZ9.
001970     05  FILLER                  PIC X(03) VALUE SPACES.
001980     05  MTL-TRAN-CODE           PIC X(01).
001990     05  FILLER                  PIC X(03) VALUE SPACES.
002000     05  MTL-DATE                PIC X(08).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  MTL-REQUESTED-BY        PIC X(08).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  MTL-RESULT              PIC X(08).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  MTL-TEXT                PIC X(60).
002070     05  FILLER                  PIC X(30) VALUE SPACES.
002080
002090 01  MNT-SECTION-2-HEADING.
002100     05  FILLER                  PIC X(09) VALUE
002110         "SECTION 2".
002120     05  FILLER                  PIC X(44) VALUE
002130         " - HOLIDAYS, OUTAGES, AND MONTH-ENDS, NEXT ".
002140     05  MS2-HORIZON             PIC ZZ9.
002150     05  FILLER                  PIC X(05) VALUE " DAYS".
002160     05  FILLER                  PIC X(71) VALUE SPACES.
002170
002180 01  MNT-CALENDAR-COLUMN-HEADING.
002190     05  FILLER                  PIC X(10) VALUE "DATE".
002200     05  FILLER                  PIC X(16) VALUE "DAY TYPE".
002210     05  FILLER                  PIC X(11) VALUE "MONTH-END".
002220     05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
002230     05  FILLER                  PIC X(10) VALUE "CHANGED BY".
002240     05  FILLER                  PIC X(53) VALUE "ON".
002250
002260 01  MNT-CALENDAR-LINE.
002270     05  MCL-DATE                PIC 9(08).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  MCL-DAY-TYPE            PIC X(14).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  MCL-MONTH-END           PIC X(09).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  MCL-DESCRIPTION         PIC X(30).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  MCL-CHANGED-BY          PIC X(08).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  MCL-CHANGED-DATE        PIC 9(08).
002380     05  FILLER                  PIC X(45) VALUE SPACES.
002390
002400 01  MNT-NOTE-LINE.
002410     05  FILLER                  PIC X(04) VALUE SPACES.
002420     05  MNL-TEXT                PIC X(60).
002430     05  FILLER                  PIC X(68) VALUE SPACES.
002440
002450 01  MNT-TRAILER.
002460     05  FILLER                  PIC X(21) VALUE
002470         "END OF MAINTENANCE - ".
002480     05  MTR-READ                PIC ZZZZ9.
002490     05  FILLER                  PIC X(06) VALUE " READ ".
002500     05  MTR-GENERATED           PIC ZZZZ9.
002510     05  FILLER                  PIC X(17) VALUE
002520         " YEARS GENERATED ".
002530     05  MTR-MARKED              PIC ZZZZ9.
002540     05  FILLER                  PIC X(13) VALUE
002550         " DAYS MARKED ".
002560     05  MTR-REJECTED            PIC ZZZZ9.
002570     05  FILLER                  PIC X(09) VALUE " REJECTED".
002580     05  FILLER                  PIC X(46) VALUE SPACES.
002590
002600 PROCEDURE DIVISION.
002610*****************************************************
002620*  0000-MAINLINE                                      *
002630*  EDITS AND APPLIES EVERY TRANSACTION, LISTS THE     *
002640*  CALENDAR EXCEPTIONS AHEAD, AND SETS THE RETURN     *
002650*  CODE.                                              *
002660*****************************************************
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE
002690         THRU 1000-INITIALIZE-EXIT.
002700     IF RETURN-CODE >= 16
002710         DISPLAY "CALMNT: RUN TERMINATED, RC=" RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740
002750     PERFORM 3000-APPLY-TRANSACTIONS
002760         THRU 3000-APPLY-TRANSACTIONS-EXIT.
002770     IF RETURN-CODE < 16
002780         PERFORM 5000-LIST-CALENDAR
002790             THRU 5000-LIST-CALENDAR-EXIT
002800     END-IF.
002810
002820     PERFORM 9000-FINALIZE
002830         THRU 9000-FINALIZE-EXIT.
002840     STOP RUN.
002850
002860*****************************************************
002870*  1000-INITIALIZE                                    *
002880*  OPENS THE REPORT, THE TRANSACTIONS, AND THE        *
002890*  CALENDAR, WHICH IS CREATED ON ITS VERY FIRST USE.  *
002900*****************************************************
002910 1000-INITIALIZE.
002920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002930     ACCEPT WS-RUN-TIME FROM TIME.
002940     COMPUTE WS-DATE-INT =
002950         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-HORIZON-DAYS.
002960     COMPUTE WS-HORIZON-DATE =
002970         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002980
002990     OPEN OUTPUT MAINT-PRINT-FILE.
003000     IF NOT FS-MAINT-PRINT-OK
003010         DISPLAY "CALMNT ERROR: CALRPT OPEN FAILED, STATUS="
003020             FS-MAINT-PRINT
003030         MOVE 16 TO RETURN-CODE
003040         GO TO 1000-INITIALIZE-EXIT
003050     END-IF.
003060     PERFORM 8000-PAGE-HEADING
003070         THRU 8000-PAGE-HEADING-EXIT.
003080
003090     OPEN INPUT TRANSACTION-FILE.
003100     IF NOT FS-TRANSACTION-OK
003110         DISPLAY "CALMNT ERROR: CALTRAN OPEN FAILED, STATUS="
003120             FS-TRANSACTION-FILE
003130         CLOSE MAINT-PRINT-FILE
003140         MOVE 16 TO RETURN-CODE
003150         GO TO 1000-INITIALIZE-EXIT
003160     END-IF.
003170
003180     OPEN I-O CALENDAR-FILE.
003190     IF FS-CALENDAR-MISSING
003200         OPEN OUTPUT CALENDAR-FILE
003210         CLOSE CALENDAR-FILE
003220         OPEN I-O CALENDAR-FILE
003230     END-IF.
003240     IF NOT FS-CALENDAR-OK
003250         DISPLAY "CALMNT ERROR: CALENDAR OPEN FAILED, STATUS="
003260             FS-CALENDAR-FILE
003270         CLOSE TRANSACTION-FILE
003280         CLOSE MAINT-PRINT-FILE
003290         MOVE 16 TO RETURN-CODE
003300     END-IF.
003310 1000-INITIALIZE-EXIT.
003320     EXIT.
003330
003340*****************************************************
003350*  3000-APPLY-TRANSACTIONS                            *
003360*  EDITS AND APPLIES EVERY TRANSACTION IN FILE        *
003370*  ORDER, SO A HOLIDAY MAY FOLLOW THE GENERATE THAT   *
003380*  CREATED ITS YEAR IN THE SAME RUN.                  *
003390*****************************************************
003400 3000-APPLY-TRANSACTIONS.
003410     MOVE SPACES TO MAINT-PRINT-RECORD.
003420     WRITE MAINT-PRINT-RECORD FROM MNT-SECTION-1-HEADING
003430         AFTER ADVANCING 1 LINE.
003440     WRITE MAINT-PRINT-RECORD FROM MNT-TRAN-COLUMN-HEADING
003450         AFTER ADVANCING 1 LINE.
003460     ADD 2 TO WS-LINE-COUNT.
003470     READ TRANSACTION-FILE
003480         AT END
003490             CONTINUE
003500     END-READ.
003510     PERFORM 3100-APPLY-ONE-TRAN
003520         THRU 3100-APPLY-ONE-TRAN-EXIT
003530         UNTIL NOT FS-TRANSACTION-OK
003540         OR RETURN-CODE >= 16.
003550     IF NOT FS-TRANSACTION-OK AND NOT FS-TRANSACTION-EOF
003560         DISPLAY "CALMNT ERROR: CALTRAN READ FAILED, STATUS="
003570             FS-TRANSACTION-FILE
003580         MOVE 16 TO RETURN-CODE
003590     END-IF.
003600     IF WS-READ-COUNT = ZERO
003610         MOVE "NO TRANSACTIONS THIS RUN" TO MNL-TEXT
003620         PERFORM 8100-WRITE-NOTE-LINE
003630             THRU 8100-WRITE-NOTE-LINE-EXIT
003640     END-IF.
003650 3000-APPLY-TRANSACTIONS-EXIT.
003660     EXIT.
003670
003680*****************************************************
003690*  3100-APPLY-ONE-TRAN                                *
003700*  EDITS THE TRANSACTION CODE AND REQUESTER, THEN     *
003710*  GENERATES A YEAR OR MARKS ONE DAY.  EACH FAILED    *
003720*  EDIT PRINTS ITS OWN REJECT LINE.                   *
003730*****************************************************
003740 3100-APPLY-ONE-TRAN.
003750     ADD 1 TO WS-READ-COUNT.
003760     ADD 1 TO WS-TRAN-NUM.
003770     MOVE ZERO TO WS-TRAN-REJECTS.
003780     MOVE WS-TRAN-NUM        TO MTL-TRAN-NUM.
003790     MOVE CLT-TRAN-CODE      TO MTL-TRAN-CODE.
003800     MOVE CLT-DATE-TEXT      TO MTL-DATE.
003810     MOVE CLT-REQUESTED-BY   TO MTL-REQUESTED-BY.
003820
003830     IF NOT CLT-GENERATE AND NOT CLT-HOLIDAY
003840         AND NOT CLT-OUTAGE AND NOT CLT-BUSINESS
003850         MOVE "TRANSACTION CODE MUST BE G, H, O, OR B"
003860             TO WS-REJECT-TEXT
003870         PERFORM 7000-WRITE-REJECT
003880             THRU 7000-WRITE-REJECT-EXIT
003890         GO TO 3100-APPLY-ONE-READ
003900     END-IF.
003910     IF CLT-REQUESTED-BY = SPACES
003920         MOVE "REQUESTED-BY MUST BE GIVEN" TO WS-REJECT-TEXT
003930         PERFORM 7000-WRITE-REJECT
003940             THRU 7000-WRITE-REJECT-EXIT
003950         GO TO 3100-APPLY-ONE-READ
003960     END-IF.
003970
003980     IF CLT-GENERATE
003990         PERFORM 3200-GENERATE-YEAR
004000             THRU 3200-GENERATE-YEAR-EXIT
004010     ELSE
004020         PERFORM 3300-MARK-DAY
004030             THRU 3300-MARK-DAY-EXIT
004040     END-IF.
004050 3100-APPLY-ONE-READ.
004060     IF WS-TRAN-REJECTS > ZERO
004070         ADD 1 TO WS-REJECTED-COUNT
004080     END-IF.
004090     READ TRANSACTION-FILE
004100         AT END
004110             CONTINUE
004120     END-READ.
004130 3100-APPLY-ONE-TRAN-EXIT.
004140     EXIT.
004150
004160*****************************************************
004170*  3200-GENERATE-YEAR                                 *
004180*  A GENERATE CARRIES THE YEAR IN THE FIRST FOUR      *
004190*  DATE POSITIONS.  EVERY DATE OF THE YEAR NOT YET ON *
004200*  THE CALENDAR IS WRITTEN AS A BUSINESS OR WEEKEND   *
004210*  DAY; DATES ALREADY ON IT - HOLIDAYS AND OUTAGES    *
004220*  INCLUDED - ARE LEFT AS THEY STAND, SO A YEAR MAY   *
004230*  BE REGENERATED SAFELY.  THE TWELVE MONTH-ENDS ARE  *
004240*  THEN RESET.                                        *
004250*****************************************************
004260 3200-GENERATE-YEAR.
004270     IF CLT-YEAR IS NOT NUMERIC
004280         OR CLT-YEAR < 1601
004290         OR CLT-YEAR > 9998
004300         MOVE "YEAR MUST BE NUMERIC, 1601 THROUGH 9998"
004310             TO WS-REJECT-TEXT
004320         PERFORM 7000-WRITE-REJECT
004330             THRU 7000-WRITE-REJECT-EXIT
004340         GO TO 3200-GENERATE-YEAR-EXIT
004350     END-IF.
004360     MOVE ZERO TO WS-DAYS-ADDED.
004370     MOVE ZERO TO WS-DAYS-KEPT.
004380     MOVE CLT-YEAR TO WS-ME-YEAR.
004390     MOVE 01       TO WS-ME-MONTH.
004400     MOVE 01       TO WS-ME-DAY.
004410     COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(WS-ME-DATE).
004420     MOVE 12       TO WS-ME-MONTH.
004430     MOVE 31       TO WS-ME-DAY.
004440     COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-ME-DATE).
004450     PERFORM 3210-GENERATE-ONE-DAY
004460         THRU 3210-GENERATE-ONE-DAY-EXIT
004470         VARYING WS-DATE-INT FROM WS-FIRST-INT BY 1
004480         UNTIL WS-DATE-INT > WS-LAST-INT
004490         OR RETURN-CODE >= 16.
004500     IF RETURN-CODE >= 16
004510         GO TO 3200-GENERATE-YEAR-EXIT
004520     END-IF.
004530     IF WS-DAYS-ADDED = ZERO
004540         MOVE "YEAR IS ALREADY ON THE CALENDAR - NOTHING ADDED"
004550             TO WS-REJECT-TEXT
004560         PERFORM 7000-WRITE-REJECT
004570             THRU 7000-WRITE-REJECT-EXIT
004580         GO TO 3200-GENERATE-YEAR-EXIT
004590     END-IF.
004600
004610     MOVE CLT-YEAR TO WS-ME-YEAR.
004620     PERFORM 3400-SET-MONTH-END
004630         THRU 3400-SET-MONTH-END-EXIT
004640         VARYING WS-ME-MONTH FROM 1 BY 1
004650         UNTIL WS-ME-MONTH > 12
004660         OR RETURN-CODE >= 16.
004670     IF RETURN-CODE >= 16
004680         GO TO 3200-GENERATE-YEAR-EXIT
004690     END-IF.
004700
004710     ADD 1 TO WS-GENERATED-COUNT.
004720     MOVE WS-DAYS-ADDED TO WS-DAYS-ADDED-EDIT.
004730     MOVE WS-DAYS-KEPT  TO WS-DAYS-KEPT-EDIT.
004740     MOVE SPACES TO MTL-TEXT.
004750     STRING "YEAR GENERATED - " DELIMITED BY SIZE
004760         WS-DAYS-ADDED-EDIT     DELIMITED BY SIZE
004770         " DAYS ADDED, "        DELIMITED BY SIZE
004780         WS-DAYS-KEPT-EDIT      DELIMITED BY SIZE
004790         " ALREADY ON FILE"     DELIMITED BY SIZE
004800         INTO MTL-TEXT
004810     END-STRING.
004820     MOVE "APPLIED" TO MTL-RESULT.
004830     PERFORM 7100-WRITE-TRAN-LINE
004840         THRU 7100-WRITE-TRAN-LINE-EXIT.
004850 3200-GENERATE-YEAR-EXIT.
004860     EXIT.
004870
004880*****************************************************
004890*  3210-GENERATE-ONE-DAY                              *
004900*  WRITES THE DATE AS A BUSINESS OR WEEKEND DAY       *
004910*  UNLESS IT IS ALREADY ON THE CALENDAR.              *
004920*****************************************************
004930 3210-GENERATE-ONE-DAY.
004940     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
004950     READ CALENDAR-FILE
004960         INVALID KEY
004970             CONTINUE
004980     END-READ.
004990     IF FS-CALENDAR-OK
005000         ADD 1 TO WS-DAYS-KEPT
005010         GO TO 3210-GENERATE-ONE-DAY-EXIT
005020     END-IF.
005030     IF NOT FS-CALENDAR-NOT-FOUND
005040         DISPLAY "CALMNT ERROR: CALENDAR READ FAILED, STATUS="
005050             FS-CALENDAR-FILE
005060         MOVE 16 TO RETURN-CODE
005070         GO TO 3210-GENERATE-ONE-DAY-EXIT
005080     END-IF.
005090
005100     MOVE SPACES TO CALENDAR-RECORD.
005110     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
005120     COMPUTE WS-DOW-QUOTIENT = WS-DATE-INT - 1.
005130     DIVIDE WS-DOW-QUOTIENT BY 7
005140         GIVING WS-DOW-QUOTIENT
005150         REMAINDER WS-DOW.
005160     IF WS-DOW > 4
005170         SET CAL-WEEKEND TO TRUE
005180         MOVE "WEEKEND" TO CAL-DESCRIPTION
005190     ELSE
005200         SET CAL-BUSINESS-DAY TO TRUE
005210     END-IF.
005220     SET CAL-NOT-MONTH-END TO TRUE.
005230     MOVE CLT-REQUESTED-BY TO CAL-CHANGED-BY.
005240     MOVE WS-RUN-DATE      TO CAL-CHANGED-DATE.
005250     WRITE CALENDAR-RECORD
005260         INVALID KEY
005270             CONTINUE
005280     END-WRITE.
005290     IF NOT FS-CALENDAR-OK
005300         DISPLAY "CALMNT ERROR: CALENDAR WRITE FAILED FOR "
005310             CAL-DATE " STATUS=" FS-CALENDAR-FILE
005320         MOVE 16 TO RETURN-CODE
005330         GO TO 3210-GENERATE-ONE-DAY-EXIT
005340     END-IF.
005350     ADD 1 TO WS-DAYS-ADDED.
005360 3210-GENERATE-ONE-DAY-EXIT.
005370     EXIT.
005380
005390*****************************************************
005400*  3300-MARK-DAY                                      *
005410*  A HOLIDAY OR OUTAGE MUST CARRY A DESCRIPTION; A    *
005420*  BUSINESS-DAY TRANSACTION MAY CARRY ONE.  THE DATE  *
005430*  MUST ALREADY BE ON THE CALENDAR - ITS YEAR IS      *
005440*  GENERATED FIRST - SO ITS MONTH-END CAN BE RESET    *
005450*  OVER THE WHOLE MONTH.  THE TRANSACTION CODE IS     *
005460*  THE NEW DAY TYPE.                                  *
005470*****************************************************
005480 3300-MARK-DAY.
005490     MOVE 1 TO WS-DATE-CHECK.
005500     IF CLT-DATE IS NUMERIC
005510         COMPUTE WS-DATE-CHECK =
005520             FUNCTION TEST-DATE-YYYYMMDD(CLT-DATE)
005530     END-IF.
005540     IF WS-DATE-CHECK NOT = ZERO
005550         MOVE "DATE IS NOT A VALID CALENDAR DATE"
005560             TO WS-REJECT-TEXT
005570         PERFORM 7000-WRITE-REJECT
005580             THRU 7000-WRITE-REJECT-EXIT
005590         GO TO 3300-MARK-DAY-EXIT
005600     END-IF.
005610     IF NOT CLT-BUSINESS
005620         AND CLT-DESCRIPTION = SPACES
005630         MOVE "A HOLIDAY OR OUTAGE MUST GIVE A DESCRIPTION"
005640             TO WS-REJECT-TEXT
005650         PERFORM 7000-WRITE-REJECT
005660             THRU 7000-WRITE-REJECT-EXIT
005670         GO TO 3300-MARK-DAY-EXIT
005680     END-IF.
005690
005700     MOVE CLT-DATE TO CAL-DATE.
005710     READ CALENDAR-FILE
005720         INVALID KEY
005730             CONTINUE
005740     END-READ.
005750     IF FS-CALENDAR-NOT-FOUND
005760         MOVE "DATE NOT ON THE CALENDAR - GENERATE ITS YEAR FIRST"
005770             TO WS-REJECT-TEXT
005780         PERFORM 7000-WRITE-REJECT
005790             THRU 7000-WRITE-REJECT-EXIT
005800         GO TO 3300-MARK-DAY-EXIT
005810     END-IF.
005820     IF NOT FS-CALENDAR-OK
005830         DISPLAY "CALMNT ERROR: CALENDAR READ FAILED FOR "
005840             CLT-DATE " STATUS=" FS-CALENDAR-FILE
005850         MOVE 16 TO RETURN-CODE
005860         GO TO 3300-MARK-DAY-EXIT
005870     END-IF.
005880     IF CAL-DAY-TYPE = CLT-TRAN-CODE
005890         MOVE "DAY IS ALREADY MARKED THAT WAY" TO WS-REJECT-TEXT
005900         PERFORM 7000-WRITE-REJECT
005910             THRU 7000-WRITE-REJECT-EXIT
005920         GO TO 3300-MARK-DAY-EXIT
005930     END-IF.
005940
005950     MOVE CLT-TRAN-CODE    TO CAL-DAY-TYPE.
005960     MOVE CLT-DESCRIPTION  TO CAL-DESCRIPTION.
005970     MOVE CLT-REQUESTED-BY TO CAL-CHANGED-BY.
005980     MOVE WS-RUN-DATE      TO CAL-CHANGED-DATE.
005990     REWRITE CALENDAR-RECORD
006000         INVALID KEY
006010             CONTINUE
006020     END-REWRITE.
006030     IF NOT FS-CALENDAR-OK
006040         DISPLAY "CALMNT ERROR: CALENDAR UPDATE FAILED FOR "
006050             CLT-DATE " STATUS=" FS-CALENDAR-FILE
006060         MOVE 16 TO RETURN-CODE
006070         GO TO 3300-MARK-DAY-EXIT
006080     END-IF.
006090
006100     MOVE CLT-DATE TO WS-ME-DATE.
006110     PERFORM 3400-SET-MONTH-END
006120         THRU 3400-SET-MONTH-END-EXIT.
006130     IF RETURN-CODE >= 16
006140         GO TO 3300-MARK-DAY-EXIT
006150     END-IF.
006160
006170     ADD 1 TO WS-MARKED-COUNT.
006180     EVALUATE TRUE
006190         WHEN CLT-HOLIDAY
006200             MOVE "MARKED BANK HOLIDAY"   TO WS-APPLIED-TEXT
006210         WHEN CLT-OUTAGE
006220             MOVE "MARKED PLANNED OUTAGE" TO WS-APPLIED-TEXT
006230         WHEN OTHER
006240             MOVE "MARKED BUSINESS DAY"   TO WS-APPLIED-TEXT
006250     END-EVALUATE.
006260     MOVE SPACES TO MTL-TEXT.
006270     IF WS-LAST-BUSINESS = ZERO
006280         STRING WS-APPLIED-TEXT        DELIMITED BY "  "
006290             " - MONTH HAS NO BUSINESS DAY" DELIMITED BY SIZE
006300             INTO MTL-TEXT
006310         END-STRING
006320     ELSE
006330         STRING WS-APPLIED-TEXT        DELIMITED BY "  "
006340             " - MONTH-END NOW "       DELIMITED BY SIZE
006350             WS-LAST-BUSINESS         DELIMITED BY SIZE
006360             INTO MTL-TEXT
006370         END-STRING
006380     END-IF.
006390     MOVE "APPLIED" TO MTL-RESULT.
006400     PERFORM 7100-WRITE-TRAN-LINE
006410         THRU 7100-WRITE-TRAN-LINE-EXIT.
006420 3300-MARK-DAY-EXIT.
006430     EXIT.
006440
006450*****************************************************
006460*  3400-SET-MONTH-END                                 *
006470*  RESETS THE MONTH-END FLAG OVER THE MONTH OF        *
006480*  WS-ME-YEAR AND WS-ME-MONTH: THE LAST BUSINESS DAY  *
006490*  IN IT IS FLAGGED, EVERY OTHER DAY IS CLEARED.      *
006500*  ONLY DAYS WHOSE FLAG CHANGES ARE REWRITTEN.        *
006510*****************************************************
006520 3400-SET-MONTH-END.
006530     MOVE 01 TO WS-ME-DAY.
006540     COMPUTE WS-ME-FIRST-INT =
006550         FUNCTION INTEGER-OF-DATE(WS-ME-DATE).
006560     MOVE WS-ME-DATE TO WS-NEXT-MONTH-DATE.
006570     IF WS-ME-MONTH = 12
006580         ADD 1 TO WS-NM-YEAR
006590         MOVE 01 TO WS-NM-MONTH
006600     ELSE
006610         ADD 1 TO WS-NM-MONTH
006620     END-IF.
006630     COMPUTE WS-ME-LAST-INT =
006640         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.
006650
006660     MOVE ZERO TO WS-LAST-BUSINESS.
006670     PERFORM 3410-FIND-LAST-BUSINESS
006680         THRU 3410-FIND-LAST-BUSINESS-EXIT
006690         VARYING WS-ME-INT FROM WS-ME-FIRST-INT BY 1
006700         UNTIL WS-ME-INT > WS-ME-LAST-INT.
006710     PERFORM 3420-FLAG-ONE-DAY
006720         THRU 3420-FLAG-ONE-DAY-EXIT
006730         VARYING WS-ME-INT FROM WS-ME-FIRST-INT BY 1
006740         UNTIL WS-ME-INT > WS-ME-LAST-INT
006750         OR RETURN-CODE >= 16.
006760 3400-SET-MONTH-END-EXIT.
006770     EXIT.
006780
006790 3410-FIND-LAST-BUSINESS.
006800     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-ME-INT).
006810     READ CALENDAR-FILE
006820         INVALID KEY
006830             CONTINUE
006840     END-READ.
006850     IF FS-CALENDAR-OK
006860         AND CAL-BUSINESS-DAY
006870         MOVE CAL-DATE TO WS-LAST-BUSINESS
006880     END-IF.
006890 3410-FIND-LAST-BUSINESS-EXIT.
006900     EXIT.
006910
006920 3420-FLAG-ONE-DAY.
006930     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-ME-INT).
006940     READ CALENDAR-FILE
006950         INVALID KEY
006960             CONTINUE
006970     END-READ.
006980     IF NOT FS-CALENDAR-OK
006990         GO TO 3420-FLAG-ONE-DAY-EXIT
007000     END-IF.
007010     IF CAL-DATE = WS-LAST-BUSINESS
007020         MOVE "Y" TO WS-ME-FLAG
007030     ELSE
007040         MOVE "N" TO WS-ME-FLAG
007050     END-IF.
007060     IF CAL-MONTH-END = WS-ME-FLAG
007070         GO TO 3420-FLAG-ONE-DAY-EXIT
007080     END-IF.
007090     MOVE WS-ME-FLAG       TO CAL-MONTH-END.
007100     MOVE CLT-REQUESTED-BY TO CAL-CHANGED-BY.
007110     MOVE WS-RUN-DATE      TO CAL-CHANGED-DATE.
007120     REWRITE CALENDAR-RECORD
007130         INVALID KEY
007140             CONTINUE
007150     END-REWRITE.
007160     IF NOT FS-CALENDAR-OK
007170         DISPLAY "CALMNT ERROR: CALENDAR UPDATE FAILED FOR "
007180             CAL-DATE " STATUS=" FS-CALENDAR-FILE
007190         MOVE 16 TO RETURN-CODE
007200     END-IF.
007210 3420-FLAG-ONE-DAY-EXIT.
007220     EXIT.
007230
007240*****************************************************
007250*  5000-LIST-CALENDAR                                 *
007260*  WALKS THE CALENDAR AS IT NOW STANDS FROM THE RUN   *
007270*  DATE THROUGH THE HORIZON AND LISTS EVERY HOLIDAY,  *
007280*  OUTAGE, AND MONTH-END.  A CALENDAR THAT STOPS      *
007290*  SHORT OF THE HORIZON ENDS THE RUN RC 4 - PAST ITS  *
007300*  LAST DATE EVERY PROGRAM FALLS BACK TO TREATING     *
007310*  MONDAY THROUGH FRIDAY AS BUSINESS DAYS.            *
007320*****************************************************
007330 5000-LIST-CALENDAR.
007340     PERFORM 8200-CHECK-PAGE
007350         THRU 8200-CHECK-PAGE-EXIT.
007360     MOVE SPACES TO MAINT-PRINT-RECORD.
007370     WRITE MAINT-PRINT-RECORD AFTER ADVANCING 1 LINE.
007380     MOVE WS-HORIZON-DAYS TO MS2-HORIZON.
007390     WRITE MAINT-PRINT-RECORD FROM MNT-SECTION-2-HEADING
007400         AFTER ADVANCING 1 LINE.
007410     WRITE MAINT-PRINT-RECORD FROM MNT-CALENDAR-COLUMN-HEADING
007420         AFTER ADVANCING 1 LINE.
007430     ADD 3 TO WS-LINE-COUNT.
007440     MOVE WS-RUN-DATE TO CAL-DATE.
007450     START CALENDAR-FILE KEY IS >= CAL-DATE
007460         INVALID KEY
007470             GO TO 5000-LIST-CALENDAR-CLOSE
007480     END-START.
007490     READ CALENDAR-FILE NEXT RECORD
007500         AT END
007510             GO TO 5000-LIST-CALENDAR-CLOSE
007520     END-READ.
007530     PERFORM 5100-LIST-ONE-DAY
007540         THRU 5100-LIST-ONE-DAY-EXIT
007550         UNTIL NOT FS-CALENDAR-OK
007560         OR CAL-DATE > WS-HORIZON-DATE.
007570 5000-LIST-CALENDAR-CLOSE.
007580     IF WS-LISTED-COUNT = ZERO
007590         MOVE "NO HOLIDAY, OUTAGE, OR MONTH-END IN THE HORIZON"
007600             TO MNL-TEXT
007610         PERFORM 8100-WRITE-NOTE-LINE
007620             THRU 8100-WRITE-NOTE-LINE-EXIT
007630     END-IF.
007640     IF WS-LAST-ON-FILE < WS-HORIZON-DATE
007650         MOVE SPACES TO MNL-TEXT
007660         STRING "CALENDAR ENDS BEFORE " DELIMITED BY SIZE
007670             WS-HORIZON-DATE          DELIMITED BY SIZE
007680             " - GENERATE THE NEXT YEAR" DELIMITED BY SIZE
007690             INTO MNL-TEXT
007700         END-STRING
007710         PERFORM 8100-WRITE-NOTE-LINE
007720             THRU 8100-WRITE-NOTE-LINE-EXIT
007730         IF RETURN-CODE < 4
007740             MOVE 4 TO RETURN-CODE
007750         END-IF
007760     END-IF.
007770 5000-LIST-CALENDAR-EXIT.
007780     EXIT.
007790
007800*****************************************************
007810*  5100-LIST-ONE-DAY                                  *
007820*  LISTS THE CALENDAR DAY ON HAND IF IT IS A HOLIDAY, *
007830*  AN OUTAGE, OR A MONTH-END, THEN READS THE NEXT.    *
007840*****************************************************
007850 5100-LIST-ONE-DAY.
007860     MOVE CAL-DATE TO WS-LAST-ON-FILE.
007870     IF NOT CAL-HOLIDAY AND NOT CAL-OUTAGE
007880         AND NOT CAL-MONTH-END-DAY
007890         GO TO 5100-LIST-ONE-READ
007900     END-IF.
007910     ADD 1 TO WS-LISTED-COUNT.
007920     MOVE CAL-DATE TO MCL-DATE.
007930     EVALUATE TRUE
007940         WHEN CAL-HOLIDAY
007950             MOVE "BANK HOLIDAY"   TO MCL-DAY-TYPE
007960         WHEN CAL-OUTAGE
007970             MOVE "PLANNED OUTAGE" TO MCL-DAY-TYPE
007980         WHEN OTHER
007990             MOVE "BUSINESS DAY"   TO MCL-DAY-TYPE
008000     END-EVALUATE.
008010     IF CAL-MONTH-END-DAY
008020         MOVE "MONTH-END" TO MCL-MONTH-END
008030     ELSE
008040         MOVE SPACES      TO MCL-MONTH-END
008050     END-IF.
008060     MOVE CAL-DESCRIPTION  TO MCL-DESCRIPTION.
008070     MOVE CAL-CHANGED-BY   TO MCL-CHANGED-BY.
008080     MOVE CAL-CHANGED-DATE TO MCL-CHANGED-DATE.
008090     PERFORM 8200-CHECK-PAGE
008100         THRU 8200-CHECK-PAGE-EXIT.
008110     WRITE MAINT-PRINT-RECORD FROM MNT-CALENDAR-LINE
008120         AFTER ADVANCING 1 LINE.
008130     ADD 1 TO WS-LINE-COUNT.
008140 5100-LIST-ONE-READ.
008150     READ CALENDAR-FILE NEXT RECORD
008160         AT END
008170             CONTINUE
008180     END-READ.
008190 5100-LIST-ONE-DAY-EXIT.
008200     EXIT.
008210
008220*****************************************************
008230*  7000-WRITE-REJECT                                  *
008240*  PRINTS ONE REJECT LINE FOR THE TRANSACTION ON      *
008250*  HAND WITH THE STAGED REASON AND COUNTS IT.         *
008260*****************************************************
008270 7000-WRITE-REJECT.
008280     ADD 1 TO WS-TRAN-REJECTS.
008290     MOVE "REJECTED"     TO MTL-RESULT.
008300     MOVE WS-REJECT-TEXT TO MTL-TEXT.
008310     PERFORM 7100-WRITE-TRAN-LINE
008320         THRU 7100-WRITE-TRAN-LINE-EXIT.
008330 7000-WRITE-REJECT-EXIT.
008340     EXIT.
008350
008360*****************************************************
008370*  7100-WRITE-TRAN-LINE                               *
008380*****************************************************
008390 7100-WRITE-TRAN-LINE.
008400     PERFORM 8200-CHECK-PAGE
008410         THRU 8200-CHECK-PAGE-EXIT.
008420     WRITE MAINT-PRINT-RECORD FROM MNT-TRAN-LINE
008430         AFTER ADVANCING 1 LINE.
008440     ADD 1 TO WS-LINE-COUNT.
008450 7100-WRITE-TRAN-LINE-EXIT.
008460     EXIT.
008470
008480*****************************************************
008490*  8000-PAGE-HEADING                                  *
008500*****************************************************
008510 8000-PAGE-HEADING.
008520     ADD 1 TO WS-PAGE-COUNT.
008530     MOVE WS-RUN-DATE   TO MPH-RUN-DATE.
008540     MOVE WS-PAGE-COUNT TO MPH-PAGE.
008550     IF WS-PAGE-COUNT = 1
008560         WRITE MAINT-PRINT-RECORD FROM MNT-PAGE-HEADING
008570             AFTER ADVANCING 1 LINE
008580     ELSE
008590         WRITE MAINT-PRINT-RECORD FROM MNT-PAGE-HEADING
008600             AFTER ADVANCING PAGE
008610     END-IF.
008620     MOVE SPACES TO MAINT-PRINT-RECORD.
008630     WRITE MAINT-PRINT-RECORD AFTER ADVANCING 1 LINE.
008640     MOVE 2 TO WS-LINE-COUNT.
008650 8000-PAGE-HEADING-EXIT.
008660     EXIT.
008670
008680*****************************************************
008690*  8100-WRITE-NOTE-LINE                               *
008700*****************************************************
008710 8100-WRITE-NOTE-LINE.
008720     PERFORM 8200-CHECK-PAGE
008730         THRU 8200-CHECK-PAGE-EXIT.
008740     WRITE MAINT-PRINT-RECORD FROM MNT-NOTE-LINE
008750         AFTER ADVANCING 1 LINE.
008760     ADD 1 TO WS-LINE-COUNT.
008770 8100-WRITE-NOTE-LINE-EXIT.
008780     EXIT.
008790
008800*****************************************************
008810*  8200-CHECK-PAGE                                    *
008820*****************************************************
008830 8200-CHECK-PAGE.
008840     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008850         PERFORM 8000-PAGE-HEADING
008860             THRU 8000-PAGE-HEADING-EXIT
008870     END-IF.
008880 8200-CHECK-PAGE-EXIT.
008890     EXIT.
008900
008910*****************************************************
008920*  9000-FINALIZE                                      *
008930*  PRINTS THE TRAILER, CLOSES THE FILES, AND SETS     *
008940*  THE RETURN CODE - 8 WHEN ANY TRANSACTION WAS       *
008950*  REJECTED, SO THE REJECTS ARE WORKED BEFORE THE     *
008960*  NIGHTLY CHAIN RELIES ON THE CALENDAR.              *
008970*****************************************************
008980 9000-FINALIZE.
008990     MOVE SPACES TO MAINT-PRINT-RECORD.
009000     WRITE MAINT-PRINT-RECORD AFTER ADVANCING 1 LINE.
009010     MOVE WS-READ-COUNT      TO MTR-READ.
009020     MOVE WS-GENERATED-COUNT TO MTR-GENERATED.
009030     MOVE WS-MARKED-COUNT    TO MTR-MARKED.
009040     MOVE WS-REJECTED-COUNT  TO MTR-REJECTED.
009050     WRITE MAINT-PRINT-RECORD FROM MNT-TRAILER
009060         AFTER ADVANCING 1 LINE.
009070     CLOSE MAINT-PRINT-FILE.
009080     CLOSE TRANSACTION-FILE.
009090     CLOSE CALENDAR-FILE.
009100     IF WS-REJECTED-COUNT > ZERO
009110         AND RETURN-CODE < 8
009120         MOVE 8 TO RETURN-CODE
009130     END-IF.
009140     DISPLAY "CALMNT SUMMARY: READ=" WS-READ-COUNT
009150         " GENERATED=" WS-GENERATED-COUNT
009160         " MARKED=" WS-MARKED-COUNT
009170         " REJECTED=" WS-REJECTED-COUNT
009180         " LISTED=" WS-LISTED-COUNT
009190         " RC=" RETURN-CODE.
009200 9000-FINALIZE-EXIT.
009210     EXIT.
