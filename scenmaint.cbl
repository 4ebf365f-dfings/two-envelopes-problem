000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SCENMNT.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL SCENARIO MASTER          *
000130*                    MAINTENANCE.  APPLIES ADD,        *
000140*                    CHANGE, AND EXPIRE TRANSACTIONS   *
000150*                    TO SCENMST INSTEAD OF HAND-       *
000160*                    EDITING THE INDEXED FILE.  EVERY  *
000170*                    TRANSACTION IS EDITED FIRST -     *
000180*                    DUPLICATE CODE, EXPIRY BEFORE     *
000190*                    EFFECTIVE, AND RETIRING A         *
000200*                    SCENARIO TONIGHT'S CTLIN STILL    *
000210*                    RUNS ARE REJECTED WITH THE        *
000220*                    REASON.  EVERY APPLIED CHANGE     *
000230*                    WRITES BEFORE AND AFTER IMAGES    *
000240*                    TO THE SCNLOG CHANGE LOG, AND     *
000250*                    THE REPORT CLOSES WITH EVERY      *
000260*                    SCENARIO EXPIRING IN THE NEXT 30  *
000270*                    DAYS AND ITS OWNING ACTUARY, SO   *
000280*                    A LAPSE IS SEEN BEFORE THE        *
000290*                    NIGHTLY EDIT PASS REJECTS IT.     *
000300*****************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340*****************************************************
000350*  MAINTENANCE TRANSACTION FILE - ONE ADD, CHANGE,    *
000360*  OR EXPIRE TRANSACTION PER RECORD, APPLIED IN FILE  *
000370*  ORDER.                                             *
000380*****************************************************
000390     SELECT TRANSACTION-FILE ASSIGN TO SCNTRAN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-TRANSACTION-FILE.
000420*****************************************************
000430*  SCENARIO MASTER - THE SAME INDEXED DATASET EVERY   *
000440*  PROGRAM VALIDATES AGAINST (SEE SCENREC), OPENED    *
000450*  I-O: READ BY KEY FOR THE EDITS AND UPDATES, THEN   *
000460*  WALKED IN CODE ORDER FOR THE EXPIRY LISTING.       *
000470*****************************************************
000480     SELECT SCENARIO-MASTER ASSIGN TO SCENMST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SCM-SCENARIO-CODE
000520         FILE STATUS IS FS-SCENMST-FILE.
000530*****************************************************
000540*  RUN CONTROL FILE - TONIGHT'S CTLIN (SEE CTLREC),   *
000550*  READ ONLY FOR ITS SCENARIO CODES SO A SCENARIO     *
000560*  STILL SCHEDULED TO RUN CANNOT BE RETIRED UNDER IT. *
000570*****************************************************
000580     SELECT CONTROL-FILE ASSIGN TO CTLIN
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-CONTROL-FILE.
000610*****************************************************
000620*  CHANGE LOG - ONE BEFORE AND ONE AFTER IMAGE PER    *
000630*  APPLIED CHANGE OR EXPIRY, AND AN AFTER IMAGE PER   *
000640*  ADD, EXTENDED RUN AFTER RUN.                       *
000650*****************************************************
000660     SELECT CHANGE-LOG-FILE ASSIGN TO SCNLOG
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-CHANGE-LOG-FILE.
000690*****************************************************
000700*  MAINTENANCE REPORT PRINT FILE.                     *
000710*****************************************************
000720     SELECT MAINT-PRINT-FILE ASSIGN TO SCNRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-MAINT-PRINT.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  TRANSACTION-FILE.
000790 01  SCENARIO-TRAN-RECORD.
000800     05  SCT-TRAN-CODE           PIC X(01).
000810         88  SCT-ADD                  VALUE "A".
000820         88  SCT-CHANGE               VALUE "C".
000830         88  SCT-EXPIRE               VALUE "E".
000840     05  FILLER                  PIC X(01).
000850     05  SCT-SCENARIO-CODE       PIC X(08).
000860     05  FILLER                  PIC X(01).
000870     05  SCT-SCENARIO-NAME       PIC X(30).
000880     05  FILLER                  PIC X(01).
000890     05  SCT-OWNING-ACTUARY      PIC X(20).
000900     05  FILLER                  PIC X(01).
000910     05  SCT-EFFECTIVE-DATE      PIC 9(08).
000920     05  FILLER                  PIC X(01).
000930     05  SCT-EXPIRY-DATE         PIC 9(08).
000940     05  FILLER                  PIC X(01).
000950     05  SCT-REQUESTED-BY        PIC X(08).
000960
000970 FD  SCENARIO-MASTER.
000980 COPY SCENREC.
000990
001000 FD  CONTROL-FILE.
001010 COPY CTLREC.
001020
001030 FD  CHANGE-LOG-FILE.
001040 01  CHANGE-LOG-RECORD.
001050     05  SLG-RUN-DATE            PIC 9(08).
001060     05  FILLER                  PIC X(01).
001070     05  SLG-RUN-TIME            PIC 9(08).
001080     05  FILLER                  PIC X(01).
001090     05  SLG-TRAN-CODE           PIC X(01).
001100     05  FILLER                  PIC X(01).
001110     05  SLG-REQUESTED-BY        PIC X(08).
001120     05  FILLER                  PIC X(01).
001130     05  SLG-IMAGE-TYPE          PIC X(06).
001140     05  FILLER                  PIC X(01).
001150     05  SLG-SCENARIO-CODE       PIC X(08).
001160     05  FILLER                  PIC X(01).
001170     05  SLG-SCENARIO-NAME       PIC X(30).
001180     05  FILLER                  PIC X(01).
001190     05  SLG-OWNING-ACTUARY      PIC X(20).
001200     05  FILLER                  PIC X(01).
001210     05  SLG-EFFECTIVE-DATE      PIC 9(08).
001220     05  FILLER                  PIC X(01).
001230     05  SLG-EXPIRY-DATE         PIC 9(08).
001240
001250 FD  MAINT-PRINT-FILE.
001260 01  MAINT-PRINT-RECORD          PIC X(132).
001270
001280 WORKING-STORAGE SECTION.
001290*****************************************************
001300*  FILE STATUS SWITCHES                              *
001310*****************************************************
001320 01  FS-TRANSACTION-FILE         PIC X(02).
001330     88  FS-TRANSACTION-OK            VALUE "00".
001340     88  FS-TRANSACTION-EOF           VALUE "10".
001350 01  FS-SCENMST-FILE             PIC X(02).
001360     88  FS-SCENMST-OK                VALUE "00".
001370     88  FS-SCENMST-EOF               VALUE "10".
001380     88  FS-SCENMST-NOT-FOUND         VALUE "23".
001390     88  FS-SCENMST-MISSING           VALUE "35".
001400 01  FS-CONTROL-FILE             PIC X(02).
001410     88  FS-CONTROL-OK                VALUE "00".
001420     88  FS-CONTROL-EOF               VALUE "10".
001430 01  FS-CHANGE-LOG-FILE          PIC X(02).
001440     88  FS-CHANGE-LOG-OK             VALUE "00".
001450     88  FS-CHANGE-LOG-MISSING        VALUE "35".
001460 01  FS-MAINT-PRINT              PIC X(02).
001470     88  FS-MAINT-PRINT-OK            VALUE "00".
001480
001490*****************************************************
001500*  RUN PARAMETERS AND DATE SUPPORT - THE EXPIRY      *
001510*  LISTING COVERS EVERY SCENARIO WHOSE EXPIRY DATE   *
001520*  FALLS FROM THE RUN DATE THROUGH WS-HORIZON-DATE.  *
001530*  AN ADD WITH NO EXPIRY DATE IS OPEN-ENDED.         *
001540*****************************************************
001550 01  WS-RUN-DATE                 PIC 9(08).
001560 01  WS-RUN-TIME                 PIC 9(08).
001570 01  WS-HORIZON-DAYS             PIC 9(03) VALUE 30.
001580 01  WS-HORIZON-DATE             PIC 9(08).
001590 01  WS-RUN-INT                  PIC 9(08).
001600 01  WS-DATE-INT                 PIC 9(08).
001610 01  WS-DAYS-LEFT                PIC 9(05).
001620 01  WS-OPEN-ENDED-EXPIRY        PIC 9(08) VALUE 99991231.
001630 01  WS-DATE-CHECK               PIC 9(08).
001640
001650*****************************************************
001660*  TONIGHT'S SCHEDULE - THE SCENARIO CODES ON CTLIN, *
001670*  AT MOST THE 99 THE NIGHTLY RUN ACCEPTS.  WHEN     *
001680*  CTLIN IS NOT AVAILABLE THE SCHEDULE EDIT CANNOT   *
001690*  BE MADE AND THE REPORT SAYS SO.                   *
001700*****************************************************
001710 01  SW-CTLIN-AVAIL              PIC X(01) VALUE "N".
001720     88  CTLIN-AVAILABLE              VALUE "Y".
001730     88  CTLIN-NOT-AVAILABLE          VALUE "N".
001740 01  WS-SCHED-COUNT              PIC 9(03) VALUE ZERO.
001750 01  WS-SCHED-SUB                PIC 9(03) VALUE ZERO.
001760 01  WS-SCHED-FOUND              PIC 9(03) VALUE ZERO.
001770 01  WS-SCHED-TABLE.
001780     05  WS-SCHED-CODE           PIC X(08) OCCURS 99 TIMES.
001790
001800*****************************************************
001810*  TRANSACTION EDIT AND APPLY SUPPORT - THE MASTER   *
001820*  RECORD AS IT STOOD BEFORE THE TRANSACTION IS KEPT *
001830*  FOR THE CHANGE LOG, AND THE RECORD AS IT WILL     *
001840*  STAND AFTER IS BUILT IN THE FD AND EDITED WHOLE.  *
001850*****************************************************
001860 COPY SCENREC REPLACING ==SCENARIO-MASTER-RECORD== BY
001870     ==WS-BEFORE-IMAGE==
001880     LEADING ==SCM-== BY ==SBF-==.
001890 01  SW-ON-MASTER                PIC X(01) VALUE "N".
001900     88  CODE-ON-MASTER               VALUE "Y".
001910     88  CODE-NOT-ON-MASTER           VALUE "N".
001920 01  WS-TRAN-NUM                 PIC 9(05) VALUE ZERO.
001930 01  WS-TRAN-REJECTS             PIC 9(03) VALUE ZERO.
001940 01  WS-REJECT-TEXT              PIC X(60) VALUE SPACES.
001950
001960*****************************************************
001970*  RECORD COUNTS FOR THE CLOSING REPORT              *
001980*****************************************************
001990 01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
002000 01  WS-ADDED-COUNT              PIC 9(05) VALUE ZERO.
002010 01  WS-CHANGED-COUNT            PIC 9(05) VALUE ZERO.
002020 01  WS-EXPIRED-COUNT            PIC 9(05) VALUE ZERO.
002030 01  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
002040 01  WS-EXPIRING-COUNT           PIC 9(05) VALUE ZERO.
002050
002060*****************************************************
002070*  REPORT CONTROL                                    *
002080*****************************************************
002090 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
002100 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
002110 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
002120
002130*****************************************************
002140*  PRINT LINE LAYOUTS                                *
002150*****************************************************
002160 01  MNT-PAGE-HEADING.
002170     05  FILLER                  PIC X(51) VALUE
002180         "TWO ENVELOPES SCENARIO MASTER MAINTENANCE".
002190     05  FILLER                  PIC X(10) VALUE SPACES.
002200     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002210     05  MPH-RUN-DATE            PIC 9(08).
002220     05  FILLER                  PIC X(04) VALUE SPACES.
002230     05  FILLER                  PIC X(05) VALUE "PAGE ".
002240     05  MPH-PAGE                PIC ZZZZ9.
002250     05  FILLER                  PIC X(40) VALUE SPACES.
002260
002270 01  MNT-SECTION-1-HEADING.
002280     05  FILLER                  PIC X(40) VALUE
002290         "SECTION 1 - TRANSACTIONS".
002300     05  FILLER                  PIC X(92) VALUE SPACES.
002310
002320 01  MNT-TRAN-COLUMN-HEADING.
002330     05  FILLER                  PIC X(08) VALUE "TRAN".
002340     05  FILLER                  PIC X(04) VALUE "TYP".
002350     05  FILLER                  PIC X(10) VALUE "SCENARIO".
002360     05  FILLER                  PIC X(10) VALUE "KEYED BY".
002370     05  FILLER                  PIC X(10) VALUE "RESULT".
002380     05  FILLER                  PIC X(60) VALUE "REASON".
002390     05  FILLER                  PIC X(30) VALUE SPACES.
002400
002410 01  MNT-TRAN-LINE.
002420     05  MTL-TRAN-NUM            PIC ZZZZ9.
002430     05  FILLER                  PIC X(03) VALUE SPACES.
002440     05  MTL-TRAN-CODE           PIC X(01).
002450     05  FILLER                  PIC X(03) VALUE SPACES.
002460     05  MTL-SCENARIO-CODE       PIC X(08).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  MTL-REQUESTED-BY        PIC X(08).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  MTL-RESULT              PIC X(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  MTL-TEXT                PIC X(60).
002530     05  FILLER                  PIC X(30) VALUE SPACES.
002540
002550 01  MNT-SECTION-2-HEADING.
002560     05  FILLER                  PIC X(09) VALUE
002570         "SECTION 2".
002580     05  FILLER                  PIC X(37) VALUE
002590         " - SCENARIOS EXPIRING IN THE NEXT ".
002600     05  MS2-HORIZON             PIC ZZ9.
002610     05  FILLER                  PIC X(05) VALUE " DAYS".
002620     05  FILLER                  PIC X(78) VALUE SPACES.
002630
002640 01  MNT-EXPIRY-COLUMN-HEADING.
002650     05  FILLER                  PIC X(10) VALUE "SCENARIO".
002660     05  FILLER                  PIC X(32) VALUE "NAME".
002670     05  FILLER                  PIC X(22) VALUE
002680         "OWNING ACTUARY".
002690     05  FILLER                  PIC X(10) VALUE "EXPIRES".
002700     05  FILLER                  PIC X(07) VALUE "DAYS".
002710     05  FILLER                  PIC X(51) VALUE "SCHEDULE".
002720
002730 01  MNT-EXPIRY-LINE.
002740     05  MXL-SCENARIO-CODE       PIC X(08).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  MXL-SCENARIO-NAME       PIC X(30).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  MXL-OWNING-ACTUARY      PIC X(20).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  MXL-EXPIRY-DATE         PIC 9(08).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  MXL-DAYS-LEFT           PIC ZZZZ9.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  MXL-SCHEDULE            PIC X(20).
002850     05  FILLER                  PIC X(31) VALUE SPACES.
002860
002870 01  MNT-NOTE-LINE.
002880     05  FILLER                  PIC X(04) VALUE SPACES.
002890     05  MNL-TEXT                PIC X(60).
002900     05  FILLER                  PIC X(68) VALUE SPACES.
002910
002920 01  MNT-TRAILER.
002930     05  FILLER                  PIC X(21) VALUE
002940         "END OF MAINTENANCE - ".
002950     05  MTR-READ                PIC ZZZZ9.
002960     05  FILLER                  PIC X(06) VALUE " READ ".
002970     05  MTR-ADDED               PIC ZZZZ9.
002980     05  FILLER                  PIC X(07) VALUE " ADDED ".
002990     05  MTR-CHANGED             PIC ZZZZ9.
003000     05  FILLER                  PIC X(09) VALUE " CHANGED ".
003010     05  MTR-EXPIRED             PIC ZZZZ9.
003020     05  FILLER                  PIC X(09) VALUE " EXPIRED ".
003030     05  MTR-REJECTED            PIC ZZZZ9.
003040     05  FILLER                  PIC X(09) VALUE " REJECTED".
003050     05  FILLER                  PIC X(46) VALUE SPACES.
003060
003070 PROCEDURE DIVISION.
003080*****************************************************
003090*  0000-MAINLINE                                      *
003100*  LOADS TONIGHT'S SCHEDULE, EDITS AND APPLIES EVERY  *
003110*  TRANSACTION, LISTS THE SCENARIOS ABOUT TO EXPIRE,  *
003120*  AND SETS THE RETURN CODE.                          *
003130*****************************************************
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE
003160         THRU 1000-INITIALIZE-EXIT.
003170     IF RETURN-CODE >= 16
003180         DISPLAY "SCENMNT: RUN TERMINATED, RC=" RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210
003220     PERFORM 3000-APPLY-TRANSACTIONS
003230         THRU 3000-APPLY-TRANSACTIONS-EXIT.
003240     IF RETURN-CODE < 16
003250         PERFORM 5000-LIST-EXPIRING
003260             THRU 5000-LIST-EXPIRING-EXIT
003270     END-IF.
003280
003290     PERFORM 9000-FINALIZE
003300         THRU 9000-FINALIZE-EXIT.
003310     STOP RUN.
003320
003330*****************************************************
003340*  1000-INITIALIZE                                    *
003350*  OPENS THE REPORT, LOADS TONIGHT'S SCHEDULE FROM    *
003360*  CTLIN, AND OPENS THE TRANSACTIONS, THE SCENARIO    *
003370*  MASTER, AND THE CHANGE LOG.  SCENMST IS CREATED    *
003380*  ON ITS VERY FIRST USE; THE CHANGE LOG IS EXTENDED  *
003390*  SO IT KEEPS EVERY RUN'S IMAGES.                    *
003400*****************************************************
003410 1000-INITIALIZE.
003420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003430     ACCEPT WS-RUN-TIME FROM TIME.
003440     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003450     COMPUTE WS-DATE-INT = WS-RUN-INT + WS-HORIZON-DAYS.
003460     COMPUTE WS-HORIZON-DATE =
003470         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
003480
003490     OPEN OUTPUT MAINT-PRINT-FILE.
003500     IF NOT FS-MAINT-PRINT-OK
003510         DISPLAY "SCENMNT ERROR: SCNRPT OPEN FAILED, STATUS="
003520             FS-MAINT-PRINT
003530         MOVE 16 TO RETURN-CODE
003540         GO TO 1000-INITIALIZE-EXIT
003550     END-IF.
003560     PERFORM 8000-PAGE-HEADING
003570         THRU 8000-PAGE-HEADING-EXIT.
003580
003590     PERFORM 1100-LOAD-SCHEDULE
003600         THRU 1100-LOAD-SCHEDULE-EXIT.
003610
003620     OPEN INPUT TRANSACTION-FILE.
003630     IF NOT FS-TRANSACTION-OK
003640         DISPLAY "SCENMNT ERROR: SCNTRAN OPEN FAILED, STATUS="
003650             FS-TRANSACTION-FILE
003660         CLOSE MAINT-PRINT-FILE
003670         MOVE 16 TO RETURN-CODE
003680         GO TO 1000-INITIALIZE-EXIT
003690     END-IF.
003700
003710     OPEN I-O SCENARIO-MASTER.
003720     IF FS-SCENMST-MISSING
003730         OPEN OUTPUT SCENARIO-MASTER
003740         CLOSE SCENARIO-MASTER
003750         OPEN I-O SCENARIO-MASTER
003760     END-IF.
003770     IF NOT FS-SCENMST-OK
003780         DISPLAY "SCENMNT ERROR: SCENMST OPEN FAILED, STATUS="
003790             FS-SCENMST-FILE
003800         CLOSE TRANSACTION-FILE
003810         CLOSE MAINT-PRINT-FILE
003820         MOVE 16 TO RETURN-CODE
003830         GO TO 1000-INITIALIZE-EXIT
003840     END-IF.
003850
003860     OPEN EXTEND CHANGE-LOG-FILE.
003870     IF FS-CHANGE-LOG-MISSING
003880         OPEN OUTPUT CHANGE-LOG-FILE
003890     END-IF.
003900     IF NOT FS-CHANGE-LOG-OK
003910         DISPLAY "SCENMNT ERROR: SCNLOG OPEN FAILED, STATUS="
003920             FS-CHANGE-LOG-FILE
003930         CLOSE TRANSACTION-FILE
003940         CLOSE SCENARIO-MASTER
003950         CLOSE MAINT-PRINT-FILE
003960         MOVE 16 TO RETURN-CODE
003970     END-IF.
003980 1000-INITIALIZE-EXIT.
003990     EXIT.
004000
004010*****************************************************
004020*  1100-LOAD-SCHEDULE                                 *
004030*  FILES EVERY SCENARIO CODE ON TONIGHT'S CTLIN.  A   *
004040*  MISSING CTLIN IS NOT FATAL - THE MAINTENANCE CAN   *
004050*  STILL RUN - BUT THE REPORT SAYS THE SCHEDULE EDIT  *
004060*  WAS NOT MADE.                                      *
004070*****************************************************
004080 1100-LOAD-SCHEDULE.
004090     OPEN INPUT CONTROL-FILE.
004100     IF NOT FS-CONTROL-OK
004110         MOVE "CTLIN NOT AVAILABLE - SCHEDULE EDIT NOT MADE"
004120             TO MNL-TEXT
004130         PERFORM 8100-WRITE-NOTE-LINE
004140             THRU 8100-WRITE-NOTE-LINE-EXIT
004150         GO TO 1100-LOAD-SCHEDULE-EXIT
004160     END-IF.
004170     SET CTLIN-AVAILABLE TO TRUE.
004180     READ CONTROL-FILE
004190         AT END
004200             CONTINUE
004210     END-READ.
004220     PERFORM 1110-LOAD-ONE-CODE
004230         THRU 1110-LOAD-ONE-CODE-EXIT
004240         UNTIL NOT FS-CONTROL-OK.
004250     CLOSE CONTROL-FILE.
004260 1100-LOAD-SCHEDULE-EXIT.
004270     EXIT.
004280
004290 1110-LOAD-ONE-CODE.
004300     IF CTL-SCENARIO-CODE NOT = SPACES
004310         AND WS-SCHED-COUNT < 99
004320         ADD 1 TO WS-SCHED-COUNT
004330         MOVE CTL-SCENARIO-CODE TO WS-SCHED-CODE (WS-SCHED-COUNT)
004340     END-IF.
004350     READ CONTROL-FILE
004360         AT END
004370             CONTINUE
004380     END-READ.
004390 1110-LOAD-ONE-CODE-EXIT.
004400     EXIT.
004410
004420*****************************************************
004430*  3000-APPLY-TRANSACTIONS                            *
004440*  EDITS AND APPLIES EVERY TRANSACTION IN FILE        *
004450*  ORDER, SO A CHANGE MAY FOLLOW THE ADD THAT         *
004460*  CREATED ITS SCENARIO IN THE SAME RUN.              *
004470*****************************************************
004480 3000-APPLY-TRANSACTIONS.
004490     MOVE SPACES TO MAINT-PRINT-RECORD.
004500     WRITE MAINT-PRINT-RECORD FROM MNT-SECTION-1-HEADING
004510         AFTER ADVANCING 1 LINE.
004520     WRITE MAINT-PRINT-RECORD FROM MNT-TRAN-COLUMN-HEADING
004530         AFTER ADVANCING 1 LINE.
004540     ADD 2 TO WS-LINE-COUNT.
004550     READ TRANSACTION-FILE
004560         AT END
004570             CONTINUE
004580     END-READ.
004590     PERFORM 3100-APPLY-ONE-TRAN
004600         THRU 3100-APPLY-ONE-TRAN-EXIT
004610         UNTIL NOT FS-TRANSACTION-OK
004620         OR RETURN-CODE >= 16.
004630     IF NOT FS-TRANSACTION-OK AND NOT FS-TRANSACTION-EOF
004640         DISPLAY "SCENMNT ERROR: SCNTRAN READ FAILED, STATUS="
004650             FS-TRANSACTION-FILE
004660         MOVE 16 TO RETURN-CODE
004670     END-IF.
004680     IF WS-READ-COUNT = ZERO
004690         MOVE "NO TRANSACTIONS THIS RUN" TO MNL-TEXT
004700         PERFORM 8100-WRITE-NOTE-LINE
004710             THRU 8100-WRITE-NOTE-LINE-EXIT
004720     END-IF.
004730 3000-APPLY-TRANSACTIONS-EXIT.
004740     EXIT.
004750
004760*****************************************************
004770*  3100-APPLY-ONE-TRAN                                *
004780*  LOOKS THE CODE UP ON THE MASTER, SAVES THE BEFORE  *
004790*  IMAGE, BUILDS THE AFTER IMAGE, EDITS IT, AND       *
004800*  APPLIES IT ONLY IF EVERY EDIT PASSED.  EACH        *
004810*  FAILED EDIT PRINTS ITS OWN REJECT LINE.            *
004820*****************************************************
004830 3100-APPLY-ONE-TRAN.
004840     ADD 1 TO WS-READ-COUNT.
004850     ADD 1 TO WS-TRAN-NUM.
004860     MOVE ZERO TO WS-TRAN-REJECTS.
004870     MOVE WS-TRAN-NUM        TO MTL-TRAN-NUM.
004880     MOVE SCT-TRAN-CODE      TO MTL-TRAN-CODE.
004890     MOVE SCT-SCENARIO-CODE  TO MTL-SCENARIO-CODE.
004900     MOVE SCT-REQUESTED-BY   TO MTL-REQUESTED-BY.
004910
004920     IF NOT SCT-ADD AND NOT SCT-CHANGE AND NOT SCT-EXPIRE
004930         MOVE "TRANSACTION CODE MUST BE A, C, OR E"
004940             TO WS-REJECT-TEXT
004950         PERFORM 7000-WRITE-REJECT
004960             THRU 7000-WRITE-REJECT-EXIT
004970         GO TO 3100-APPLY-ONE-READ
004980     END-IF.
004990     IF SCT-SCENARIO-CODE = SPACES
005000         MOVE "SCENARIO CODE MUST BE GIVEN" TO WS-REJECT-TEXT
005010         PERFORM 7000-WRITE-REJECT
005020             THRU 7000-WRITE-REJECT-EXIT
005030         GO TO 3100-APPLY-ONE-READ
005040     END-IF.
005050
005060     MOVE SCT-SCENARIO-CODE TO SCM-SCENARIO-CODE.
005070     READ SCENARIO-MASTER
005080         INVALID KEY
005090             SET CODE-NOT-ON-MASTER TO TRUE
005100         NOT INVALID KEY
005110             SET CODE-ON-MASTER TO TRUE
005120     END-READ.
005130     IF NOT FS-SCENMST-OK AND NOT FS-SCENMST-NOT-FOUND
005140         DISPLAY "SCENMNT ERROR: SCENMST READ FAILED FOR "
005150             SCT-SCENARIO-CODE " STATUS=" FS-SCENMST-FILE
005160         MOVE 16 TO RETURN-CODE
005170         GO TO 3100-APPLY-ONE-TRAN-EXIT
005180     END-IF.
005190
005200     EVALUATE TRUE
005210         WHEN SCT-ADD
005220             PERFORM 3200-BUILD-ADD
005230                 THRU 3200-BUILD-ADD-EXIT
005240         WHEN SCT-CHANGE
005250             PERFORM 3300-BUILD-CHANGE
005260                 THRU 3300-BUILD-CHANGE-EXIT
005270         WHEN OTHER
005280             PERFORM 3400-BUILD-EXPIRE
005290                 THRU 3400-BUILD-EXPIRE-EXIT
005300     END-EVALUATE.
005310     IF WS-TRAN-REJECTS > ZERO
005320         GO TO 3100-APPLY-ONE-READ
005330     END-IF.
005340
005350     PERFORM 3500-EDIT-AFTER-IMAGE
005360         THRU 3500-EDIT-AFTER-IMAGE-EXIT.
005370     IF WS-TRAN-REJECTS > ZERO
005380         GO TO 3100-APPLY-ONE-READ
005390     END-IF.
005400
005410     PERFORM 3600-UPDATE-MASTER
005420         THRU 3600-UPDATE-MASTER-EXIT.
005430 3100-APPLY-ONE-READ.
005440     IF WS-TRAN-REJECTS > ZERO
005450         ADD 1 TO WS-REJECTED-COUNT
005460     END-IF.
005470     READ TRANSACTION-FILE
005480         AT END
005490             CONTINUE
005500     END-READ.
005510 3100-APPLY-ONE-TRAN-EXIT.
005520     EXIT.
005530
005540*****************************************************
005550*  3200-BUILD-ADD                                     *
005560*  AN ADD MUST NAME A NEW CODE AND CARRY A NAME, AN   *
005570*  OWNING ACTUARY, AND AN EFFECTIVE DATE.  A ZERO     *
005580*  EXPIRY DATE MAKES THE SCENARIO OPEN-ENDED.         *
005590*****************************************************
005600 3200-BUILD-ADD.
005610     IF CODE-ON-MASTER
005620         MOVE "DUPLICATE CODE - ALREADY ON THE SCENARIO MASTER"
005630             TO WS-REJECT-TEXT
005640         PERFORM 7000-WRITE-REJECT
005650             THRU 7000-WRITE-REJECT-EXIT
005660         GO TO 3200-BUILD-ADD-EXIT
005670     END-IF.
005680     MOVE SPACES TO WS-BEFORE-IMAGE.
005690     MOVE SPACES TO SCENARIO-MASTER-RECORD.
005700     MOVE SCT-SCENARIO-CODE  TO SCM-SCENARIO-CODE.
005710     MOVE SCT-SCENARIO-NAME  TO SCM-SCENARIO-NAME.
005720     MOVE SCT-OWNING-ACTUARY TO SCM-OWNING-ACTUARY.
005730     IF SCT-SCENARIO-NAME = SPACES
005740         MOVE "AN ADD MUST GIVE THE SCENARIO NAME"
005750             TO WS-REJECT-TEXT
005760         PERFORM 7000-WRITE-REJECT
005770             THRU 7000-WRITE-REJECT-EXIT
005780     END-IF.
005790     IF SCT-OWNING-ACTUARY = SPACES
005800         MOVE "AN ADD MUST GIVE THE OWNING ACTUARY"
005810             TO WS-REJECT-TEXT
005820         PERFORM 7000-WRITE-REJECT
005830             THRU 7000-WRITE-REJECT-EXIT
005840     END-IF.
005850     IF SCT-EFFECTIVE-DATE IS NOT NUMERIC
005860         OR SCT-EFFECTIVE-DATE = ZERO
005870         MOVE "AN ADD MUST GIVE A NUMERIC EFFECTIVE DATE"
005880             TO WS-REJECT-TEXT
005890         PERFORM 7000-WRITE-REJECT
005900             THRU 7000-WRITE-REJECT-EXIT
005910     ELSE
005920         MOVE SCT-EFFECTIVE-DATE TO SCM-EFFECTIVE-DATE
005930     END-IF.
005940     IF SCT-EXPIRY-DATE IS NUMERIC
005950         AND SCT-EXPIRY-DATE > ZERO
005960         MOVE SCT-EXPIRY-DATE TO SCM-EXPIRY-DATE
005970     ELSE
005980         MOVE WS-OPEN-ENDED-EXPIRY TO SCM-EXPIRY-DATE
005990     END-IF.
006000 3200-BUILD-ADD-EXIT.
006010     EXIT.
006020
006030*****************************************************
006040*  3300-BUILD-CHANGE                                  *
006050*  A CHANGE OVERLAYS ONLY THE FIELDS IT CARRIES -     *
006060*  BLANK TEXT AND BLANK OR ZERO DATES LEAVE THE       *
006070*  MASTER VALUE AS IT STANDS.                         *
006080*****************************************************
006090 3300-BUILD-CHANGE.
006100     IF CODE-NOT-ON-MASTER
006110         MOVE "CODE NOT ON SCENARIO MASTER - NOTHING TO CHANGE"
006120             TO WS-REJECT-TEXT
006130         PERFORM 7000-WRITE-REJECT
006140             THRU 7000-WRITE-REJECT-EXIT
006150         GO TO 3300-BUILD-CHANGE-EXIT
006160     END-IF.
006170     MOVE SCENARIO-MASTER-RECORD TO WS-BEFORE-IMAGE.
006180     IF SCT-SCENARIO-NAME NOT = SPACES
006190         MOVE SCT-SCENARIO-NAME TO SCM-SCENARIO-NAME
006200     END-IF.
006210     IF SCT-OWNING-ACTUARY NOT = SPACES
006220         MOVE SCT-OWNING-ACTUARY TO SCM-OWNING-ACTUARY
006230     END-IF.
006240     IF SCT-EFFECTIVE-DATE IS NUMERIC
006250         AND SCT-EFFECTIVE-DATE > ZERO
006260         MOVE SCT-EFFECTIVE-DATE TO SCM-EFFECTIVE-DATE
006270     END-IF.
006280     IF SCT-EXPIRY-DATE IS NUMERIC
006290         AND SCT-EXPIRY-DATE > ZERO
006300         MOVE SCT-EXPIRY-DATE TO SCM-EXPIRY-DATE
006310     END-IF.
006320     IF SCENARIO-MASTER-RECORD = WS-BEFORE-IMAGE
006330         MOVE "CHANGE CARRIES NO DIFFERENCE FROM THE MASTER"
006340             TO WS-REJECT-TEXT
006350         PERFORM 7000-WRITE-REJECT
006360             THRU 7000-WRITE-REJECT-EXIT
006370     END-IF.
006380 3300-BUILD-CHANGE-EXIT.
006390     EXIT.
006400
006410*****************************************************
006420*  3400-BUILD-EXPIRE                                  *
006430*  AN EXPIRE SETS THE EXPIRY DATE IT CARRIES, OR THE  *
006440*  RUN DATE WHEN IT CARRIES NONE.                     *
006450*****************************************************
006460 3400-BUILD-EXPIRE.
006470     IF CODE-NOT-ON-MASTER
006480         MOVE "CODE NOT ON SCENARIO MASTER - NOTHING TO EXPIRE"
006490             TO WS-REJECT-TEXT
006500         PERFORM 7000-WRITE-REJECT
006510             THRU 7000-WRITE-REJECT-EXIT
006520         GO TO 3400-BUILD-EXPIRE-EXIT
006530     END-IF.
006540     MOVE SCENARIO-MASTER-RECORD TO WS-BEFORE-IMAGE.
006550     IF SCT-EXPIRY-DATE IS NUMERIC
006560         AND SCT-EXPIRY-DATE > ZERO
006570         MOVE SCT-EXPIRY-DATE TO SCM-EXPIRY-DATE
006580     ELSE
006590         MOVE WS-RUN-DATE TO SCM-EXPIRY-DATE
006600     END-IF.
006610 3400-BUILD-EXPIRE-EXIT.
006620     EXIT.
006630
006640*****************************************************
006650*  3500-EDIT-AFTER-IMAGE                              *
006660*  EDITS THE RECORD AS IT WOULD STAND: BOTH DATES     *
006670*  REAL CALENDAR DATES, EXPIRY NOT BEFORE EFFECTIVE,  *
006680*  AND - FOR A SCENARIO ON TONIGHT'S CTLIN - STILL    *
006690*  IN EFFECT ON THE RUN DATE, SO THE NIGHTLY EDIT     *
006700*  PASS WILL NOT REJECT THE RUN UNDER IT.             *
006710*****************************************************
006720 3500-EDIT-AFTER-IMAGE.
006730     COMPUTE WS-DATE-CHECK =
006740         FUNCTION TEST-DATE-YYYYMMDD(SCM-EFFECTIVE-DATE).
006750     IF WS-DATE-CHECK NOT = ZERO
006760         MOVE "EFFECTIVE DATE IS NOT A VALID CALENDAR DATE"
006770             TO WS-REJECT-TEXT
006780         PERFORM 7000-WRITE-REJECT
006790             THRU 7000-WRITE-REJECT-EXIT
006800     END-IF.
006810     IF SCM-EXPIRY-DATE NOT = WS-OPEN-ENDED-EXPIRY
006820         COMPUTE WS-DATE-CHECK =
006830             FUNCTION TEST-DATE-YYYYMMDD(SCM-EXPIRY-DATE)
006840         IF WS-DATE-CHECK NOT = ZERO
006850             MOVE "EXPIRY DATE IS NOT A VALID CALENDAR DATE"
006860                 TO WS-REJECT-TEXT
006870             PERFORM 7000-WRITE-REJECT
006880                 THRU 7000-WRITE-REJECT-EXIT
006890         END-IF
006900     END-IF.
006910     IF SCM-EXPIRY-DATE < SCM-EFFECTIVE-DATE
006920         MOVE "EXPIRY DATE IS BEFORE THE EFFECTIVE DATE"
006930             TO WS-REJECT-TEXT
006940         PERFORM 7000-WRITE-REJECT
006950             THRU 7000-WRITE-REJECT-EXIT
006960     END-IF.
006970
006980     IF SCT-ADD OR CTLIN-NOT-AVAILABLE
006990         GO TO 3500-EDIT-AFTER-IMAGE-EXIT
007000     END-IF.
007010     MOVE ZERO TO WS-SCHED-FOUND.
007020     PERFORM 3510-MATCH-SCHED-CODE
007030         THRU 3510-MATCH-SCHED-CODE-EXIT
007040         VARYING WS-SCHED-SUB FROM 1 BY 1
007050         UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
007060         OR WS-SCHED-FOUND > ZERO.
007070     IF WS-SCHED-FOUND = ZERO
007080         GO TO 3500-EDIT-AFTER-IMAGE-EXIT
007090     END-IF.
007100     IF SCM-EXPIRY-DATE < WS-RUN-DATE
007110         MOVE "ON TONIGHT'S CTLIN - CANNOT EXPIRE BEFORE THE RUN"
007120             TO WS-REJECT-TEXT
007130         PERFORM 7000-WRITE-REJECT
007140             THRU 7000-WRITE-REJECT-EXIT
007150     END-IF.
007160     IF SCM-EFFECTIVE-DATE > WS-RUN-DATE
007170         MOVE "ON TONIGHT'S CTLIN - CANNOT START AFTER THE RUN"
007180             TO WS-REJECT-TEXT
007190         PERFORM 7000-WRITE-REJECT
007200             THRU 7000-WRITE-REJECT-EXIT
007210     END-IF.
007220 3500-EDIT-AFTER-IMAGE-EXIT.
007230     EXIT.
007240
007250 3510-MATCH-SCHED-CODE.
007260     IF WS-SCHED-CODE (WS-SCHED-SUB) = SCM-SCENARIO-CODE
007270         MOVE WS-SCHED-SUB TO WS-SCHED-FOUND
007280     END-IF.
007290 3510-MATCH-SCHED-CODE-EXIT.
007300     EXIT.
007310
007320*****************************************************
007330*  3600-UPDATE-MASTER                                 *
007340*  WRITES THE ADD OR REWRITES THE CHANGED RECORD,     *
007350*  THEN LOGS THE BEFORE AND AFTER IMAGES AND PRINTS   *
007360*  THE APPLIED LINE.  A WRITE FAILURE, ON SCENMST OR  *
007370*  SCNLOG, ABORTS THE RUN - THE REST OF THE FILE MAY  *
007380*  DEPEND ON THIS ONE.                                *
007390*****************************************************
007400 3600-UPDATE-MASTER.
007410     IF SCT-ADD
007420         WRITE SCENARIO-MASTER-RECORD
007430             INVALID KEY
007440                 CONTINUE
007450         END-WRITE
007460     ELSE
007470         REWRITE SCENARIO-MASTER-RECORD
007480             INVALID KEY
007490                 CONTINUE
007500         END-REWRITE
007510     END-IF.
007520     IF NOT FS-SCENMST-OK
007530         DISPLAY "SCENMNT ERROR: SCENMST UPDATE FAILED FOR "
007540             SCM-SCENARIO-CODE " STATUS=" FS-SCENMST-FILE
007550         MOVE 16 TO RETURN-CODE
007560         GO TO 3600-UPDATE-MASTER-EXIT
007570     END-IF.
007580
007590     IF NOT SCT-ADD
007600         PERFORM 3610-WRITE-BEFORE-IMAGE
007610             THRU 3610-WRITE-BEFORE-IMAGE-EXIT
007620     END-IF.
007630     PERFORM 3620-WRITE-AFTER-IMAGE
007640         THRU 3620-WRITE-AFTER-IMAGE-EXIT.
007650     IF RETURN-CODE >= 16
007660         GO TO 3600-UPDATE-MASTER-EXIT
007670     END-IF.
007680
007690     EVALUATE TRUE
007700         WHEN SCT-ADD
007710             ADD 1 TO WS-ADDED-COUNT
007720             MOVE "SCENARIO ADDED" TO MTL-TEXT
007730         WHEN SCT-CHANGE
007740             ADD 1 TO WS-CHANGED-COUNT
007750             MOVE "SCENARIO CHANGED" TO MTL-TEXT
007760         WHEN OTHER
007770             ADD 1 TO WS-EXPIRED-COUNT
007780             MOVE "SCENARIO EXPIRED" TO MTL-TEXT
007790     END-EVALUATE.
007800     MOVE "APPLIED" TO MTL-RESULT.
007810     PERFORM 7100-WRITE-TRAN-LINE
007820         THRU 7100-WRITE-TRAN-LINE-EXIT.
007830 3600-UPDATE-MASTER-EXIT.
007840     EXIT.
007850
007860*****************************************************
007870*  3610-WRITE-BEFORE-IMAGE                            *
007880*****************************************************
007890 3610-WRITE-BEFORE-IMAGE.
007900     MOVE SPACES TO CHANGE-LOG-RECORD.
007910     MOVE WS-RUN-DATE          TO SLG-RUN-DATE.
007920     MOVE WS-RUN-TIME          TO SLG-RUN-TIME.
007930     MOVE SCT-TRAN-CODE        TO SLG-TRAN-CODE.
007940     MOVE SCT-REQUESTED-BY     TO SLG-REQUESTED-BY.
007950     MOVE "BEFORE"             TO SLG-IMAGE-TYPE.
007960     MOVE SBF-SCENARIO-CODE    TO SLG-SCENARIO-CODE.
007970     MOVE SBF-SCENARIO-NAME    TO SLG-SCENARIO-NAME.
007980     MOVE SBF-OWNING-ACTUARY   TO SLG-OWNING-ACTUARY.
007990     MOVE SBF-EFFECTIVE-DATE   TO SLG-EFFECTIVE-DATE.
008000     MOVE SBF-EXPIRY-DATE      TO SLG-EXPIRY-DATE.
008010     WRITE CHANGE-LOG-RECORD.
008020     IF NOT FS-CHANGE-LOG-OK
008030         DISPLAY "SCENMNT ERROR: SCNLOG WRITE FAILED FOR "
008040             SLG-SCENARIO-CODE " STATUS=" FS-CHANGE-LOG-FILE
008050         MOVE 16 TO RETURN-CODE
008060     END-IF.
008070 3610-WRITE-BEFORE-IMAGE-EXIT.
008080     EXIT.
008090
008100*****************************************************
008110*  3620-WRITE-AFTER-IMAGE                             *
008120*****************************************************
008130 3620-WRITE-AFTER-IMAGE.
008140     MOVE SPACES TO CHANGE-LOG-RECORD.
008150     MOVE WS-RUN-DATE          TO SLG-RUN-DATE.
008160     MOVE WS-RUN-TIME          TO SLG-RUN-TIME.
008170     MOVE SCT-TRAN-CODE        TO SLG-TRAN-CODE.
008180     MOVE SCT-REQUESTED-BY     TO SLG-REQUESTED-BY.
008190     MOVE "AFTER"              TO SLG-IMAGE-TYPE.
008200     MOVE SCM-SCENARIO-CODE    TO SLG-SCENARIO-CODE.
008210     MOVE SCM-SCENARIO-NAME    TO SLG-SCENARIO-NAME.
008220     MOVE SCM-OWNING-ACTUARY   TO SLG-OWNING-ACTUARY.
008230     MOVE SCM-EFFECTIVE-DATE   TO SLG-EFFECTIVE-DATE.
008240     MOVE SCM-EXPIRY-DATE      TO SLG-EXPIRY-DATE.
008250     WRITE CHANGE-LOG-RECORD.
008260     IF NOT FS-CHANGE-LOG-OK
008270         DISPLAY "SCENMNT ERROR: SCNLOG WRITE FAILED FOR "
008280             SLG-SCENARIO-CODE " STATUS=" FS-CHANGE-LOG-FILE
008290         MOVE 16 TO RETURN-CODE
008300     END-IF.
008310 3620-WRITE-AFTER-IMAGE-EXIT.
008320     EXIT.
008330
008340*****************************************************
008350*  5000-LIST-EXPIRING                                 *
008360*  WALKS THE WHOLE MASTER IN CODE ORDER, AS IT NOW    *
008370*  STANDS, AND LISTS EVERY SCENARIO WHOSE EXPIRY      *
008380*  FALLS FROM THE RUN DATE THROUGH THE HORIZON.       *
008390*****************************************************
008400 5000-LIST-EXPIRING.
008410     PERFORM 8200-CHECK-PAGE
008420         THRU 8200-CHECK-PAGE-EXIT.
008430     MOVE SPACES TO MAINT-PRINT-RECORD.
008440     WRITE MAINT-PRINT-RECORD AFTER ADVANCING 1 LINE.
008450     MOVE WS-HORIZON-DAYS TO MS2-HORIZON.
008460     WRITE MAINT-PRINT-RECORD FROM MNT-SECTION-2-HEADING
008470         AFTER ADVANCING 1 LINE.
008480     WRITE MAINT-PRINT-RECORD FROM MNT-EXPIRY-COLUMN-HEADING
008490         AFTER ADVANCING 1 LINE.
008500     ADD 3 TO WS-LINE-COUNT.
008510     MOVE LOW-VALUES TO SCM-SCENARIO-CODE.
008520     START SCENARIO-MASTER KEY IS >= SCM-SCENARIO-CODE
008530         INVALID KEY
008540             GO TO 5000-LIST-EXPIRING-CLOSE
008550     END-START.
008560     READ SCENARIO-MASTER NEXT RECORD
008570         AT END
008580             GO TO 5000-LIST-EXPIRING-CLOSE
008590     END-READ.
008600     PERFORM 5100-CHECK-ONE-SCENARIO
008610         THRU 5100-CHECK-ONE-SCENARIO-EXIT
008620         UNTIL NOT FS-SCENMST-OK.
008630 5000-LIST-EXPIRING-CLOSE.
008640     IF WS-EXPIRING-COUNT = ZERO
008650         MOVE "NO SCENARIO EXPIRES INSIDE THE HORIZON" TO MNL-TEXT
008660         PERFORM 8100-WRITE-NOTE-LINE
008670             THRU 8100-WRITE-NOTE-LINE-EXIT
008680     END-IF.
008690 5000-LIST-EXPIRING-EXIT.
008700     EXIT.
008710
008720*****************************************************
008730*  5100-CHECK-ONE-SCENARIO                            *
008740*  LISTS THE MASTER RECORD ON HAND IF IT EXPIRES      *
008750*  INSIDE THE HORIZON, MARKING THOSE STILL ON         *
008760*  TONIGHT'S CTLIN, THEN READS THE NEXT.              *
008770*****************************************************
008780 5100-CHECK-ONE-SCENARIO.
008790     IF SCM-EXPIRY-DATE IS NOT NUMERIC
008800         OR SCM-EXPIRY-DATE < WS-RUN-DATE
008810         OR SCM-EXPIRY-DATE > WS-HORIZON-DATE
008820         GO TO 5100-CHECK-ONE-READ
008830     END-IF.
008840     ADD 1 TO WS-EXPIRING-COUNT.
008850     COMPUTE WS-DAYS-LEFT =
008860         FUNCTION INTEGER-OF-DATE(SCM-EXPIRY-DATE) - WS-RUN-INT.
008870     MOVE SCM-SCENARIO-CODE   TO MXL-SCENARIO-CODE.
008880     MOVE SCM-SCENARIO-NAME   TO MXL-SCENARIO-NAME.
008890     MOVE SCM-OWNING-ACTUARY  TO MXL-OWNING-ACTUARY.
008900     MOVE SCM-EXPIRY-DATE     TO MXL-EXPIRY-DATE.
008910     MOVE WS-DAYS-LEFT        TO MXL-DAYS-LEFT.
008920     MOVE SPACES              TO MXL-SCHEDULE.
008930     MOVE ZERO TO WS-SCHED-FOUND.
008940     PERFORM 3510-MATCH-SCHED-CODE
008950         THRU 3510-MATCH-SCHED-CODE-EXIT
008960         VARYING WS-SCHED-SUB FROM 1 BY 1
008970         UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
008980         OR WS-SCHED-FOUND > ZERO.
008990     IF WS-SCHED-FOUND > ZERO
009000         MOVE "ON TONIGHT'S CTLIN" TO MXL-SCHEDULE
009010     END-IF.
009020     PERFORM 8200-CHECK-PAGE
009030         THRU 8200-CHECK-PAGE-EXIT.
009040     WRITE MAINT-PRINT-RECORD FROM MNT-EXPIRY-LINE
009050         AFTER ADVANCING 1 LINE.
009060     ADD 1 TO WS-LINE-COUNT.
009070 5100-CHECK-ONE-READ.
009080     READ SCENARIO-MASTER NEXT RECORD
009090         AT END
009100             CONTINUE
009110     END-READ.
009120 5100-CHECK-ONE-SCENARIO-EXIT.
009130     EXIT.
009140
009150*****************************************************
009160*  7000-WRITE-REJECT                                  *
009170*  PRINTS ONE REJECT LINE FOR THE TRANSACTION ON      *
009180*  HAND WITH THE STAGED REASON AND COUNTS IT.         *
009190*****************************************************
009200 7000-WRITE-REJECT.
009210     ADD 1 TO WS-TRAN-REJECTS.
009220     MOVE "REJECTED"     TO MTL-RESULT.
009230     MOVE WS-REJECT-TEXT TO MTL-TEXT.
009240     PERFORM 7100-WRITE-TRAN-LINE
009250         THRU 7100-WRITE-TRAN-LINE-EXIT.
009260 7000-WRITE-REJECT-EXIT.
009270     EXIT.
009280
009290*****************************************************
009300*  7100-WRITE-TRAN-LINE                               *
009310*****************************************************
009320 7100-WRITE-TRAN-LINE.
009330     PERFORM 8200-CHECK-PAGE
009340         THRU 8200-CHECK-PAGE-EXIT.
009350     WRITE MAINT-PRINT-RECORD FROM MNT-TRAN-LINE
009360         AFTER ADVANCING 1 LINE.
009370     ADD 1 TO WS-LINE-COUNT.
009380 7100-WRITE-TRAN-LINE-EXIT.
009390     EXIT.
009400
009410*****************************************************
009420*  8000-PAGE-HEADING                                  *
009430*****************************************************
009440 8000-PAGE-HEADING.
009450     ADD 1 TO WS-PAGE-COUNT.
009460     MOVE WS-RUN-DATE   TO MPH-RUN-DATE.
009470     MOVE WS-PAGE-COUNT TO MPH-PAGE.
009480     IF WS-PAGE-COUNT = 1
009490         WRITE MAINT-PRINT-RECORD FROM MNT-PAGE-HEADING
009500             AFTER ADVANCING 1 LINE
009510     ELSE
009520         WRITE MAINT-PRINT-RECORD FROM MNT-PAGE-HEADING
009530             AFTER ADVANCING PAGE
009540     END-IF.
009550     MOVE SPACES TO MAINT-PRINT-RECORD.
009560     WRITE MAINT-PRINT-RECORD AFTER ADVANCING 1 LINE.
009570     MOVE 2 TO WS-LINE-COUNT.
009580 8000-PAGE-HEADING-EXIT.
009590     EXIT.
009600
009610*****************************************************
009620*  8100-WRITE-NOTE-LINE                               *
009630*****************************************************
009640 8100-WRITE-NOTE-LINE.
009650     PERFORM 8200-CHECK-PAGE
009660         THRU 8200-CHECK-PAGE-EXIT.
009670     WRITE MAINT-PRINT-RECORD FROM MNT-NOTE-LINE
009680         AFTER ADVANCING 1 LINE.
009690     ADD 1 TO WS-LINE-COUNT.
009700 8100-WRITE-NOTE-LINE-EXIT.
009710     EXIT.
009720
009730*****************************************************
009740*  8200-CHECK-PAGE                                    *
009750*****************************************************
009760 8200-CHECK-PAGE.
009770     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009780         PERFORM 8000-PAGE-HEADING
009790             THRU 8000-PAGE-HEADING-EXIT
009800     END-IF.
009810 8200-CHECK-PAGE-EXIT.
009820     EXIT.
009830
009840*****************************************************
009850*  9000-FINALIZE                                      *
009860*  PRINTS THE TRAILER, CLOSES THE FILES, AND SETS     *
009870*  THE RETURN CODE - 8 WHEN ANY TRANSACTION WAS       *
009880*  REJECTED, SO THE REJECTS ARE WORKED BEFORE THE     *
009890*  NIGHTLY RUN RELIES ON THE MASTER.                  *
009900*****************************************************
009910 9000-FINALIZE.
009920     MOVE SPACES TO MAINT-PRINT-RECORD.
009930     WRITE MAINT-PRINT-RECORD AFTER ADVANCING 1 LINE.
009940     MOVE WS-READ-COUNT     TO MTR-READ.
009950     MOVE WS-ADDED-COUNT    TO MTR-ADDED.
009960     MOVE WS-CHANGED-COUNT  TO MTR-CHANGED.
009970     MOVE WS-EXPIRED-COUNT  TO MTR-EXPIRED.
009980     MOVE WS-REJECTED-COUNT TO MTR-REJECTED.
009990     WRITE MAINT-PRINT-RECORD FROM MNT-TRAILER
010000         AFTER ADVANCING 1 LINE.
010010     CLOSE MAINT-PRINT-FILE.
010020     CLOSE TRANSACTION-FILE.
010030     CLOSE SCENARIO-MASTER.
010040     CLOSE CHANGE-LOG-FILE.
010050     IF WS-REJECTED-COUNT > ZERO
010060         AND RETURN-CODE < 8
010070         MOVE 8 TO RETURN-CODE
010080     END-IF.
010090     DISPLAY "SCENMNT SUMMARY: READ=" WS-READ-COUNT
010100         " ADDED=" WS-ADDED-COUNT
010110         " CHANGED=" WS-CHANGED-COUNT
010120         " EXPIRED=" WS-EXPIRED-COUNT
010130         " REJECTED=" WS-REJECTED-COUNT
010140         " EXPIRING=" WS-EXPIRING-COUNT
010150         " RC=" RETURN-CODE.
010160 9000-FINALIZE-EXIT.
010170     EXIT.
