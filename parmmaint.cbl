000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PARMMNT.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL PARAMETER MASTER         *
000130*                    MAINTENANCE.  RUN PARAMETERS ARE  *
000140*                    HELD ON PARMMST BY SCENARIO CODE  *
000150*                    AND EFFECTIVE DATE.  A CHANGE IS  *
000160*                    ENTERED PENDING BY ITS MAKER AND  *
000170*                    TAKES EFFECT ONLY WHEN A SECOND   *
000180*                    PERSON APPROVES IT; THE MAKER OF  *
000190*                    A CHANGE CAN NEVER APPROVE IT,    *
000200*                    AN APPROVED ROW IS NEVER CHANGED  *
000210*                    AGAIN, AND NO CHANGE MAY BE       *
000220*                    BACK-DATED.  EVERY ENTERED ROW IS *
000230*                    EDITED TO THE NIGHTLY CONTROL     *
000240*                    RULES SO AN APPROVED ROW CANNOT   *
000250*                    FAIL THE EDIT PASS.  THE REPORT   *
000260*                    CLOSES WITH EVERY CHANGE STILL    *
000270*                    AWAITING APPROVAL.  CTLBLD BUILDS *
000280*                    THE NIGHT'S CTLIN FROM THE ROWS.  *
000290*****************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330*****************************************************
000340*  MAINTENANCE TRANSACTION FILE - ONE ENTER, AMEND,   *
000350*  APPROVE, REJECT, OR WITHDRAW TRANSACTION PER       *
000360*  RECORD, APPLIED IN FILE ORDER.                     *
000370*****************************************************
000380     SELECT TRANSACTION-FILE ASSIGN TO PRMTRAN
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-TRANSACTION-FILE.
000410*****************************************************
000420*  PARAMETER MASTER (SEE PRMREC), OPENED I-O: READ    *
000430*  BY KEY FOR THE EDITS AND UPDATES, WALKED FROM A    *
000440*  SCENARIO'S FIRST ROW TO FIND THE ROW A NEW CHANGE  *
000450*  BUILDS ON, AND WALKED WHOLE FOR THE PENDING LIST.  *
000460*****************************************************
000470     SELECT PARAMETER-MASTER ASSIGN TO PARMMST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PRM-KEY
000510         FILE STATUS IS FS-PARMMST-FILE.
000520*****************************************************
000530*  SCENARIO MASTER - READ ONLY, SO A CHANGE CAN ONLY  *
000540*  BE ENTERED FOR A SCENARIO THE NIGHTLY EDIT PASS    *
000550*  WILL RECOGNISE.                                    *
000560*****************************************************
000570     SELECT SCENARIO-MASTER ASSIGN TO SCENMST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS SCM-SCENARIO-CODE
000610         FILE STATUS IS FS-SCENMST-FILE.
000620*****************************************************
000630*  MAINTENANCE REPORT PRINT FILE.                     *
000640*****************************************************
000650     SELECT MAINT-PRINT-FILE ASSIGN TO PRMMRPT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-MAINT-PRINT.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710*****************************************************
000720*  A TRANSACTION CARRIES THE KEY OF THE ROW, THE USER *
000730*  KEYING IT (THE MAKER ON ENTER, AMEND, AND          *
000740*  WITHDRAW, THE CHECKER ON APPROVE AND REJECT), AND  *
000750*  ON ENTER AND AMEND THE PARAMETERS, IN THE CTLIN    *
000760*  ORDER.  A BLANK PARAMETER KEEPS THE VALUE OF THE   *
000770*  ROW BUILT ON.  THE REASON IS THE MAKER'S REASON ON *
000780*  ENTER AND AMEND AND THE CHECKER'S NOTE OTHERWISE.  *
000790*****************************************************
000800 FD  TRANSACTION-FILE.
000810 01  PARAMETER-TRAN-RECORD.
000820     05  PMT-TRAN-CODE           PIC X(01).
000830         88  PMT-ENTER                VALUE "E".
000840         88  PMT-AMEND                VALUE "M".
000850         88  PMT-APPROVE              VALUE "A".
000860         88  PMT-REJECT               VALUE "R".
000870         88  PMT-WITHDRAW             VALUE "W".
000880     05  FILLER                  PIC X(01).
000890     05  PMT-SCENARIO-CODE       PIC X(08).
000900     05  FILLER                  PIC X(01).
000910     05  PMT-EFFECTIVE-DATE      PIC 9(08).
000920     05  FILLER                  PIC X(01).
000930     05  PMT-USER-ID             PIC X(08).
000940     05  FILLER                  PIC X(01).
000950     05  PMT-BOOK-FLAG           PIC X(01).
000960     05  FILLER                  PIC X(01).
000970     05  PMT-PARAMETERS.
000980         10  PMT-NUM-TRIALS      PIC 9(05).
000990         10  PMT-PRIOR-LOWER-MAX PIC 9(03).
001000         10  PMT-CUTOFF-START    PIC 9(03).
001010         10  PMT-CUTOFF-STOP     PIC 9(03).
001020         10  PMT-CUTOFF-STEP     PIC 9(03).
001030         10  PMT-DRIFT-THRESHOLD PIC 9(03)V9(02).
001040         10  PMT-DIST-MODE       PIC X(01).
001050         10  PMT-EARLY-STOP-TOL  PIC 9(03)V9(04).
001060         10  PMT-VALIDATION-TOL  PIC 9(03)V9(04).
001070         10  PMT-RNG-SEED        PIC 9(09).
001080         10  PMT-DETAIL-FLAG     PIC X(01).
001090         10  PMT-DETAIL-SAMPLE   PIC 9(05).
001100         10  PMT-SWEEP-MODE      PIC X(01).
001110         10  PMT-REPLICATIONS    PIC 9(03).
001120     05  FILLER                  PIC X(01).
001130     05  PMT-REASON              PIC X(30).
001140
001150 FD  PARAMETER-MASTER.
001160 COPY PRMREC.
001170
001180 FD  SCENARIO-MASTER.
001190 COPY SCENREC.
001200
001210 FD  MAINT-PRINT-FILE.
001220 01  MAINT-PRINT-RECORD          PIC X(132).
001230
001240 WORKING-STORAGE SECTION.
001250*****************************************************
001260*  FILE STATUS SWITCHES                              *
001270*****************************************************
001280 01  FS-TRANSACTION-FILE         PIC X(02).
001290     88  FS-TRANSACTION-OK            VALUE "00".
001300     88  FS-TRANSACTION-EOF           VALUE "10".
001310 01  FS-PARMMST-FILE             PIC X(02).
001320     88  FS-PARMMST-OK                VALUE "00".
001330     88  FS-PARMMST-EOF               VALUE "10".
001340     88  FS-PARMMST-NOT-FOUND         VALUE "23".
001350     88  FS-PARMMST-MISSING           VALUE "35".
001360 01  FS-SCENMST-FILE             PIC X(02).
001370     88  FS-SCENMST-OK                VALUE "00".
001380     88  FS-SCENMST-NOT-FOUND         VALUE "23".
001390 01  FS-MAINT-PRINT              PIC X(02).
001400     88  FS-MAINT-PRINT-OK            VALUE "00".
001410
001420*****************************************************
001430*  RUN DATE AND TIME - NO CHANGE MAY TAKE EFFECT      *
001440*  BEFORE THE RUN DATE, AND NONE MAY BE APPROVED      *
001450*  ONCE ITS EFFECTIVE DATE HAS PASSED.                *
001460*****************************************************
001470 01  WS-RUN-DATE                 PIC 9(08).
001480 01  WS-RUN-TIME                 PIC 9(08).
001490 01  WS-DATE-CHECK               PIC 9(08).
001500 01  WS-CUTOFF-RANGE             PIC S9(04).
001510
001520*****************************************************
001530*  SCENARIO MASTER AVAILABILITY - WHEN SCENMST CANNOT *
001540*  BE OPENED THE SCENARIO EDIT CANNOT BE MADE AND THE *
001550*  REPORT SAYS SO; THE NIGHTLY EDIT PASS STILL MAKES  *
001560*  IT.                                                *
001570*****************************************************
001580 01  SW-SCENMST-AVAIL            PIC X(01) VALUE "N".
001590     88  SCENMST-AVAILABLE            VALUE "Y".
001600     88  SCENMST-NOT-AVAILABLE        VALUE "N".
001610
001620*****************************************************
001630*  TRANSACTION EDIT AND APPLY SUPPORT - THE ROW AS IT *
001640*  STOOD BEFORE THE TRANSACTION, AND THE LATEST       *
001650*  APPROVED ROW EFFECTIVE BEFORE A NEW ENTRY, WHICH   *
001660*  THE ENTRY BUILDS ON.  THE ROW AS IT WILL STAND IS  *
001670*  BUILT IN THE FD AND EDITED WHOLE.                  *
001680*****************************************************
001690 COPY PRMREC REPLACING ==PARAMETER-MASTER-RECORD== BY
001700     ==WS-BEFORE-IMAGE==
001710     LEADING ==PRM-== BY ==PBF-==.
001720 COPY PRMREC REPLACING ==PARAMETER-MASTER-RECORD== BY
001730     ==WS-BASE-ROW==
001740     LEADING ==PRM-== BY ==PBS-==.
001750 01  SW-ON-MASTER                PIC X(01) VALUE "N".
001760     88  ROW-ON-MASTER                VALUE "Y".
001770     88  ROW-NOT-ON-MASTER            VALUE "N".
001780 01  SW-BASE-ROW                 PIC X(01) VALUE "N".
001790     88  BASE-ROW-FOUND               VALUE "Y".
001800     88  BASE-ROW-NOT-FOUND           VALUE "N".
001810 01  WS-TRAN-NUM                 PIC 9(05) VALUE ZERO.
001820 01  WS-TRAN-REJECTS             PIC 9(03) VALUE ZERO.
001830 01  WS-REJECT-TEXT              PIC X(60) VALUE SPACES.
001840
001850*****************************************************
001860*  RECORD COUNTS FOR THE CLOSING REPORT              *
001870*****************************************************
001880 01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
001890 01  WS-ENTERED-COUNT            PIC 9(05) VALUE ZERO.
001900 01  WS-AMENDED-COUNT            PIC 9(05) VALUE ZERO.
001910 01  WS-APPROVED-COUNT           PIC 9(05) VALUE ZERO.
001920 01  WS-DECLINED-COUNT           PIC 9(05) VALUE ZERO.
001930 01  WS-WITHDRAWN-COUNT          PIC 9(05) VALUE ZERO.
001940 01  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
001950 01  WS-PENDING-COUNT            PIC 9(05) VALUE ZERO.
001960
001970*****************************************************
001980*  REPORT CONTROL                                    *
001990*****************************************************
002000 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
002010 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
002020 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
002030
002040*****************************************************
002050*  PRINT LINE LAYOUTS                                *
002060*****************************************************
002070 01  MNT-PAGE-HEADING.
002080     05  FILLER                  PIC X(51) VALUE
002090         "TWO ENVELOPES PARAMETER MASTER MAINTENANCE".
002100     05  FILLER                  PIC X(10) VALUE SPACES.
002110     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002120     05  MPH-RUN-DATE            PIC 9(08).
002130     05  FILLER                  PIC X(04) VALUE SPACES.
002140     05  FILLER                  PIC X(05) VALUE "PAGE ".
002150     05  MPH-PAGE                PIC ZZZZ9.
002160     05  FILLER                  PIC X(40) VALUE SPACES.
002170
002180 01  MNT-SECTION-1-HEADING.
002190     05  FILLER                  PIC X(40) VALUE
002200         "SECTION 1 - TRANSACTIONS".
002210     05  FILLER                  PIC X(92) VALUE SPACES.
002220
002230 01  MNT-TRAN-COLUMN-HEADING.
002240     05  FILLER                  PIC X(08) VALUE "TRAN".
002250     05  FILLER                  PIC X(04) VALUE "TYP".
002260     05  FILLER                  PIC X(10) VALUE "SCENARIO".
002270     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
002280     05  FILLER                  PIC X(10) VALUE "USER".
002290     05  FILLER                  PIC X(10) VALUE "RESULT".
002300     05  FILLER                  PIC X(60) VALUE "REASON".
002310     05  FILLER                  PIC X(20) VALUE SPACES.
002320
002330 01  MNT-TRAN-LINE.
002340     05  MTL-TRAN-NUM            PIC ZZZZ9.
002350     05  FILLER                  PIC X(03) VALUE SPACES.
002360     05  MTL-TRAN-CODE           PIC X(01).
002370     05  FILLER                  PIC X(03) VALUE SPACES.
002380     05  MTL-SCENARIO-CODE       PIC X(08).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  MTL-EFFECTIVE-DATE      PIC X(08).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  MTL-USER-ID             PIC X(08).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  MTL-RESULT              PIC X(08).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  MTL-TEXT                PIC X(60).
002470     05  FILLER                  PIC X(20) VALUE SPACES.
002480
002490 01  MNT-SECTION-2-HEADING.
002500     05  FILLER                  PIC X(40) VALUE
002510         "SECTION 2 - CHANGES AWAITING APPROVAL".
002520     05  FILLER                  PIC X(92) VALUE SPACES.
002530
002540 01  MNT-PENDING-COLUMN-HEADING.
002550     05  FILLER                  PIC X(10) VALUE "SCENARIO".
002560     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
002570     05  FILLER                  PIC X(06) VALUE "BOOK".
002580     05  FILLER                  PIC X(10) VALUE "MAKER".
002590     05  FILLER                  PIC X(10) VALUE "ENTERED".
002600     05  FILLER                  PIC X(32) VALUE
002610         "REASON FOR CHANGE".
002620     05  FILLER                  PIC X(54) VALUE "STATUS".
002630
002640 01  MNT-PENDING-LINE.
002650     05  MPL-SCENARIO-CODE       PIC X(08).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  MPL-EFFECTIVE-DATE      PIC 9(08).
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  MPL-BOOK-FLAG           PIC X(01).
002700     05  FILLER                  PIC X(05) VALUE SPACES.
002710     05  MPL-MAKER-ID            PIC X(08).
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  MPL-MADE-DATE           PIC 9(08).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  MPL-CHANGE-REASON       PIC X(30).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  MPL-STATUS              PIC X(40).
002780     05  FILLER                  PIC X(14) VALUE SPACES.
002790
002800 01  MNT-NOTE-LINE.
002810     05  FILLER                  PIC X(04) VALUE SPACES.
002820     05  MNL-TEXT                PIC X(60).
002830     05  FILLER                  PIC X(68) VALUE SPACES.
002840
002850 01  MNT-TRAILER.
002860     05  FILLER                  PIC X(21) VALUE
002870         "END OF MAINTENANCE - ".
002880     05  MTR-READ                PIC ZZZZ9.
002890     05  FILLER                  PIC X(06) VALUE " READ ".
002900     05  MTR-ENTERED             PIC ZZZZ9.
002910     05  FILLER                  PIC X(09) VALUE " ENTERED ".
002920     05  MTR-AMENDED             PIC ZZZZ9.
002930     05  FILLER                  PIC X(09) VALUE " AMENDED ".
002940     05  MTR-APPROVED            PIC ZZZZ9.
002950     05  FILLER                  PIC X(10) VALUE " APPROVED ".
002960     05  MTR-DECLINED            PIC ZZZZ9.
002970     05  FILLER                  PIC X(10) VALUE " DECLINED ".
002980     05  MTR-WITHDRAWN           PIC ZZZZ9.
002990     05  FILLER                  PIC X(11) VALUE
003000         " WITHDRAWN ".
003010     05  MTR-REJECTED            PIC ZZZZ9.
003020     05  FILLER                  PIC X(09) VALUE " REJECTED".
003030     05  FILLER                  PIC X(12) VALUE SPACES.
003040
003050 PROCEDURE DIVISION.
003060*****************************************************
003070*  0000-MAINLINE                                      *
003080*  EDITS AND APPLIES EVERY TRANSACTION, LISTS THE     *
003090*  CHANGES STILL AWAITING APPROVAL, AND SETS THE      *
003100*  RETURN CODE.                                       *
003110*****************************************************
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE
003140         THRU 1000-INITIALIZE-EXIT.
003150     IF RETURN-CODE >= 16
003160         DISPLAY "PARMMNT: RUN TERMINATED, RC=" RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190
003200     PERFORM 3000-APPLY-TRANSACTIONS
003210         THRU 3000-APPLY-TRANSACTIONS-EXIT.
003220     IF RETURN-CODE < 16
003230         PERFORM 5000-LIST-PENDING
003240             THRU 5000-LIST-PENDING-EXIT
003250     END-IF.
003260
003270     PERFORM 9000-FINALIZE
003280         THRU 9000-FINALIZE-EXIT.
003290     STOP RUN.
003300
003310*****************************************************
003320*  1000-INITIALIZE                                    *
003330*  OPENS THE REPORT, THE TRANSACTIONS, THE SCENARIO   *
003340*  MASTER, AND THE PARAMETER MASTER.  PARMMST IS      *
003350*  CREATED ON ITS VERY FIRST USE.                     *
003360*****************************************************
003370 1000-INITIALIZE.
003380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003390     ACCEPT WS-RUN-TIME FROM TIME.
003400
003410     OPEN OUTPUT MAINT-PRINT-FILE.
003420     IF NOT FS-MAINT-PRINT-OK
003430         DISPLAY "PARMMNT ERROR: PRMMRPT OPEN FAILED, STATUS="
003440             FS-MAINT-PRINT
003450         MOVE 16 TO RETURN-CODE
003460         GO TO 1000-INITIALIZE-EXIT
003470     END-IF.
003480     PERFORM 8000-PAGE-HEADING
003490         THRU 8000-PAGE-HEADING-EXIT.
003500
003510     OPEN INPUT TRANSACTION-FILE.
003520     IF NOT FS-TRANSACTION-OK
003530         DISPLAY "PARMMNT ERROR: PRMTRAN OPEN FAILED, STATUS="
003540             FS-TRANSACTION-FILE
003550         CLOSE MAINT-PRINT-FILE
003560         MOVE 16 TO RETURN-CODE
003570         GO TO 1000-INITIALIZE-EXIT
003580     END-IF.
003590
003600     OPEN INPUT SCENARIO-MASTER.
003610     IF FS-SCENMST-OK
003620         SET SCENMST-AVAILABLE TO TRUE
003630     ELSE
003640         MOVE "SCENMST NOT AVAILABLE - SCENARIO EDIT NOT MADE"
003650             TO MNL-TEXT
003660         PERFORM 8100-WRITE-NOTE-LINE
003670             THRU 8100-WRITE-NOTE-LINE-EXIT
003680     END-IF.
003690
003700     OPEN I-O PARAMETER-MASTER.
003710     IF FS-PARMMST-MISSING
003720         OPEN OUTPUT PARAMETER-MASTER
003730         CLOSE PARAMETER-MASTER
003740         OPEN I-O PARAMETER-MASTER
003750     END-IF.
003760     IF NOT FS-PARMMST-OK
003770         DISPLAY "PARMMNT ERROR: PARMMST OPEN FAILED, STATUS="
003780             FS-PARMMST-FILE
003790         CLOSE TRANSACTION-FILE
003800         IF SCENMST-AVAILABLE
003810             CLOSE SCENARIO-MASTER
003820         END-IF
003830         CLOSE MAINT-PRINT-FILE
003840         MOVE 16 TO RETURN-CODE
003850     END-IF.
003860 1000-INITIALIZE-EXIT.
003870     EXIT.
003880
003890*****************************************************
003900*  3000-APPLY-TRANSACTIONS                            *
003910*  EDITS AND APPLIES EVERY TRANSACTION IN FILE        *
003920*  ORDER, SO AN APPROVAL MAY FOLLOW THE ENTRY THAT    *
003930*  CREATED ITS ROW IN THE SAME RUN.                   *
003940*****************************************************
003950 3000-APPLY-TRANSACTIONS.
003960     MOVE SPACES TO MAINT-PRINT-RECORD.
003970     WRITE MAINT-PRINT-RECORD FROM MNT-SECTION-1-HEADING
003980         AFTER ADVANCING 1 LINE.
003990     WRITE MAINT-PRINT-RECORD FROM MNT-TRAN-COLUMN-HEADING
004000         AFTER ADVANCING 1 LINE.
004010     ADD 2 TO WS-LINE-COUNT.
004020     READ TRANSACTION-FILE
004030         AT END
004040             CONTINUE
004050     END-READ.
004060     PERFORM 3100-APPLY-ONE-TRAN
004070         THRU 3100-APPLY-ONE-TRAN-EXIT
004080         UNTIL NOT FS-TRANSACTION-OK
004090         OR RETURN-CODE >= 16.
004100     IF NOT FS-TRANSACTION-OK AND NOT FS-TRANSACTION-EOF
004110         DISPLAY "PARMMNT ERROR: PRMTRAN READ FAILED, STATUS="
004120             FS-TRANSACTION-FILE
004130         MOVE 16 TO RETURN-CODE
004140     END-IF.
004150     IF WS-READ-COUNT = ZERO
004160         MOVE "NO TRANSACTIONS THIS RUN" TO MNL-TEXT
004170         PERFORM 8100-WRITE-NOTE-LINE
004180             THRU 8100-WRITE-NOTE-LINE-EXIT
004190     END-IF.
004200 3000-APPLY-TRANSACTIONS-EXIT.
004210     EXIT.
004220
004230*****************************************************
004240*  3100-APPLY-ONE-TRAN                                *
004250*  EDITS THE KEY AND USER, LOOKS THE ROW UP ON THE    *
004260*  MASTER, BUILDS THE ROW AS IT WILL STAND, EDITS     *
004270*  THE PARAMETERS OF AN ENTRY OR AMENDMENT, AND       *
004280*  APPLIES IT ONLY IF EVERY EDIT PASSED.  EACH        *
004290*  FAILED EDIT PRINTS ITS OWN REJECT LINE.            *
004300*****************************************************
004310 3100-APPLY-ONE-TRAN.
004320     ADD 1 TO WS-READ-COUNT.
004330     ADD 1 TO WS-TRAN-NUM.
004340     MOVE ZERO TO WS-TRAN-REJECTS.
004350     MOVE WS-TRAN-NUM        TO MTL-TRAN-NUM.
004360     MOVE PMT-TRAN-CODE      TO MTL-TRAN-CODE.
004370     MOVE PMT-SCENARIO-CODE  TO MTL-SCENARIO-CODE.
004380     MOVE PMT-EFFECTIVE-DATE TO MTL-EFFECTIVE-DATE.
004390     MOVE PMT-USER-ID        TO MTL-USER-ID.
004400
004410     IF NOT PMT-ENTER AND NOT PMT-AMEND AND NOT PMT-APPROVE
004420         AND NOT PMT-REJECT AND NOT PMT-WITHDRAW
004430         MOVE "TRANSACTION CODE MUST BE E, M, A, R, OR W"
004440             TO WS-REJECT-TEXT
004450         PERFORM 7000-WRITE-REJECT
004460             THRU 7000-WRITE-REJECT-EXIT
004470         GO TO 3100-APPLY-ONE-READ
004480     END-IF.
004490     IF PMT-SCENARIO-CODE = SPACES
004500         MOVE "SCENARIO CODE MUST BE GIVEN" TO WS-REJECT-TEXT
004510         PERFORM 7000-WRITE-REJECT
004520             THRU 7000-WRITE-REJECT-EXIT
004530         GO TO 3100-APPLY-ONE-READ
004540     END-IF.
004550     IF PMT-USER-ID = SPACES
004560         MOVE "USER ID MUST BE GIVEN" TO WS-REJECT-TEXT
004570         PERFORM 7000-WRITE-REJECT
004580             THRU 7000-WRITE-REJECT-EXIT
004590         GO TO 3100-APPLY-ONE-READ
004600     END-IF.
004610     IF PMT-EFFECTIVE-DATE IS NOT NUMERIC
004620         MOVE "EFFECTIVE DATE MUST BE NUMERIC" TO WS-REJECT-TEXT
004630         PERFORM 7000-WRITE-REJECT
004640             THRU 7000-WRITE-REJECT-EXIT
004650         GO TO 3100-APPLY-ONE-READ
004660     END-IF.
004670     COMPUTE WS-DATE-CHECK =
004680         FUNCTION TEST-DATE-YYYYMMDD(PMT-EFFECTIVE-DATE).
004690     IF WS-DATE-CHECK NOT = ZERO
004700         MOVE "EFFECTIVE DATE IS NOT A VALID CALENDAR DATE"
004710             TO WS-REJECT-TEXT
004720         PERFORM 7000-WRITE-REJECT
004730             THRU 7000-WRITE-REJECT-EXIT
004740         GO TO 3100-APPLY-ONE-READ
004750     END-IF.
004760
004770     MOVE PMT-SCENARIO-CODE  TO PRM-SCENARIO-CODE.
004780     MOVE PMT-EFFECTIVE-DATE TO PRM-EFFECTIVE-DATE.
004790     READ PARAMETER-MASTER
004800         INVALID KEY
004810             SET ROW-NOT-ON-MASTER TO TRUE
004820         NOT INVALID KEY
004830             SET ROW-ON-MASTER TO TRUE
004840     END-READ.
004850     IF NOT FS-PARMMST-OK AND NOT FS-PARMMST-NOT-FOUND
004860         DISPLAY "PARMMNT ERROR: PARMMST READ FAILED FOR "
004870             PMT-SCENARIO-CODE " " PMT-EFFECTIVE-DATE
004880             " STATUS=" FS-PARMMST-FILE
004890         MOVE 16 TO RETURN-CODE
004900         GO TO 3100-APPLY-ONE-TRAN-EXIT
004910     END-IF.
004920     IF ROW-ON-MASTER
004930         MOVE PARAMETER-MASTER-RECORD TO WS-BEFORE-IMAGE
004940     ELSE
004950         MOVE SPACES TO WS-BEFORE-IMAGE
004960     END-IF.
004970
004980     EVALUATE TRUE
004990         WHEN PMT-ENTER
005000             PERFORM 3200-BUILD-ENTER
005010                 THRU 3200-BUILD-ENTER-EXIT
005020         WHEN PMT-AMEND
005030             PERFORM 3300-BUILD-AMEND
005040                 THRU 3300-BUILD-AMEND-EXIT
005050         WHEN PMT-APPROVE
005060             PERFORM 3400-BUILD-APPROVE
005070                 THRU 3400-BUILD-APPROVE-EXIT
005080         WHEN OTHER
005090             PERFORM 3450-BUILD-CLOSE
005100                 THRU 3450-BUILD-CLOSE-EXIT
005110     END-EVALUATE.
005120     IF WS-TRAN-REJECTS > ZERO OR RETURN-CODE >= 16
005130         GO TO 3100-APPLY-ONE-READ
005140     END-IF.
005150
005160     IF (PMT-ENTER OR PMT-AMEND) AND PRM-IN-BOOK
005170         PERFORM 3500-EDIT-PARAMETERS
005180             THRU 3500-EDIT-PARAMETERS-EXIT
005190         IF WS-TRAN-REJECTS > ZERO
005200             GO TO 3100-APPLY-ONE-READ
005210         END-IF
005220     END-IF.
005230
005240     PERFORM 3600-UPDATE-MASTER
005250         THRU 3600-UPDATE-MASTER-EXIT.
005260 3100-APPLY-ONE-READ.
005270     IF WS-TRAN-REJECTS > ZERO
005280         ADD 1 TO WS-REJECTED-COUNT
005290     END-IF.
005300     READ TRANSACTION-FILE
005310         AT END
005320             CONTINUE
005330     END-READ.
005340 3100-APPLY-ONE-TRAN-EXIT.
005350     EXIT.
005360
005370*****************************************************
005380*  3200-BUILD-ENTER                                   *
005390*  AN ENTRY ADDS A PENDING ROW FOR A SCENARIO ON THE  *
005400*  SCENARIO MASTER, EFFECTIVE NO EARLIER THAN THE RUN *
005410*  DATE, WITH A REASON.  IT STARTS FROM THE LATEST    *
005420*  APPROVED ROW EFFECTIVE BEFORE IT AND OVERLAYS THE  *
005430*  PARAMETERS IT CARRIES, SO A ONE-FIELD CHANGE NEEDS *
005440*  ONE FIELD KEYED.  A REJECTED OR WITHDRAWN ROW AT   *
005450*  THE SAME KEY IS REPLACED; A PENDING OR APPROVED    *
005460*  ONE IS NOT.                                        *
005470*****************************************************
005480 3200-BUILD-ENTER.
005490     IF ROW-ON-MASTER
005500         IF PRM-PENDING
005510             MOVE "A PENDING CHANGE EXISTS FOR THIS DATE - AMEND I
005520-                 "T INSTEAD" TO WS-REJECT-TEXT
005530             PERFORM 7000-WRITE-REJECT
005540                 THRU 7000-WRITE-REJECT-EXIT
005550             GO TO 3200-BUILD-ENTER-EXIT
005560         END-IF
005570         IF PRM-APPROVED
005580             MOVE "AN APPROVED ROW CANNOT BE REPLACED - USE A LATE
005590-                 "R DATE" TO WS-REJECT-TEXT
005600             PERFORM 7000-WRITE-REJECT
005610                 THRU 7000-WRITE-REJECT-EXIT
005620             GO TO 3200-BUILD-ENTER-EXIT
005630         END-IF
005640     END-IF.
005650     IF PMT-EFFECTIVE-DATE < WS-RUN-DATE
005660         MOVE "CANNOT BE BACK-DATED - EFFECTIVE DATE BEFORE RUN"
005670             TO WS-REJECT-TEXT
005680         PERFORM 7000-WRITE-REJECT
005690             THRU 7000-WRITE-REJECT-EXIT
005700     END-IF.
005710     IF PMT-BOOK-FLAG NOT = "Y" AND "N" AND SPACE
005720         MOVE "BOOK FLAG MUST BE Y, N, OR BLANK" TO WS-REJECT-TEXT
005730         PERFORM 7000-WRITE-REJECT
005740             THRU 7000-WRITE-REJECT-EXIT
005750     END-IF.
005760     IF PMT-REASON = SPACES
005770         MOVE "AN ENTRY MUST GIVE THE REASON FOR THE CHANGE"
005780             TO WS-REJECT-TEXT
005790         PERFORM 7000-WRITE-REJECT
005800             THRU 7000-WRITE-REJECT-EXIT
005810     END-IF.
005820     IF SCENMST-AVAILABLE
005830         MOVE PMT-SCENARIO-CODE TO SCM-SCENARIO-CODE
005840         READ SCENARIO-MASTER
005850             INVALID KEY
005860                 CONTINUE
005870         END-READ
005880         IF NOT FS-SCENMST-OK
005890             MOVE "CODE NOT ON SCENARIO MASTER" TO WS-REJECT-TEXT
005900             PERFORM 7000-WRITE-REJECT
005910                 THRU 7000-WRITE-REJECT-EXIT
005920         END-IF
005930     END-IF.
005940     IF WS-TRAN-REJECTS > ZERO
005950         GO TO 3200-BUILD-ENTER-EXIT
005960     END-IF.
005970
005980     PERFORM 3210-FIND-BASE-ROW
005990         THRU 3210-FIND-BASE-ROW-EXIT.
006000     IF RETURN-CODE >= 16
006010         GO TO 3200-BUILD-ENTER-EXIT
006020     END-IF.
006030
006040     MOVE SPACES TO PARAMETER-MASTER-RECORD.
006050     MOVE PMT-SCENARIO-CODE  TO PRM-SCENARIO-CODE.
006060     MOVE PMT-EFFECTIVE-DATE TO PRM-EFFECTIVE-DATE.
006070     SET PRM-PENDING TO TRUE.
006080     IF PMT-BOOK-FLAG = SPACE
006090         SET PRM-IN-BOOK TO TRUE
006100     ELSE
006110         MOVE PMT-BOOK-FLAG TO PRM-BOOK-FLAG
006120     END-IF.
006130     IF BASE-ROW-FOUND
006140         MOVE PBS-PARAMETERS TO PRM-PARAMETERS
006150     END-IF.
006160     PERFORM 3310-OVERLAY-PARAMETERS
006170         THRU 3310-OVERLAY-PARAMETERS-EXIT.
006180     MOVE PMT-USER-ID        TO PRM-MAKER-ID.
006190     MOVE WS-RUN-DATE        TO PRM-MADE-DATE.
006200     MOVE WS-RUN-TIME        TO PRM-MADE-TIME.
006210     MOVE ZERO               TO PRM-CHECKED-DATE.
006220     MOVE ZERO               TO PRM-CHECKED-TIME.
006230     MOVE PMT-REASON         TO PRM-CHANGE-REASON.
006240 3200-BUILD-ENTER-EXIT.
006250     EXIT.
006260
006270*****************************************************
006280*  3210-FIND-BASE-ROW                                 *
006290*  WALKS THE SCENARIO'S ROWS FROM ITS FIRST DATE UP   *
006300*  TO THE NEW EFFECTIVE DATE AND KEEPS THE LAST       *
006310*  APPROVED ONE.  A SCENARIO WITH NO APPROVED ROW     *
006320*  YET MUST HAVE EVERY PARAMETER KEYED.               *
006330*****************************************************
006340 3210-FIND-BASE-ROW.
006350     SET BASE-ROW-NOT-FOUND TO TRUE.
006360     MOVE SPACES TO WS-BASE-ROW.
006370     MOVE PMT-SCENARIO-CODE TO PRM-SCENARIO-CODE.
006380     MOVE ZERO TO PRM-EFFECTIVE-DATE.
006390     START PARAMETER-MASTER KEY IS >= PRM-KEY
006400         INVALID KEY
006410             GO TO 3210-FIND-BASE-ROW-EXIT
006420     END-START.
006430     READ PARAMETER-MASTER NEXT RECORD
006440         AT END
006450             GO TO 3210-FIND-BASE-ROW-EXIT
006460     END-READ.
006470     PERFORM 3220-CHECK-BASE-ROW
006480         THRU 3220-CHECK-BASE-ROW-EXIT
006490         UNTIL NOT FS-PARMMST-OK
006500         OR PRM-SCENARIO-CODE NOT = PMT-SCENARIO-CODE
006510         OR PRM-EFFECTIVE-DATE >= PMT-EFFECTIVE-DATE.
006520     IF NOT FS-PARMMST-OK AND NOT FS-PARMMST-EOF
006530         DISPLAY "PARMMNT ERROR: PARMMST READ FAILED FOR "
006540             PMT-SCENARIO-CODE " STATUS=" FS-PARMMST-FILE
006550         MOVE 16 TO RETURN-CODE
006560     END-IF.
006570 3210-FIND-BASE-ROW-EXIT.
006580     EXIT.
006590
006600 3220-CHECK-BASE-ROW.
006610     IF PRM-APPROVED
006620         MOVE PARAMETER-MASTER-RECORD TO WS-BASE-ROW
006630         SET BASE-ROW-FOUND TO TRUE
006640     END-IF.
006650     READ PARAMETER-MASTER NEXT RECORD
006660         AT END
006670             CONTINUE
006680     END-READ.
006690 3220-CHECK-BASE-ROW-EXIT.
006700     EXIT.
006710
006720*****************************************************
006730*  3300-BUILD-AMEND                                   *
006740*  ONLY THE MAKER MAY AMEND, AND ONLY WHILE THE ROW   *
006750*  IS PENDING.  THE AMENDMENT OVERLAYS WHAT IT        *
006760*  CARRIES AND RESTAMPS THE MAKER'S DATE AND TIME.    *
006770*****************************************************
006780 3300-BUILD-AMEND.
006790     IF ROW-NOT-ON-MASTER
006800         MOVE "NO CHANGE ON THE MASTER FOR THIS CODE AND DATE"
006810             TO WS-REJECT-TEXT
006820         PERFORM 7000-WRITE-REJECT
006830             THRU 7000-WRITE-REJECT-EXIT
006840         GO TO 3300-BUILD-AMEND-EXIT
006850     END-IF.
006860     IF NOT PRM-PENDING
006870         MOVE "ONLY A PENDING CHANGE CAN BE AMENDED"
006880             TO WS-REJECT-TEXT
006890         PERFORM 7000-WRITE-REJECT
006900             THRU 7000-WRITE-REJECT-EXIT
006910         GO TO 3300-BUILD-AMEND-EXIT
006920     END-IF.
006930     IF PMT-USER-ID NOT = PRM-MAKER-ID
006940         MOVE "ONLY THE MAKER MAY AMEND A PENDING CHANGE"
006950             TO WS-REJECT-TEXT
006960         PERFORM 7000-WRITE-REJECT
006970             THRU 7000-WRITE-REJECT-EXIT
006980         GO TO 3300-BUILD-AMEND-EXIT
006990     END-IF.
007000     IF PMT-BOOK-FLAG NOT = "Y" AND "N" AND SPACE
007010         MOVE "BOOK FLAG MUST BE Y, N, OR BLANK" TO WS-REJECT-TEXT
007020         PERFORM 7000-WRITE-REJECT
007030             THRU 7000-WRITE-REJECT-EXIT
007040         GO TO 3300-BUILD-AMEND-EXIT
007050     END-IF.
007060     IF PMT-BOOK-FLAG NOT = SPACE
007070         MOVE PMT-BOOK-FLAG TO PRM-BOOK-FLAG
007080     END-IF.
007090     IF PMT-REASON NOT = SPACES
007100         MOVE PMT-REASON TO PRM-CHANGE-REASON
007110     END-IF.
007120     PERFORM 3310-OVERLAY-PARAMETERS
007130         THRU 3310-OVERLAY-PARAMETERS-EXIT.
007140     IF PARAMETER-MASTER-RECORD = WS-BEFORE-IMAGE
007150         MOVE "AMENDMENT CARRIES NO DIFFERENCE FROM THE CHANGE"
007160             TO WS-REJECT-TEXT
007170         PERFORM 7000-WRITE-REJECT
007180             THRU 7000-WRITE-REJECT-EXIT
007190         GO TO 3300-BUILD-AMEND-EXIT
007200     END-IF.
007210     MOVE WS-RUN-DATE TO PRM-MADE-DATE.
007220     MOVE WS-RUN-TIME TO PRM-MADE-TIME.
007230 3300-BUILD-AMEND-EXIT.
007240     EXIT.
007250
007260*****************************************************
007270*  3310-OVERLAY-PARAMETERS                            *
007280*  MOVES EVERY PARAMETER THE TRANSACTION CARRIES      *
007290*  ONTO THE ROW; A BLANK FIELD LEAVES THE ROW'S       *
007300*  VALUE.  A BLANK DETAIL SAMPLE OR REPLICATION COUNT *
007310*  LEFT ON THE ROW IS SET TO ITS NEUTRAL VALUE SO THE *
007320*  ROW ALWAYS CARRIES NUMBERS.                        *
007330*****************************************************
007340 3310-OVERLAY-PARAMETERS.
007350     IF PMT-NUM-TRIALS NOT = SPACES
007360         MOVE PMT-NUM-TRIALS TO PRM-NUM-TRIALS
007370     END-IF.
007380     IF PMT-PRIOR-LOWER-MAX NOT = SPACES
007390         MOVE PMT-PRIOR-LOWER-MAX TO PRM-PRIOR-LOWER-MAX
007400     END-IF.
007410     IF PMT-CUTOFF-START NOT = SPACES
007420         MOVE PMT-CUTOFF-START TO PRM-CUTOFF-START
007430     END-IF.
007440     IF PMT-CUTOFF-STOP NOT = SPACES
007450         MOVE PMT-CUTOFF-STOP TO PRM-CUTOFF-STOP
007460     END-IF.
007470     IF PMT-CUTOFF-STEP NOT = SPACES
007480         MOVE PMT-CUTOFF-STEP TO PRM-CUTOFF-STEP
007490     END-IF.
007500     IF PMT-DRIFT-THRESHOLD(1:) NOT = SPACES
007510         MOVE PMT-DRIFT-THRESHOLD(1:) TO PRM-DRIFT-THRESHOLD(1:)
007520     END-IF.
007530     IF PMT-DIST-MODE NOT = SPACE
007540         MOVE PMT-DIST-MODE TO PRM-DIST-MODE
007550     END-IF.
007560     IF PMT-EARLY-STOP-TOL(1:) NOT = SPACES
007570         MOVE PMT-EARLY-STOP-TOL(1:) TO PRM-EARLY-STOP-TOL(1:)
007580     END-IF.
007590     IF PMT-VALIDATION-TOL(1:) NOT = SPACES
007600         MOVE PMT-VALIDATION-TOL(1:) TO PRM-VALIDATION-TOL(1:)
007610     END-IF.
007620     IF PMT-RNG-SEED NOT = SPACES
007630         MOVE PMT-RNG-SEED TO PRM-RNG-SEED
007640     END-IF.
007650     IF PMT-DETAIL-FLAG NOT = SPACE
007660         MOVE PMT-DETAIL-FLAG TO PRM-DETAIL-FLAG
007670     END-IF.
007680     IF PMT-DETAIL-SAMPLE NOT = SPACES
007690         MOVE PMT-DETAIL-SAMPLE TO PRM-DETAIL-SAMPLE
007700     END-IF.
007710     IF PMT-SWEEP-MODE NOT = SPACE
007720         MOVE PMT-SWEEP-MODE TO PRM-SWEEP-MODE
007730     END-IF.
007740     IF PMT-REPLICATIONS NOT = SPACES
007750         MOVE PMT-REPLICATIONS TO PRM-REPLICATIONS
007760     END-IF.
007770     IF PRM-DETAIL-SAMPLE = SPACES
007780         MOVE ZERO TO PRM-DETAIL-SAMPLE
007790     END-IF.
007800     IF PRM-REPLICATIONS = SPACES
007810         MOVE 1 TO PRM-REPLICATIONS
007820     END-IF.
007830 3310-OVERLAY-PARAMETERS-EXIT.
007840     EXIT.
007850
007860*****************************************************
007870*  3400-BUILD-APPROVE                                 *
007880*  THE CHECKER MUST NOT BE THE MAKER, THE ROW MUST BE *
007890*  PENDING, AND ITS EFFECTIVE DATE MUST NOT HAVE      *
007900*  PASSED - A LATE APPROVAL WOULD PUT A CHANGE INTO   *
007910*  EFFECT EARLIER THAN ANYONE SIGNED IT OFF.          *
007920*****************************************************
007930 3400-BUILD-APPROVE.
007940     PERFORM 3410-EDIT-CHECKER
007950         THRU 3410-EDIT-CHECKER-EXIT.
007960     IF WS-TRAN-REJECTS > ZERO
007970         GO TO 3400-BUILD-APPROVE-EXIT
007980     END-IF.
007990     IF PRM-EFFECTIVE-DATE < WS-RUN-DATE
008000         MOVE "EFFECTIVE DATE HAS PASSED - ENTER THE CHANGE AGAIN"
008010             TO WS-REJECT-TEXT
008020         PERFORM 7000-WRITE-REJECT
008030             THRU 7000-WRITE-REJECT-EXIT
008040         GO TO 3400-BUILD-APPROVE-EXIT
008050     END-IF.
008060     SET PRM-APPROVED TO TRUE.
008070     MOVE PMT-USER-ID TO PRM-CHECKER-ID.
008080     MOVE WS-RUN-DATE TO PRM-CHECKED-DATE.
008090     MOVE WS-RUN-TIME TO PRM-CHECKED-TIME.
008100     MOVE PMT-REASON  TO PRM-CHECKER-NOTE.
008110 3400-BUILD-APPROVE-EXIT.
008120     EXIT.
008130
008140*****************************************************
008150*  3410-EDIT-CHECKER                                  *
008160*  SHARED BY APPROVE AND REJECT: THE ROW MUST EXIST,  *
008170*  BE PENDING, AND BE CHECKED BY SOMEONE OTHER THAN   *
008180*  ITS MAKER.                                         *
008190*****************************************************
008200 3410-EDIT-CHECKER.
008210     IF ROW-NOT-ON-MASTER
008220         MOVE "NO CHANGE ON THE MASTER FOR THIS CODE AND DATE"
008230             TO WS-REJECT-TEXT
008240         PERFORM 7000-WRITE-REJECT
008250             THRU 7000-WRITE-REJECT-EXIT
008260         GO TO 3410-EDIT-CHECKER-EXIT
008270     END-IF.
008280     IF NOT PRM-PENDING
008290         MOVE "ONLY A PENDING CHANGE CAN BE APPROVED OR REJECTED"
008300             TO WS-REJECT-TEXT
008310         PERFORM 7000-WRITE-REJECT
008320             THRU 7000-WRITE-REJECT-EXIT
008330         GO TO 3410-EDIT-CHECKER-EXIT
008340     END-IF.
008350     IF PMT-USER-ID = PRM-MAKER-ID
008360         MOVE "THE MAKER OF A CHANGE CANNOT ALSO CHECK IT"
008370             TO WS-REJECT-TEXT
008380         PERFORM 7000-WRITE-REJECT
008390             THRU 7000-WRITE-REJECT-EXIT
008400     END-IF.
008410 3410-EDIT-CHECKER-EXIT.
008420     EXIT.
008430
008440*****************************************************
008450*  3450-BUILD-CLOSE                                   *
008460*  A REJECT (BY A CHECKER) OR A WITHDRAWAL (BY THE    *
008470*  MAKER) CLOSES A PENDING ROW FOR GOOD, AND MUST     *
008480*  SAY WHY.                                           *
008490*****************************************************
008500 3450-BUILD-CLOSE.
008510     IF PMT-REJECT
008520         PERFORM 3410-EDIT-CHECKER
008530             THRU 3410-EDIT-CHECKER-EXIT
008540     ELSE
008550         IF ROW-NOT-ON-MASTER
008560             MOVE "NO CHANGE ON THE MASTER FOR THIS CODE AND DATE"
008570                 TO WS-REJECT-TEXT
008580             PERFORM 7000-WRITE-REJECT
008590                 THRU 7000-WRITE-REJECT-EXIT
008600             GO TO 3450-BUILD-CLOSE-EXIT
008610         END-IF
008620         IF NOT PRM-PENDING
008630             MOVE "ONLY A PENDING CHANGE CAN BE WITHDRAWN"
008640                 TO WS-REJECT-TEXT
008650             PERFORM 7000-WRITE-REJECT
008660                 THRU 7000-WRITE-REJECT-EXIT
008670             GO TO 3450-BUILD-CLOSE-EXIT
008680         END-IF
008690         IF PMT-USER-ID NOT = PRM-MAKER-ID
008700             MOVE "ONLY THE MAKER MAY WITHDRAW A PENDING CHANGE"
008710                 TO WS-REJECT-TEXT
008720             PERFORM 7000-WRITE-REJECT
008730                 THRU 7000-WRITE-REJECT-EXIT
008740         END-IF
008750     END-IF.
008760     IF PMT-REASON = SPACES
008770         MOVE "A REJECTION OR WITHDRAWAL MUST GIVE THE REASON"
008780             TO WS-REJECT-TEXT
008790         PERFORM 7000-WRITE-REJECT
008800             THRU 7000-WRITE-REJECT-EXIT
008810     END-IF.
008820     IF WS-TRAN-REJECTS > ZERO
008830         GO TO 3450-BUILD-CLOSE-EXIT
008840     END-IF.
008850     IF PMT-REJECT
008860         SET PRM-REJECTED TO TRUE
008870         MOVE PMT-USER-ID TO PRM-CHECKER-ID
008880         MOVE WS-RUN-DATE TO PRM-CHECKED-DATE
008890         MOVE WS-RUN-TIME TO PRM-CHECKED-TIME
008900     ELSE
008910         SET PRM-WITHDRAWN TO TRUE
008920     END-IF.
008930     MOVE PMT-REASON TO PRM-CHECKER-NOTE.
008940 3450-BUILD-CLOSE-EXIT.
008950     EXIT.
008960
008970*****************************************************
008980*  3500-EDIT-PARAMETERS                               *
008990*  EDITS THE PARAMETERS OF A ROW THAT RUNS IN THE     *
009000*  BOOK TO THE SAME RULES THE NIGHTLY CONTROL EDIT    *
009010*  PASS APPLIES TO CTLIN, SO AN APPROVED ROW CANNOT   *
009020*  BUILD A CONTROL RECORD THE RUN WILL REJECT.        *
009030*****************************************************
009040 3500-EDIT-PARAMETERS.
009050     IF PRM-NUM-TRIALS IS NOT NUMERIC
009060         OR PRM-NUM-TRIALS = ZERO
009070         MOVE "NUM-TRIALS MUST BE NUMERIC AND GREATER THAN ZERO"
009080             TO WS-REJECT-TEXT
009090         PERFORM 7000-WRITE-REJECT
009100             THRU 7000-WRITE-REJECT-EXIT
009110     END-IF.
009120     IF PRM-PRIOR-LOWER-MAX IS NOT NUMERIC
009130         OR PRM-PRIOR-LOWER-MAX = ZERO
009140         MOVE "PRIOR-LOWER-MAX MUST BE NUMERIC AND GREATER THAN ZE
009150-            "RO" TO WS-REJECT-TEXT
009160         PERFORM 7000-WRITE-REJECT
009170             THRU 7000-WRITE-REJECT-EXIT
009180     END-IF.
009190     IF PRM-CUTOFF-START IS NOT NUMERIC
009200         MOVE "CUTOFF-START MUST BE NUMERIC" TO WS-REJECT-TEXT
009210         PERFORM 7000-WRITE-REJECT
009220             THRU 7000-WRITE-REJECT-EXIT
009230     END-IF.
009240     IF PRM-CUTOFF-STOP IS NOT NUMERIC
009250         MOVE "CUTOFF-STOP MUST BE NUMERIC" TO WS-REJECT-TEXT
009260         PERFORM 7000-WRITE-REJECT
009270             THRU 7000-WRITE-REJECT-EXIT
009280     END-IF.
009290     IF PRM-CUTOFF-STEP IS NOT NUMERIC
009300         OR PRM-CUTOFF-STEP = ZERO
009310         MOVE "CUTOFF-STEP MUST BE NUMERIC AND GREATER THAN ZERO"
009320             TO WS-REJECT-TEXT
009330         PERFORM 7000-WRITE-REJECT
009340             THRU 7000-WRITE-REJECT-EXIT
009350     END-IF.
009360     IF PRM-CUTOFF-START IS NUMERIC
009370         AND PRM-CUTOFF-STOP IS NUMERIC
009380         IF PRM-CUTOFF-START > PRM-CUTOFF-STOP
009390             MOVE "CUTOFF-START EXCEEDS STOP - SWEEP WOULD BE EMPT
009400-                "Y" TO WS-REJECT-TEXT
009410             PERFORM 7000-WRITE-REJECT
009420                 THRU 7000-WRITE-REJECT-EXIT
009430         ELSE
009440             IF PRM-CUTOFF-STEP IS NUMERIC
009450                 AND PRM-CUTOFF-STEP > ZERO
009460                 COMPUTE WS-CUTOFF-RANGE =
009470                     PRM-CUTOFF-STOP - PRM-CUTOFF-START
009480                 IF WS-CUTOFF-RANGE > ZERO
009490                     AND PRM-CUTOFF-STEP > WS-CUTOFF-RANGE
009500                     MOVE "CUTOFF-STEP EXCEEDS STOP MINUS START RA
009510-                        "NGE" TO WS-REJECT-TEXT
009520                     PERFORM 7000-WRITE-REJECT
009530                         THRU 7000-WRITE-REJECT-EXIT
009540                 END-IF
009550             END-IF
009560         END-IF
009570     END-IF.
009580     IF PRM-DRIFT-THRESHOLD IS NOT NUMERIC
009590         OR PRM-DRIFT-THRESHOLD = ZERO
009600         MOVE "DRIFT-THRESHOLD MUST BE NUMERIC AND GREATER THAN ZE
009610-            "RO" TO WS-REJECT-TEXT
009620         PERFORM 7000-WRITE-REJECT
009630             THRU 7000-WRITE-REJECT-EXIT
009640     END-IF.
009650     IF PRM-DIST-MODE NOT = "U" AND "E" AND "L"
009660         MOVE "DIST-MODE MUST BE U, E, OR L" TO WS-REJECT-TEXT
009670         PERFORM 7000-WRITE-REJECT
009680             THRU 7000-WRITE-REJECT-EXIT
009690     END-IF.
009700     IF PRM-EARLY-STOP-TOL IS NOT NUMERIC
009710         MOVE "EARLY-STOP-TOL MUST BE NUMERIC (ZERO DISABLES)"
009720             TO WS-REJECT-TEXT
009730         PERFORM 7000-WRITE-REJECT
009740             THRU 7000-WRITE-REJECT-EXIT
009750     END-IF.
009760     IF PRM-VALIDATION-TOL IS NOT NUMERIC
009770         OR PRM-VALIDATION-TOL = ZERO
009780         MOVE "VALIDATION-TOL MUST BE NUMERIC AND GREATER THAN ZER
009790-            "O" TO WS-REJECT-TEXT
009800         PERFORM 7000-WRITE-REJECT
009810             THRU 7000-WRITE-REJECT-EXIT
009820     END-IF.
009830     IF PRM-RNG-SEED IS NOT NUMERIC
009840         MOVE "RNG-SEED MUST BE NUMERIC (ZERO RUNS UNSEEDED)"
009850             TO WS-REJECT-TEXT
009860         PERFORM 7000-WRITE-REJECT
009870             THRU 7000-WRITE-REJECT-EXIT
009880     END-IF.
009890     IF PRM-DETAIL-FLAG NOT = "Y" AND "N" AND SPACE
009900         MOVE "DETAIL-FLAG MUST BE Y, N, OR BLANK"
009910             TO WS-REJECT-TEXT
009920         PERFORM 7000-WRITE-REJECT
009930             THRU 7000-WRITE-REJECT-EXIT
009940     END-IF.
009950     IF PRM-DETAIL-SAMPLE IS NOT NUMERIC
009960         MOVE "DETAIL-SAMPLE MUST BE NUMERIC" TO WS-REJECT-TEXT
009970         PERFORM 7000-WRITE-REJECT
009980             THRU 7000-WRITE-REJECT-EXIT
009990     ELSE
010000         IF PRM-DETAIL-FLAG = "Y"
010010             AND PRM-DETAIL-SAMPLE = ZERO
010020             MOVE "DETAIL-SAMPLE MUST BE NONZERO WHEN DETAIL-FLAG
010030-                "IS Y" TO WS-REJECT-TEXT
010040             PERFORM 7000-WRITE-REJECT
010050                 THRU 7000-WRITE-REJECT-EXIT
010060         END-IF
010070     END-IF.
010080     IF PRM-SWEEP-MODE NOT = "A" AND "S" AND SPACE
010090         MOVE "SWEEP-MODE MUST BE A (ADAPTIVE), S (SINGLE), OR BLA
010100-            "NK" TO WS-REJECT-TEXT
010110         PERFORM 7000-WRITE-REJECT
010120             THRU 7000-WRITE-REJECT-EXIT
010130     END-IF.
010140     IF PRM-SWEEP-MODE = "A"
010150         AND PRM-CUTOFF-STEP IS NUMERIC
010160         AND PRM-CUTOFF-STEP < 2
010170         MOVE "ADAPTIVE SWEEP NEEDS CUTOFF-STEP OF 2 OR MORE"
010180             TO WS-REJECT-TEXT
010190         PERFORM 7000-WRITE-REJECT
010200             THRU 7000-WRITE-REJECT-EXIT
010210     END-IF.
010220     IF PRM-REPLICATIONS IS NOT NUMERIC
010230         MOVE "REPLICATIONS MUST BE NUMERIC" TO WS-REJECT-TEXT
010240         PERFORM 7000-WRITE-REJECT
010250             THRU 7000-WRITE-REJECT-EXIT
010260     ELSE
010270         IF PRM-REPLICATIONS > 1
010280             AND (PRM-RNG-SEED IS NOT NUMERIC
010290                  OR PRM-RNG-SEED = ZERO)
010300             MOVE "REPLICATIONS NEED A NONZERO RNG-SEED"
010310                 TO WS-REJECT-TEXT
010320             PERFORM 7000-WRITE-REJECT
010330                 THRU 7000-WRITE-REJECT-EXIT
010340         END-IF
010350     END-IF.
010360 3500-EDIT-PARAMETERS-EXIT.
010370     EXIT.
010380
010390*****************************************************
010400*  3600-UPDATE-MASTER                                 *
010410*  WRITES A NEW ROW OR REWRITES THE ONE AT THE KEY,   *
010420*  THEN PRINTS THE APPLIED LINE.  A WRITE FAILURE     *
010430*  ABORTS THE RUN - THE REST OF THE FILE MAY DEPEND   *
010440*  ON THIS ONE.                                       *
010450*****************************************************
010460 3600-UPDATE-MASTER.
010470     IF ROW-NOT-ON-MASTER
010480         WRITE PARAMETER-MASTER-RECORD
010490             INVALID KEY
010500                 CONTINUE
010510         END-WRITE
010520     ELSE
010530         REWRITE PARAMETER-MASTER-RECORD
010540             INVALID KEY
010550                 CONTINUE
010560         END-REWRITE
010570     END-IF.
010580     IF NOT FS-PARMMST-OK
010590         DISPLAY "PARMMNT ERROR: PARMMST UPDATE FAILED FOR "
010600             PRM-SCENARIO-CODE " " PRM-EFFECTIVE-DATE
010610             " STATUS=" FS-PARMMST-FILE
010620         MOVE 16 TO RETURN-CODE
010630         GO TO 3600-UPDATE-MASTER-EXIT
010640     END-IF.
010650
010660     EVALUATE TRUE
010670         WHEN PMT-ENTER
010680             ADD 1 TO WS-ENTERED-COUNT
010690             IF BASE-ROW-FOUND
010700                 MOVE "CHANGE ENTERED - PENDING APPROVAL"
010710                     TO MTL-TEXT
010720             ELSE
010730                 MOVE "FIRST PARAMETERS - PENDING APPROVAL"
010740                     TO MTL-TEXT
010750             END-IF
010760         WHEN PMT-AMEND
010770             ADD 1 TO WS-AMENDED-COUNT
010780             MOVE "PENDING CHANGE AMENDED" TO MTL-TEXT
010790         WHEN PMT-APPROVE
010800             ADD 1 TO WS-APPROVED-COUNT
010810             STRING "CHANGE APPROVED - MADE BY " DELIMITED BY SIZE
010820                    PRM-MAKER-ID DELIMITED BY SPACE
010830                 INTO MTL-TEXT
010840             END-STRING
010850         WHEN PMT-REJECT
010860             ADD 1 TO WS-DECLINED-COUNT
010870             MOVE "CHANGE DECLINED BY CHECKER" TO MTL-TEXT
010880         WHEN OTHER
010890             ADD 1 TO WS-WITHDRAWN-COUNT
010900             MOVE "CHANGE WITHDRAWN BY MAKER" TO MTL-TEXT
010910     END-EVALUATE.
010920     MOVE "APPLIED" TO MTL-RESULT.
010930     PERFORM 7100-WRITE-TRAN-LINE
010940         THRU 7100-WRITE-TRAN-LINE-EXIT.
010950 3600-UPDATE-MASTER-EXIT.
010960     EXIT.
010970
010980*****************************************************
010990*  5000-LIST-PENDING                                  *
011000*  WALKS THE WHOLE MASTER IN KEY ORDER, AS IT NOW     *
011010*  STANDS, AND LISTS EVERY CHANGE STILL AWAITING A    *
011020*  CHECKER, MARKING THOSE WHOSE EFFECTIVE DATE HAS    *
011030*  ALREADY PASSED AND CAN NO LONGER BE APPROVED.      *
011040*****************************************************
011050 5000-LIST-PENDING.
011060     PERFORM 8200-CHECK-PAGE
011070         THRU 8200-CHECK-PAGE-EXIT.
011080     MOVE SPACES TO MAINT-PRINT-RECORD.
011090     WRITE MAINT-PRINT-RECORD AFTER ADVANCING 1 LINE.
011100     WRITE MAINT-PRINT-RECORD FROM MNT-SECTION-2-HEADING
011110         AFTER ADVANCING 1 LINE.
011120     WRITE MAINT-PRINT-RECORD FROM MNT-PENDING-COLUMN-HEADING
011130         AFTER ADVANCING 1 LINE.
011140     ADD 3 TO WS-LINE-COUNT.
011150     MOVE LOW-VALUES TO PRM-KEY.
011160     START PARAMETER-MASTER KEY IS >= PRM-KEY
011170         INVALID KEY
011180             GO TO 5000-LIST-PENDING-CLOSE
011190     END-START.
011200     READ PARAMETER-MASTER NEXT RECORD
011210         AT END
011220             GO TO 5000-LIST-PENDING-CLOSE
011230     END-READ.
011240     PERFORM 5100-CHECK-ONE-ROW
011250         THRU 5100-CHECK-ONE-ROW-EXIT
011260         UNTIL NOT FS-PARMMST-OK.
011270 5000-LIST-PENDING-CLOSE.
011280     IF WS-PENDING-COUNT = ZERO
011290         MOVE "NO CHANGE IS AWAITING APPROVAL" TO MNL-TEXT
011300         PERFORM 8100-WRITE-NOTE-LINE
011310             THRU 8100-WRITE-NOTE-LINE-EXIT
011320     END-IF.
011330 5000-LIST-PENDING-EXIT.
011340     EXIT.
011350
011360 5100-CHECK-ONE-ROW.
011370     IF NOT PRM-PENDING
011380         GO TO 5100-CHECK-ONE-READ
011390     END-IF.
011400     ADD 1 TO WS-PENDING-COUNT.
011410     MOVE PRM-SCENARIO-CODE   TO MPL-SCENARIO-CODE.
011420     MOVE PRM-EFFECTIVE-DATE  TO MPL-EFFECTIVE-DATE.
011430     MOVE PRM-BOOK-FLAG       TO MPL-BOOK-FLAG.
011440     MOVE PRM-MAKER-ID        TO MPL-MAKER-ID.
011450     MOVE PRM-MADE-DATE       TO MPL-MADE-DATE.
011460     MOVE PRM-CHANGE-REASON   TO MPL-CHANGE-REASON.
011470     IF PRM-EFFECTIVE-DATE < WS-RUN-DATE
011480         MOVE "EFFECTIVE DATE PASSED - WITHDRAW IT"
011490             TO MPL-STATUS
011500     ELSE
011510         MOVE "AWAITING APPROVAL" TO MPL-STATUS
011520     END-IF.
011530     PERFORM 8200-CHECK-PAGE
011540         THRU 8200-CHECK-PAGE-EXIT.
011550     WRITE MAINT-PRINT-RECORD FROM MNT-PENDING-LINE
011560         AFTER ADVANCING 1 LINE.
011570     ADD 1 TO WS-LINE-COUNT.
011580 5100-CHECK-ONE-READ.
011590     READ PARAMETER-MASTER NEXT RECORD
011600         AT END
011610             CONTINUE
011620     END-READ.
011630 5100-CHECK-ONE-ROW-EXIT.
011640     EXIT.
011650
011660*****************************************************
011670*  7000-WRITE-REJECT                                  *
011680*  PRINTS ONE REJECT LINE FOR THE TRANSACTION ON      *
011690*  HAND WITH THE STAGED REASON AND COUNTS IT.         *
011700*****************************************************
011710 7000-WRITE-REJECT.
011720     ADD 1 TO WS-TRAN-REJECTS.
011730     MOVE "REJECTED"     TO MTL-RESULT.
011740     MOVE WS-REJECT-TEXT TO MTL-TEXT.
011750     PERFORM 7100-WRITE-TRAN-LINE
011760         THRU 7100-WRITE-TRAN-LINE-EXIT.
011770 7000-WRITE-REJECT-EXIT.
011780     EXIT.
011790
011800*****************************************************
011810*  7100-WRITE-TRAN-LINE                               *
011820*****************************************************
011830 7100-WRITE-TRAN-LINE.
011840     PERFORM 8200-CHECK-PAGE
011850         THRU 8200-CHECK-PAGE-EXIT.
011860     WRITE MAINT-PRINT-RECORD FROM MNT-TRAN-LINE
011870         AFTER ADVANCING 1 LINE.
011880     ADD 1 TO WS-LINE-COUNT.
011890     MOVE SPACES TO MTL-TEXT.
011900 7100-WRITE-TRAN-LINE-EXIT.
011910     EXIT.
011920
011930*****************************************************
011940*  8000-PAGE-HEADING                                  *
011950*****************************************************
011960 8000-PAGE-HEADING.
011970     ADD 1 TO WS-PAGE-COUNT.
011980     MOVE WS-RUN-DATE   TO MPH-RUN-DATE.
011990     MOVE WS-PAGE-COUNT TO MPH-PAGE.
012000     IF WS-PAGE-COUNT = 1
012010         WRITE MAINT-PRINT-RECORD FROM MNT-PAGE-HEADING
012020             AFTER ADVANCING 1 LINE
012030     ELSE
012040         WRITE MAINT-PRINT-RECORD FROM MNT-PAGE-HEADING
012050             AFTER ADVANCING PAGE
012060     END-IF.
012070     MOVE SPACES TO MAINT-PRINT-RECORD.
012080     WRITE MAINT-PRINT-RECORD AFTER ADVANCING 1 LINE.
012090     MOVE 2 TO WS-LINE-COUNT.
012100 8000-PAGE-HEADING-EXIT.
012110     EXIT.
012120
012130*****************************************************
012140*  8100-WRITE-NOTE-LINE                               *
012150*****************************************************
012160 8100-WRITE-NOTE-LINE.
012170     PERFORM 8200-CHECK-PAGE
012180         THRU 8200-CHECK-PAGE-EXIT.
012190     WRITE MAINT-PRINT-RECORD FROM MNT-NOTE-LINE
012200         AFTER ADVANCING 1 LINE.
012210     ADD 1 TO WS-LINE-COUNT.
012220 8100-WRITE-NOTE-LINE-EXIT.
012230     EXIT.
012240
012250*****************************************************
012260*  8200-CHECK-PAGE                                    *
012270*****************************************************
012280 8200-CHECK-PAGE.
012290     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012300         PERFORM 8000-PAGE-HEADING
012310             THRU 8000-PAGE-HEADING-EXIT
012320     END-IF.
012330 8200-CHECK-PAGE-EXIT.
012340     EXIT.
012350
012360*****************************************************
012370*  9000-FINALIZE                                      *
012380*  PRINTS THE TRAILER, CLOSES THE FILES, AND SETS     *
012390*  THE RETURN CODE - 8 WHEN ANY TRANSACTION WAS       *
012400*  REJECTED, SO THE REJECTS ARE WORKED BEFORE THE     *
012410*  NIGHT'S CTLIN IS BUILT FROM THE MASTER.            *
012420*****************************************************
012430 9000-FINALIZE.
012440     MOVE SPACES TO MAINT-PRINT-RECORD.
012450     WRITE MAINT-PRINT-RECORD AFTER ADVANCING 1 LINE.
012460     MOVE WS-READ-COUNT      TO MTR-READ.
012470     MOVE WS-ENTERED-COUNT   TO MTR-ENTERED.
012480     MOVE WS-AMENDED-COUNT   TO MTR-AMENDED.
012490     MOVE WS-APPROVED-COUNT  TO MTR-APPROVED.
012500     MOVE WS-DECLINED-COUNT  TO MTR-DECLINED.
012510     MOVE WS-WITHDRAWN-COUNT TO MTR-WITHDRAWN.
012520     MOVE WS-REJECTED-COUNT  TO MTR-REJECTED.
012530     WRITE MAINT-PRINT-RECORD FROM MNT-TRAILER
012540         AFTER ADVANCING 1 LINE.
012550     CLOSE MAINT-PRINT-FILE.
012560     CLOSE TRANSACTION-FILE.
012570     CLOSE PARAMETER-MASTER.
012580     IF SCENMST-AVAILABLE
012590         CLOSE SCENARIO-MASTER
012600     END-IF.
012610     IF WS-REJECTED-COUNT > ZERO
012620         AND RETURN-CODE < 8
012630         MOVE 8 TO RETURN-CODE
012640     END-IF.
012650     DISPLAY "PARMMNT SUMMARY: READ=" WS-READ-COUNT
012660         " ENTERED=" WS-ENTERED-COUNT
012670         " AMENDED=" WS-AMENDED-COUNT
012680         " APPROVED=" WS-APPROVED-COUNT
012690         " DECLINED=" WS-DECLINED-COUNT
012700         " WITHDRAWN=" WS-WITHDRAWN-COUNT
012710         " REJECTED=" WS-REJECTED-COUNT
012720         " PENDING=" WS-PENDING-COUNT
012730         " RC=" RETURN-CODE.
012740 9000-FINALIZE-EXIT.
012750     EXIT.
