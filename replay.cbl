000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ENVRPLY.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL REPRODUCIBILITY REPLAY.  *
000130*                    PROVES A PAST NIGHT'S EXPECTED    *
000140*                    VALUES CAN BE REPRODUCED FROM     *
000150*                    WHAT ITS AUDIT TRAIL RECORDED.    *
000160*                    RUNS AS THREE STEPS: ENVRPLY      *
000170*                    FUNCTION B REBUILDS THE NIGHT'S   *
000180*                    CONTROL RECORDS FROM ITS AUDITOUT *
000190*                    AS A WHAT-IF CTLIN; ENVELOPES     *
000200*                    RUNS THAT CTLIN (A WHAT-IF RUN    *
000210*                    NEVER OPENS HISTFILE OR ANY OTHER *
000220*                    PRODUCTION OUTPUT); ENVRPLY       *
000230*                    FUNCTION C COMPARES EVERY         *
000240*                    REPLAYED CUTOFF'S EXPECTED VALUE  *
000250*                    WITH HISTFILE (OR A HISTWORK      *
000260*                    RESTORED BY HISTREST) AND PRINTS  *
000270*                    THE CERTIFICATION REPORT.         *
000280*  2026-10-15   DF   EVERY SCENARIO THE NIGHT RAN IS   *
000290*                    NOW LOOKED UP ON SCENMST.  ONE NO *
000300*                    LONGER ON IT, OR WHOSE DATES NO   *
000310*                    LONGER COVER THE NIGHT, IS LISTED *
000320*                    AS NOT REPLAYABLE WITH THE REASON *
000330*                    INSTEAD OF BEING QUEUED.  EACH    *
000340*                    QUEUED CONTROL RECORD CARRIES THE *
000350*                    NIGHT AS ITS AS-OF DATE SO        *
000360*                    ENVELOPES CHECKS SCENMST AS OF    *
000370*                    THAT NIGHT.                       *
000380*****************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420*****************************************************
000430*  REPLAY CONTROL CARD - ONE RECORD GIVING THE        *
000440*  FUNCTION (B BUILD OR C CERTIFY), THE RUN DATE TO   *
000450*  REPLAY, AN OPTIONAL SCENARIO CODE (BLANK REPLAYS   *
000460*  EVERY SCENARIO THAT RAN THAT NIGHT), AND THE       *
000470*  REQUESTER THE WHAT-IF REGISTER WILL SHOW (BLANK    *
000480*  GIVES "REPLAY").  BOTH STEPS OF ONE REPLAY READ    *
000490*  THE SAME CARD.  A MISSING OR BAD CARD FAILS THE    *
000500*  RUN RATHER THAN GUESSING.                          *
000510*****************************************************
000520     SELECT REPLAY-CONTROL-FILE ASSIGN TO RPYCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-REPLAY-CONTROL.
000550*****************************************************
000560*  AUDIT FILE - THE AUDITOUT GENERATION WRITTEN ON    *
000570*  THE NIGHT BEING REPLAYED.  ONLY ITS PRODUCTION     *
000580*  RECORDS FOR THE RUN DATE ARE USED.                 *
000590*****************************************************
000600     SELECT AUDIT-FILE ASSIGN TO AUDITIN
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-AUDIT-FILE.
000630*****************************************************
000640*  SCENARIO MASTER - READ ONLY.  EVERY SCENARIO THE   *
000650*  NIGHT RAN IS LOOKED UP, AND ONE NO LONGER ON THE   *
000660*  MASTER, OR WHOSE MASTER DATES NO LONGER COVER THE  *
000670*  NIGHT, IS LISTED AS NOT REPLAYABLE INSTEAD OF      *
000680*  BEING QUEUED - THE ENVELOPES EDIT PASS WOULD       *
000690*  REJECT THE WHOLE REPLAY CTLIN FOR IT.              *
000700*****************************************************
000710     SELECT SCENARIO-MASTER ASSIGN TO SCENMST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS SCM-SCENARIO-CODE
000750         FILE STATUS IS FS-SCENMST-FILE.
000760*****************************************************
000770*  REPLAY CONTROL OUTPUT - FUNCTION B ONLY.  THE      *
000780*  WHAT-IF CTLIN FOR THE ENVELOPES REPLAY STEP.       *
000790*****************************************************
000800     SELECT REPLAY-CTLIN-FILE ASSIGN TO RPYCTLIN
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-REPLAY-CTLIN.
000830*****************************************************
000840*  REPLAY RESULTS - FUNCTION C ONLY.  THE WIFRES THE  *
000850*  ENVELOPES REPLAY STEP WROTE.                       *
000860*****************************************************
000870     SELECT REPLAY-RESULT-FILE ASSIGN TO RPYRES
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-REPLAY-RESULT.
000900*****************************************************
000910*  HISTORY FILE - FUNCTION C ONLY, READ ONLY.  POINT  *
000920*  THE DD AT A HISTWORK RESTORED BY HISTREST WHEN THE *
000930*  NIGHT HAS BEEN PURGED FROM THE ONLINE FILE.        *
000940*****************************************************
000950     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS HIST-PRIME-KEY
000990         ALTERNATE RECORD KEY IS HIST-SCEN-KEY
001000             WITH DUPLICATES
001010         FILE STATUS IS FS-HISTORY-FILE.
001020*****************************************************
001030*  REPLAY REPORT PRINT FILE.                          *
001040*****************************************************
001050     SELECT REPLAY-PRINT-FILE ASSIGN TO RPYRPT
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS FS-REPLAY-PRINT.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  REPLAY-CONTROL-FILE.
001120 01  REPLAY-CONTROL-RECORD.
001130     05  RPY-FUNCTION            PIC X(01).
001140         88  RPY-BUILD                VALUE "B".
001150         88  RPY-CERTIFY              VALUE "C".
001160     05  FILLER                  PIC X(01).
001170     05  RPY-RUN-DATE            PIC 9(08).
001180     05  FILLER                  PIC X(01).
001190     05  RPY-SCENARIO-CODE       PIC X(08).
001200     05  FILLER                  PIC X(01).
001210     05  RPY-REQUESTED-BY        PIC X(08).
001220     05  FILLER                  PIC X(52).
001230
001240 FD  AUDIT-FILE.
001250 COPY AUDREC.
001260
001270 FD  SCENARIO-MASTER.
001280 COPY SCENREC.
001290
001300 FD  REPLAY-CTLIN-FILE.
001310 COPY CTLREC.
001320
001330 FD  REPLAY-RESULT-FILE.
001340 COPY RESREC.
001350
001360 FD  HISTORY-FILE.
001370 COPY HISTREC.
001380
001390 FD  REPLAY-PRINT-FILE.
001400 01  REPLAY-PRINT-RECORD         PIC X(132).
001410
001420 WORKING-STORAGE SECTION.
001430*****************************************************
001440*  FILE STATUS SWITCHES                              *
001450*****************************************************
001460 01  FS-REPLAY-CONTROL           PIC X(02).
001470     88  FS-REPLAY-CONTROL-OK         VALUE "00".
001480 01  FS-AUDIT-FILE               PIC X(02).
001490     88  FS-AUDIT-OK                  VALUE "00".
001500     88  FS-AUDIT-EOF                 VALUE "10".
001510 01  FS-SCENMST-FILE             PIC X(02).
001520     88  FS-SCENMST-OK                VALUE "00".
001530 01  FS-REPLAY-CTLIN             PIC X(02).
001540     88  FS-REPLAY-CTLIN-OK           VALUE "00".
001550 01  FS-REPLAY-RESULT            PIC X(02).
001560     88  FS-REPLAY-RESULT-OK          VALUE "00".
001570     88  FS-REPLAY-RESULT-EOF         VALUE "10".
001580 01  FS-HISTORY-FILE             PIC X(02).
001590     88  FS-HISTORY-OK                VALUE "00".
001600     88  FS-HISTORY-NOT-FOUND         VALUE "23".
001610 01  FS-REPLAY-PRINT             PIC X(02).
001620     88  FS-REPLAY-PRINT-OK           VALUE "00".
001630
001640*****************************************************
001650*  RUN PARAMETERS FROM THE CONTROL CARD              *
001660*****************************************************
001670 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001680 01  WS-SCENARIO-CODE            PIC X(08) VALUE SPACES.
001690 01  WS-REQUESTED-BY             PIC X(08) VALUE "REPLAY".
001700 01  SW-FUNCTION                 PIC X(01) VALUE SPACE.
001710     88  FUNCTION-BUILD               VALUE "B".
001720     88  FUNCTION-CERTIFY             VALUE "C".
001730 01  SW-ONE-SCENARIO             PIC X(01) VALUE "N".
001740     88  ONE-SCENARIO-ONLY            VALUE "Y".
001750     88  ALL-SCENARIOS                VALUE "N".
001760 01  SW-PARM-VALID               PIC X(01) VALUE "N".
001770     88  PARM-VALID                   VALUE "Y".
001780     88  PARM-NOT-VALID               VALUE "N".
001790
001800*****************************************************
001810*  SCENARIO TABLE - ONE ENTRY PER SCENARIO THE NIGHT  *
001820*  RAN IN PRODUCTION, AT MOST THE 99 A NIGHT ACCEPTS, *
001830*  WITH THE SEED IT RAN UNDER AND, FOR FUNCTION C,    *
001840*  WHAT THE REPLAY SENT BACK AND HOW IT COMPARED.     *
001850*  SCN-REPLAYABLE IS N FOR AN UNSEEDED RUN - LIBRARY  *
001860*  SEEDING CANNOT BE REPEATED, SO NOTHING IS QUEUED - *
001870*  M FOR A SCENARIO NO LONGER ON SCENMST, AND D FOR   *
001880*  ONE WHOSE SCENMST DATES NO LONGER COVER THE NIGHT. *
001890*****************************************************
001900 01  WS-SCN-COUNT                PIC 9(03) VALUE ZERO.
001910 01  WS-SCN-SUB                  PIC 9(03) VALUE ZERO.
001920 01  WS-SCN-FOUND                PIC 9(03) VALUE ZERO.
001930 01  WS-FIND-CODE                PIC X(08).
001940 01  WS-SCN-TABLE.
001950     05  WS-SCN-ENTRY            OCCURS 99 TIMES.
001960         10  SCN-CODE            PIC X(08).
001970         10  SCN-RNG-SEED        PIC 9(09).
001980         10  SCN-REPLAYABLE      PIC X(01).
001990         10  SCN-REPLAY-ROWS     PIC 9(05).
002000         10  SCN-HIST-ROWS       PIC 9(05).
002010         10  SCN-MATCHED         PIC 9(05).
002020         10  SCN-MISMATCHED      PIC 9(05).
002030         10  SCN-MAX-DELTA       PIC 9(05)V99.
002040
002050*****************************************************
002060*  CUTOFF TABLE - FOR THE SCENARIO ON HAND, WHICH     *
002070*  CUTOFFS THE REPLAY HAS ALREADY PRODUCED (SUBSCRIPT *
002080*  IS CUTOFF + 1).  A REPEATED RPYRES ROW FOR A       *
002090*  CUTOFF IS SKIPPED, SO EACH CUTOFF IS COMPARED AND  *
002100*  COUNTED ONCE.                                      *
002110*****************************************************
002120 01  WS-CUT-SUB                  PIC 9(04) VALUE ZERO.
002130 01  WS-CUT-TABLE.
002140     05  WS-CUT-SEEN             PIC X(01) OCCURS 1000 TIMES.
002150
002160*****************************************************
002170*  CONTROL BREAK AND COMPARISON WORK FIELDS.  BOTH    *
002180*  VALUES ARE COMPARED AT THE TWO PLACES RESULTOUT    *
002190*  CARRIES, TRUNCATED THE WAY ENVELOPES TRUNCATES     *
002200*  THEM, SO A RESTORED HISTWORK (REBUILT FROM THE     *
002210*  TWO-PLACE ARCHIVE) CERTIFIES THE SAME WAY.         *
002220*****************************************************
002230 01  WS-CURRENT-CODE             PIC X(08) VALUE LOW-VALUES.
002240 01  WS-CURRENT-SUB              PIC 9(03) VALUE ZERO.
002250 01  WS-LAST-STRAY               PIC X(08) VALUE LOW-VALUES.
002260 01  WS-REPLAY-EV                PIC S9(05)V99.
002270 01  WS-HIST-EV                  PIC S9(05)V99.
002280 01  WS-EV-DELTA                 PIC S9(05)V99.
002290 01  WS-ABS-DELTA                PIC 9(05)V99.
002300 01  SW-HIST-SCAN                PIC X(01) VALUE "N".
002310     88  HIST-SCAN-DONE               VALUE "Y".
002320     88  HIST-SCAN-GOING              VALUE "N".
002330
002340*****************************************************
002350*  RECORD COUNTS AND VERDICT TOTALS                  *
002360*****************************************************
002370 01  WS-AUDIT-READ               PIC 9(05) VALUE ZERO.
002380 01  WS-AUDIT-SELECTED           PIC 9(05) VALUE ZERO.
002390 01  WS-DUPLICATE-COUNT          PIC 9(05) VALUE ZERO.
002400 01  WS-QUEUED-COUNT             PIC 9(05) VALUE ZERO.
002410 01  WS-RESULT-READ              PIC 9(07) VALUE ZERO.
002420 01  WS-STRAY-COUNT              PIC 9(05) VALUE ZERO.
002430 01  WS-REPRODUCED-COUNT         PIC 9(03) VALUE ZERO.
002440 01  WS-MISMATCHED-COUNT         PIC 9(03) VALUE ZERO.
002450 01  WS-UNSEEDED-COUNT           PIC 9(03) VALUE ZERO.
002460 01  WS-OFF-MASTER-COUNT         PIC 9(03) VALUE ZERO.
002470 01  WS-NOT-REPLAYED-COUNT       PIC 9(03) VALUE ZERO.
002480 01  WS-DIFF-LINES               PIC 9(05) VALUE ZERO.
002490 01  WS-EDIT-COUNT               PIC ZZZZ9.
002500 01  WS-EDIT-COUNT-2             PIC ZZZZ9.
002510 01  WS-EDIT-COUNT-3             PIC ZZZZ9.
002520 01  WS-EDIT-COUNT-4             PIC ZZZZ9.
002530
002540*****************************************************
002550*  REPORT CONTROL                                    *
002560*****************************************************
002570 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
002580 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
002590 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
002600
002610*****************************************************
002620*  PRINT LINE LAYOUTS                                *
002630*****************************************************
002640 01  RPL-PAGE-HEADING.
002650     05  RPH-TITLE               PIC X(51).
002660     05  FILLER                  PIC X(10) VALUE SPACES.
002670     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002680     05  RPH-RUN-DATE            PIC 9(08).
002690     05  FILLER                  PIC X(04) VALUE SPACES.
002700     05  FILLER                  PIC X(05) VALUE "PAGE ".
002710     05  RPH-PAGE                PIC ZZZZ9.
002720     05  FILLER                  PIC X(40) VALUE SPACES.
002730
002740 01  RPL-SECTION-HEADING.
002750     05  RSH-TEXT                PIC X(60).
002760     05  FILLER                  PIC X(72) VALUE SPACES.
002770
002780 01  RPL-BUILD-HEADING.
002790     05  FILLER                  PIC X(10) VALUE "SCENARIO".
002800     05  FILLER                  PIC X(11) VALUE "SEED".
002810     05  FILLER                  PIC X(07) VALUE "TRIALS".
002820     05  FILLER                  PIC X(13) VALUE "CUTOFFS".
002830     05  FILLER                  PIC X(06) VALUE "SWEEP".
002840     05  FILLER                  PIC X(85) VALUE "DISPOSITION".
002850
002860 01  RPL-BUILD-LINE.
002870     05  RBL-SCENARIO-CODE       PIC X(08).
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  RBL-RNG-SEED            PIC 9(09).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  RBL-NUM-TRIALS          PIC X(05).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  RBL-CUTOFF-START        PIC X(03).
002940     05  FILLER                  PIC X(01) VALUE "/".
002950     05  RBL-CUTOFF-STOP         PIC X(03).
002960     05  FILLER                  PIC X(01) VALUE "/".
002970     05  RBL-CUTOFF-STEP         PIC X(03).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  RBL-SWEEP-MODE          PIC X(01).
003000     05  FILLER                  PIC X(05) VALUE SPACES.
003010     05  RBL-DISPOSITION         PIC X(50).
003020     05  FILLER                  PIC X(35) VALUE SPACES.
003030
003040 01  RPL-DIFF-HEADING.
003050     05  FILLER                  PIC X(10) VALUE "SCENARIO".
003060     05  FILLER                  PIC X(08) VALUE "CUTOFF".
003070     05  FILLER                  PIC X(12) VALUE "HISTORY EV".
003080     05  FILLER                  PIC X(12) VALUE "REPLAY EV".
003090     05  FILLER                  PIC X(11) VALUE "DELTA".
003100     05  FILLER                  PIC X(79) VALUE "NOTE".
003110
003120 01  RPL-DIFF-LINE.
003130     05  RDL-SCENARIO-CODE       PIC X(08).
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  RDL-CUTOFF              PIC ZZ9.
003160     05  FILLER                  PIC X(05) VALUE SPACES.
003170     05  RDL-HIST-EV             PIC -(04)9.99.
003180     05  FILLER                  PIC X(04) VALUE SPACES.
003190     05  RDL-REPLAY-EV           PIC -(04)9.99.
003200     05  FILLER                  PIC X(04) VALUE SPACES.
003210     05  RDL-DELTA               PIC -(04)9.99.
003220     05  FILLER                  PIC X(03) VALUE SPACES.
003230     05  RDL-NOTE                PIC X(40).
003240     05  FILLER                  PIC X(39) VALUE SPACES.
003250
003260 01  RPL-CERT-HEADING.
003270     05  FILLER                  PIC X(10) VALUE "SCENARIO".
003280     05  FILLER                  PIC X(11) VALUE "SEED".
003290     05  FILLER                  PIC X(09) VALUE "REPLAYED".
003300     05  FILLER                  PIC X(09) VALUE "HISTORY".
003310     05  FILLER                  PIC X(09) VALUE "MATCHED".
003320     05  FILLER                  PIC X(09) VALUE "DIFFER".
003330     05  FILLER                  PIC X(10) VALUE "MAX DELTA".
003340     05  FILLER                  PIC X(65) VALUE "CERTIFICATION".
003350
003360 01  RPL-CERT-LINE.
003370     05  RCL-SCENARIO-CODE       PIC X(08).
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  RCL-RNG-SEED            PIC 9(09).
003400     05  FILLER                  PIC X(04) VALUE SPACES.
003410     05  RCL-REPLAY-ROWS         PIC ZZZZ9.
003420     05  FILLER                  PIC X(04) VALUE SPACES.
003430     05  RCL-HIST-ROWS           PIC ZZZZ9.
003440     05  FILLER                  PIC X(04) VALUE SPACES.
003450     05  RCL-MATCHED             PIC ZZZZ9.
003460     05  FILLER                  PIC X(04) VALUE SPACES.
003470     05  RCL-MISMATCHED          PIC ZZZZ9.
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  RCL-MAX-DELTA           PIC ZZZZ9.99.
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  RCL-VERDICT             PIC X(50).
003520     05  FILLER                  PIC X(15) VALUE SPACES.
003530
003540 01  RPL-NOTE-LINE.
003550     05  FILLER                  PIC X(04) VALUE SPACES.
003560     05  RNL-TEXT                PIC X(80).
003570     05  FILLER                  PIC X(48) VALUE SPACES.
003580
003590 01  RPL-TRAILER.
003600     05  FILLER                  PIC X(16) VALUE
003610         "END OF REPLAY - ".
003620     05  RTR-SCENARIOS           PIC ZZZZ9.
003630     05  FILLER                  PIC X(12) VALUE
003640         " SCENARIOS, ".
003650     05  RTR-TEXT                PIC X(99).
003660
003670 PROCEDURE DIVISION.
003680*****************************************************
003690*  0000-MAINLINE                                      *
003700*  READS THE CONTROL CARD, LOADS THE NIGHT'S AUDIT    *
003710*  RECORDS, AND EITHER BUILDS THE REPLAY CTLIN        *
003720*  (FUNCTION B) OR CERTIFIES THE REPLAY'S RESULTS     *
003730*  AGAINST HISTORY (FUNCTION C).                      *
003740*****************************************************
003750 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE
003770         THRU 1000-INITIALIZE-EXIT.
003780     IF PARM-NOT-VALID
003790         MOVE 16 TO RETURN-CODE
003800         GO TO 0000-MAINLINE-STOP
003810     END-IF.
003820
003830     PERFORM 2000-LOAD-AUDITS
003840         THRU 2000-LOAD-AUDITS-EXIT.
003850     IF RETURN-CODE < 16
003860         IF FUNCTION-CERTIFY
003870             PERFORM 4000-CERTIFY-REPLAY
003880                 THRU 4000-CERTIFY-REPLAY-EXIT
003890         END-IF
003900     END-IF.
003910
003920     PERFORM 9000-FINALIZE
003930         THRU 9000-FINALIZE-EXIT.
003940 0000-MAINLINE-STOP.
003950     STOP RUN.
003960
003970*****************************************************
003980*  1000-INITIALIZE                                    *
003990*  READS AND EDITS THE CONTROL CARD, OPENS THE        *
004000*  REPORT, AND PRINTS THE FIRST HEADING.              *
004010*****************************************************
004020 1000-INITIALIZE.
004030     OPEN INPUT REPLAY-CONTROL-FILE.
004040     IF NOT FS-REPLAY-CONTROL-OK
004050         DISPLAY "ENVRPLY ERROR: RPYCTL OPEN FAILED, STATUS="
004060             FS-REPLAY-CONTROL
004070         GO TO 1000-INITIALIZE-EXIT
004080     END-IF.
004090     READ REPLAY-CONTROL-FILE
004100         AT END
004110             DISPLAY "ENVRPLY ERROR: RPYCTL IS EMPTY"
004120             CLOSE REPLAY-CONTROL-FILE
004130             GO TO 1000-INITIALIZE-EXIT
004140     END-READ.
004150     CLOSE REPLAY-CONTROL-FILE.
004160
004170     IF NOT RPY-BUILD AND NOT RPY-CERTIFY
004180         DISPLAY "ENVRPLY ERROR: FUNCTION MUST BE B (BUILD) OR "
004190             "C (CERTIFY): " RPY-FUNCTION
004200         GO TO 1000-INITIALIZE-EXIT
004210     END-IF.
004220     IF RPY-RUN-DATE IS NOT NUMERIC
004230         OR RPY-RUN-DATE = ZERO
004240         DISPLAY "ENVRPLY ERROR: RUN DATE MUST BE GIVEN: "
004250             RPY-RUN-DATE
004260         GO TO 1000-INITIALIZE-EXIT
004270     END-IF.
004280     MOVE RPY-FUNCTION TO SW-FUNCTION.
004290     MOVE RPY-RUN-DATE TO WS-RUN-DATE.
004300     IF RPY-SCENARIO-CODE NOT = SPACES
004310         MOVE RPY-SCENARIO-CODE TO WS-SCENARIO-CODE
004320         SET ONE-SCENARIO-ONLY TO TRUE
004330     END-IF.
004340     IF RPY-REQUESTED-BY NOT = SPACES
004350         MOVE RPY-REQUESTED-BY TO WS-REQUESTED-BY
004360     END-IF.
004370     DISPLAY "ENVRPLY CONTROL: FUNCTION=" SW-FUNCTION
004380         " RUN DATE=" WS-RUN-DATE
004390         " SCENARIO=" WS-SCENARIO-CODE.
004400
004410     OPEN OUTPUT REPLAY-PRINT-FILE.
004420     IF NOT FS-REPLAY-PRINT-OK
004430         DISPLAY "ENVRPLY ERROR: RPYRPT OPEN FAILED, STATUS="
004440             FS-REPLAY-PRINT
004450         GO TO 1000-INITIALIZE-EXIT
004460     END-IF.
004470     IF FUNCTION-BUILD
004480         MOVE "TWO ENVELOPES REPLAY BUILD" TO RPH-TITLE
004490     ELSE
004500         MOVE "TWO ENVELOPES REPLAY CERTIFICATION" TO RPH-TITLE
004510     END-IF.
004520     PERFORM 8000-PAGE-HEADING
004530         THRU 8000-PAGE-HEADING-EXIT.
004540     SET PARM-VALID TO TRUE.
004550 1000-INITIALIZE-EXIT.
004560     EXIT.
004570
004580*****************************************************
004590*  2000-LOAD-AUDITS                                   *
004600*  READS THE NIGHT'S AUDIT RECORDS INTO THE SCENARIO  *
004610*  TABLE, CHECKING EACH SEEDED SCENARIO ON SCENMST.   *
004620*  ON FUNCTION B EACH REPLAYABLE SCENARIO'S CONTROL   *
004630*  RECORD IS WRITTEN AS IT IS LOADED, AND SECTION 1   *
004640*  LISTS WHAT WAS QUEUED AND WHAT WAS NOT, AND WHY.   *
004650*****************************************************
004660 2000-LOAD-AUDITS.
004670     OPEN INPUT AUDIT-FILE.
004680     IF NOT FS-AUDIT-OK
004690         DISPLAY "ENVRPLY ERROR: AUDITIN OPEN FAILED, STATUS="
004700             FS-AUDIT-FILE
004710         MOVE 16 TO RETURN-CODE
004720         GO TO 2000-LOAD-AUDITS-EXIT
004730     END-IF.
004740     OPEN INPUT SCENARIO-MASTER.
004750     IF NOT FS-SCENMST-OK
004760         DISPLAY "ENVRPLY ERROR: SCENMST OPEN FAILED, STATUS="
004770             FS-SCENMST-FILE
004780         CLOSE AUDIT-FILE
004790         MOVE 16 TO RETURN-CODE
004800         GO TO 2000-LOAD-AUDITS-EXIT
004810     END-IF.
004820     IF FUNCTION-BUILD
004830         OPEN OUTPUT REPLAY-CTLIN-FILE
004840         IF NOT FS-REPLAY-CTLIN-OK
004850             DISPLAY "ENVRPLY ERROR: RPYCTLIN OPEN FAILED, "
004860                 "STATUS=" FS-REPLAY-CTLIN
004870             CLOSE AUDIT-FILE
004880             CLOSE SCENARIO-MASTER
004890             MOVE 16 TO RETURN-CODE
004900             GO TO 2000-LOAD-AUDITS-EXIT
004910         END-IF
004920         MOVE "SECTION 1 - SCENARIOS REBUILT FOR REPLAY"
004930             TO RSH-TEXT
004940         WRITE REPLAY-PRINT-RECORD FROM RPL-SECTION-HEADING
004950             AFTER ADVANCING 1 LINE
004960         WRITE REPLAY-PRINT-RECORD FROM RPL-BUILD-HEADING
004970             AFTER ADVANCING 1 LINE
004980         ADD 2 TO WS-LINE-COUNT
004990     END-IF.
005000
005010     READ AUDIT-FILE
005020         AT END
005030             CONTINUE
005040     END-READ.
005050     PERFORM 2100-LOAD-ONE-AUDIT
005060         THRU 2100-LOAD-ONE-AUDIT-EXIT
005070         UNTIL NOT FS-AUDIT-OK
005080         OR RETURN-CODE >= 16.
005090     IF RETURN-CODE < 16
005100         AND NOT FS-AUDIT-EOF
005110         DISPLAY "ENVRPLY ERROR: AUDITIN READ FAILED, STATUS="
005120             FS-AUDIT-FILE
005130         MOVE 16 TO RETURN-CODE
005140     END-IF.
005150     CLOSE AUDIT-FILE.
005160     CLOSE SCENARIO-MASTER.
005170     IF FUNCTION-BUILD
005180         CLOSE REPLAY-CTLIN-FILE
005190     END-IF.
005200
005210     IF WS-SCN-COUNT = ZERO
005220         AND RETURN-CODE < 16
005230         MOVE "NO PRODUCTION AUDIT RECORD SELECTED - NOTHING TO "
005240             TO RNL-TEXT
005250         MOVE "REPLAY" TO RNL-TEXT (50:6)
005260         PERFORM 8100-WRITE-NOTE-LINE
005270             THRU 8100-WRITE-NOTE-LINE-EXIT
005280     END-IF.
005290 2000-LOAD-AUDITS-EXIT.
005300     EXIT.
005310
005320*****************************************************
005330*  2100-LOAD-ONE-AUDIT                                *
005340*  SELECTS ONE AUDIT RECORD: THE RUN DATE (AND        *
005350*  SCENARIO, WHEN ONE WAS ASKED FOR) MUST MATCH, AND  *
005360*  ONLY PRODUCTION RECORDS COUNT - A WHAT-IF RUN      *
005370*  NEVER WROTE HISTORY.  A SCENARIO WITH A SECOND     *
005380*  RECORD (A RESTART RERAN IT) KEEPS THE FIRST.       *
005390*****************************************************
005400 2100-LOAD-ONE-AUDIT.
005410     ADD 1 TO WS-AUDIT-READ.
005420     IF AUD-RUN-DATE NOT = WS-RUN-DATE
005430         GO TO 2100-READ-NEXT-AUDIT
005440     END-IF.
005450     IF ONE-SCENARIO-ONLY
005460         AND AUD-SCENARIO-CODE NOT = WS-SCENARIO-CODE
005470         GO TO 2100-READ-NEXT-AUDIT
005480     END-IF.
005490     IF AUD-RUN-MODE = "W"
005500         GO TO 2100-READ-NEXT-AUDIT
005510     END-IF.
005520     ADD 1 TO WS-AUDIT-SELECTED.
005530
005540     MOVE AUD-SCENARIO-CODE TO WS-FIND-CODE.
005550     PERFORM 3200-FIND-SCENARIO
005560         THRU 3200-FIND-SCENARIO-EXIT.
005570     IF WS-SCN-FOUND > ZERO
005580         ADD 1 TO WS-DUPLICATE-COUNT
005590         IF FUNCTION-BUILD
005600             MOVE "SECOND AUDIT RECORD - THE FIRST IS REPLAYED"
005610                 TO RBL-DISPOSITION
005620             PERFORM 2200-WRITE-BUILD-LINE
005630                 THRU 2200-WRITE-BUILD-LINE-EXIT
005640         END-IF
005650         GO TO 2100-READ-NEXT-AUDIT
005660     END-IF.
005670     IF WS-SCN-COUNT >= 99
005680         DISPLAY "ENVRPLY WARNING: MORE THAN 99 SCENARIOS FOR "
005690             WS-RUN-DATE " - " AUD-SCENARIO-CODE " IGNORED"
005700         GO TO 2100-READ-NEXT-AUDIT
005710     END-IF.
005720
005730     ADD 1 TO WS-SCN-COUNT.
005740     MOVE AUD-SCENARIO-CODE TO SCN-CODE (WS-SCN-COUNT).
005750     MOVE ZERO TO SCN-RNG-SEED (WS-SCN-COUNT).
005760     IF AUD-RNG-SEED IS NUMERIC
005770         MOVE AUD-RNG-SEED TO SCN-RNG-SEED (WS-SCN-COUNT)
005780     END-IF.
005790     IF AUD-SEEDED-FLAG = "Y"
005800         AND SCN-RNG-SEED (WS-SCN-COUNT) > ZERO
005810         MOVE "Y" TO SCN-REPLAYABLE (WS-SCN-COUNT)
005820     ELSE
005830         MOVE "N" TO SCN-REPLAYABLE (WS-SCN-COUNT)
005840     END-IF.
005850     IF SCN-REPLAYABLE (WS-SCN-COUNT) = "Y"
005860         PERFORM 2150-CHECK-SCENARIO-MASTER
005870             THRU 2150-CHECK-SCENARIO-MASTER-EXIT
005880     END-IF.
005890     MOVE ZERO TO SCN-REPLAY-ROWS (WS-SCN-COUNT).
005900     MOVE ZERO TO SCN-HIST-ROWS (WS-SCN-COUNT).
005910     MOVE ZERO TO SCN-MATCHED (WS-SCN-COUNT).
005920     MOVE ZERO TO SCN-MISMATCHED (WS-SCN-COUNT).
005930     MOVE ZERO TO SCN-MAX-DELTA (WS-SCN-COUNT).
005940
005950     IF FUNCTION-BUILD
005960         EVALUATE SCN-REPLAYABLE (WS-SCN-COUNT)
005970             WHEN "Y"
005980                 PERFORM 3000-WRITE-CONTROL-RECORD
005990                     THRU 3000-WRITE-CONTROL-RECORD-EXIT
006000                 IF RETURN-CODE >= 16
006010                     MOVE "NOT QUEUED - RPYCTLIN WRITE FAILED"
006020                         TO RBL-DISPOSITION
006030                 ELSE
006040                     MOVE "QUEUED FOR REPLAY" TO RBL-DISPOSITION
006050                 END-IF
006060             WHEN "M"
006070                 ADD 1 TO WS-OFF-MASTER-COUNT
006080                 MOVE "NOT REPLAYABLE - NO LONGER ON SCENMST"
006090                     TO RBL-DISPOSITION
006100             WHEN "D"
006110                 ADD 1 TO WS-OFF-MASTER-COUNT
006120                 MOVE "NOT REPLAYABLE - OUTSIDE SCENMST DATES NOW"
006130                     TO RBL-DISPOSITION
006140             WHEN OTHER
006150                 ADD 1 TO WS-UNSEEDED-COUNT
006160                 MOVE "NOT REPLAYABLE - THE RUN WAS UNSEEDED"
006170                     TO RBL-DISPOSITION
006180         END-EVALUATE
006190         PERFORM 2200-WRITE-BUILD-LINE
006200             THRU 2200-WRITE-BUILD-LINE-EXIT
006210     END-IF.
006220 2100-READ-NEXT-AUDIT.
006230     READ AUDIT-FILE
006240         AT END
006250             CONTINUE
006260     END-READ.
006270 2100-LOAD-ONE-AUDIT-EXIT.
006280     EXIT.
006290
006300*****************************************************
006310*  2150-CHECK-SCENARIO-MASTER                         *
006320*  LOOKS THE NEW TABLE ENTRY'S SCENARIO UP ON SCENMST *
006330*  AND CHECKS THE NIGHT FALLS INSIDE ITS EFFECTIVE    *
006340*  WINDOW - THE SAME EDIT ENVELOPES APPLIES TO THE    *
006350*  REPLAY CTLIN AS OF THE NIGHT.  A SCENARIO THAT     *
006360*  FAILS IS MARKED M (NOT ON THE MASTER) OR D (DATES) *
006370*  SO IT IS LISTED, NOT QUEUED.                       *
006380*****************************************************
006390 2150-CHECK-SCENARIO-MASTER.
006400     MOVE SCN-CODE (WS-SCN-COUNT) TO SCM-SCENARIO-CODE.
006410     READ SCENARIO-MASTER
006420         INVALID KEY
006430             MOVE "M" TO SCN-REPLAYABLE (WS-SCN-COUNT)
006440             GO TO 2150-CHECK-SCENARIO-MASTER-EXIT
006450     END-READ.
006460     IF NOT FS-SCENMST-OK
006470         DISPLAY "ENVRPLY ERROR: SCENMST READ FAILED, STATUS="
006480             FS-SCENMST-FILE
006490         MOVE 16 TO RETURN-CODE
006500         MOVE "M" TO SCN-REPLAYABLE (WS-SCN-COUNT)
006510         GO TO 2150-CHECK-SCENARIO-MASTER-EXIT
006520     END-IF.
006530     IF AUD-RUN-DATE < SCM-EFFECTIVE-DATE
006540         OR AUD-RUN-DATE > SCM-EXPIRY-DATE
006550         MOVE "D" TO SCN-REPLAYABLE (WS-SCN-COUNT)
006560     END-IF.
006570 2150-CHECK-SCENARIO-MASTER-EXIT.
006580     EXIT.
006590
006600*****************************************************
006610*  2200-WRITE-BUILD-LINE                              *
006620*  PRINTS ONE SECTION 1 LINE FOR THE AUDIT RECORD ON  *
006630*  HAND WITH THE STAGED DISPOSITION.                  *
006640*****************************************************
006650 2200-WRITE-BUILD-LINE.
006660     MOVE AUD-SCENARIO-CODE   TO RBL-SCENARIO-CODE.
006670     MOVE ZERO                TO RBL-RNG-SEED.
006680     IF AUD-RNG-SEED IS NUMERIC
006690         MOVE AUD-RNG-SEED    TO RBL-RNG-SEED
006700     END-IF.
006710     MOVE AUD-NUM-TRIALS      TO RBL-NUM-TRIALS.
006720     MOVE AUD-CUTOFF-START    TO RBL-CUTOFF-START.
006730     MOVE AUD-CUTOFF-STOP     TO RBL-CUTOFF-STOP.
006740     MOVE AUD-CUTOFF-STEP     TO RBL-CUTOFF-STEP.
006750     MOVE AUD-SWEEP-MODE      TO RBL-SWEEP-MODE.
006760     PERFORM 8200-CHECK-PAGE
006770         THRU 8200-CHECK-PAGE-EXIT.
006780     WRITE REPLAY-PRINT-RECORD FROM RPL-BUILD-LINE
006790         AFTER ADVANCING 1 LINE.
006800     ADD 1 TO WS-LINE-COUNT.
006810 2200-WRITE-BUILD-LINE-EXIT.
006820     EXIT.
006830
006840*****************************************************
006850*  3000-WRITE-CONTROL-RECORD                          *
006860*  REBUILDS THE SCENARIO'S CONTROL RECORD FROM ITS    *
006870*  AUDIT RECORD: EVERY PARAMETER IN EFFECT THAT       *
006880*  NIGHT, THE SEED, AND THE SWEEP MODE.  THE RECORD   *
006890*  IS MARKED WHAT-IF SO THE REPLAY CANNOT WRITE TO    *
006900*  ANY PRODUCTION FILE, AND CARRIES THE NIGHT AS ITS  *
006910*  AS-OF DATE SO ENVELOPES CHECKS THE SCENARIO ON     *
006920*  SCENMST AS OF THAT NIGHT, NOT TODAY.  DETAIL AND   *
006930*  REPLICATIONS ARE LEFT OFF - NEITHER DRAWS FROM THE *
006940*  MAIN SWEEP'S RANDOM STREAM, SO NEITHER CHANGES     *
006950*  WHAT IS CERTIFIED.  A FAILED WRITE ENDS THE LOAD   *
006960*  AT RC 16 AND THE SCENARIO IS NOT COUNTED QUEUED.   *
006970*****************************************************
006980 3000-WRITE-CONTROL-RECORD.
006990     MOVE SPACES TO CONTROL-RECORD.
007000     MOVE AUD-NUM-TRIALS       TO CTL-NUM-TRIALS.
007010     MOVE AUD-PRIOR-LOWER-MAX  TO CTL-PRIOR-LOWER-MAX.
007020     MOVE AUD-CUTOFF-START     TO CTL-CUTOFF-START.
007030     MOVE AUD-CUTOFF-STOP      TO CTL-CUTOFF-STOP.
007040     MOVE AUD-CUTOFF-STEP      TO CTL-CUTOFF-STEP.
007050     MOVE AUD-DRIFT-THRESHOLD  TO CTL-DRIFT-THRESHOLD.
007060     MOVE AUD-DIST-MODE        TO CTL-DIST-MODE.
007070     MOVE AUD-EARLY-STOP-TOL   TO CTL-EARLY-STOP-TOL.
007080     MOVE AUD-VALIDATION-TOL   TO CTL-VALIDATION-TOL.
007090     MOVE AUD-RNG-SEED         TO CTL-RNG-SEED.
007100     MOVE "N"                  TO CTL-DETAIL-FLAG.
007110     MOVE ZERO                 TO CTL-DETAIL-SAMPLE.
007120     MOVE AUD-SCENARIO-CODE    TO CTL-SCENARIO-CODE.
007130     MOVE AUD-SWEEP-MODE       TO CTL-SWEEP-MODE.
007140     MOVE "W"                  TO CTL-RUN-MODE.
007150     MOVE WS-REQUESTED-BY      TO CTL-REQUESTED-BY.
007160     MOVE ZERO                 TO CTL-REPLICATIONS.
007170     MOVE AUD-RUN-DATE         TO CTL-AS-OF-DATE.
007180     WRITE CONTROL-RECORD.
007190     IF NOT FS-REPLAY-CTLIN-OK
007200         DISPLAY "ENVRPLY ERROR: RPYCTLIN WRITE FAILED FOR "
007210             AUD-SCENARIO-CODE " STATUS=" FS-REPLAY-CTLIN
007220         MOVE 16 TO RETURN-CODE
007230         GO TO 3000-WRITE-CONTROL-RECORD-EXIT
007240     END-IF.
007250     ADD 1 TO WS-QUEUED-COUNT.
007260 3000-WRITE-CONTROL-RECORD-EXIT.
007270     EXIT.
007280
007290*****************************************************
007300*  3200-FIND-SCENARIO                                 *
007310*  LOOKS WS-FIND-CODE UP IN THE SCENARIO TABLE,       *
007320*  LEAVING ITS ENTRY IN WS-SCN-FOUND (ZERO IF THE     *
007330*  NIGHT DID NOT RUN IT).                             *
007340*****************************************************
007350 3200-FIND-SCENARIO.
007360     MOVE ZERO TO WS-SCN-FOUND.
007370     PERFORM 3250-TRY-ONE-SCENARIO
007380         THRU 3250-TRY-ONE-SCENARIO-EXIT
007390         VARYING WS-SCN-SUB FROM 1 BY 1
007400         UNTIL WS-SCN-SUB > WS-SCN-COUNT
007410         OR WS-SCN-FOUND > ZERO.
007420 3200-FIND-SCENARIO-EXIT.
007430     EXIT.
007440
007450 3250-TRY-ONE-SCENARIO.
007460     IF SCN-CODE (WS-SCN-SUB) = WS-FIND-CODE
007470         MOVE WS-SCN-SUB TO WS-SCN-FOUND
007480     END-IF.
007490 3250-TRY-ONE-SCENARIO-EXIT.
007500     EXIT.
007510
007520*****************************************************
007530*  4000-CERTIFY-REPLAY                                *
007540*  WALKS THE REPLAY'S RESULTS, WHICH ENVELOPES WRITES *
007550*  ONE SCENARIO AT A TIME, COMPARING EACH CUTOFF WITH *
007560*  ITS HISTORY RECORD (SECTION 1 LISTS EVERY          *
007570*  DIFFERENCE), THEN PRINTS ONE CERTIFICATION LINE    *
007580*  PER SCENARIO THE NIGHT RAN (SECTION 2).            *
007590*****************************************************
007600 4000-CERTIFY-REPLAY.
007610     OPEN INPUT HISTORY-FILE.
007620     IF NOT FS-HISTORY-OK
007630         DISPLAY "ENVRPLY ERROR: HISTFILE OPEN FAILED, STATUS="
007640             FS-HISTORY-FILE
007650         MOVE 16 TO RETURN-CODE
007660         GO TO 4000-CERTIFY-REPLAY-EXIT
007670     END-IF.
007680     OPEN INPUT REPLAY-RESULT-FILE.
007690     IF NOT FS-REPLAY-RESULT-OK
007700         DISPLAY "ENVRPLY ERROR: RPYRES OPEN FAILED, STATUS="
007710             FS-REPLAY-RESULT
007720         CLOSE HISTORY-FILE
007730         MOVE 16 TO RETURN-CODE
007740         GO TO 4000-CERTIFY-REPLAY-EXIT
007750     END-IF.
007760
007770     MOVE "SECTION 1 - CUTOFFS THAT DID NOT REPRODUCE"
007780         TO RSH-TEXT.
007790     WRITE REPLAY-PRINT-RECORD FROM RPL-SECTION-HEADING
007800         AFTER ADVANCING 1 LINE.
007810     WRITE REPLAY-PRINT-RECORD FROM RPL-DIFF-HEADING
007820         AFTER ADVANCING 1 LINE.
007830     ADD 2 TO WS-LINE-COUNT.
007840
007850     READ REPLAY-RESULT-FILE
007860         AT END
007870             CONTINUE
007880     END-READ.
007890     PERFORM 4100-CHECK-ONE-RESULT
007900         THRU 4100-CHECK-ONE-RESULT-EXIT
007910         UNTIL NOT FS-REPLAY-RESULT-OK.
007920     IF NOT FS-REPLAY-RESULT-EOF
007930         DISPLAY "ENVRPLY ERROR: RPYRES READ FAILED, STATUS="
007940             FS-REPLAY-RESULT
007950         MOVE 16 TO RETURN-CODE
007960     END-IF.
007970     PERFORM 4300-CLOSE-SCENARIO
007980         THRU 4300-CLOSE-SCENARIO-EXIT.
007990     CLOSE REPLAY-RESULT-FILE.
008000
008010     PERFORM 4500-COUNT-UNREPLAYED
008020         THRU 4500-COUNT-UNREPLAYED-EXIT
008030         VARYING WS-SCN-SUB FROM 1 BY 1
008040         UNTIL WS-SCN-SUB > WS-SCN-COUNT.
008050     CLOSE HISTORY-FILE.
008060     IF WS-DIFF-LINES = ZERO
008070         MOVE "NONE - EVERY REPLAYED CUTOFF MATCHED HISTORY"
008080             TO RNL-TEXT
008090         PERFORM 8100-WRITE-NOTE-LINE
008100             THRU 8100-WRITE-NOTE-LINE-EXIT
008110     END-IF.
008120
008130     PERFORM 6000-WRITE-CERTIFICATION
008140         THRU 6000-WRITE-CERTIFICATION-EXIT.
008150 4000-CERTIFY-REPLAY-EXIT.
008160     EXIT.
008170
008180*****************************************************
008190*  4100-CHECK-ONE-RESULT                              *
008200*  ON A CHANGE OF SCENARIO CLOSES OFF THE LAST ONE    *
008210*  AND STARTS THE NEXT, THEN COMPARES THE ROW ON      *
008220*  HAND.  ROWS FOR A SCENARIO THAT WAS NOT QUEUED     *
008230*  FOR THIS REPLAY ARE REPORTED ONCE AND SET ASIDE.   *
008240*****************************************************
008250 4100-CHECK-ONE-RESULT.
008260     ADD 1 TO WS-RESULT-READ.
008270     IF RES-SCENARIO-CODE NOT = WS-CURRENT-CODE
008280         PERFORM 4300-CLOSE-SCENARIO
008290             THRU 4300-CLOSE-SCENARIO-EXIT
008300         MOVE RES-SCENARIO-CODE TO WS-CURRENT-CODE
008310         MOVE RES-SCENARIO-CODE TO WS-FIND-CODE
008320         PERFORM 3200-FIND-SCENARIO
008330             THRU 3200-FIND-SCENARIO-EXIT
008340         MOVE WS-SCN-FOUND TO WS-CURRENT-SUB
008350         IF WS-CURRENT-SUB > ZERO
008360             IF SCN-REPLAYABLE (WS-CURRENT-SUB) NOT = "Y"
008370                 MOVE ZERO TO WS-CURRENT-SUB
008380             END-IF
008390         END-IF
008400         MOVE SPACES TO WS-CUT-TABLE
008410     END-IF.
008420
008430     IF WS-CURRENT-SUB = ZERO
008440         IF RES-SCENARIO-CODE NOT = WS-LAST-STRAY
008450             MOVE RES-SCENARIO-CODE TO WS-LAST-STRAY
008460             ADD 1 TO WS-STRAY-COUNT
008470             MOVE RES-SCENARIO-CODE TO RDL-SCENARIO-CODE
008480             MOVE ZERO TO RDL-CUTOFF
008490             MOVE ZERO TO RDL-HIST-EV
008500             MOVE ZERO TO RDL-REPLAY-EV
008510             MOVE ZERO TO RDL-DELTA
008520             MOVE "REPLAY ROWS FOR A SCENARIO NOT QUEUED"
008530                 TO RDL-NOTE
008540             PERFORM 8300-WRITE-DIFF-LINE
008550                 THRU 8300-WRITE-DIFF-LINE-EXIT
008560         END-IF
008570         GO TO 4100-READ-NEXT-RESULT
008580     END-IF.
008590
008600     COMPUTE WS-CUT-SUB = RES-CUTOFF + 1.
008610     IF WS-CUT-SEEN (WS-CUT-SUB) = "Y"
008620         GO TO 4100-READ-NEXT-RESULT
008630     END-IF.
008640     MOVE "Y" TO WS-CUT-SEEN (WS-CUT-SUB).
008650     ADD 1 TO SCN-REPLAY-ROWS (WS-CURRENT-SUB).
008660     MOVE RES-EXPECTED-VALUE TO WS-REPLAY-EV.
008670
008680     MOVE WS-RUN-DATE       TO HIST-RUN-DATE.
008690     MOVE RES-SCENARIO-CODE TO HIST-SCENARIO-CODE.
008700     MOVE RES-CUTOFF        TO HIST-CUTOFF.
008710     READ HISTORY-FILE
008720         KEY IS HIST-PRIME-KEY
008730         INVALID KEY
008740             CONTINUE
008750     END-READ.
008760     IF NOT FS-HISTORY-OK
008770         ADD 1 TO SCN-MISMATCHED (WS-CURRENT-SUB)
008780         MOVE RES-SCENARIO-CODE TO RDL-SCENARIO-CODE
008790         MOVE RES-CUTOFF        TO RDL-CUTOFF
008800         MOVE ZERO              TO RDL-HIST-EV
008810         MOVE WS-REPLAY-EV      TO RDL-REPLAY-EV
008820         MOVE ZERO              TO RDL-DELTA
008830         MOVE "REPLAYED BUT NOT ON HISTORY" TO RDL-NOTE
008840         PERFORM 8300-WRITE-DIFF-LINE
008850             THRU 8300-WRITE-DIFF-LINE-EXIT
008860         GO TO 4100-READ-NEXT-RESULT
008870     END-IF.
008880
008890     MOVE HIST-EXPECTED-VALUE TO WS-HIST-EV.
008900     COMPUTE WS-EV-DELTA = WS-REPLAY-EV - WS-HIST-EV.
008910     IF WS-EV-DELTA = ZERO
008920         ADD 1 TO SCN-MATCHED (WS-CURRENT-SUB)
008930         GO TO 4100-READ-NEXT-RESULT
008940     END-IF.
008950     ADD 1 TO SCN-MISMATCHED (WS-CURRENT-SUB).
008960     MOVE WS-EV-DELTA TO WS-ABS-DELTA.
008970     IF WS-ABS-DELTA > SCN-MAX-DELTA (WS-CURRENT-SUB)
008980         MOVE WS-ABS-DELTA TO SCN-MAX-DELTA (WS-CURRENT-SUB)
008990     END-IF.
009000     MOVE RES-SCENARIO-CODE TO RDL-SCENARIO-CODE.
009010     MOVE RES-CUTOFF        TO RDL-CUTOFF.
009020     MOVE WS-HIST-EV        TO RDL-HIST-EV.
009030     MOVE WS-REPLAY-EV      TO RDL-REPLAY-EV.
009040     MOVE WS-EV-DELTA       TO RDL-DELTA.
009050     MOVE "EXPECTED VALUE DIFFERS" TO RDL-NOTE.
009060     PERFORM 8300-WRITE-DIFF-LINE
009070         THRU 8300-WRITE-DIFF-LINE-EXIT.
009080 4100-READ-NEXT-RESULT.
009090     READ REPLAY-RESULT-FILE
009100         AT END
009110             CONTINUE
009120     END-READ.
009130 4100-CHECK-ONE-RESULT-EXIT.
009140     EXIT.
009150
009160*****************************************************
009170*  4300-CLOSE-SCENARIO                                *
009180*  AT THE END OF A SCENARIO'S REPLAY ROWS, WALKS ITS  *
009190*  HISTORY RECORDS FOR THE RUN DATE, COUNTING THEM    *
009200*  AND LISTING ANY CUTOFF THE REPLAY NEVER PRODUCED.  *
009210*****************************************************
009220 4300-CLOSE-SCENARIO.
009230     IF WS-CURRENT-SUB = ZERO
009240         GO TO 4300-CLOSE-SCENARIO-EXIT
009250     END-IF.
009260     PERFORM 4400-SCAN-HISTORY
009270         THRU 4400-SCAN-HISTORY-EXIT.
009280     MOVE ZERO TO WS-CURRENT-SUB.
009290 4300-CLOSE-SCENARIO-EXIT.
009300     EXIT.
009310
009320*****************************************************
009330*  4400-SCAN-HISTORY                                  *
009340*  POSITIONS ON THE FIRST HISTORY RECORD FOR THE RUN  *
009350*  DATE AND THE SCENARIO IN WS-CURRENT-SUB AND READS  *
009360*  FORWARD UNTIL EITHER CHANGES.                      *
009370*****************************************************
009380 4400-SCAN-HISTORY.
009390     MOVE WS-RUN-DATE TO HIST-RUN-DATE.
009400     MOVE SCN-CODE (WS-CURRENT-SUB) TO HIST-SCENARIO-CODE.
009410     MOVE ZERO TO HIST-CUTOFF.
009420     SET HIST-SCAN-GOING TO TRUE.
009430     START HISTORY-FILE KEY IS NOT < HIST-PRIME-KEY
009440         INVALID KEY
009450             SET HIST-SCAN-DONE TO TRUE
009460     END-START.
009470     PERFORM 4410-SCAN-ONE-HISTORY
009480         THRU 4410-SCAN-ONE-HISTORY-EXIT
009490         UNTIL HIST-SCAN-DONE.
009500 4400-SCAN-HISTORY-EXIT.
009510     EXIT.
009520
009530 4410-SCAN-ONE-HISTORY.
009540     READ HISTORY-FILE NEXT RECORD
009550         AT END
009560             SET HIST-SCAN-DONE TO TRUE
009570             GO TO 4410-SCAN-ONE-HISTORY-EXIT
009580     END-READ.
009590     IF NOT FS-HISTORY-OK
009600         OR HIST-RUN-DATE NOT = WS-RUN-DATE
009610         OR HIST-SCENARIO-CODE NOT = SCN-CODE (WS-CURRENT-SUB)
009620         SET HIST-SCAN-DONE TO TRUE
009630         GO TO 4410-SCAN-ONE-HISTORY-EXIT
009640     END-IF.
009650     ADD 1 TO SCN-HIST-ROWS (WS-CURRENT-SUB).
009660     COMPUTE WS-CUT-SUB = HIST-CUTOFF + 1.
009670     IF WS-CUT-SEEN (WS-CUT-SUB) = "Y"
009680         GO TO 4410-SCAN-ONE-HISTORY-EXIT
009690     END-IF.
009700     ADD 1 TO SCN-MISMATCHED (WS-CURRENT-SUB).
009710     MOVE HIST-EXPECTED-VALUE TO WS-HIST-EV.
009720     MOVE HIST-SCENARIO-CODE  TO RDL-SCENARIO-CODE.
009730     MOVE HIST-CUTOFF         TO RDL-CUTOFF.
009740     MOVE WS-HIST-EV          TO RDL-HIST-EV.
009750     MOVE ZERO                TO RDL-REPLAY-EV.
009760     MOVE ZERO                TO RDL-DELTA.
009770     MOVE "ON HISTORY BUT NOT REPLAYED" TO RDL-NOTE.
009780     PERFORM 8300-WRITE-DIFF-LINE
009790         THRU 8300-WRITE-DIFF-LINE-EXIT.
009800 4410-SCAN-ONE-HISTORY-EXIT.
009810     EXIT.
009820
009830*****************************************************
009840*  4500-COUNT-UNREPLAYED                              *
009850*  A SEEDED SCENARIO THE REPLAY SENT NOTHING BACK FOR *
009860*  STILL HAS ITS HISTORY COUNTED, SO THE              *
009870*  CERTIFICATION SHOWS WHAT WENT UNCHECKED.           *
009880*****************************************************
009890 4500-COUNT-UNREPLAYED.
009900     IF SCN-REPLAYABLE (WS-SCN-SUB) = "Y"
009910         AND SCN-REPLAY-ROWS (WS-SCN-SUB) = ZERO
009920         MOVE WS-SCN-SUB TO WS-CURRENT-SUB
009930         PERFORM 4600-COUNT-HISTORY
009940             THRU 4600-COUNT-HISTORY-EXIT
009950         MOVE ZERO TO WS-CURRENT-SUB
009960     END-IF.
009970 4500-COUNT-UNREPLAYED-EXIT.
009980     EXIT.
009990
010000*****************************************************
010010*  4600-COUNT-HISTORY                                 *
010020*  COUNTS THE HISTORY RECORDS FOR THE RUN DATE AND    *
010030*  THE SCENARIO IN WS-CURRENT-SUB WITHOUT LISTING     *
010040*  THEM - THE WHOLE SCENARIO IS REPORTED AS NOT       *
010050*  REPLAYED INSTEAD.                                  *
010060*****************************************************
010070 4600-COUNT-HISTORY.
010080     MOVE WS-RUN-DATE TO HIST-RUN-DATE.
010090     MOVE SCN-CODE (WS-CURRENT-SUB) TO HIST-SCENARIO-CODE.
010100     MOVE ZERO TO HIST-CUTOFF.
010110     SET HIST-SCAN-GOING TO TRUE.
010120     START HISTORY-FILE KEY IS NOT < HIST-PRIME-KEY
010130         INVALID KEY
010140             SET HIST-SCAN-DONE TO TRUE
010150     END-START.
010160     PERFORM 4610-COUNT-ONE-HISTORY
010170         THRU 4610-COUNT-ONE-HISTORY-EXIT
010180         UNTIL HIST-SCAN-DONE.
010190 4600-COUNT-HISTORY-EXIT.
010200     EXIT.
010210
010220 4610-COUNT-ONE-HISTORY.
010230     READ HISTORY-FILE NEXT RECORD
010240         AT END
010250             SET HIST-SCAN-DONE TO TRUE
010260             GO TO 4610-COUNT-ONE-HISTORY-EXIT
010270     END-READ.
010280     IF NOT FS-HISTORY-OK
010290         OR HIST-RUN-DATE NOT = WS-RUN-DATE
010300         OR HIST-SCENARIO-CODE NOT = SCN-CODE (WS-CURRENT-SUB)
010310         SET HIST-SCAN-DONE TO TRUE
010320         GO TO 4610-COUNT-ONE-HISTORY-EXIT
010330     END-IF.
010340     ADD 1 TO SCN-HIST-ROWS (WS-CURRENT-SUB).
010350 4610-COUNT-ONE-HISTORY-EXIT.
010360     EXIT.
010370
010380*****************************************************
010390*  6000-WRITE-CERTIFICATION                           *
010400*  PRINTS SECTION 2, ONE LINE PER SCENARIO THE NIGHT  *
010410*  RAN, IN THE ORDER IT RAN THEM.                     *
010420*****************************************************
010430 6000-WRITE-CERTIFICATION.
010440     PERFORM 8200-CHECK-PAGE
010450         THRU 8200-CHECK-PAGE-EXIT.
010460     MOVE SPACES TO REPLAY-PRINT-RECORD.
010470     WRITE REPLAY-PRINT-RECORD AFTER ADVANCING 1 LINE.
010480     MOVE "SECTION 2 - CERTIFICATION BY SCENARIO" TO RSH-TEXT.
010490     WRITE REPLAY-PRINT-RECORD FROM RPL-SECTION-HEADING
010500         AFTER ADVANCING 1 LINE.
010510     WRITE REPLAY-PRINT-RECORD FROM RPL-CERT-HEADING
010520         AFTER ADVANCING 1 LINE.
010530     ADD 3 TO WS-LINE-COUNT.
010540     PERFORM 6100-CERTIFY-ONE-SCENARIO
010550         THRU 6100-CERTIFY-ONE-SCENARIO-EXIT
010560         VARYING WS-SCN-SUB FROM 1 BY 1
010570         UNTIL WS-SCN-SUB > WS-SCN-COUNT.
010580 6000-WRITE-CERTIFICATION-EXIT.
010590     EXIT.
010600
010610*****************************************************
010620*  6100-CERTIFY-ONE-SCENARIO                          *
010630*  REPRODUCED - EVERY CUTOFF ON HISTORY WAS REPLAYED  *
010640*  AND EVERY REPLAYED CUTOFF MATCHED.  MISMATCHED -   *
010650*  ANY CUTOFF DIFFERED OR WAS ON ONE SIDE ONLY (SEE   *
010660*  SECTION 1).  NO HISTORY - NOTHING ON FILE FOR THE  *
010670*  DATE (RESTORE IT WITH HISTREST).  NOT REPLAYED -   *
010680*  THE REPLAY STEP SENT NOTHING BACK.  NOT            *
010690*  REPLAYABLE - THE NIGHT RAN IT UNSEEDED, OR IT IS   *
010700*  NO LONGER ON SCENMST, OR ITS SCENMST DATES NO      *
010710*  LONGER COVER THE NIGHT.                            *
010720*****************************************************
010730 6100-CERTIFY-ONE-SCENARIO.
010740     MOVE SCN-CODE (WS-SCN-SUB)        TO RCL-SCENARIO-CODE.
010750     MOVE SCN-RNG-SEED (WS-SCN-SUB)    TO RCL-RNG-SEED.
010760     MOVE SCN-REPLAY-ROWS (WS-SCN-SUB) TO RCL-REPLAY-ROWS.
010770     MOVE SCN-HIST-ROWS (WS-SCN-SUB)   TO RCL-HIST-ROWS.
010780     MOVE SCN-MATCHED (WS-SCN-SUB)     TO RCL-MATCHED.
010790     MOVE SCN-MISMATCHED (WS-SCN-SUB)  TO RCL-MISMATCHED.
010800     MOVE SCN-MAX-DELTA (WS-SCN-SUB)   TO RCL-MAX-DELTA.
010810     EVALUATE TRUE
010820         WHEN SCN-REPLAYABLE (WS-SCN-SUB) = "M"
010830             MOVE "NOT REPLAYABLE - NO LONGER ON SCENMST"
010840                 TO RCL-VERDICT
010850             ADD 1 TO WS-OFF-MASTER-COUNT
010860         WHEN SCN-REPLAYABLE (WS-SCN-SUB) = "D"
010870             MOVE "NOT REPLAYABLE - OUTSIDE SCENMST DATES NOW"
010880                 TO RCL-VERDICT
010890             ADD 1 TO WS-OFF-MASTER-COUNT
010900         WHEN SCN-REPLAYABLE (WS-SCN-SUB) NOT = "Y"
010910             MOVE "NOT REPLAYABLE - THE RUN WAS UNSEEDED"
010920                 TO RCL-VERDICT
010930             ADD 1 TO WS-UNSEEDED-COUNT
010940         WHEN SCN-REPLAY-ROWS (WS-SCN-SUB) = ZERO
010950             MOVE "NOT REPLAYED - THE REPLAY STEP SENT NOTHING"
010960                 TO RCL-VERDICT
010970             ADD 1 TO WS-NOT-REPLAYED-COUNT
010980         WHEN SCN-HIST-ROWS (WS-SCN-SUB) = ZERO
010990             MOVE "NO HISTORY - RESTORE THE DATE WITH HISTREST"
011000                 TO RCL-VERDICT
011010             ADD 1 TO WS-NOT-REPLAYED-COUNT
011020         WHEN SCN-MISMATCHED (WS-SCN-SUB) > ZERO
011030             MOVE "MISMATCHED - SEE SECTION 1" TO RCL-VERDICT
011040             ADD 1 TO WS-MISMATCHED-COUNT
011050         WHEN OTHER
011060             MOVE "REPRODUCED" TO RCL-VERDICT
011070             ADD 1 TO WS-REPRODUCED-COUNT
011080     END-EVALUATE.
011090     PERFORM 8200-CHECK-PAGE
011100         THRU 8200-CHECK-PAGE-EXIT.
011110     WRITE REPLAY-PRINT-RECORD FROM RPL-CERT-LINE
011120         AFTER ADVANCING 1 LINE.
011130     ADD 1 TO WS-LINE-COUNT.
011140 6100-CERTIFY-ONE-SCENARIO-EXIT.
011150     EXIT.
011160
011170*****************************************************
011180*  8000-PAGE-HEADING                                  *
011190*****************************************************
011200 8000-PAGE-HEADING.
011210     ADD 1 TO WS-PAGE-COUNT.
011220     MOVE WS-RUN-DATE   TO RPH-RUN-DATE.
011230     MOVE WS-PAGE-COUNT TO RPH-PAGE.
011240     IF WS-PAGE-COUNT = 1
011250         WRITE REPLAY-PRINT-RECORD FROM RPL-PAGE-HEADING
011260             AFTER ADVANCING 1 LINE
011270     ELSE
011280         WRITE REPLAY-PRINT-RECORD FROM RPL-PAGE-HEADING
011290             AFTER ADVANCING PAGE
011300     END-IF.
011310     MOVE SPACES TO REPLAY-PRINT-RECORD.
011320     WRITE REPLAY-PRINT-RECORD AFTER ADVANCING 1 LINE.
011330     MOVE 2 TO WS-LINE-COUNT.
011340 8000-PAGE-HEADING-EXIT.
011350     EXIT.
011360
011370*****************************************************
011380*  8100-WRITE-NOTE-LINE                               *
011390*****************************************************
011400 8100-WRITE-NOTE-LINE.
011410     PERFORM 8200-CHECK-PAGE
011420         THRU 8200-CHECK-PAGE-EXIT.
011430     WRITE REPLAY-PRINT-RECORD FROM RPL-NOTE-LINE
011440         AFTER ADVANCING 1 LINE.
011450     ADD 1 TO WS-LINE-COUNT.
011460 8100-WRITE-NOTE-LINE-EXIT.
011470     EXIT.
011480
011490*****************************************************
011500*  8200-CHECK-PAGE                                    *
011510*****************************************************
011520 8200-CHECK-PAGE.
011530     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011540         PERFORM 8000-PAGE-HEADING
011550             THRU 8000-PAGE-HEADING-EXIT
011560     END-IF.
011570 8200-CHECK-PAGE-EXIT.
011580     EXIT.
011590
011600*****************************************************
011610*  8300-WRITE-DIFF-LINE                               *
011620*  PRINTS ONE STAGED SECTION 1 LINE AND COUNTS IT.    *
011630*****************************************************
011640 8300-WRITE-DIFF-LINE.
011650     ADD 1 TO WS-DIFF-LINES.
011660     PERFORM 8200-CHECK-PAGE
011670         THRU 8200-CHECK-PAGE-EXIT.
011680     WRITE REPLAY-PRINT-RECORD FROM RPL-DIFF-LINE
011690         AFTER ADVANCING 1 LINE.
011700     ADD 1 TO WS-LINE-COUNT.
011710 8300-WRITE-DIFF-LINE-EXIT.
011720     EXIT.
011730
011740*****************************************************
011750*  9000-FINALIZE                                      *
011760*  PRINTS THE TRAILER AND SETS THE RETURN CODE.       *
011770*  FUNCTION B: 4 WHEN SOME SCENARIO WAS NOT          *
011780*  REPLAYABLE, 8 WHEN NOTHING COULD BE QUEUED.        *
011790*  FUNCTION C: 8 WHEN ANY SCENARIO MISMATCHED, WENT   *
011800*  UNREPLAYED, OR HAD NO HISTORY, OR STRAY ROWS CAME  *
011810*  BACK; 4 WHEN THE ONLY GAPS ARE SCENARIOS THAT WERE *
011820*  NOT REPLAYABLE.                                    *
011830*****************************************************
011840 9000-FINALIZE.
011850     IF RETURN-CODE >= 16
011860         MOVE "REPLAY ABANDONED ON A FILE ERROR - SEE THE JOB LOG"
011870             TO RNL-TEXT
011880         PERFORM 8100-WRITE-NOTE-LINE
011890             THRU 8100-WRITE-NOTE-LINE-EXIT
011900     END-IF.
011910     MOVE SPACES TO REPLAY-PRINT-RECORD.
011920     WRITE REPLAY-PRINT-RECORD AFTER ADVANCING 1 LINE.
011930     MOVE WS-SCN-COUNT TO RTR-SCENARIOS.
011940     MOVE SPACES TO RTR-TEXT.
011950     IF FUNCTION-BUILD
011960         MOVE WS-QUEUED-COUNT   TO WS-EDIT-COUNT
011970         MOVE WS-UNSEEDED-COUNT TO WS-EDIT-COUNT-2
011980         MOVE WS-OFF-MASTER-COUNT TO WS-EDIT-COUNT-3
011990         STRING WS-EDIT-COUNT DELIMITED BY SIZE
012000             " QUEUED FOR REPLAY, " DELIMITED BY SIZE
012010             WS-EDIT-COUNT-2 DELIMITED BY SIZE
012020             " NOT REPLAYABLE (UNSEEDED), " DELIMITED BY SIZE
012030             WS-EDIT-COUNT-3 DELIMITED BY SIZE
012040             " NOT REPLAYABLE (SCENARIO MASTER)" DELIMITED BY SIZE
012050             INTO RTR-TEXT
012060         END-STRING
012070     ELSE
012080         MOVE WS-REPRODUCED-COUNT   TO WS-EDIT-COUNT
012090         MOVE WS-MISMATCHED-COUNT   TO WS-EDIT-COUNT-2
012100         MOVE WS-NOT-REPLAYED-COUNT TO WS-EDIT-COUNT-3
012110         COMPUTE WS-EDIT-COUNT-4 =
012120             WS-UNSEEDED-COUNT + WS-OFF-MASTER-COUNT
012130         STRING WS-EDIT-COUNT DELIMITED BY SIZE
012140             " REPRODUCED, " DELIMITED BY SIZE
012150             WS-EDIT-COUNT-2 DELIMITED BY SIZE
012160             " MISMATCHED, " DELIMITED BY SIZE
012170             WS-EDIT-COUNT-3 DELIMITED BY SIZE
012180             " NOT REPLAYED, " DELIMITED BY SIZE
012190             WS-EDIT-COUNT-4 DELIMITED BY SIZE
012200             " NOT REPLAYABLE (SEE SECTION 2)" DELIMITED BY SIZE
012210             INTO RTR-TEXT
012220         END-STRING
012230     END-IF.
012240     WRITE REPLAY-PRINT-RECORD FROM RPL-TRAILER
012250         AFTER ADVANCING 1 LINE.
012260     CLOSE REPLAY-PRINT-FILE.
012270
012280     IF RETURN-CODE < 16
012290         IF FUNCTION-BUILD
012300             IF WS-QUEUED-COUNT = ZERO
012310                 MOVE 8 TO RETURN-CODE
012320             ELSE
012330                 IF WS-UNSEEDED-COUNT > ZERO
012340                     OR WS-OFF-MASTER-COUNT > ZERO
012350                     MOVE 4 TO RETURN-CODE
012360                 END-IF
012370             END-IF
012380         ELSE
012390             IF WS-MISMATCHED-COUNT > ZERO
012400                 OR WS-NOT-REPLAYED-COUNT > ZERO
012410                 OR WS-STRAY-COUNT > ZERO
012420                 OR WS-SCN-COUNT = ZERO
012430                 MOVE 8 TO RETURN-CODE
012440             ELSE
012450                 IF WS-UNSEEDED-COUNT > ZERO
012460                     OR WS-OFF-MASTER-COUNT > ZERO
012470                     MOVE 4 TO RETURN-CODE
012480                 END-IF
012490             END-IF
012500         END-IF
012510     END-IF.
012520     DISPLAY "ENVRPLY SUMMARY: FUNCTION=" SW-FUNCTION
012530         " AUDIT READ=" WS-AUDIT-READ
012540         " SCENARIOS=" WS-SCN-COUNT
012550         " QUEUED=" WS-QUEUED-COUNT
012560         " REPRODUCED=" WS-REPRODUCED-COUNT
012570         " MISMATCHED=" WS-MISMATCHED-COUNT
012580         " RC=" RETURN-CODE.
012590 9000-FINALIZE-EXIT.
012600     EXIT.
