000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ACKRECN.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL WAREHOUSE ACK RECON.     *
000130*                    READS THE RISK WAREHOUSE'S LOAD   *
000140*                    ACKNOWLEDGEMENT (SEE ACKREC) FOR  *
000150*                    EACH WHEXTR FEED AGAINST THE      *
000160*                    COUNT AND HASH RESEXTR FILED AS   *
000170*                    SENT ON FEEDSTAT (SEE FSTREC),    *
000180*                    REPORTS EACH FEED MATCHED, SHORT  *
000190*                    LOADED, OVER LOADED, OR HASH      *
000200*                    MISMATCHED, LISTS THE REJECTED    *
000210*                    ROWS BY SCENARIO AND CUTOFF,      *
000220*                    FILES THE FEED ACKNOWLEDGED, AND  *
000230*                    RAISES ANY FEED STILL NOT         *
000240*                    ACKNOWLEDGED A DAY AFTER IT WAS   *
000250*                    SENT AS OVERDUE.                  *
000260*****************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300*****************************************************
000310*  ACK CONTROL CARD - OPTIONAL.  WHEN PRESENT AND     *
000320*  NONZERO IT GIVES THE AS-OF DATE THE OVERDUE CHECK  *
000330*  IS MADE AGAINST; OTHERWISE THE SYSTEM DATE IS      *
000340*  USED.                                              *
000350*****************************************************
000360     SELECT ACK-CONTROL-FILE ASSIGN TO ACKCTL
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-ACK-CONTROL.
000390*****************************************************
000400*  WAREHOUSE LOAD ACKNOWLEDGEMENT FILE (SEE ACKREC).  *
000410*  MAY HOLD THE ACKS FOR ONE OR MORE FEEDS; A NIGHT   *
000420*  WITH NOTHING BACK FROM THE WAREHOUSE MAY HAVE NO   *
000430*  FILE AT ALL.                                       *
000440*****************************************************
000450     SELECT ACK-FILE ASSIGN TO WHACK
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-ACK-FILE.
000480*****************************************************
000490*  FEED STATUS FILE - ONE ROW PER FEED SENT, KEYED BY *
000500*  RUN DATE (SEE FSTREC).  RESEXTR FILES THE ROW      *
000510*  SENT; THIS STEP FILES IT ACKNOWLEDGED AND BROWSES  *
000520*  IT FOR FEEDS STILL WAITING.                        *
000530*****************************************************
000540     SELECT FEED-STATUS-FILE ASSIGN TO FEEDSTAT
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS FST-RUN-DATE
000580         FILE STATUS IS FS-FEED-STATUS.
000590*****************************************************
000600*  RECONCILIATION REPORT PRINT FILE.                  *
000610*****************************************************
000620     SELECT ACK-PRINT-FILE ASSIGN TO ACKRPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-ACK-PRINT.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ACK-CONTROL-FILE.
000690 01  ACK-CONTROL-RECORD.
000700     05  ACT-AS-OF-DATE          PIC 9(08).
000710     05  FILLER                  PIC X(72).
000720
000730 FD  ACK-FILE.
000740 COPY ACKREC.
000750
000760 FD  FEED-STATUS-FILE.
000770 COPY FSTREC.
000780
000790 FD  ACK-PRINT-FILE.
000800 01  ACK-PRINT-RECORD            PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830*****************************************************
000840*  FILE STATUS SWITCHES                              *
000850*****************************************************
000860 01  FS-ACK-CONTROL              PIC X(02).
000870     88  FS-ACK-CONTROL-OK            VALUE "00".
000880 01  FS-ACK-FILE                 PIC X(02).
000890     88  FS-ACK-OK                    VALUE "00".
000900     88  FS-ACK-EOF                   VALUE "10".
000910     88  FS-ACK-MISSING               VALUE "35".
000920 01  FS-FEED-STATUS              PIC X(02).
000930     88  FS-FEED-STATUS-OK            VALUE "00".
000940     88  FS-FEED-STATUS-MISSING       VALUE "35".
000950 01  FS-ACK-PRINT                PIC X(02).
000960     88  FS-ACK-PRINT-OK              VALUE "00".
000970
000980*****************************************************
000990*  RECONCILIATION CONTROL                            *
001000*****************************************************
001010 01  WS-RUN-DATE                 PIC 9(08).
001020 01  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
001030 01  WS-AS-OF-INT                PIC S9(09) COMP VALUE ZERO.
001040 01  WS-DAYS-WAITING             PIC S9(09) COMP VALUE ZERO.
001050 01  WS-OVERDUE-DAYS             PIC S9(09) COMP VALUE 1.
001060 01  SW-ACK-ON-FILE              PIC X(01) VALUE "Y".
001070     88  ACK-ON-FILE                  VALUE "Y".
001080     88  ACK-NOT-ON-FILE              VALUE "N".
001090 01  SW-FEED-OPEN                PIC X(01) VALUE "N".
001100     88  FEED-OPEN                    VALUE "Y".
001110     88  FEED-CLOSED                  VALUE "N".
001120 01  SW-REJECT-CHECK             PIC X(01) VALUE "N".
001130     88  REJECT-CHECK-ON              VALUE "Y".
001140     88  REJECT-CHECK-OFF             VALUE "N".
001150 01  SW-ACK-HASH                 PIC X(01) VALUE "Y".
001160     88  ACK-HASH-VALID               VALUE "Y".
001170     88  ACK-HASH-INVALID             VALUE "N".
001180
001190*****************************************************
001200*  CURRENT FEED - THE A ROW THE R ROWS THAT FOLLOW IT *
001210*  BELONG TO, AND HOW MANY REJECTS IT SAID TO EXPECT. *
001220*****************************************************
001230 01  WS-CUR-RUN-DATE             PIC 9(08) VALUE ZERO.
001240 01  WS-CUR-REJECTED             PIC 9(07) VALUE ZERO.
001250 01  WS-CUR-REJECTS-LISTED       PIC 9(07) VALUE ZERO.
001260 01  WS-ACK-HASH                 PIC S9(11)V99 VALUE ZERO.
001270
001280*****************************************************
001290*  RECONCILIATION COUNTS                             *
001300*****************************************************
001310 01  WS-ACK-COUNT                PIC 9(05) VALUE ZERO.
001320 01  WS-MATCHED-COUNT            PIC 9(05) VALUE ZERO.
001330 01  WS-SHORT-COUNT              PIC 9(05) VALUE ZERO.
001340 01  WS-OVER-COUNT               PIC 9(05) VALUE ZERO.
001350 01  WS-HASH-COUNT               PIC 9(05) VALUE ZERO.
001360 01  WS-NOT-SENT-COUNT           PIC 9(05) VALUE ZERO.
001370 01  WS-REJECT-COUNT             PIC 9(07) VALUE ZERO.
001380 01  WS-AWAITING-COUNT           PIC 9(05) VALUE ZERO.
001390 01  WS-OVERDUE-COUNT            PIC 9(05) VALUE ZERO.
001400 01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
001410
001420*****************************************************
001430*  NOTE EDITING                                      *
001440*****************************************************
001450 01  WS-EDIT-COUNT-1             PIC Z(06)9.
001460 01  WS-EDIT-COUNT-2             PIC Z(06)9.
001470
001480*****************************************************
001490*  REPORT CONTROL                                    *
001500*****************************************************
001510 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
001520 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001530 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
001540
001550*****************************************************
001560*  PRINT LINE LAYOUTS                                *
001570*****************************************************
001580 01  ARP-PAGE-HEADING.
001590     05  FILLER                  PIC X(48) VALUE
001600         "WAREHOUSE LOAD ACKNOWLEDGEMENT RECONCILIATION".
001610     05  FILLER                  PIC X(06) VALUE "AS OF ".
001620     05  AKH-AS-OF-DATE          PIC 9(08).
001630     05  FILLER                  PIC X(04) VALUE SPACES.
001640     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001650     05  AKH-RUN-DATE            PIC 9(08).
001660     05  FILLER                  PIC X(04) VALUE SPACES.
001670     05  FILLER                  PIC X(05) VALUE "PAGE ".
001680     05  AKH-PAGE                PIC ZZZZ9.
001690     05  FILLER                  PIC X(35) VALUE SPACES.
001700
001710 01  ARP-COLUMN-HEADING.
001720     05  FILLER                  PIC X(12) VALUE "  RUN DATE".
001730     05  FILLER                  PIC X(16) VALUE "RESULT".
001740     05  FILLER                  PIC X(10) VALUE "SENT ON".
001750     05  FILLER                  PIC X(11) VALUE "SENT ROWS".
001760     05  FILLER                  PIC X(18) VALUE
001770         "       SENT HASH".
001780     05  FILLER                  PIC X(11) VALUE " RECEIVED".
001790     05  FILLER                  PIC X(11) VALUE "   LOADED".
001800     05  FILLER                  PIC X(11) VALUE " REJECTED".
001810     05  FILLER                  PIC X(16) VALUE
001820         "     LOADED HASH".
001830     05  FILLER                  PIC X(16) VALUE SPACES.
001840
001850 01  ARP-FEED-LINE.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  AKF-RUN-DATE            PIC 9(08).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  AKF-RESULT              PIC X(14).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  AKF-SENT-COLUMNS.
001920         10  AKF-SENT-DATE       PIC 9(08).
001930         10  FILLER              PIC X(02).
001940         10  AKF-SENT-ROWS       PIC Z(08)9.
001950         10  FILLER              PIC X(02).
001960         10  AKF-SENT-HASH       PIC -(12)9.99.
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  AKF-ACK-COLUMNS.
001990         10  AKF-RECEIVED        PIC Z(08)9.
002000         10  FILLER              PIC X(02).
002010         10  AKF-LOADED          PIC Z(08)9.
002020         10  FILLER              PIC X(02).
002030         10  AKF-REJECTED        PIC Z(08)9.
002040         10  FILLER              PIC X(02).
002050         10  AKF-ACK-HASH        PIC -(12)9.99.
002060     05  FILLER                  PIC X(16) VALUE SPACES.
002070
002080 01  ARP-REJECT-LINE.
002090     05  FILLER                  PIC X(29) VALUE
002100         "      REJECTED ROW  SCENARIO ".
002110     05  AKR-SCENARIO-CODE       PIC X(08).
002120     05  FILLER                  PIC X(09) VALUE "  CUTOFF ".
002130     05  AKR-CUTOFF              PIC X(03).
002140     05  FILLER                  PIC X(09) VALUE "  REASON ".
002150     05  AKR-REASON-CODE         PIC X(04).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  AKR-REASON-TEXT         PIC X(60).
002180     05  FILLER                  PIC X(08) VALUE SPACES.
002190
002200 01  ARP-NOTE-LINE.
002210     05  FILLER                  PIC X(04) VALUE SPACES.
002220     05  AKN-TEXT                PIC X(100).
002230     05  FILLER                  PIC X(28) VALUE SPACES.
002240
002250 01  ARP-TOTAL-LINE-1.
002260     05  FILLER                  PIC X(20) VALUE
002270         "FEEDS ACKNOWLEDGED ".
002280     05  AKT-ACKS                PIC ZZZZ9.
002290     05  FILLER                  PIC X(10) VALUE "  MATCHED ".
002300     05  AKT-MATCHED             PIC ZZZZ9.
002310     05  FILLER                  PIC X(15) VALUE
002320         "  SHORT LOADED ".
002330     05  AKT-SHORT               PIC ZZZZ9.
002340     05  FILLER                  PIC X(14) VALUE
002350         "  OVER LOADED ".
002360     05  AKT-OVER                PIC ZZZZ9.
002370     05  FILLER                  PIC X(16) VALUE
002380         "  HASH MISMATCH ".
002390     05  AKT-HASH                PIC ZZZZ9.
002400     05  FILLER                  PIC X(11) VALUE "  NOT SENT ".
002410     05  AKT-NOT-SENT            PIC ZZZZ9.
002420     05  FILLER                  PIC X(16) VALUE SPACES.
002430
002440 01  ARP-TOTAL-LINE-2.
002450     05  FILLER                  PIC X(20) VALUE
002460         "REJECTED ROWS  ".
002470     05  AKT-REJECTS             PIC Z(06)9.
002480     05  FILLER                  PIC X(11) VALUE "  AWAITING ".
002490     05  AKT-AWAITING            PIC ZZZZ9.
002500     05  FILLER                  PIC X(10) VALUE "  OVERDUE ".
002510     05  AKT-OVERDUE             PIC ZZZZ9.
002520     05  FILLER                  PIC X(13) VALUE
002530         "  EXCEPTIONS ".
002540     05  AKT-EXCEPTIONS          PIC ZZZZ9.
002550     05  FILLER                  PIC X(56) VALUE SPACES.
002560
002570 01  ARP-TRAILER.
002580     05  FILLER                  PIC X(13) VALUE "END OF REPORT".
002590     05  FILLER                  PIC X(119) VALUE SPACES.
002600
002610 PROCEDURE DIVISION.
002620*****************************************************
002630*  0000-MAINLINE                                      *
002640*  RECONCILES EVERY ACKNOWLEDGEMENT ON WHACK AGAINST  *
002650*  THE FEED SENT, THEN LISTS EVERY FEED STILL         *
002660*  WAITING FOR ONE, AND ENDS WITH THE TOTALS.         *
002670*****************************************************
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE
002700         THRU 1000-INITIALIZE-EXIT.
002710     IF RETURN-CODE >= 16
002720         DISPLAY "ACKRECN: RUN TERMINATED, RC=" RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750
002760     PERFORM 2000-RECONCILE-ACKS
002770         THRU 2000-RECONCILE-ACKS-EXIT.
002780     PERFORM 3000-CHECK-OUTSTANDING
002790         THRU 3000-CHECK-OUTSTANDING-EXIT.
002800
002810     PERFORM 9000-FINALIZE
002820         THRU 9000-FINALIZE-EXIT.
002830     STOP RUN.
002840
002850*****************************************************
002860*  1000-INITIALIZE                                    *
002870*  SETTLES THE AS-OF DATE FROM THE ACKCTL CARD OR THE *
002880*  SYSTEM DATE AND OPENS THE FILES.  A FEED STATUS    *
002890*  FILE THAT DOES NOT EXIST YET IS CREATED EMPTY, AS  *
002900*  RESEXTR DOES.  A MISSING WHACK MEANS NOTHING CAME  *
002910*  BACK - ONLY THE OVERDUE CHECK IS MADE.             *
002920*****************************************************
002930 1000-INITIALIZE.
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002950     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
002960     OPEN INPUT ACK-CONTROL-FILE.
002970     IF FS-ACK-CONTROL-OK
002980         READ ACK-CONTROL-FILE
002990             AT END
003000                 CONTINUE
003010         END-READ
003020         IF FS-ACK-CONTROL-OK
003030             AND ACT-AS-OF-DATE IS NUMERIC
003040             AND ACT-AS-OF-DATE > ZERO
003050             MOVE ACT-AS-OF-DATE TO WS-AS-OF-DATE
003060         END-IF
003070         CLOSE ACK-CONTROL-FILE
003080     END-IF.
003090     COMPUTE WS-AS-OF-INT =
003100         FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
003110
003120     OPEN OUTPUT ACK-PRINT-FILE.
003130     IF NOT FS-ACK-PRINT-OK
003140         DISPLAY "ACKRECN ERROR: ACKRPT OPEN FAILED, STATUS="
003150             FS-ACK-PRINT
003160         MOVE 16 TO RETURN-CODE
003170         GO TO 1000-INITIALIZE-EXIT
003180     END-IF.
003190
003200     OPEN I-O FEED-STATUS-FILE.
003210     IF FS-FEED-STATUS-MISSING
003220         OPEN OUTPUT FEED-STATUS-FILE
003230         CLOSE FEED-STATUS-FILE
003240         OPEN I-O FEED-STATUS-FILE
003250     END-IF.
003260     IF NOT FS-FEED-STATUS-OK
003270         DISPLAY "ACKRECN ERROR: FEEDSTAT OPEN FAILED, STATUS="
003280             FS-FEED-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         CLOSE ACK-PRINT-FILE
003310         GO TO 1000-INITIALIZE-EXIT
003320     END-IF.
003330
003340     OPEN INPUT ACK-FILE.
003350     IF FS-ACK-MISSING
003360         SET ACK-NOT-ON-FILE TO TRUE
003370     ELSE
003380         IF NOT FS-ACK-OK
003390             DISPLAY "ACKRECN ERROR: WHACK OPEN FAILED, STATUS="
003400                 FS-ACK-FILE
003410             MOVE 16 TO RETURN-CODE
003420             CLOSE FEED-STATUS-FILE
003430             CLOSE ACK-PRINT-FILE
003440             GO TO 1000-INITIALIZE-EXIT
003450         END-IF
003460     END-IF.
003470
003480     PERFORM 8000-PAGE-HEADING
003490         THRU 8000-PAGE-HEADING-EXIT.
003500     IF ACK-NOT-ON-FILE
003510         MOVE "NO ACKNOWLEDGEMENT FILE RECEIVED FROM WAREHOUSE"
003520             TO AKN-TEXT
003530         PERFORM 8100-WRITE-NOTE-LINE
003540             THRU 8100-WRITE-NOTE-LINE-EXIT
003550     END-IF.
003560 1000-INITIALIZE-EXIT.
003570     EXIT.
003580
003590*****************************************************
003600*  2000-RECONCILE-ACKS                                *
003610*  READS WHACK IN ORDER.  EACH A ROW OPENS A FEED AND *
003620*  THE R ROWS AFTER IT ARE THAT FEED'S REJECTS; THE   *
003630*  NEXT A ROW, OR END OF FILE, CLOSES IT.             *
003640*****************************************************
003650 2000-RECONCILE-ACKS.
003660     IF ACK-NOT-ON-FILE
003670         GO TO 2000-RECONCILE-ACKS-EXIT
003680     END-IF.
003690     READ ACK-FILE
003700         AT END
003710             CONTINUE
003720     END-READ.
003730     PERFORM 2100-PROCESS-ACK-ROW
003740         THRU 2100-PROCESS-ACK-ROW-EXIT
003750         UNTIL NOT FS-ACK-OK.
003760     PERFORM 2800-CLOSE-FEED
003770         THRU 2800-CLOSE-FEED-EXIT.
003780     IF NOT FS-ACK-EOF
003790         DISPLAY "ACKRECN ERROR: WHACK READ FAILED, STATUS="
003800             FS-ACK-FILE
003810         IF RETURN-CODE < 8
003820             MOVE 8 TO RETURN-CODE
003830         END-IF
003840     END-IF.
003850     CLOSE ACK-FILE.
003860 2000-RECONCILE-ACKS-EXIT.
003870     EXIT.
003880
003890 2100-PROCESS-ACK-ROW.
003900     EVALUATE TRUE
003910         WHEN ACK-SUMMARY-ROW
003920             PERFORM 2800-CLOSE-FEED
003930                 THRU 2800-CLOSE-FEED-EXIT
003940             PERFORM 2200-MATCH-FEED
003950                 THRU 2200-MATCH-FEED-EXIT
003960         WHEN ACK-REJECT-ROW
003970             PERFORM 2500-LIST-REJECT
003980                 THRU 2500-LIST-REJECT-EXIT
003990         WHEN OTHER
004000             ADD 1 TO WS-EXCEPTION-COUNT
004010             MOVE SPACES TO AKN-TEXT
004020             STRING "*** UNRECOGNISED ROW TYPE '" ACK-REC-TYPE
004030                    "' ON WHACK - ROW IGNORED"
004040                 DELIMITED BY SIZE
004050                 INTO AKN-TEXT
004060             PERFORM 8100-WRITE-NOTE-LINE
004070                 THRU 8100-WRITE-NOTE-LINE-EXIT
004080     END-EVALUATE.
004090     READ ACK-FILE
004100         AT END
004110             CONTINUE
004120     END-READ.
004130 2100-PROCESS-ACK-ROW-EXIT.
004140     EXIT.
004150
004160*****************************************************
004170*  2200-MATCH-FEED                                    *
004180*  MATCHES ONE A ROW TO THE FEED FILED SENT FOR ITS   *
004190*  RUN DATE.  FEWER ROWS RECEIVED OR LOADED THAN WERE *
004200*  SENT IS SHORT LOADED (REJECTS INCLUDED); MORE IS   *
004210*  OVER LOADED; THE SAME ROWS UNDER A DIFFERENT HASH  *
004220*  IS A HASH MISMATCH.  THE RESULT AND WHAT THE       *
004230*  WAREHOUSE LOADED ARE FILED ON THE STATUS ROW.  AN  *
004240*  ACK FOR A FEED NEVER FILED SENT IS AN EXCEPTION.   *
004250*****************************************************
004260 2200-MATCH-FEED.
004270     ADD 1 TO WS-ACK-COUNT.
004280     SET FEED-OPEN        TO TRUE.
004290     SET REJECT-CHECK-OFF TO TRUE.
004300     MOVE ACK-RUN-DATE    TO WS-CUR-RUN-DATE.
004310     MOVE ZERO            TO WS-CUR-REJECTED
004320                             WS-CUR-REJECTS-LISTED.
004330     MOVE SPACES          TO ARP-FEED-LINE.
004340     MOVE ACK-RUN-DATE    TO AKF-RUN-DATE.
004350     IF ACK-RUN-DATE IS NOT NUMERIC
004360         OR ACK-ROWS-RECEIVED IS NOT NUMERIC
004370         OR ACK-ROWS-LOADED IS NOT NUMERIC
004380         OR ACK-ROWS-REJECTED IS NOT NUMERIC
004390         ADD 1 TO WS-EXCEPTION-COUNT
004400         MOVE "*** A ROW WITH A NON-NUMERIC RUN DATE OR COUNT - NO
004410-             "T RECONCILED" TO AKN-TEXT
004420         PERFORM 8100-WRITE-NOTE-LINE
004430             THRU 8100-WRITE-NOTE-LINE-EXIT
004440         GO TO 2200-MATCH-FEED-EXIT
004450     END-IF.
004460     SET REJECT-CHECK-ON  TO TRUE.
004470     MOVE ACK-ROWS-REJECTED TO WS-CUR-REJECTED.
004480     MOVE ACK-ROWS-RECEIVED TO AKF-RECEIVED.
004490     MOVE ACK-ROWS-LOADED   TO AKF-LOADED.
004500     MOVE ACK-ROWS-REJECTED TO AKF-REJECTED.
004510
004520     SET ACK-HASH-VALID TO TRUE.
004530     MOVE ZERO TO WS-ACK-HASH.
004540     IF (ACK-HASH-SIGN = "+" OR ACK-HASH-SIGN = "-")
004550         AND ACK-HASH-WHOLE IS NUMERIC
004560         AND ACK-HASH-CENTS IS NUMERIC
004570         MOVE ACK-HASH-LOADED TO WS-ACK-HASH
004580     ELSE
004590         SET ACK-HASH-INVALID TO TRUE
004600     END-IF.
004610     MOVE WS-ACK-HASH TO AKF-ACK-HASH.
004620
004630     MOVE ACK-RUN-DATE TO FST-RUN-DATE.
004640     READ FEED-STATUS-FILE
004650         INVALID KEY
004660             CONTINUE
004670     END-READ.
004680     IF NOT FS-FEED-STATUS-OK
004690         ADD 1 TO WS-NOT-SENT-COUNT
004700         ADD 1 TO WS-EXCEPTION-COUNT
004710         MOVE "NOT SENT" TO AKF-RESULT
004720         PERFORM 2900-WRITE-FEED-LINE
004730             THRU 2900-WRITE-FEED-LINE-EXIT
004740         MOVE "*** ACK FOR A FEED NOT FILED AS SENT ON FEEDSTAT"
004750             TO AKN-TEXT
004760         PERFORM 8100-WRITE-NOTE-LINE
004770             THRU 8100-WRITE-NOTE-LINE-EXIT
004780         GO TO 2200-MATCH-FEED-EXIT
004790     END-IF.
004800     IF FST-ACKNOWLEDGED
004810         MOVE SPACES TO AKN-TEXT
004820         STRING "FEED ALREADY ACKNOWLEDGED ON " FST-ACK-DATE
004830                " - REPLACED BY THIS ACK"
004840             DELIMITED BY SIZE
004850             INTO AKN-TEXT
004860         PERFORM 8100-WRITE-NOTE-LINE
004870             THRU 8100-WRITE-NOTE-LINE-EXIT
004880     END-IF.
004890
004900     EVALUATE TRUE
004910         WHEN ACK-ROWS-RECEIVED < FST-SENT-ROWS
004920             OR ACK-ROWS-LOADED < FST-SENT-ROWS
004930             SET FST-SHORT-LOADED TO TRUE
004940             MOVE "SHORT LOADED"  TO AKF-RESULT
004950             ADD 1 TO WS-SHORT-COUNT
004960         WHEN ACK-ROWS-RECEIVED > FST-SENT-ROWS
004970             OR ACK-ROWS-LOADED > FST-SENT-ROWS
004980             SET FST-OVER-LOADED TO TRUE
004990             MOVE "OVER LOADED"   TO AKF-RESULT
005000             ADD 1 TO WS-OVER-COUNT
005010         WHEN ACK-HASH-INVALID
005020             OR WS-ACK-HASH NOT = FST-SENT-HASH
005030             SET FST-HASH-MISMATCH TO TRUE
005040             MOVE "HASH MISMATCH" TO AKF-RESULT
005050             ADD 1 TO WS-HASH-COUNT
005060         WHEN OTHER
005070             SET FST-MATCHED TO TRUE
005080             MOVE "MATCHED"       TO AKF-RESULT
005090             ADD 1 TO WS-MATCHED-COUNT
005100     END-EVALUATE.
005110     IF NOT FST-MATCHED
005120         ADD 1 TO WS-EXCEPTION-COUNT
005130     END-IF.
005140
005150     SET FST-ACKNOWLEDGED    TO TRUE.
005160     MOVE WS-RUN-DATE        TO FST-ACK-DATE.
005170     MOVE ACK-ROWS-RECEIVED  TO FST-ACK-RECEIVED.
005180     MOVE ACK-ROWS-LOADED    TO FST-ACK-LOADED.
005190     MOVE ACK-ROWS-REJECTED  TO FST-ACK-REJECTED.
005200     MOVE WS-ACK-HASH        TO FST-ACK-HASH.
005210     MOVE ZERO               TO FST-LOAD-DATE FST-LOAD-TIME.
005220     IF ACK-LOAD-DATE IS NUMERIC
005230         MOVE ACK-LOAD-DATE  TO FST-LOAD-DATE
005240     END-IF.
005250     IF ACK-LOAD-TIME IS NUMERIC
005260         MOVE ACK-LOAD-TIME  TO FST-LOAD-TIME
005270     END-IF.
005280     REWRITE FEED-STATUS-RECORD
005290         INVALID KEY
005300             CONTINUE
005310     END-REWRITE.
005320     IF NOT FS-FEED-STATUS-OK
005330         DISPLAY "ACKRECN ERROR: FEEDSTAT REWRITE FAILED, STATUS="
005340             FS-FEED-STATUS " RUN DATE=" FST-RUN-DATE
005350         IF RETURN-CODE < 8
005360             MOVE 8 TO RETURN-CODE
005370         END-IF
005380     END-IF.
005390
005400     MOVE FST-SENT-DATE TO AKF-SENT-DATE.
005410     MOVE FST-SENT-ROWS TO AKF-SENT-ROWS.
005420     MOVE FST-SENT-HASH TO AKF-SENT-HASH.
005430     PERFORM 2900-WRITE-FEED-LINE
005440         THRU 2900-WRITE-FEED-LINE-EXIT.
005450     IF ACK-HASH-INVALID
005460         MOVE "*** LOADED HASH ON THE A ROW IS NOT A VALID AMOUNT"
005470             TO AKN-TEXT
005480         PERFORM 8100-WRITE-NOTE-LINE
005490             THRU 8100-WRITE-NOTE-LINE-EXIT
005500     END-IF.
005510 2200-MATCH-FEED-EXIT.
005520     EXIT.
005530
005540*****************************************************
005550*  2500-LIST-REJECT                                   *
005560*  LISTS ONE REJECTED ROW UNDER ITS FEED.  AN R ROW   *
005570*  WHOSE RUN DATE IS NOT THE CURRENT A ROW'S IS       *
005580*  STILL LISTED BUT RAISED AS AN EXCEPTION.           *
005590*****************************************************
005600 2500-LIST-REJECT.
005610     ADD 1 TO WS-REJECT-COUNT.
005620     IF FEED-OPEN
005630         AND ACK-RUN-DATE = WS-CUR-RUN-DATE
005640         ADD 1 TO WS-CUR-REJECTS-LISTED
005650     ELSE
005660         ADD 1 TO WS-EXCEPTION-COUNT
005670         MOVE SPACES TO AKN-TEXT
005680         STRING "*** REJECTED ROW FOR RUN DATE " ACK-RUN-DATE
005690                " IS NOT UNDER THE A ROW FOR ITS FEED"
005700             DELIMITED BY SIZE
005710             INTO AKN-TEXT
005720         PERFORM 8100-WRITE-NOTE-LINE
005730             THRU 8100-WRITE-NOTE-LINE-EXIT
005740     END-IF.
005750     MOVE ACK-SCENARIO-CODE TO AKR-SCENARIO-CODE.
005760     MOVE ACK-CUTOFF        TO AKR-CUTOFF.
005770     MOVE ACK-REASON-CODE   TO AKR-REASON-CODE.
005780     MOVE ACK-REASON-TEXT   TO AKR-REASON-TEXT.
005790     PERFORM 8200-CHECK-PAGE
005800         THRU 8200-CHECK-PAGE-EXIT.
005810     WRITE ACK-PRINT-RECORD FROM ARP-REJECT-LINE
005820         AFTER ADVANCING 1 LINE.
005830     ADD 1 TO WS-LINE-COUNT.
005840 2500-LIST-REJECT-EXIT.
005850     EXIT.
005860
005870*****************************************************
005880*  2800-CLOSE-FEED                                    *
005890*  CLOSES THE CURRENT FEED.  THE R ROWS THAT FOLLOWED *
005900*  ITS A ROW MUST NUMBER WHAT THE A ROW SAID WAS      *
005910*  REJECTED, OR THE REJECT LIST IS INCOMPLETE.        *
005920*****************************************************
005930 2800-CLOSE-FEED.
005940     IF FEED-CLOSED
005950         GO TO 2800-CLOSE-FEED-EXIT
005960     END-IF.
005970     SET FEED-CLOSED TO TRUE.
005980     IF REJECT-CHECK-OFF
005990         OR WS-CUR-REJECTS-LISTED = WS-CUR-REJECTED
006000         GO TO 2800-CLOSE-FEED-EXIT
006010     END-IF.
006020     ADD 1 TO WS-EXCEPTION-COUNT.
006030     MOVE WS-CUR-REJECTED       TO WS-EDIT-COUNT-1.
006040     MOVE WS-CUR-REJECTS-LISTED TO WS-EDIT-COUNT-2.
006050     MOVE SPACES TO AKN-TEXT.
006060     STRING "*** A ROW FOR " WS-CUR-RUN-DATE " SAYS "
006070            WS-EDIT-COUNT-1 " REJECTED BUT "
006080            WS-EDIT-COUNT-2 " R ROWS FOLLOW IT"
006090         DELIMITED BY SIZE
006100         INTO AKN-TEXT.
006110     PERFORM 8100-WRITE-NOTE-LINE
006120         THRU 8100-WRITE-NOTE-LINE-EXIT.
006130 2800-CLOSE-FEED-EXIT.
006140     EXIT.
006150
006160*****************************************************
006170*  2900-WRITE-FEED-LINE                               *
006180*****************************************************
006190 2900-WRITE-FEED-LINE.
006200     PERFORM 8200-CHECK-PAGE
006210         THRU 8200-CHECK-PAGE-EXIT.
006220     WRITE ACK-PRINT-RECORD FROM ARP-FEED-LINE
006230         AFTER ADVANCING 1 LINE.
006240     ADD 1 TO WS-LINE-COUNT.
006250 2900-WRITE-FEED-LINE-EXIT.
006260     EXIT.
006270
006280*****************************************************
006290*  3000-CHECK-OUTSTANDING                             *
006300*  BROWSES FEEDSTAT FOR EVERY FEED STILL FILED SENT.  *
006310*  ONE SENT MORE THAN A DAY BEFORE THE AS-OF DATE IS  *
006320*  OVERDUE AND AN EXCEPTION; ANY OTHER IS AWAITING.   *
006330*****************************************************
006340 3000-CHECK-OUTSTANDING.
006350     MOVE SPACES TO ACK-PRINT-RECORD.
006360     PERFORM 8200-CHECK-PAGE
006370         THRU 8200-CHECK-PAGE-EXIT.
006380     WRITE ACK-PRINT-RECORD AFTER ADVANCING 1 LINE.
006390     ADD 1 TO WS-LINE-COUNT.
006400     MOVE "FEEDS SENT AND NOT YET ACKNOWLEDGED" TO AKN-TEXT.
006410     PERFORM 8100-WRITE-NOTE-LINE
006420         THRU 8100-WRITE-NOTE-LINE-EXIT.
006430     MOVE ZERO TO FST-RUN-DATE.
006440     START FEED-STATUS-FILE KEY IS >= FST-RUN-DATE
006450         INVALID KEY
006460             GO TO 3000-CHECK-OUTSTANDING-NONE
006470     END-START.
006480     READ FEED-STATUS-FILE NEXT RECORD
006490         AT END
006500             CONTINUE
006510     END-READ.
006520     PERFORM 3100-CHECK-ONE-FEED
006530         THRU 3100-CHECK-ONE-FEED-EXIT
006540         UNTIL NOT FS-FEED-STATUS-OK.
006550 3000-CHECK-OUTSTANDING-NONE.
006560     IF WS-AWAITING-COUNT = ZERO
006570         AND WS-OVERDUE-COUNT = ZERO
006580         MOVE "  NONE" TO AKN-TEXT
006590         PERFORM 8100-WRITE-NOTE-LINE
006600             THRU 8100-WRITE-NOTE-LINE-EXIT
006610     END-IF.
006620 3000-CHECK-OUTSTANDING-EXIT.
006630     EXIT.
006640
006650 3100-CHECK-ONE-FEED.
006660     IF NOT FST-SENT
006670         GO TO 3100-CHECK-ONE-FEED-READ
006680     END-IF.
006690     MOVE SPACES        TO ARP-FEED-LINE.
006700     MOVE FST-RUN-DATE  TO AKF-RUN-DATE.
006710     MOVE FST-SENT-DATE TO AKF-SENT-DATE.
006720     MOVE FST-SENT-ROWS TO AKF-SENT-ROWS.
006730     MOVE FST-SENT-HASH TO AKF-SENT-HASH.
006740     MOVE SPACES        TO AKF-ACK-COLUMNS.
006750     MOVE 99999         TO WS-DAYS-WAITING.
006760     IF FST-SENT-DATE IS NUMERIC
006770         AND FST-SENT-DATE > ZERO
006780         COMPUTE WS-DAYS-WAITING = WS-AS-OF-INT
006790             - FUNCTION INTEGER-OF-DATE(FST-SENT-DATE)
006800     END-IF.
006810     IF WS-DAYS-WAITING > WS-OVERDUE-DAYS
006820         MOVE "*** OVERDUE" TO AKF-RESULT
006830         ADD 1 TO WS-OVERDUE-COUNT
006840         ADD 1 TO WS-EXCEPTION-COUNT
006850     ELSE
006860         MOVE "AWAITING"    TO AKF-RESULT
006870         ADD 1 TO WS-AWAITING-COUNT
006880     END-IF.
006890     PERFORM 2900-WRITE-FEED-LINE
006900         THRU 2900-WRITE-FEED-LINE-EXIT.
006910 3100-CHECK-ONE-FEED-READ.
006920     READ FEED-STATUS-FILE NEXT RECORD
006930         AT END
006940             CONTINUE
006950     END-READ.
006960 3100-CHECK-ONE-FEED-EXIT.
006970     EXIT.
006980
006990*****************************************************
007000*  8000-PAGE-HEADING                                  *
007010*****************************************************
007020 8000-PAGE-HEADING.
007030     ADD 1 TO WS-PAGE-COUNT.
007040     MOVE WS-AS-OF-DATE TO AKH-AS-OF-DATE.
007050     MOVE WS-RUN-DATE   TO AKH-RUN-DATE.
007060     MOVE WS-PAGE-COUNT TO AKH-PAGE.
007070     IF WS-PAGE-COUNT = 1
007080         WRITE ACK-PRINT-RECORD FROM ARP-PAGE-HEADING
007090             AFTER ADVANCING 1 LINE
007100     ELSE
007110         WRITE ACK-PRINT-RECORD FROM ARP-PAGE-HEADING
007120             AFTER ADVANCING PAGE
007130     END-IF.
007140     MOVE SPACES TO ACK-PRINT-RECORD.
007150     WRITE ACK-PRINT-RECORD AFTER ADVANCING 1 LINE.
007160     WRITE ACK-PRINT-RECORD FROM ARP-COLUMN-HEADING
007170         AFTER ADVANCING 1 LINE.
007180     MOVE 3 TO WS-LINE-COUNT.
007190 8000-PAGE-HEADING-EXIT.
007200     EXIT.
007210
007220*****************************************************
007230*  8100-WRITE-NOTE-LINE                               *
007240*****************************************************
007250 8100-WRITE-NOTE-LINE.
007260     PERFORM 8200-CHECK-PAGE
007270         THRU 8200-CHECK-PAGE-EXIT.
007280     WRITE ACK-PRINT-RECORD FROM ARP-NOTE-LINE
007290         AFTER ADVANCING 1 LINE.
007300     ADD 1 TO WS-LINE-COUNT.
007310 8100-WRITE-NOTE-LINE-EXIT.
007320     EXIT.
007330
007340*****************************************************
007350*  8200-CHECK-PAGE                                    *
007360*****************************************************
007370 8200-CHECK-PAGE.
007380     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007390         PERFORM 8000-PAGE-HEADING
007400             THRU 8000-PAGE-HEADING-EXIT
007410     END-IF.
007420 8200-CHECK-PAGE-EXIT.
007430     EXIT.
007440
007450*****************************************************
007460*  9000-FINALIZE                                      *
007470*  PRINTS THE TOTALS, CLOSES THE FILES, AND ENDS WITH *
007480*  RETURN CODE 8 WHEN ANY FEED DID NOT MATCH, ANY ACK *
007490*  WAS FOR A FEED NEVER SENT OR WAS MALFORMED, OR ANY *
007500*  FEED IS OVERDUE.                                   *
007510*****************************************************
007520 9000-FINALIZE.
007530     MOVE WS-ACK-COUNT       TO AKT-ACKS.
007540     MOVE WS-MATCHED-COUNT   TO AKT-MATCHED.
007550     MOVE WS-SHORT-COUNT     TO AKT-SHORT.
007560     MOVE WS-OVER-COUNT      TO AKT-OVER.
007570     MOVE WS-HASH-COUNT      TO AKT-HASH.
007580     MOVE WS-NOT-SENT-COUNT  TO AKT-NOT-SENT.
007590     MOVE WS-REJECT-COUNT    TO AKT-REJECTS.
007600     MOVE WS-AWAITING-COUNT  TO AKT-AWAITING.
007610     MOVE WS-OVERDUE-COUNT   TO AKT-OVERDUE.
007620     MOVE WS-EXCEPTION-COUNT TO AKT-EXCEPTIONS.
007630     MOVE SPACES TO ACK-PRINT-RECORD.
007640     WRITE ACK-PRINT-RECORD AFTER ADVANCING 1 LINE.
007650     WRITE ACK-PRINT-RECORD FROM ARP-TOTAL-LINE-1
007660         AFTER ADVANCING 1 LINE.
007670     WRITE ACK-PRINT-RECORD FROM ARP-TOTAL-LINE-2
007680         AFTER ADVANCING 1 LINE.
007690     MOVE SPACES TO ACK-PRINT-RECORD.
007700     WRITE ACK-PRINT-RECORD AFTER ADVANCING 1 LINE.
007710     WRITE ACK-PRINT-RECORD FROM ARP-TRAILER
007720         AFTER ADVANCING 1 LINE.
007730     CLOSE ACK-PRINT-FILE.
007740     CLOSE FEED-STATUS-FILE.
007750     IF WS-EXCEPTION-COUNT > ZERO
007760         AND RETURN-CODE < 8
007770         MOVE 8 TO RETURN-CODE
007780     END-IF.
007790     DISPLAY "ACKRECN SUMMARY: ACKS=" WS-ACK-COUNT
007800         " MATCHED=" WS-MATCHED-COUNT
007810         " REJECTED ROWS=" WS-REJECT-COUNT
007820         " OVERDUE=" WS-OVERDUE-COUNT
007830         " EXCEPTIONS=" WS-EXCEPTION-COUNT
007840         " RC=" RETURN-CODE.
007850 9000-FINALIZE-EXIT.
007860     EXIT.
