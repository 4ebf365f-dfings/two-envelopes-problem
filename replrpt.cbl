000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     REPLRPT.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL OPTIMAL-CUTOFF STABILITY *
000130*                    REPORT.  READS THE REPLOUT        *
000140*                    REPLICATION DATASET (SEE REPREC)  *
000150*                    AND PRINTS, PER SCENARIO, HOW     *
000160*                    OFTEN EACH CUTOFF WON, THE MEAN   *
000170*                    AND SPREAD OF THE WINNING CUTOFF  *
000180*                    AND OF ITS EXPECTED VALUE, AND    *
000190*                    FLAGS SCENARIOS WHOSE WINNER IS   *
000200*                    NOT STABLE ACROSS REPLICATIONS.   *
000210*****************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250*****************************************************
000260*  STABILITY CONTROL FILE - ONE RECORD GIVING THE     *
000270*  SHARE OF REPLICATIONS (PERCENT) THE MODAL CUTOFF   *
000280*  MUST WIN AND THE LARGEST STANDARD DEVIATION OF     *
000290*  THE WINNING CUTOFF (WHOLE DOLLARS) A STABLE        *
000300*  SCENARIO MAY SHOW.  DEFAULTS APPLY IF THE FILE IS  *
000310*  ABSENT.                                            *
000320*****************************************************
000330     SELECT REPL-CONTROL-FILE ASSIGN TO RPLCTL
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FS-REPL-CONTROL.
000360*****************************************************
000370*  REPLICATION FILE - ONE RECORD PER REPLICATION OF   *
000380*  EACH SCENARIO RUN IN REPLICATION MODE, IN          *
000390*  REPLICATION ORDER WITHIN SCENARIO BOOK ORDER.      *
000400*  POINT IT AT WIFREPL TO REPORT ON A WHAT-IF RUN.    *
000410*****************************************************
000420     SELECT REPLICATION-FILE ASSIGN TO REPLOUT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-REPLICATION-FILE.
000450*****************************************************
000460*  STABILITY PRINT FILE.                              *
000470*****************************************************
000480     SELECT STABILITY-PRINT-FILE ASSIGN TO RPLRPT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-STABILITY-PRINT.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  REPL-CONTROL-FILE.
000550 01  REPL-CONTROL-RECORD.
000560     05  RCT-STABLE-PCT          PIC 9(03).
000570     05  RCT-SPREAD-LIMIT        PIC 9(03).
000580     05  FILLER                  PIC X(04).
000590
000600 FD  REPLICATION-FILE.
000610 COPY REPREC.
000620
000630 FD  STABILITY-PRINT-FILE.
000640 01  STABILITY-PRINT-RECORD      PIC X(132).
000650
000660 WORKING-STORAGE SECTION.
000670*****************************************************
000680*  FILE STATUS SWITCHES                              *
000690*****************************************************
000700 01  FS-REPL-CONTROL             PIC X(02).
000710     88  FS-REPL-CONTROL-OK           VALUE "00".
000720 01  FS-REPLICATION-FILE         PIC X(02).
000730     88  FS-REPLICATION-OK            VALUE "00".
000740     88  FS-REPLICATION-EOF           VALUE "10".
000750     88  FS-REPLICATION-MISSING       VALUE "35".
000760 01  FS-STABILITY-PRINT          PIC X(02).
000770     88  FS-STABILITY-PRINT-OK        VALUE "00".
000780
000790*****************************************************
000800*  RUN PARAMETERS                                    *
000810*****************************************************
000820 01  WS-STABLE-PCT               PIC 9(03) VALUE 60.
000830 01  WS-SPREAD-LIMIT             PIC 9(03) VALUE 5.
000840 01  WS-RUN-DATE                 PIC 9(08).
000850
000860*****************************************************
000870*  SCENARIO GROUP ACCUMULATORS - ONE GROUP IS THE     *
000880*  RUN OF CONSECUTIVE RECORDS FOR ONE SCENARIO CODE,  *
000890*  STARTING AT ITS REPLICATION 1.  THE WIN TABLE IS   *
000900*  SUBSCRIPTED BY CUTOFF PLUS ONE, SO IT PRINTS IN    *
000910*  CUTOFF ORDER WITH NO SORT.                         *
000920*****************************************************
000930 01  SW-GROUP-ACTIVE             PIC X(01) VALUE "N".
000940     88  GROUP-ACTIVE                 VALUE "Y".
000950     88  GROUP-NOT-ACTIVE             VALUE "N".
000960 01  WS-GRP-CODE                 PIC X(08) VALUE SPACES.
000970 01  WS-GRP-RUN-DATE             PIC 9(08) VALUE ZERO.
000980 01  WS-GRP-EXPECTED             PIC 9(03) VALUE ZERO.
000990 01  WS-GRP-REPS                 PIC 9(03) VALUE ZERO.
001000 01  WS-GRP-BASE-SEED            PIC 9(09) VALUE ZERO.
001010 01  WS-GRP-RUN-MODE             PIC X(01) VALUE SPACE.
001020 01  WS-GRP-REQUESTED-BY         PIC X(08) VALUE SPACES.
001030 01  WS-GRP-REP1-CUTOFF          PIC 9(03) VALUE ZERO.
001040 01  WS-GRP-CUT-MIN              PIC 9(03) VALUE ZERO.
001050 01  WS-GRP-CUT-MAX              PIC 9(03) VALUE ZERO.
001060 01  WS-GRP-CUT-TOTAL            COMP-2.
001070 01  WS-GRP-CUT-TOTAL-SQ         COMP-2.
001080 01  WS-GRP-EV-MIN               PIC S9(05)V99 VALUE ZERO.
001090 01  WS-GRP-EV-MAX               PIC S9(05)V99 VALUE ZERO.
001100 01  WS-GRP-EV-TOTAL             COMP-2.
001110 01  WS-GRP-EV-TOTAL-SQ          COMP-2.
001120 01  WS-WIN-SUB                  PIC 9(04) VALUE ZERO.
001130 01  WS-WIN-TABLE.
001140     05  WIN-COUNT               PIC 9(03) OCCURS 1000 TIMES.
001150
001160*****************************************************
001170*  ACCUMULATION AND PRINT WORK FIELDS                *
001180*****************************************************
001190 01  WS-REP-CUTOFF               PIC 9(03).
001200 01  WS-REP-VALUE                PIC S9(05)V99.
001210 01  WS-REPS-WORK                COMP-2.
001220 01  WS-VAR-WORK                 COMP-2.
001230 01  WS-SD-WORK                  COMP-2.
001240 01  WS-CUT-SD                   COMP-2.
001250 01  WS-SHARE                    PIC 9(03)V99.
001260 01  WS-MODE-CUTOFF              PIC 9(03) VALUE ZERO.
001270 01  WS-MODE-WINS                PIC 9(03) VALUE ZERO.
001280 01  WS-MODE-SHARE               PIC 9(03)V99.
001290 01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001300 01  WS-SCENARIO-COUNT           PIC 9(05) VALUE ZERO.
001310 01  WS-UNSTABLE-COUNT           PIC 9(05) VALUE ZERO.
001320 01  WS-SHORT-COUNT              PIC 9(05) VALUE ZERO.
001330 01  WS-EDIT-REPS                PIC ZZ9.
001340 01  WS-EDIT-EXPECTED            PIC ZZ9.
001350 01  SW-SHARE-LOW                PIC X(01) VALUE "N".
001360     88  SHARE-BELOW-FLOOR            VALUE "Y".
001370     88  SHARE-AT-FLOOR               VALUE "N".
001380 01  SW-SPREAD-HIGH              PIC X(01) VALUE "N".
001390     88  SPREAD-ABOVE-LIMIT           VALUE "Y".
001400     88  SPREAD-WITHIN-LIMIT          VALUE "N".
001410
001420*****************************************************
001430*  REPORT CONTROL                                    *
001440*****************************************************
001450 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
001460 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001470 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
001480
001490*****************************************************
001500*  PRINT LINE LAYOUTS                                *
001510*****************************************************
001520 01  RRP-PAGE-HEADING.
001530     05  FILLER                  PIC X(51) VALUE
001540         "TWO ENVELOPES OPTIMAL-CUTOFF STABILITY".
001550     05  FILLER                  PIC X(10) VALUE SPACES.
001560     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001570     05  RPH-RUN-DATE            PIC 9(08).
001580     05  FILLER                  PIC X(04) VALUE SPACES.
001590     05  FILLER                  PIC X(05) VALUE "PAGE ".
001600     05  RPH-PAGE                PIC ZZZZ9.
001610     05  FILLER                  PIC X(40) VALUE SPACES.
001620
001630 01  RRP-PARM-LINE.
001640     05  FILLER                  PIC X(20) VALUE
001650         "STABLE SHARE FLOOR= ".
001660     05  RPL-STABLE-PCT          PIC ZZ9.
001670     05  FILLER                  PIC X(02) VALUE " %".
001680     05  FILLER                  PIC X(21) VALUE
001690         "  CUTOFF SPREAD MAX= ".
001700     05  RPL-SPREAD-LIMIT        PIC ZZ9.
001710     05  FILLER                  PIC X(83) VALUE SPACES.
001720
001730 01  RRP-LEGEND-LINE.
001740     05  FILLER                  PIC X(100) VALUE
001750         "   UNSTABLE = MODAL SHARE UNDER THE FLOOR OR WINNING-CUT
001760-        "OFF STD DEV OVER THE MAX".
001770     05  FILLER                  PIC X(32) VALUE SPACES.
001780
001790 01  RRP-SCEN-HEADING.
001800     05  FILLER                  PIC X(09) VALUE "SCENARIO ".
001810     05  RSH-SCENARIO-CODE       PIC X(08).
001820     05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
001830     05  RSH-RUN-DATE            PIC 9(08).
001840     05  FILLER                  PIC X(15) VALUE
001850         "  REPLICATIONS ".
001860     05  RSH-REPLICATIONS        PIC ZZ9.
001870     05  FILLER                  PIC X(12) VALUE "  BASE SEED ".
001880     05  RSH-BASE-SEED           PIC 9(09).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  RSH-MODE-TEXT           PIC X(21).
001910     05  FILLER                  PIC X(34) VALUE SPACES.
001920
001930 01  RRP-COLUMN-HEADING.
001940     05  FILLER                  PIC X(08) VALUE "  CUTOFF".
001950     05  FILLER                  PIC X(09) VALUE "     WINS".
001960     05  FILLER                  PIC X(10) VALUE "     SHARE".
001970     05  FILLER                  PIC X(105) VALUE SPACES.
001980
001990 01  RRP-WIN-LINE.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  RWL-CUTOFF              PIC 9(03).
002020     05  FILLER                  PIC X(09) VALUE SPACES.
002030     05  RWL-WINS                PIC ZZ9.
002040     05  FILLER                  PIC X(04) VALUE SPACES.
002050     05  RWL-SHARE               PIC ZZ9.99.
002060     05  FILLER                  PIC X(02) VALUE " %".
002070     05  FILLER                  PIC X(03) VALUE SPACES.
002080     05  RWL-MARK                PIC X(30).
002090     05  FILLER                  PIC X(70) VALUE SPACES.
002100
002110 01  RRP-CUT-STATS-LINE.
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  FILLER                  PIC X(22) VALUE
002140         "WINNING CUTOFF  MEAN  ".
002150     05  RCS-MEAN                PIC Z(04)9.99.
002160     05  FILLER                  PIC X(10) VALUE "  STD DEV ".
002170     05  RCS-STD-DEV             PIC Z(04)9.99.
002180     05  FILLER                  PIC X(08) VALUE "  RANGE ".
002190     05  RCS-MIN                 PIC Z(07)9.
002200     05  FILLER                  PIC X(03) VALUE " - ".
002210     05  RCS-MAX                 PIC Z(07)9.
002220     05  FILLER                  PIC X(55) VALUE SPACES.
002230
002240 01  RRP-EV-STATS-LINE.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  FILLER                  PIC X(22) VALUE
002270         "WINNING EV      MEAN  ".
002280     05  REV-MEAN                PIC -(04)9.99.
002290     05  FILLER                  PIC X(10) VALUE "  STD DEV ".
002300     05  REV-STD-DEV             PIC -(04)9.99.
002310     05  FILLER                  PIC X(08) VALUE "  RANGE ".
002320     05  REV-MIN                 PIC -(04)9.99.
002330     05  FILLER                  PIC X(03) VALUE " - ".
002340     05  REV-MAX                 PIC -(04)9.99.
002350     05  FILLER                  PIC X(55) VALUE SPACES.
002360
002370 01  RRP-STATUS-LINE.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  FILLER                  PIC X(14) VALUE
002400         "MODAL CUTOFF  ".
002410     05  RST-MODE-CUTOFF         PIC 9(03).
002420     05  FILLER                  PIC X(06) VALUE "  WON ".
002430     05  RST-MODE-SHARE          PIC ZZ9.99.
002440     05  FILLER                  PIC X(02) VALUE " %".
002450     05  FILLER                  PIC X(10) VALUE "  STATUS  ".
002460     05  RST-STATUS              PIC X(09).
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  RST-REASON              PIC X(50).
002490     05  FILLER                  PIC X(29) VALUE SPACES.
002500
002510 01  RRP-NOTE-LINE.
002520     05  FILLER                  PIC X(04) VALUE SPACES.
002530     05  RNL-TEXT                PIC X(60).
002540     05  FILLER                  PIC X(68) VALUE SPACES.
002550
002560 01  RRP-TRAILER.
002570     05  FILLER                  PIC X(16) VALUE
002580         "END OF REPORT - ".
002590     05  RTR-READ-COUNT          PIC ZZZZZZ9.
002600     05  FILLER                  PIC X(22) VALUE
002610         " REPLICATION RECORDS, ".
002620     05  RTR-SCENARIO-COUNT      PIC ZZZZ9.
002630     05  FILLER                  PIC X(12) VALUE
002640         " SCENARIOS, ".
002650     05  RTR-UNSTABLE-COUNT      PIC ZZZZ9.
002660     05  FILLER                  PIC X(09) VALUE
002670         " UNSTABLE".
002680     05  FILLER                  PIC X(56) VALUE SPACES.
002690
002700 PROCEDURE DIVISION.
002710*****************************************************
002720*  0000-MAINLINE                                      *
002730*  LOADS THE STABILITY LIMITS, THEN READS REPLOUT     *
002740*  ONE SCENARIO GROUP AT A TIME, PRINTING EACH        *
002750*  GROUP'S WIN TABLE, SPREAD, AND STABILITY STATUS    *
002760*  WHEN THE GROUP ENDS.                               *
002770*****************************************************
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE
002800         THRU 1000-INITIALIZE-EXIT.
002810     IF RETURN-CODE >= 16
002820         DISPLAY "REPLRPT: RUN TERMINATED, RC=" RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850
002860     PERFORM 2000-PROCESS-REPLICATIONS
002870         THRU 2000-PROCESS-REPLICATIONS-EXIT.
002880
002890     PERFORM 9000-FINALIZE
002900         THRU 9000-FINALIZE-EXIT.
002910     STOP RUN.
002920
002930*****************************************************
002940*  1000-INITIALIZE                                    *
002950*  LOADS THE STABILITY LIMITS (DEFAULTING WHEN NO     *
002960*  RPLCTL IS PRESENT OR ITS FIELDS ARE BAD), OPENS    *
002970*  THE PRINT FILE, AND PRINTS THE FIRST HEADING.      *
002980*****************************************************
002990 1000-INITIALIZE.
003000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003010
003020     OPEN INPUT REPL-CONTROL-FILE.
003030     IF FS-REPL-CONTROL-OK
003040         READ REPL-CONTROL-FILE
003050             AT END
003060                 CONTINUE
003070         END-READ
003080         IF FS-REPL-CONTROL-OK
003090             IF RCT-STABLE-PCT IS NUMERIC
003100                 AND RCT-STABLE-PCT > 0
003110                 AND RCT-STABLE-PCT NOT > 100
003120                 MOVE RCT-STABLE-PCT TO WS-STABLE-PCT
003130             END-IF
003140             IF RCT-SPREAD-LIMIT IS NUMERIC
003150                 MOVE RCT-SPREAD-LIMIT TO WS-SPREAD-LIMIT
003160             END-IF
003170         END-IF
003180         CLOSE REPL-CONTROL-FILE
003190     END-IF.
003200
003210     OPEN OUTPUT STABILITY-PRINT-FILE.
003220     IF NOT FS-STABILITY-PRINT-OK
003230         DISPLAY "REPLRPT ERROR: RPLRPT OPEN FAILED, STATUS="
003240             FS-STABILITY-PRINT
003250         MOVE 16 TO RETURN-CODE
003260         GO TO 1000-INITIALIZE-EXIT
003270     END-IF.
003280
003290     PERFORM 8000-PAGE-HEADING
003300         THRU 8000-PAGE-HEADING-EXIT.
003310     MOVE WS-STABLE-PCT   TO RPL-STABLE-PCT.
003320     MOVE WS-SPREAD-LIMIT TO RPL-SPREAD-LIMIT.
003330     WRITE STABILITY-PRINT-RECORD FROM RRP-PARM-LINE
003340         AFTER ADVANCING 1 LINE.
003350     WRITE STABILITY-PRINT-RECORD FROM RRP-LEGEND-LINE
003360         AFTER ADVANCING 1 LINE.
003370     ADD 2 TO WS-LINE-COUNT.
003380 1000-INITIALIZE-EXIT.
003390     EXIT.
003400
003410*****************************************************
003420*  2000-PROCESS-REPLICATIONS                          *
003430*  READS EVERY REPLOUT RECORD INTO ITS SCENARIO       *
003440*  GROUP AND PRINTS THE LAST GROUP AT END OF FILE.    *
003450*  A MISSING REPLOUT IS NOT AN ERROR - NO SCENARIO    *
003460*  ASKED FOR REPLICATIONS THAT NIGHT.                 *
003470*****************************************************
003480 2000-PROCESS-REPLICATIONS.
003490     OPEN INPUT REPLICATION-FILE.
003500     IF FS-REPLICATION-MISSING
003510         GO TO 2000-PROCESS-REPLICATIONS-EXIT
003520     END-IF.
003530     IF NOT FS-REPLICATION-OK
003540         DISPLAY "REPLRPT ERROR: REPLOUT OPEN FAILED, STATUS="
003550             FS-REPLICATION-FILE
003560         MOVE 16 TO RETURN-CODE
003570         GO TO 2000-PROCESS-REPLICATIONS-EXIT
003580     END-IF.
003590     READ REPLICATION-FILE
003600         AT END
003610             CONTINUE
003620     END-READ.
003630     PERFORM 2100-PROCESS-ONE
003640         THRU 2100-PROCESS-ONE-EXIT
003650         UNTIL NOT FS-REPLICATION-OK.
003660     IF NOT FS-REPLICATION-EOF
003670         DISPLAY "REPLRPT ERROR: REPLOUT READ FAILED, STATUS="
003680             FS-REPLICATION-FILE
003690         MOVE 16 TO RETURN-CODE
003700     END-IF.
003710     IF GROUP-ACTIVE
003720         PERFORM 3000-PRINT-GROUP
003730             THRU 3000-PRINT-GROUP-EXIT
003740     END-IF.
003750     CLOSE REPLICATION-FILE.
003760 2000-PROCESS-REPLICATIONS-EXIT.
003770     EXIT.
003780
003790*****************************************************
003800*  2100-PROCESS-ONE                                   *
003810*  CLOSES THE GROUP ON HAND WHEN THE SCENARIO CODE    *
003820*  CHANGES OR A NEW REPLICATION 1 ARRIVES, STARTS A   *
003830*  NEW GROUP IF NEEDED, AND FEEDS THE RECORD INTO     *
003840*  THE GROUP'S WIN TABLE AND TOTALS.                  *
003850*****************************************************
003860 2100-PROCESS-ONE.
003870     ADD 1 TO WS-READ-COUNT.
003880     IF GROUP-ACTIVE
003890         IF REP-SCENARIO-CODE NOT = WS-GRP-CODE
003900             OR REP-REPLICATION = 1
003910             PERFORM 3000-PRINT-GROUP
003920                 THRU 3000-PRINT-GROUP-EXIT
003930         END-IF
003940     END-IF.
003950     IF GROUP-NOT-ACTIVE
003960         PERFORM 2150-START-GROUP
003970             THRU 2150-START-GROUP-EXIT
003980     END-IF.
003990
004000     MOVE REP-OPTIMAL-CUTOFF TO WS-REP-CUTOFF.
004010     MOVE REP-OPTIMAL-VALUE  TO WS-REP-VALUE.
004020     ADD 1 TO WS-GRP-REPS.
004030     COMPUTE WS-WIN-SUB = WS-REP-CUTOFF + 1.
004040     ADD 1 TO WIN-COUNT (WS-WIN-SUB).
004050     IF REP-REPLICATION = 1
004060         MOVE WS-REP-CUTOFF TO WS-GRP-REP1-CUTOFF
004070     END-IF.
004080     IF WS-GRP-REPS = 1
004090         MOVE WS-REP-CUTOFF TO WS-GRP-CUT-MIN
004100         MOVE WS-REP-CUTOFF TO WS-GRP-CUT-MAX
004110         MOVE WS-REP-VALUE  TO WS-GRP-EV-MIN
004120         MOVE WS-REP-VALUE  TO WS-GRP-EV-MAX
004130     END-IF.
004140     IF WS-REP-CUTOFF < WS-GRP-CUT-MIN
004150         MOVE WS-REP-CUTOFF TO WS-GRP-CUT-MIN
004160     END-IF.
004170     IF WS-REP-CUTOFF > WS-GRP-CUT-MAX
004180         MOVE WS-REP-CUTOFF TO WS-GRP-CUT-MAX
004190     END-IF.
004200     IF WS-REP-VALUE < WS-GRP-EV-MIN
004210         MOVE WS-REP-VALUE TO WS-GRP-EV-MIN
004220     END-IF.
004230     IF WS-REP-VALUE > WS-GRP-EV-MAX
004240         MOVE WS-REP-VALUE TO WS-GRP-EV-MAX
004250     END-IF.
004260     COMPUTE WS-GRP-CUT-TOTAL = WS-GRP-CUT-TOTAL + WS-REP-CUTOFF.
004270     COMPUTE WS-GRP-CUT-TOTAL-SQ =
004280         WS-GRP-CUT-TOTAL-SQ + WS-REP-CUTOFF * WS-REP-CUTOFF.
004290     COMPUTE WS-GRP-EV-TOTAL = WS-GRP-EV-TOTAL + WS-REP-VALUE.
004300     COMPUTE WS-GRP-EV-TOTAL-SQ =
004310         WS-GRP-EV-TOTAL-SQ + WS-REP-VALUE * WS-REP-VALUE.
004320
004330     READ REPLICATION-FILE
004340         AT END
004350             CONTINUE
004360     END-READ.
004370 2100-PROCESS-ONE-EXIT.
004380     EXIT.
004390
004400*****************************************************
004410*  2150-START-GROUP                                   *
004420*  OPENS A NEW SCENARIO GROUP FROM THE RECORD ON      *
004430*  HAND WITH ZEROED TOTALS AND WIN TABLE.  THE BASE   *
004440*  SEED IS REPLICATION 1'S SEED, THE CONTROL SEED.    *
004450*****************************************************
004460 2150-START-GROUP.
004470     SET GROUP-ACTIVE TO TRUE.
004480     MOVE REP-SCENARIO-CODE  TO WS-GRP-CODE.
004490     MOVE REP-RUN-DATE       TO WS-GRP-RUN-DATE.
004500     MOVE REP-REPLICATIONS   TO WS-GRP-EXPECTED.
004510     MOVE REP-RUN-MODE       TO WS-GRP-RUN-MODE.
004520     MOVE REP-REQUESTED-BY   TO WS-GRP-REQUESTED-BY.
004530     MOVE ZERO TO WS-GRP-BASE-SEED.
004540     IF REP-REPLICATION = 1
004550         MOVE REP-RNG-SEED TO WS-GRP-BASE-SEED
004560     END-IF.
004570     MOVE ZERO TO WS-GRP-REPS.
004580     MOVE ZERO TO WS-GRP-REP1-CUTOFF.
004590     COMPUTE WS-GRP-CUT-TOTAL = 0.
004600     COMPUTE WS-GRP-CUT-TOTAL-SQ = 0.
004610     COMPUTE WS-GRP-EV-TOTAL = 0.
004620     COMPUTE WS-GRP-EV-TOTAL-SQ = 0.
004630     MOVE ZERO TO WS-WIN-TABLE.
004640 2150-START-GROUP-EXIT.
004650     EXIT.
004660
004670*****************************************************
004680*  3000-PRINT-GROUP                                   *
004690*  PRINTS ONE SCENARIO GROUP: HEADING, ONE LINE PER   *
004700*  CUTOFF THAT WON AT LEAST ONCE, THE MEAN, STD DEV,  *
004710*  AND RANGE OF THE WINNING CUTOFF AND ITS EXPECTED   *
004720*  VALUE, AND THE STABILITY STATUS.  A SCENARIO IS    *
004730*  UNSTABLE WHEN ITS MODAL CUTOFF WINS LESS THAN THE  *
004740*  FLOOR SHARE OR THE WINNING CUTOFF'S STD DEV IS     *
004750*  OVER THE MAX.  A GROUP WITH FEWER RECORDS THAN     *
004760*  ITS REPLICATION COUNT IS NOTED AS SHORT.           *
004770*****************************************************
004780 3000-PRINT-GROUP.
004790     ADD 1 TO WS-SCENARIO-COUNT.
004800     MOVE WS-GRP-CODE        TO RSH-SCENARIO-CODE.
004810     MOVE WS-GRP-RUN-DATE    TO RSH-RUN-DATE.
004820     MOVE WS-GRP-REPS        TO RSH-REPLICATIONS.
004830     MOVE WS-GRP-BASE-SEED   TO RSH-BASE-SEED.
004840     MOVE SPACES TO RSH-MODE-TEXT.
004850     IF WS-GRP-RUN-MODE = "W"
004860         STRING "WHAT-IF FOR " DELIMITED BY SIZE
004870             WS-GRP-REQUESTED-BY DELIMITED BY SIZE
004880             INTO RSH-MODE-TEXT
004890         END-STRING
004900     END-IF.
004910     PERFORM 8200-CHECK-PAGE
004920         THRU 8200-CHECK-PAGE-EXIT.
004930     MOVE SPACES TO STABILITY-PRINT-RECORD.
004940     WRITE STABILITY-PRINT-RECORD AFTER ADVANCING 1 LINE.
004950     WRITE STABILITY-PRINT-RECORD FROM RRP-SCEN-HEADING
004960         AFTER ADVANCING 1 LINE.
004970     WRITE STABILITY-PRINT-RECORD FROM RRP-COLUMN-HEADING
004980         AFTER ADVANCING 1 LINE.
004990     ADD 3 TO WS-LINE-COUNT.
005000
005010     MOVE ZERO TO WS-MODE-CUTOFF.
005020     MOVE ZERO TO WS-MODE-WINS.
005030     PERFORM 3050-FIND-MODE
005040         THRU 3050-FIND-MODE-EXIT
005050         VARYING WS-WIN-SUB FROM 1 BY 1
005060         UNTIL WS-WIN-SUB > 1000.
005070     PERFORM 3100-PRINT-ONE-WIN
005080         THRU 3100-PRINT-ONE-WIN-EXIT
005090         VARYING WS-WIN-SUB FROM 1 BY 1
005100         UNTIL WS-WIN-SUB > 1000.
005110
005120     PERFORM 3200-PRINT-SPREAD
005130         THRU 3200-PRINT-SPREAD-EXIT.
005140     PERFORM 3300-PRINT-STATUS
005150         THRU 3300-PRINT-STATUS-EXIT.
005160
005170     IF WS-GRP-REPS NOT = WS-GRP-EXPECTED
005180         ADD 1 TO WS-SHORT-COUNT
005190         MOVE WS-GRP-REPS     TO WS-EDIT-REPS
005200         MOVE WS-GRP-EXPECTED TO WS-EDIT-EXPECTED
005210         MOVE SPACES TO RNL-TEXT
005220         STRING WS-EDIT-REPS DELIMITED BY SIZE
005230             " OF " DELIMITED BY SIZE
005240             WS-EDIT-EXPECTED DELIMITED BY SIZE
005250             " REPLICATIONS ON FILE - SCENARIO RUN INCOMPLETE"
005260                 DELIMITED BY SIZE
005270             INTO RNL-TEXT
005280         END-STRING
005290         PERFORM 8100-WRITE-NOTE-LINE
005300             THRU 8100-WRITE-NOTE-LINE-EXIT
005310     END-IF.
005320     SET GROUP-NOT-ACTIVE TO TRUE.
005330 3000-PRINT-GROUP-EXIT.
005340     EXIT.
005350
005360*****************************************************
005370*  3050-FIND-MODE                                     *
005380*  KEEPS THE CUTOFF WITH THE MOST WINS.  THE TABLE    *
005390*  IS SCANNED IN CUTOFF ORDER, SO A TIE GOES TO THE   *
005400*  LOWER CUTOFF.                                      *
005410*****************************************************
005420 3050-FIND-MODE.
005430     IF WIN-COUNT (WS-WIN-SUB) > WS-MODE-WINS
005440         MOVE WIN-COUNT (WS-WIN-SUB) TO WS-MODE-WINS
005450         COMPUTE WS-MODE-CUTOFF = WS-WIN-SUB - 1
005460     END-IF.
005470 3050-FIND-MODE-EXIT.
005480     EXIT.
005490
005500*****************************************************
005510*  3100-PRINT-ONE-WIN                                 *
005520*  PRINTS ONE CUTOFF THAT WON AT LEAST ONE            *
005530*  REPLICATION, WITH ITS SHARE OF THE GROUP, MARKING  *
005540*  THE MODE AND THE NIGHT'S OWN (REPLICATION 1)       *
005550*  WINNER.                                            *
005560*****************************************************
005570 3100-PRINT-ONE-WIN.
005580     IF WIN-COUNT (WS-WIN-SUB) = ZERO
005590         GO TO 3100-PRINT-ONE-WIN-EXIT
005600     END-IF.
005610     COMPUTE RWL-CUTOFF = WS-WIN-SUB - 1.
005620     MOVE WIN-COUNT (WS-WIN-SUB) TO RWL-WINS.
005630     COMPUTE WS-SHARE ROUNDED =
005640         (WIN-COUNT (WS-WIN-SUB) * 100) / WS-GRP-REPS.
005650     MOVE WS-SHARE TO RWL-SHARE.
005660     MOVE SPACES TO RWL-MARK.
005670     IF RWL-CUTOFF = WS-MODE-CUTOFF
005680         IF RWL-CUTOFF = WS-GRP-REP1-CUTOFF
005690             MOVE "MODE, NIGHT'S WINNER" TO RWL-MARK
005700         ELSE
005710             MOVE "MODE" TO RWL-MARK
005720         END-IF
005730     ELSE
005740         IF RWL-CUTOFF = WS-GRP-REP1-CUTOFF
005750             MOVE "NIGHT'S WINNER" TO RWL-MARK
005760         END-IF
005770     END-IF.
005780     PERFORM 8200-CHECK-PAGE
005790         THRU 8200-CHECK-PAGE-EXIT.
005800     WRITE STABILITY-PRINT-RECORD FROM RRP-WIN-LINE
005810         AFTER ADVANCING 1 LINE.
005820     ADD 1 TO WS-LINE-COUNT.
005830 3100-PRINT-ONE-WIN-EXIT.
005840     EXIT.
005850
005860*****************************************************
005870*  3200-PRINT-SPREAD                                  *
005880*  PRINTS THE MEAN, SAMPLE STD DEV, AND RANGE OF THE  *
005890*  WINNING CUTOFF AND OF ITS EXPECTED VALUE ACROSS    *
005900*  THE GROUP'S REPLICATIONS.  ONE REPLICATION HAS NO  *
005910*  SPREAD.                                            *
005920*****************************************************
005930 3200-PRINT-SPREAD.
005940     MOVE WS-GRP-REPS TO WS-REPS-WORK.
005950     COMPUTE RCS-MEAN ROUNDED =
005960         WS-GRP-CUT-TOTAL / WS-REPS-WORK.
005970     COMPUTE WS-SD-WORK = 0.
005980     IF WS-GRP-REPS > 1
005990         COMPUTE WS-VAR-WORK =
006000             (WS-GRP-CUT-TOTAL-SQ
006010             - (WS-GRP-CUT-TOTAL * WS-GRP-CUT-TOTAL)
006020             / WS-REPS-WORK)
006030             / (WS-REPS-WORK - 1)
006040         IF WS-VAR-WORK > 0
006050             COMPUTE WS-SD-WORK = WS-VAR-WORK ** 0.5
006060         END-IF
006070     END-IF.
006080     MOVE WS-SD-WORK TO WS-CUT-SD.
006090     COMPUTE RCS-STD-DEV ROUNDED = WS-SD-WORK.
006100     MOVE WS-GRP-CUT-MIN TO RCS-MIN.
006110     MOVE WS-GRP-CUT-MAX TO RCS-MAX.
006120     PERFORM 8200-CHECK-PAGE
006130         THRU 8200-CHECK-PAGE-EXIT.
006140     WRITE STABILITY-PRINT-RECORD FROM RRP-CUT-STATS-LINE
006150         AFTER ADVANCING 1 LINE.
006160     ADD 1 TO WS-LINE-COUNT.
006170
006180     COMPUTE REV-MEAN ROUNDED =
006190         WS-GRP-EV-TOTAL / WS-REPS-WORK.
006200     COMPUTE WS-SD-WORK = 0.
006210     IF WS-GRP-REPS > 1
006220         COMPUTE WS-VAR-WORK =
006230             (WS-GRP-EV-TOTAL-SQ
006240             - (WS-GRP-EV-TOTAL * WS-GRP-EV-TOTAL)
006250             / WS-REPS-WORK)
006260             / (WS-REPS-WORK - 1)
006270         IF WS-VAR-WORK > 0
006280             COMPUTE WS-SD-WORK = WS-VAR-WORK ** 0.5
006290         END-IF
006300     END-IF.
006310     COMPUTE REV-STD-DEV ROUNDED = WS-SD-WORK.
006320     MOVE WS-GRP-EV-MIN TO REV-MIN.
006330     MOVE WS-GRP-EV-MAX TO REV-MAX.
006340     PERFORM 8200-CHECK-PAGE
006350         THRU 8200-CHECK-PAGE-EXIT.
006360     WRITE STABILITY-PRINT-RECORD FROM RRP-EV-STATS-LINE
006370         AFTER ADVANCING 1 LINE.
006380     ADD 1 TO WS-LINE-COUNT.
006390 3200-PRINT-SPREAD-EXIT.
006400     EXIT.
006410
006420*****************************************************
006430*  3300-PRINT-STATUS                                  *
006440*  RATES THE GROUP STABLE OR UNSTABLE AGAINST THE     *
006450*  FLOOR SHARE AND THE SPREAD MAX AND PRINTS THE      *
006460*  MODAL CUTOFF WITH THE RATING AND ITS REASON.  A    *
006470*  SINGLE REPLICATION IS NOT RATED.                   *
006480*****************************************************
006490 3300-PRINT-STATUS.
006500     COMPUTE WS-MODE-SHARE ROUNDED =
006510         (WS-MODE-WINS * 100) / WS-GRP-REPS.
006520     MOVE WS-MODE-CUTOFF TO RST-MODE-CUTOFF.
006530     MOVE WS-MODE-SHARE  TO RST-MODE-SHARE.
006540     MOVE SPACES TO RST-REASON.
006550     SET SHARE-AT-FLOOR TO TRUE.
006560     SET SPREAD-WITHIN-LIMIT TO TRUE.
006570     IF WS-MODE-SHARE < WS-STABLE-PCT
006580         SET SHARE-BELOW-FLOOR TO TRUE
006590     END-IF.
006600     IF WS-CUT-SD > WS-SPREAD-LIMIT
006610         SET SPREAD-ABOVE-LIMIT TO TRUE
006620     END-IF.
006630
006640     IF WS-GRP-REPS < 2
006650         MOVE "NOT RATED" TO RST-STATUS
006660         MOVE "ONLY ONE REPLICATION ON FILE" TO RST-REASON
006670     ELSE
006680         IF SHARE-BELOW-FLOOR OR SPREAD-ABOVE-LIMIT
006690             MOVE "UNSTABLE" TO RST-STATUS
006700             ADD 1 TO WS-UNSTABLE-COUNT
006710             IF SHARE-BELOW-FLOOR AND SPREAD-ABOVE-LIMIT
006720                 MOVE "MODAL SHARE BELOW FLOOR, SPREAD OVER MAX"
006730                     TO RST-REASON
006740             ELSE
006750                 IF SHARE-BELOW-FLOOR
006760                     MOVE "MODAL SHARE BELOW FLOOR" TO RST-REASON
006770                 ELSE
006780                     MOVE "WINNING CUTOFF SPREAD OVER MAX"
006790                         TO RST-REASON
006800                 END-IF
006810             END-IF
006820         ELSE
006830             MOVE "STABLE" TO RST-STATUS
006840         END-IF
006850     END-IF.
006860     PERFORM 8200-CHECK-PAGE
006870         THRU 8200-CHECK-PAGE-EXIT.
006880     WRITE STABILITY-PRINT-RECORD FROM RRP-STATUS-LINE
006890         AFTER ADVANCING 1 LINE.
006900     ADD 1 TO WS-LINE-COUNT.
006910 3300-PRINT-STATUS-EXIT.
006920     EXIT.
006930
006940*****************************************************
006950*  8000-PAGE-HEADING                                  *
006960*****************************************************
006970 8000-PAGE-HEADING.
006980     ADD 1 TO WS-PAGE-COUNT.
006990     MOVE WS-RUN-DATE   TO RPH-RUN-DATE.
007000     MOVE WS-PAGE-COUNT TO RPH-PAGE.
007010     IF WS-PAGE-COUNT = 1
007020         WRITE STABILITY-PRINT-RECORD FROM RRP-PAGE-HEADING
007030             AFTER ADVANCING 1 LINE
007040     ELSE
007050         WRITE STABILITY-PRINT-RECORD FROM RRP-PAGE-HEADING
007060             AFTER ADVANCING PAGE
007070     END-IF.
007080     MOVE SPACES TO STABILITY-PRINT-RECORD.
007090     WRITE STABILITY-PRINT-RECORD AFTER ADVANCING 1 LINE.
007100     MOVE 2 TO WS-LINE-COUNT.
007110 8000-PAGE-HEADING-EXIT.
007120     EXIT.
007130
007140*****************************************************
007150*  8100-WRITE-NOTE-LINE                               *
007160*****************************************************
007170 8100-WRITE-NOTE-LINE.
007180     PERFORM 8200-CHECK-PAGE
007190         THRU 8200-CHECK-PAGE-EXIT.
007200     WRITE STABILITY-PRINT-RECORD FROM RRP-NOTE-LINE
007210         AFTER ADVANCING 1 LINE.
007220     ADD 1 TO WS-LINE-COUNT.
007230 8100-WRITE-NOTE-LINE-EXIT.
007240     EXIT.
007250
007260*****************************************************
007270*  8200-CHECK-PAGE                                    *
007280*****************************************************
007290 8200-CHECK-PAGE.
007300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007310         PERFORM 8000-PAGE-HEADING
007320             THRU 8000-PAGE-HEADING-EXIT
007330     END-IF.
007340 8200-CHECK-PAGE-EXIT.
007350     EXIT.
007360
007370*****************************************************
007380*  9000-FINALIZE                                      *
007390*  PRINTS THE TRAILER, CLOSES THE PRINT FILE, AND     *
007400*  ENDS WITH RETURN CODE 4 WHEN ANY SCENARIO WAS      *
007410*  UNSTABLE OR SHORT SO THE SCHEDULER CAN FLAG IT.    *
007420*****************************************************
007430 9000-FINALIZE.
007440     IF WS-SCENARIO-COUNT = ZERO
007450         MOVE "NO REPLICATIONS TO REPORT THIS RUN" TO RNL-TEXT
007460         PERFORM 8100-WRITE-NOTE-LINE
007470             THRU 8100-WRITE-NOTE-LINE-EXIT
007480     END-IF.
007490     MOVE SPACES TO STABILITY-PRINT-RECORD.
007500     WRITE STABILITY-PRINT-RECORD AFTER ADVANCING 1 LINE.
007510     MOVE WS-READ-COUNT      TO RTR-READ-COUNT.
007520     MOVE WS-SCENARIO-COUNT  TO RTR-SCENARIO-COUNT.
007530     MOVE WS-UNSTABLE-COUNT  TO RTR-UNSTABLE-COUNT.
007540     WRITE STABILITY-PRINT-RECORD FROM RRP-TRAILER
007550         AFTER ADVANCING 1 LINE.
007560     CLOSE STABILITY-PRINT-FILE.
007570     IF RETURN-CODE < 4
007580         IF WS-UNSTABLE-COUNT > ZERO OR WS-SHORT-COUNT > ZERO
007590             MOVE 4 TO RETURN-CODE
007600         END-IF
007610     END-IF.
007620     DISPLAY "REPLRPT SUMMARY: RECORDS=" WS-READ-COUNT
007630         " SCENARIOS=" WS-SCENARIO-COUNT
007640         " UNSTABLE=" WS-UNSTABLE-COUNT
007650         " SHORT=" WS-SHORT-COUNT
007660         " PAGES=" WS-PAGE-COUNT.
007670 9000-FINALIZE-EXIT.
007680     EXIT.
