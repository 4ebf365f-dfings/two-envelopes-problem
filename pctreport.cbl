000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PCTRPT.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL CUTOFF DOWNSIDE RISK     *
000130*                    RANKING.  READS THE PCTOUT PAYOFF *
000140*                    PERCENTILES (SEE PCTREC) AND      *
000150*                    PRINTS, PER SCENARIO, EVERY       *
000160*                    CUTOFF RANKED SAFEST FIRST BY THE *
000170*                    CHOSEN DOWNSIDE MEASURE, WITH ITS *
000180*                    EXPECTED VALUE, EV RANK, AND THE  *
000190*                    EV IT GIVES UP AGAINST THE BEST   *
000200*                    EV CUTOFF, AND RECOMMENDS THE     *
000210*                    SAFEST CUTOFF WHOSE GIVE-UP IS    *
000220*                    WITHIN THE CONTROL LIMIT.         *
000230*****************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270*****************************************************
000280*  RANKING CONTROL FILE - ONE RECORD GIVING THE       *
000290*  DOWNSIDE MEASURE TO RANK BY (5 = 5TH PERCENTILE,   *
000300*  2 = 25TH PERCENTILE, M = MEDIAN, L = CHANCE OF     *
000310*  ENDING BELOW THE FIRST PICK), THE MOST EXPECTED    *
000320*  VALUE A RECOMMENDED CUTOFF MAY GIVE UP AGAINST     *
000330*  THE BEST EV CUTOFF, AND HOW MANY RANKED CUTOFFS TO *
000340*  PRINT PER SCENARIO (ZERO FOR ALL).  DEFAULTS       *
000350*  APPLY IF THE FILE IS ABSENT.                       *
000360*****************************************************
000370     SELECT PCT-CONTROL-FILE ASSIGN TO PCTCTL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-PCT-CONTROL.
000400*****************************************************
000410*  PERCENTILE FILE - ONE RECORD PER SCENARIO AND      *
000420*  CUTOFF OF THE NIGHT'S SWEEP, IN SCENARIO BOOK      *
000430*  ORDER.  POINT IT AT WIFPCT TO REPORT ON A WHAT-IF  *
000440*  RUN.                                               *
000450*****************************************************
000460     SELECT PERCENTILE-FILE ASSIGN TO PCTOUT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-PERCENTILE-FILE.
000490*****************************************************
000500*  RANKING PRINT FILE.                                *
000510*****************************************************
000520     SELECT RANKING-PRINT-FILE ASSIGN TO PCTRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-RANKING-PRINT.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PCT-CONTROL-FILE.
000590 01  PCT-CONTROL-RECORD.
000600     05  PCC-RANK-BY             PIC X(01).
000610     05  PCC-EV-GIVE-UP          PIC 9(03)V99.
000620     05  PCC-TOP-N               PIC 9(03).
000630     05  FILLER                  PIC X(01).
000640
000650 FD  PERCENTILE-FILE.
000660 COPY PCTREC.
000670
000680 FD  RANKING-PRINT-FILE.
000690 01  RANKING-PRINT-RECORD        PIC X(132).
000700
000710 WORKING-STORAGE SECTION.
000720*****************************************************
000730*  FILE STATUS SWITCHES                              *
000740*****************************************************
000750 01  FS-PCT-CONTROL              PIC X(02).
000760     88  FS-PCT-CONTROL-OK            VALUE "00".
000770 01  FS-PERCENTILE-FILE          PIC X(02).
000780     88  FS-PERCENTILE-OK             VALUE "00".
000790     88  FS-PERCENTILE-EOF            VALUE "10".
000800     88  FS-PERCENTILE-MISSING        VALUE "35".
000810 01  FS-RANKING-PRINT            PIC X(02).
000820     88  FS-RANKING-PRINT-OK          VALUE "00".
000830
000840*****************************************************
000850*  RUN PARAMETERS                                    *
000860*****************************************************
000870 01  WS-RANK-BY                  PIC X(01) VALUE "5".
000880     88  RANK-BY-P05                  VALUE "5".
000890     88  RANK-BY-P25                  VALUE "2".
000900     88  RANK-BY-MEDIAN               VALUE "M".
000910     88  RANK-BY-LOSS                 VALUE "L".
000920     88  RANK-BY-VALID                VALUE "5" "2" "M" "L".
000930 01  WS-EV-GIVE-UP               PIC 9(03)V99 VALUE 1.00.
000940 01  WS-TOP-N                    PIC 9(03) VALUE 20.
000950 01  WS-RUN-DATE                 PIC 9(08).
000960
000970*****************************************************
000980*  SCENARIO GROUP TABLE - ONE GROUP IS THE RUN OF     *
000990*  CONSECUTIVE RECORDS FOR ONE SCENARIO CODE.  EACH   *
001000*  ENTRY IS ONE CUTOFF WITH ITS SWEEP PHASE, ITS      *
001010*  MEASURES, ITS SAFETY SCORE UNDER THE CHOSEN        *
001020*  MEASURE (HIGHER IS SAFER - ONE LESS THE LOSS SHARE *
001030*  WHEN RANKING BY LOSS), AND THE EV IT GIVES UP      *
001040*  AGAINST THE GROUP'S BEST EV.  ENT-PHASE RECORDS    *
001050*  WHICH PASS OF THE SWEEP SCORED THE CUTOFF.         *
001060*  THE RANKING IS A REPEATED SCAN FOR THE SAFEST      *
001070*  ENTRY NOT YET RANKED, SO IT NEEDS NO SORT.         *
001080*****************************************************
001090 01  SW-GROUP-ACTIVE             PIC X(01) VALUE "N".
001100     88  GROUP-ACTIVE                 VALUE "Y".
001110     88  GROUP-NOT-ACTIVE             VALUE "N".
001120 01  WS-GRP-CODE                 PIC X(08) VALUE SPACES.
001130 01  WS-GRP-RUN-DATE             PIC 9(08) VALUE ZERO.
001140 01  WS-GRP-RUN-MODE             PIC X(01) VALUE SPACE.
001150 01  WS-GRP-REQUESTED-BY         PIC X(08) VALUE SPACES.
001160 01  WS-GRP-DROPPED              PIC 9(05) VALUE ZERO.
001170 01  WS-ENT-MAX                  PIC 9(04) VALUE 1000.
001180 01  WS-ENT-COUNT                PIC 9(04) VALUE ZERO.
001190 01  WS-ENT-SUB                  PIC 9(04) VALUE ZERO.
001200 01  WS-CAND-SUB                 PIC 9(04) VALUE ZERO.
001210 01  WS-NEXT-SUB                 PIC 9(04) VALUE ZERO.
001220 01  WS-BEST-EV-SUB              PIC 9(04) VALUE ZERO.
001230 01  WS-RECOMMEND-SUB            PIC 9(04) VALUE ZERO.
001240 01  WS-RANK                     PIC 9(04) VALUE ZERO.
001250 01  WS-EV-RANK                  PIC 9(04) VALUE ZERO.
001260 01  WS-PRINT-LIMIT              PIC 9(04) VALUE ZERO.
001270 01  WS-ENT-TABLE.
001280     05  WS-ENT-ENTRY            OCCURS 1000 TIMES.
001290         10  ENT-CUTOFF          PIC 9(03).
001300         10  ENT-PHASE           PIC X(01).
001310         10  ENT-TRIALS          PIC 9(05).
001320         10  ENT-EV              PIC S9(05)V99.
001330         10  ENT-P05             PIC S9(05)V99.
001340         10  ENT-P25             PIC S9(05)V99.
001350         10  ENT-MEDIAN          PIC S9(05)V99.
001360         10  ENT-LOSS-PROB       PIC 9V9999.
001370         10  ENT-SAFETY          PIC S9(05)V9999.
001380         10  ENT-GIVE-UP         PIC S9(05)V99.
001390         10  ENT-CAPPED-FLAG     PIC X(01).
001400             88  ENT-CAPPED          VALUE "Y".
001410         10  ENT-RANKED-FLAG     PIC X(01).
001420             88  ENT-RANKED          VALUE "Y".
001430             88  ENT-NOT-RANKED      VALUE "N".
001440 01  SW-ENTRY-SAFER              PIC X(01) VALUE "N".
001450     88  ENTRY-SAFER                  VALUE "Y".
001460     88  ENTRY-NOT-SAFER              VALUE "N".
001470
001480*****************************************************
001490*  RUN TOTALS AND PRINT WORK FIELDS                  *
001500*****************************************************
001510 01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001520 01  WS-SCENARIO-COUNT           PIC 9(05) VALUE ZERO.
001530 01  WS-SAFER-COUNT              PIC 9(05) VALUE ZERO.
001540 01  WS-CAPPED-COUNT             PIC 9(05) VALUE ZERO.
001550 01  WS-DROPPED-COUNT            PIC 9(05) VALUE ZERO.
001560 01  WS-EDIT-TOP-N               PIC ZZ9.
001570 01  WS-EDIT-DROPPED             PIC ZZZZ9.
001580
001590*****************************************************
001600*  REPORT CONTROL                                    *
001610*****************************************************
001620 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
001630 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001640 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
001650
001660*****************************************************
001670*  PRINT LINE LAYOUTS                                *
001680*****************************************************
001690 01  PRK-PAGE-HEADING.
001700     05  FILLER                  PIC X(51) VALUE
001710         "TWO ENVELOPES CUTOFF DOWNSIDE RISK RANKING".
001720     05  FILLER                  PIC X(10) VALUE SPACES.
001730     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001740     05  RPH-RUN-DATE            PIC 9(08).
001750     05  FILLER                  PIC X(04) VALUE SPACES.
001760     05  FILLER                  PIC X(05) VALUE "PAGE ".
001770     05  RPH-PAGE                PIC ZZZZ9.
001780     05  FILLER                  PIC X(40) VALUE SPACES.
001790
001800 01  PRK-PARM-LINE.
001810     05  FILLER                  PIC X(10) VALUE "RANKED BY ".
001820     05  RPL-RANK-TEXT           PIC X(24).
001830     05  FILLER                  PIC X(17) VALUE
001840         "  EV GIVE-UP MAX ".
001850     05  RPL-EV-GIVE-UP          PIC ZZ9.99.
001860     05  FILLER                  PIC X(16) VALUE
001870         "  CUTOFFS SHOWN ".
001880     05  RPL-TOP-N               PIC X(04).
001890     05  FILLER                  PIC X(55) VALUE SPACES.
001900
001910 01  PRK-LEGEND-LINE-1.
001920     05  FILLER                  PIC X(100) VALUE
001930         "   RECOMMENDED = SAFEST CUTOFF WHOSE EV IS WITHIN THE GI
001940-        "VE-UP MAX OF THE BEST EV".
001950     05  FILLER                  PIC X(32) VALUE SPACES.
001960
001970 01  PRK-LEGEND-LINE-2.
001980     05  FILLER                  PIC X(100) VALUE
001990         "   + AFTER THE MEDIAN = A PERCENTILE PAST THE TOP HISTOG
002000-        "RAM BAND, SHOWN AS THE BAND FLOOR".
002010     05  FILLER                  PIC X(32) VALUE SPACES.
002020
002030 01  PRK-LEGEND-LINE-3.
002040     05  FILLER                  PIC X(100) VALUE
002050         "   PHASE: S = SINGLE SWEEP, C = COARSE PASS, F = FINE PA
002060-        "SS".
002070     05  FILLER                  PIC X(32) VALUE SPACES.
002080
002090 01  PRK-SCEN-HEADING.
002100     05  FILLER                  PIC X(09) VALUE "SCENARIO ".
002110     05  RSH-SCENARIO-CODE       PIC X(08).
002120     05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
002130     05  RSH-RUN-DATE            PIC 9(08).
002140     05  FILLER                  PIC X(10) VALUE "  CUTOFFS ".
002150     05  RSH-CUTOFFS             PIC ZZZ9.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  RSH-MODE-TEXT           PIC X(21).
002180     05  FILLER                  PIC X(59) VALUE SPACES.
002190
002200 01  PRK-COLUMN-HEADING.
002210     05  FILLER                  PIC X(06) VALUE "  RANK".
002220     05  FILLER                  PIC X(06) VALUE "   CUT".
002230     05  FILLER                  PIC X(08) VALUE "   PHASE".
002240     05  FILLER                  PIC X(11) VALUE "  EXP VALUE".
002250     05  FILLER                  PIC X(11) VALUE " EV GIVE-UP".
002260     05  FILLER                  PIC X(08) VALUE " EV RANK".
002270     05  FILLER                  PIC X(11) VALUE "         P5".
002280     05  FILLER                  PIC X(10) VALUE "       P25".
002290     05  FILLER                  PIC X(11) VALUE "    MEDIAN ".
002300     05  FILLER                  PIC X(08) VALUE " P(LOSS)".
002310     05  FILLER                  PIC X(08) VALUE "  TRIALS".
002320     05  FILLER                  PIC X(23) VALUE "   NOTE".
002330     05  FILLER                  PIC X(11) VALUE SPACES.
002340
002350 01  PRK-DETAIL-LINE.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  RDL-RANK                PIC ZZZ9.
002380     05  FILLER                  PIC X(03) VALUE SPACES.
002390     05  RDL-CUTOFF              PIC 9(03).
002400     05  FILLER                  PIC X(05) VALUE SPACES.
002410     05  RDL-PHASE               PIC X(01).
002420     05  FILLER                  PIC X(05) VALUE SPACES.
002430     05  RDL-EV                  PIC -(04)9.99.
002440     05  FILLER                  PIC X(03) VALUE SPACES.
002450     05  RDL-GIVE-UP             PIC -(04)9.99.
002460     05  FILLER                  PIC X(04) VALUE SPACES.
002470     05  RDL-EV-RANK             PIC ZZZ9.
002480     05  FILLER                  PIC X(03) VALUE SPACES.
002490     05  RDL-P05                 PIC -(04)9.99.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  RDL-P25                 PIC -(04)9.99.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  RDL-MEDIAN              PIC -(04)9.99.
002540     05  RDL-CAPPED              PIC X(01).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  RDL-LOSS-PROB           PIC 9.9999.
002570     05  FILLER                  PIC X(03) VALUE SPACES.
002580     05  RDL-TRIALS              PIC ZZZZ9.
002590     05  FILLER                  PIC X(03) VALUE SPACES.
002600     05  RDL-MARK                PIC X(20).
002610     05  FILLER                  PIC X(11) VALUE SPACES.
002620
002630 01  PRK-CHOICE-LINE.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  RCL-LABEL               PIC X(13).
002660     05  FILLER                  PIC X(07) VALUE "CUTOFF ".
002670     05  RCL-CUTOFF              PIC 9(03).
002680     05  FILLER                  PIC X(08) VALUE "  PHASE ".
002690     05  RCL-PHASE               PIC X(01).
002700     05  FILLER                  PIC X(05) VALUE "  EV ".
002710     05  RCL-EV                  PIC -(04)9.99.
002720     05  FILLER                  PIC X(05) VALUE "  P5 ".
002730     05  RCL-P05                 PIC -(04)9.99.
002740     05  FILLER                  PIC X(06) VALUE "  P25 ".
002750     05  RCL-P25                 PIC -(04)9.99.
002760     05  FILLER                  PIC X(10) VALUE "  MEDIAN ".
002770     05  RCL-MEDIAN              PIC -(04)9.99.
002780     05  FILLER                  PIC X(10) VALUE "  P(LOSS) ".
002790     05  RCL-LOSS-PROB           PIC 9.9999.
002800     05  FILLER                  PIC X(24) VALUE SPACES.
002810
002820 01  PRK-NOTE-LINE.
002830     05  FILLER                  PIC X(04) VALUE SPACES.
002840     05  RNL-TEXT                PIC X(80).
002850     05  FILLER                  PIC X(48) VALUE SPACES.
002860
002870 01  PRK-TRAILER.
002880     05  FILLER                  PIC X(16) VALUE
002890         "END OF REPORT - ".
002900     05  RTR-READ-COUNT          PIC ZZZZZZ9.
002910     05  FILLER                  PIC X(21) VALUE
002920         " PERCENTILE RECORDS, ".
002930     05  RTR-SCENARIO-COUNT      PIC ZZZZ9.
002940     05  FILLER                  PIC X(12) VALUE
002950         " SCENARIOS, ".
002960     05  RTR-SAFER-COUNT         PIC ZZZZ9.
002970     05  FILLER                  PIC X(31) VALUE
002980         " WITH A SAFER CUTOFF THAN BEST".
002990     05  FILLER                  PIC X(35) VALUE SPACES.
003000
003010 PROCEDURE DIVISION.
003020*****************************************************
003030*  0000-MAINLINE                                      *
003040*  LOADS THE RANKING CONTROLS, THEN READS PCTOUT ONE  *
003050*  SCENARIO GROUP AT A TIME, RANKING AND PRINTING     *
003060*  EACH GROUP WHEN IT ENDS.                           *
003070*****************************************************
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE
003100         THRU 1000-INITIALIZE-EXIT.
003110     IF RETURN-CODE >= 16
003120         DISPLAY "PCTRPT: RUN TERMINATED, RC=" RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150
003160     PERFORM 2000-PROCESS-PERCENTILES
003170         THRU 2000-PROCESS-PERCENTILES-EXIT.
003180
003190     PERFORM 9000-FINALIZE
003200         THRU 9000-FINALIZE-EXIT.
003210     STOP RUN.
003220
003230*****************************************************
003240*  1000-INITIALIZE                                    *
003250*  LOADS THE RANKING CONTROLS (DEFAULTING WHEN NO     *
003260*  PCTCTL IS PRESENT OR ITS FIELDS ARE BAD), OPENS    *
003270*  THE PRINT FILE, AND PRINTS THE FIRST HEADING.      *
003280*****************************************************
003290 1000-INITIALIZE.
003300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003310
003320     OPEN INPUT PCT-CONTROL-FILE.
003330     IF FS-PCT-CONTROL-OK
003340         READ PCT-CONTROL-FILE
003350             AT END
003360                 CONTINUE
003370         END-READ
003380         IF FS-PCT-CONTROL-OK
003390             IF PCC-RANK-BY NOT = SPACE
003400                 MOVE PCC-RANK-BY TO WS-RANK-BY
003410                 IF NOT RANK-BY-VALID
003420                     DISPLAY "PCTRPT NOTE: RANK MEASURE "
003430                         PCC-RANK-BY " NOT KNOWN, 5 USED"
003440                     SET RANK-BY-P05 TO TRUE
003450                 END-IF
003460             END-IF
003470             IF PCC-EV-GIVE-UP IS NUMERIC
003480                 MOVE PCC-EV-GIVE-UP TO WS-EV-GIVE-UP
003490             END-IF
003500             IF PCC-TOP-N IS NUMERIC
003510                 MOVE PCC-TOP-N TO WS-TOP-N
003520             END-IF
003530         END-IF
003540         CLOSE PCT-CONTROL-FILE
003550     END-IF.
003560
003570     OPEN OUTPUT RANKING-PRINT-FILE.
003580     IF NOT FS-RANKING-PRINT-OK
003590         DISPLAY "PCTRPT ERROR: PCTRPT OPEN FAILED, STATUS="
003600             FS-RANKING-PRINT
003610         MOVE 16 TO RETURN-CODE
003620         GO TO 1000-INITIALIZE-EXIT
003630     END-IF.
003640
003650     PERFORM 8000-PAGE-HEADING
003660         THRU 8000-PAGE-HEADING-EXIT.
003670     EVALUATE TRUE
003680         WHEN RANK-BY-P25
003690             MOVE "25TH PERCENTILE PAYOFF" TO RPL-RANK-TEXT
003700         WHEN RANK-BY-MEDIAN
003710             MOVE "MEDIAN PAYOFF" TO RPL-RANK-TEXT
003720         WHEN RANK-BY-LOSS
003730             MOVE "CHANCE OF A LOSS" TO RPL-RANK-TEXT
003740         WHEN OTHER
003750             MOVE "5TH PERCENTILE PAYOFF" TO RPL-RANK-TEXT
003760     END-EVALUATE.
003770     MOVE WS-EV-GIVE-UP TO RPL-EV-GIVE-UP.
003780     IF WS-TOP-N = ZERO
003790         MOVE "ALL" TO RPL-TOP-N
003800     ELSE
003810         MOVE WS-TOP-N TO WS-EDIT-TOP-N
003820         MOVE WS-EDIT-TOP-N TO RPL-TOP-N
003830     END-IF.
003840     WRITE RANKING-PRINT-RECORD FROM PRK-PARM-LINE
003850         AFTER ADVANCING 1 LINE.
003860     WRITE RANKING-PRINT-RECORD FROM PRK-LEGEND-LINE-1
003870         AFTER ADVANCING 1 LINE.
003880     WRITE RANKING-PRINT-RECORD FROM PRK-LEGEND-LINE-2
003890         AFTER ADVANCING 1 LINE.
003900     WRITE RANKING-PRINT-RECORD FROM PRK-LEGEND-LINE-3
003910         AFTER ADVANCING 1 LINE.
003920     ADD 4 TO WS-LINE-COUNT.
003930 1000-INITIALIZE-EXIT.
003940     EXIT.
003950
003960*****************************************************
003970*  2000-PROCESS-PERCENTILES                           *
003980*  READS EVERY PCTOUT RECORD INTO ITS SCENARIO GROUP  *
003990*  AND PRINTS THE LAST GROUP AT END OF FILE.  EVERY   *
004000*  PRODUCTION SWEEP WRITES PCTOUT, SO A MISSING ONE   *
004010*  IS NOTED ON THE REPORT AND RAISES THE WARNING.     *
004020*****************************************************
004030 2000-PROCESS-PERCENTILES.
004040     OPEN INPUT PERCENTILE-FILE.
004050     IF FS-PERCENTILE-MISSING
004060         MOVE "PCTOUT NOT FOUND - NO PERCENTILES TO RANK"
004070             TO RNL-TEXT
004080         PERFORM 8100-WRITE-NOTE-LINE
004090             THRU 8100-WRITE-NOTE-LINE-EXIT
004100         MOVE 4 TO RETURN-CODE
004110         GO TO 2000-PROCESS-PERCENTILES-EXIT
004120     END-IF.
004130     IF NOT FS-PERCENTILE-OK
004140         DISPLAY "PCTRPT ERROR: PCTOUT OPEN FAILED, STATUS="
004150             FS-PERCENTILE-FILE
004160         MOVE 16 TO RETURN-CODE
004170         GO TO 2000-PROCESS-PERCENTILES-EXIT
004180     END-IF.
004190     READ PERCENTILE-FILE
004200         AT END
004210             CONTINUE
004220     END-READ.
004230     PERFORM 2100-PROCESS-ONE
004240         THRU 2100-PROCESS-ONE-EXIT
004250         UNTIL NOT FS-PERCENTILE-OK.
004260     IF NOT FS-PERCENTILE-EOF
004270         DISPLAY "PCTRPT ERROR: PCTOUT READ FAILED, STATUS="
004280             FS-PERCENTILE-FILE
004290         MOVE 16 TO RETURN-CODE
004300     END-IF.
004310     IF GROUP-ACTIVE
004320         PERFORM 3000-PRINT-GROUP
004330             THRU 3000-PRINT-GROUP-EXIT
004340     END-IF.
004350     CLOSE PERCENTILE-FILE.
004360 2000-PROCESS-PERCENTILES-EXIT.
004370     EXIT.
004380
004390*****************************************************
004400*  2100-PROCESS-ONE                                   *
004410*  CLOSES THE GROUP ON HAND WHEN THE SCENARIO CODE    *
004420*  OR RUN DATE CHANGES, STARTS A NEW GROUP IF NEEDED, *
004430*  AND FILES THE RECORD AS THE GROUP'S NEXT ENTRY     *
004440*  WITH ITS SAFETY SCORE UNDER THE CHOSEN MEASURE.    *
004450*  A GROUP HOLDS AS MANY CUTOFFS AS ONE SWEEP CAN     *
004460*  PRODUCE; ANY PAST THAT ARE COUNTED AND DROPPED.    *
004470*****************************************************
004480 2100-PROCESS-ONE.
004490     ADD 1 TO WS-READ-COUNT.
004500     IF GROUP-ACTIVE
004510         IF PCT-SCENARIO-CODE NOT = WS-GRP-CODE
004520             OR PCT-RUN-DATE NOT = WS-GRP-RUN-DATE
004530             PERFORM 3000-PRINT-GROUP
004540                 THRU 3000-PRINT-GROUP-EXIT
004550         END-IF
004560     END-IF.
004570     IF GROUP-NOT-ACTIVE
004580         PERFORM 2150-START-GROUP
004590             THRU 2150-START-GROUP-EXIT
004600     END-IF.
004610
004620     IF WS-ENT-COUNT >= WS-ENT-MAX
004630         ADD 1 TO WS-GRP-DROPPED
004640         GO TO 2100-PROCESS-ONE-READ
004650     END-IF.
004660     ADD 1 TO WS-ENT-COUNT.
004670     MOVE WS-ENT-COUNT       TO WS-ENT-SUB.
004680     MOVE PCT-CUTOFF         TO ENT-CUTOFF (WS-ENT-SUB).
004690     MOVE PCT-SWEEP-PHASE    TO ENT-PHASE (WS-ENT-SUB).
004700     MOVE PCT-NUM-TRIALS     TO ENT-TRIALS (WS-ENT-SUB).
004710     MOVE PCT-EXPECTED-VALUE TO ENT-EV (WS-ENT-SUB).
004720     MOVE PCT-P05            TO ENT-P05 (WS-ENT-SUB).
004730     MOVE PCT-P25            TO ENT-P25 (WS-ENT-SUB).
004740     MOVE PCT-MEDIAN         TO ENT-MEDIAN (WS-ENT-SUB).
004750     MOVE PCT-LOSS-PROB      TO ENT-LOSS-PROB (WS-ENT-SUB).
004760     MOVE PCT-TAIL-CAPPED    TO ENT-CAPPED-FLAG (WS-ENT-SUB).
004770     SET ENT-NOT-RANKED (WS-ENT-SUB) TO TRUE.
004780     MOVE ZERO               TO ENT-GIVE-UP (WS-ENT-SUB).
004790     IF ENT-CAPPED (WS-ENT-SUB)
004800         ADD 1 TO WS-CAPPED-COUNT
004810     END-IF.
004820     EVALUATE TRUE
004830         WHEN RANK-BY-P25
004840             MOVE ENT-P25 (WS-ENT-SUB) TO ENT-SAFETY (WS-ENT-SUB)
004850         WHEN RANK-BY-MEDIAN
004860             MOVE ENT-MEDIAN (WS-ENT-SUB)
004870                 TO ENT-SAFETY (WS-ENT-SUB)
004880         WHEN RANK-BY-LOSS
004890             COMPUTE ENT-SAFETY (WS-ENT-SUB) =
004900                 1 - ENT-LOSS-PROB (WS-ENT-SUB)
004910         WHEN OTHER
004920             MOVE ENT-P05 (WS-ENT-SUB) TO ENT-SAFETY (WS-ENT-SUB)
004930     END-EVALUATE.
004940 2100-PROCESS-ONE-READ.
004950     READ PERCENTILE-FILE
004960         AT END
004970             CONTINUE
004980     END-READ.
004990 2100-PROCESS-ONE-EXIT.
005000     EXIT.
005010
005020*****************************************************
005030*  2150-START-GROUP                                   *
005040*  OPENS A NEW, EMPTY SCENARIO GROUP FROM THE RECORD  *
005050*  ON HAND.                                           *
005060*****************************************************
005070 2150-START-GROUP.
005080     SET GROUP-ACTIVE TO TRUE.
005090     MOVE PCT-SCENARIO-CODE  TO WS-GRP-CODE.
005100     MOVE PCT-RUN-DATE       TO WS-GRP-RUN-DATE.
005110     MOVE PCT-RUN-MODE       TO WS-GRP-RUN-MODE.
005120     MOVE PCT-REQUESTED-BY   TO WS-GRP-REQUESTED-BY.
005130     MOVE ZERO TO WS-ENT-COUNT.
005140     MOVE ZERO TO WS-GRP-DROPPED.
005150 2150-START-GROUP-EXIT.
005160     EXIT.
005170
005180*****************************************************
005190*  3000-PRINT-GROUP                                   *
005200*  PRINTS ONE SCENARIO GROUP: FINDS THE BEST EV       *
005210*  CUTOFF AND EVERY CUTOFF'S GIVE-UP AGAINST IT,      *
005220*  SETTLES THE RECOMMENDED CUTOFF, PRINTS THE RANKED  *
005230*  CUTOFFS SAFEST FIRST UP TO THE PRINT LIMIT, AND    *
005240*  CLOSES WITH THE BEST EV AND RECOMMENDED CHOICES    *
005250*  SIDE BY SIDE.                                      *
005260*****************************************************
005270 3000-PRINT-GROUP.
005280     ADD 1 TO WS-SCENARIO-COUNT.
005290     MOVE WS-GRP-CODE        TO RSH-SCENARIO-CODE.
005300     MOVE WS-GRP-RUN-DATE    TO RSH-RUN-DATE.
005310     MOVE WS-ENT-COUNT       TO RSH-CUTOFFS.
005320     MOVE SPACES TO RSH-MODE-TEXT.
005330     IF WS-GRP-RUN-MODE = "W"
005340         STRING "WHAT-IF FOR " DELIMITED BY SIZE
005350             WS-GRP-REQUESTED-BY DELIMITED BY SIZE
005360             INTO RSH-MODE-TEXT
005370         END-STRING
005380     END-IF.
005390     PERFORM 8200-CHECK-PAGE
005400         THRU 8200-CHECK-PAGE-EXIT.
005410     MOVE SPACES TO RANKING-PRINT-RECORD.
005420     WRITE RANKING-PRINT-RECORD AFTER ADVANCING 1 LINE.
005430     WRITE RANKING-PRINT-RECORD FROM PRK-SCEN-HEADING
005440         AFTER ADVANCING 1 LINE.
005450     WRITE RANKING-PRINT-RECORD FROM PRK-COLUMN-HEADING
005460         AFTER ADVANCING 1 LINE.
005470     ADD 3 TO WS-LINE-COUNT.
005480
005490     MOVE ZERO TO WS-BEST-EV-SUB.
005500     PERFORM 3050-FIND-BEST-EV
005510         THRU 3050-FIND-BEST-EV-EXIT
005520         VARYING WS-ENT-SUB FROM 1 BY 1
005530         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
005540     PERFORM 3055-SET-GIVE-UP
005550         THRU 3055-SET-GIVE-UP-EXIT
005560         VARYING WS-ENT-SUB FROM 1 BY 1
005570         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
005580     MOVE ZERO TO WS-RECOMMEND-SUB.
005590     PERFORM 3060-FIND-RECOMMENDED
005600         THRU 3060-FIND-RECOMMENDED-EXIT
005610         VARYING WS-ENT-SUB FROM 1 BY 1
005620         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
005630
005640     MOVE WS-ENT-COUNT TO WS-PRINT-LIMIT.
005650     IF WS-TOP-N > ZERO AND WS-TOP-N < WS-ENT-COUNT
005660         MOVE WS-TOP-N TO WS-PRINT-LIMIT
005670     END-IF.
005680     PERFORM 3100-PRINT-NEXT-RANK
005690         THRU 3100-PRINT-NEXT-RANK-EXIT
005700         VARYING WS-RANK FROM 1 BY 1
005710         UNTIL WS-RANK > WS-PRINT-LIMIT.
005720
005730     PERFORM 3200-PRINT-CHOICES
005740         THRU 3200-PRINT-CHOICES-EXIT.
005750
005760     IF WS-GRP-DROPPED > ZERO
005770         ADD WS-GRP-DROPPED TO WS-DROPPED-COUNT
005780         MOVE WS-GRP-DROPPED TO WS-EDIT-DROPPED
005790         MOVE SPACES TO RNL-TEXT
005800         STRING WS-EDIT-DROPPED DELIMITED BY SIZE
005810             " CUTOFF RECORDS PAST THE TABLE LIMIT NOT RANKED"
005820                 DELIMITED BY SIZE
005830             INTO RNL-TEXT
005840         END-STRING
005850         PERFORM 8100-WRITE-NOTE-LINE
005860             THRU 8100-WRITE-NOTE-LINE-EXIT
005870     END-IF.
005880     SET GROUP-NOT-ACTIVE TO TRUE.
005890 3000-PRINT-GROUP-EXIT.
005900     EXIT.
005910
005920*****************************************************
005930*  3050-FIND-BEST-EV                                  *
005940*  KEEPS THE CUTOFF WITH THE HIGHEST EXPECTED VALUE;  *
005950*  A TIE GOES TO THE LOWER CUTOFF.                    *
005960*****************************************************
005970 3050-FIND-BEST-EV.
005980     IF WS-BEST-EV-SUB = ZERO
005990         MOVE WS-ENT-SUB TO WS-BEST-EV-SUB
006000         GO TO 3050-FIND-BEST-EV-EXIT
006010     END-IF.
006020     IF ENT-EV (WS-ENT-SUB) > ENT-EV (WS-BEST-EV-SUB)
006030         MOVE WS-ENT-SUB TO WS-BEST-EV-SUB
006040         GO TO 3050-FIND-BEST-EV-EXIT
006050     END-IF.
006060     IF ENT-EV (WS-ENT-SUB) = ENT-EV (WS-BEST-EV-SUB)
006070         AND ENT-CUTOFF (WS-ENT-SUB) < ENT-CUTOFF (WS-BEST-EV-SUB)
006080         MOVE WS-ENT-SUB TO WS-BEST-EV-SUB
006090     END-IF.
006100 3050-FIND-BEST-EV-EXIT.
006110     EXIT.
006120
006130*****************************************************
006140*  3055-SET-GIVE-UP                                   *
006150*  WORKS OUT HOW MUCH EXPECTED VALUE THE CUTOFF       *
006160*  GIVES UP AGAINST THE BEST EV CUTOFF.               *
006170*****************************************************
006180 3055-SET-GIVE-UP.
006190     COMPUTE ENT-GIVE-UP (WS-ENT-SUB) =
006200         ENT-EV (WS-BEST-EV-SUB) - ENT-EV (WS-ENT-SUB).
006210 3055-SET-GIVE-UP-EXIT.
006220     EXIT.
006230
006240*****************************************************
006250*  3060-FIND-RECOMMENDED                              *
006260*  KEEPS THE SAFEST CUTOFF WHOSE GIVE-UP IS WITHIN    *
006270*  THE CONTROL LIMIT.  THE BEST EV CUTOFF GIVES UP    *
006280*  NOTHING, SO THERE IS ALWAYS ONE.                   *
006290*****************************************************
006300 3060-FIND-RECOMMENDED.
006310     IF ENT-GIVE-UP (WS-ENT-SUB) > WS-EV-GIVE-UP
006320         GO TO 3060-FIND-RECOMMENDED-EXIT
006330     END-IF.
006340     IF WS-RECOMMEND-SUB = ZERO
006350         MOVE WS-ENT-SUB TO WS-RECOMMEND-SUB
006360         GO TO 3060-FIND-RECOMMENDED-EXIT
006370     END-IF.
006380     MOVE WS-RECOMMEND-SUB TO WS-CAND-SUB.
006390     PERFORM 3070-TEST-SAFER
006400         THRU 3070-TEST-SAFER-EXIT.
006410     IF ENTRY-SAFER
006420         MOVE WS-ENT-SUB TO WS-RECOMMEND-SUB
006430     END-IF.
006440 3060-FIND-RECOMMENDED-EXIT.
006450     EXIT.
006460
006470*****************************************************
006480*  3070-TEST-SAFER                                    *
006490*  SETS ENTRY-SAFER WHEN ENTRY WS-ENT-SUB RANKS AHEAD *
006500*  OF ENTRY WS-CAND-SUB: THE HIGHER SAFETY SCORE,     *
006510*  THEN THE HIGHER EXPECTED VALUE, THEN THE LOWER     *
006520*  CUTOFF.                                            *
006530*****************************************************
006540 3070-TEST-SAFER.
006550     SET ENTRY-NOT-SAFER TO TRUE.
006560     IF ENT-SAFETY (WS-ENT-SUB) > ENT-SAFETY (WS-CAND-SUB)
006570         SET ENTRY-SAFER TO TRUE
006580         GO TO 3070-TEST-SAFER-EXIT
006590     END-IF.
006600     IF ENT-SAFETY (WS-ENT-SUB) < ENT-SAFETY (WS-CAND-SUB)
006610         GO TO 3070-TEST-SAFER-EXIT
006620     END-IF.
006630     IF ENT-EV (WS-ENT-SUB) > ENT-EV (WS-CAND-SUB)
006640         SET ENTRY-SAFER TO TRUE
006650         GO TO 3070-TEST-SAFER-EXIT
006660     END-IF.
006670     IF ENT-EV (WS-ENT-SUB) < ENT-EV (WS-CAND-SUB)
006680         GO TO 3070-TEST-SAFER-EXIT
006690     END-IF.
006700     IF ENT-CUTOFF (WS-ENT-SUB) < ENT-CUTOFF (WS-CAND-SUB)
006710         SET ENTRY-SAFER TO TRUE
006720     END-IF.
006730 3070-TEST-SAFER-EXIT.
006740     EXIT.
006750
006760*****************************************************
006770*  3100-PRINT-NEXT-RANK                               *
006780*  FINDS THE SAFEST CUTOFF NOT YET RANKED, MARKS IT   *
006790*  RANKED, AND PRINTS IT WITH ITS EV RANK AND NOTE.   *
006800*****************************************************
006810 3100-PRINT-NEXT-RANK.
006820     MOVE ZERO TO WS-NEXT-SUB.
006830     PERFORM 3110-FIND-NEXT-SAFEST
006840         THRU 3110-FIND-NEXT-SAFEST-EXIT
006850         VARYING WS-ENT-SUB FROM 1 BY 1
006860         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
006870     IF WS-NEXT-SUB = ZERO
006880         GO TO 3100-PRINT-NEXT-RANK-EXIT
006890     END-IF.
006900     SET ENT-RANKED (WS-NEXT-SUB) TO TRUE.
006910
006920     MOVE 1 TO WS-EV-RANK.
006930     PERFORM 3120-COUNT-EV-RANK
006940         THRU 3120-COUNT-EV-RANK-EXIT
006950         VARYING WS-ENT-SUB FROM 1 BY 1
006960         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
006970
006980     MOVE WS-RANK                      TO RDL-RANK.
006990     MOVE ENT-CUTOFF (WS-NEXT-SUB)     TO RDL-CUTOFF.
007000     MOVE ENT-PHASE (WS-NEXT-SUB)      TO RDL-PHASE.
007010     MOVE ENT-EV (WS-NEXT-SUB)         TO RDL-EV.
007020     MOVE ENT-GIVE-UP (WS-NEXT-SUB)    TO RDL-GIVE-UP.
007030     MOVE WS-EV-RANK                   TO RDL-EV-RANK.
007040     MOVE ENT-P05 (WS-NEXT-SUB)        TO RDL-P05.
007050     MOVE ENT-P25 (WS-NEXT-SUB)        TO RDL-P25.
007060     MOVE ENT-MEDIAN (WS-NEXT-SUB)     TO RDL-MEDIAN.
007070     MOVE ENT-LOSS-PROB (WS-NEXT-SUB)  TO RDL-LOSS-PROB.
007080     MOVE ENT-TRIALS (WS-NEXT-SUB)     TO RDL-TRIALS.
007090     MOVE SPACE TO RDL-CAPPED.
007100     IF ENT-CAPPED (WS-NEXT-SUB)
007110         MOVE "+" TO RDL-CAPPED
007120     END-IF.
007130     MOVE SPACES TO RDL-MARK.
007140     IF WS-NEXT-SUB = WS-BEST-EV-SUB
007150         IF WS-NEXT-SUB = WS-RECOMMEND-SUB
007160             MOVE "BEST EV, RECOMMENDED" TO RDL-MARK
007170         ELSE
007180             MOVE "BEST EV" TO RDL-MARK
007190         END-IF
007200     ELSE
007210         IF WS-NEXT-SUB = WS-RECOMMEND-SUB
007220             MOVE "RECOMMENDED" TO RDL-MARK
007230         ELSE
007240             IF ENT-GIVE-UP (WS-NEXT-SUB) NOT > WS-EV-GIVE-UP
007250                 MOVE "WITHIN EV GIVE-UP" TO RDL-MARK
007260             END-IF
007270         END-IF
007280     END-IF.
007290     PERFORM 8200-CHECK-PAGE
007300         THRU 8200-CHECK-PAGE-EXIT.
007310     WRITE RANKING-PRINT-RECORD FROM PRK-DETAIL-LINE
007320         AFTER ADVANCING 1 LINE.
007330     ADD 1 TO WS-LINE-COUNT.
007340 3100-PRINT-NEXT-RANK-EXIT.
007350     EXIT.
007360
007370*****************************************************
007380*  3110-FIND-NEXT-SAFEST                              *
007390*  KEEPS THE SAFEST ENTRY NOT YET RANKED.             *
007400*****************************************************
007410 3110-FIND-NEXT-SAFEST.
007420     IF ENT-RANKED (WS-ENT-SUB)
007430         GO TO 3110-FIND-NEXT-SAFEST-EXIT
007440     END-IF.
007450     IF WS-NEXT-SUB = ZERO
007460         MOVE WS-ENT-SUB TO WS-NEXT-SUB
007470         GO TO 3110-FIND-NEXT-SAFEST-EXIT
007480     END-IF.
007490     MOVE WS-NEXT-SUB TO WS-CAND-SUB.
007500     PERFORM 3070-TEST-SAFER
007510         THRU 3070-TEST-SAFER-EXIT.
007520     IF ENTRY-SAFER
007530         MOVE WS-ENT-SUB TO WS-NEXT-SUB
007540     END-IF.
007550 3110-FIND-NEXT-SAFEST-EXIT.
007560     EXIT.
007570
007580*****************************************************
007590*  3120-COUNT-EV-RANK                                 *
007600*  COUNTS THE CUTOFFS WITH A HIGHER EXPECTED VALUE    *
007610*  THAN THE ONE BEING PRINTED.                        *
007620*****************************************************
007630 3120-COUNT-EV-RANK.
007640     IF ENT-EV (WS-ENT-SUB) > ENT-EV (WS-NEXT-SUB)
007650         ADD 1 TO WS-EV-RANK
007660     END-IF.
007670 3120-COUNT-EV-RANK-EXIT.
007680     EXIT.
007690
007700*****************************************************
007710*  3200-PRINT-CHOICES                                 *
007720*  PRINTS THE BEST EV CUTOFF AND THE RECOMMENDED      *
007730*  CUTOFF ONE ABOVE THE OTHER, WITH A NOTE OF WHAT    *
007740*  THE SAFER TAIL COSTS IN EXPECTED VALUE WHEN THEY   *
007750*  DIFFER.                                            *
007760*****************************************************
007770 3200-PRINT-CHOICES.
007780     PERFORM 8200-CHECK-PAGE
007790         THRU 8200-CHECK-PAGE-EXIT.
007800     MOVE SPACES TO RANKING-PRINT-RECORD.
007810     WRITE RANKING-PRINT-RECORD AFTER ADVANCING 1 LINE.
007820     ADD 1 TO WS-LINE-COUNT.
007830     MOVE "BEST EV" TO RCL-LABEL.
007840     MOVE WS-BEST-EV-SUB TO WS-ENT-SUB.
007850     PERFORM 3210-WRITE-CHOICE-LINE
007860         THRU 3210-WRITE-CHOICE-LINE-EXIT.
007870     MOVE "RECOMMENDED" TO RCL-LABEL.
007880     MOVE WS-RECOMMEND-SUB TO WS-ENT-SUB.
007890     PERFORM 3210-WRITE-CHOICE-LINE
007900         THRU 3210-WRITE-CHOICE-LINE-EXIT.
007910     IF WS-RECOMMEND-SUB = WS-BEST-EV-SUB
007920         MOVE "THE BEST EV CUTOFF IS ALSO THE SAFEST WITHIN THE GI
007930-            "VE-UP MAX" TO RNL-TEXT
007940     ELSE
007950         ADD 1 TO WS-SAFER-COUNT
007960         MOVE ENT-GIVE-UP (WS-RECOMMEND-SUB) TO RDL-GIVE-UP
007970         MOVE SPACES TO RNL-TEXT
007980         STRING "THE RECOMMENDED CUTOFF GIVES UP"
007990             DELIMITED BY SIZE
008000             RDL-GIVE-UP DELIMITED BY SIZE
008010             " OF EXPECTED VALUE FOR ITS SAFER TAIL"
008020                 DELIMITED BY SIZE
008030             INTO RNL-TEXT
008040         END-STRING
008050     END-IF.
008060     PERFORM 8100-WRITE-NOTE-LINE
008070         THRU 8100-WRITE-NOTE-LINE-EXIT.
008080 3200-PRINT-CHOICES-EXIT.
008090     EXIT.
008100
008110 3210-WRITE-CHOICE-LINE.
008120     MOVE ENT-CUTOFF (WS-ENT-SUB)     TO RCL-CUTOFF.
008130     MOVE ENT-PHASE (WS-ENT-SUB)      TO RCL-PHASE.
008140     MOVE ENT-EV (WS-ENT-SUB)         TO RCL-EV.
008150     MOVE ENT-P05 (WS-ENT-SUB)        TO RCL-P05.
008160     MOVE ENT-P25 (WS-ENT-SUB)        TO RCL-P25.
008170     MOVE ENT-MEDIAN (WS-ENT-SUB)     TO RCL-MEDIAN.
008180     MOVE ENT-LOSS-PROB (WS-ENT-SUB)  TO RCL-LOSS-PROB.
008190     PERFORM 8200-CHECK-PAGE
008200         THRU 8200-CHECK-PAGE-EXIT.
008210     WRITE RANKING-PRINT-RECORD FROM PRK-CHOICE-LINE
008220         AFTER ADVANCING 1 LINE.
008230     ADD 1 TO WS-LINE-COUNT.
008240 3210-WRITE-CHOICE-LINE-EXIT.
008250     EXIT.
008260
008270*****************************************************
008280*  8000-PAGE-HEADING                                  *
008290*****************************************************
008300 8000-PAGE-HEADING.
008310     ADD 1 TO WS-PAGE-COUNT.
008320     MOVE WS-RUN-DATE   TO RPH-RUN-DATE.
008330     MOVE WS-PAGE-COUNT TO RPH-PAGE.
008340     IF WS-PAGE-COUNT = 1
008350         WRITE RANKING-PRINT-RECORD FROM PRK-PAGE-HEADING
008360             AFTER ADVANCING 1 LINE
008370     ELSE
008380         WRITE RANKING-PRINT-RECORD FROM PRK-PAGE-HEADING
008390             AFTER ADVANCING PAGE
008400     END-IF.
008410     MOVE SPACES TO RANKING-PRINT-RECORD.
008420     WRITE RANKING-PRINT-RECORD AFTER ADVANCING 1 LINE.
008430     MOVE 2 TO WS-LINE-COUNT.
008440 8000-PAGE-HEADING-EXIT.
008450     EXIT.
008460
008470*****************************************************
008480*  8100-WRITE-NOTE-LINE                               *
008490*****************************************************
008500 8100-WRITE-NOTE-LINE.
008510     PERFORM 8200-CHECK-PAGE
008520         THRU 8200-CHECK-PAGE-EXIT.
008530     WRITE RANKING-PRINT-RECORD FROM PRK-NOTE-LINE
008540         AFTER ADVANCING 1 LINE.
008550     ADD 1 TO WS-LINE-COUNT.
008560 8100-WRITE-NOTE-LINE-EXIT.
008570     EXIT.
008580
008590*****************************************************
008600*  8200-CHECK-PAGE                                    *
008610*****************************************************
008620 8200-CHECK-PAGE.
008630     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008640         PERFORM 8000-PAGE-HEADING
008650             THRU 8000-PAGE-HEADING-EXIT
008660     END-IF.
008670 8200-CHECK-PAGE-EXIT.
008680     EXIT.
008690
008700*****************************************************
008710*  9000-FINALIZE                                      *
008720*  PRINTS THE TRAILER, CLOSES THE PRINT FILE, AND     *
008730*  ENDS WITH RETURN CODE 4 WHEN ANY PERCENTILE WAS    *
008740*  CAPPED AT THE TOP BAND OR ANY CUTOFF RECORD COULD  *
008750*  NOT BE RANKED, SO THE SCHEDULER CAN FLAG IT.       *
008760*****************************************************
008770 9000-FINALIZE.
008780     IF WS-SCENARIO-COUNT = ZERO
008790         MOVE "NO PERCENTILE RECORDS TO RANK THIS RUN" TO RNL-TEXT
008800         PERFORM 8100-WRITE-NOTE-LINE
008810             THRU 8100-WRITE-NOTE-LINE-EXIT
008820     END-IF.
008830     IF WS-CAPPED-COUNT > ZERO
008840         MOVE "SOME PERCENTILES ARE FLOORS (+) - THE TAIL RAN PAST
008850-            " THE TOP BAND" TO RNL-TEXT
008860         PERFORM 8100-WRITE-NOTE-LINE
008870             THRU 8100-WRITE-NOTE-LINE-EXIT
008880     END-IF.
008890     MOVE SPACES TO RANKING-PRINT-RECORD.
008900     WRITE RANKING-PRINT-RECORD AFTER ADVANCING 1 LINE.
008910     MOVE WS-READ-COUNT      TO RTR-READ-COUNT.
008920     MOVE WS-SCENARIO-COUNT  TO RTR-SCENARIO-COUNT.
008930     MOVE WS-SAFER-COUNT     TO RTR-SAFER-COUNT.
008940     WRITE RANKING-PRINT-RECORD FROM PRK-TRAILER
008950         AFTER ADVANCING 1 LINE.
008960     CLOSE RANKING-PRINT-FILE.
008970     IF RETURN-CODE < 4
008980         IF WS-CAPPED-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
008990             MOVE 4 TO RETURN-CODE
009000         END-IF
009010     END-IF.
009020     DISPLAY "PCTRPT SUMMARY: RECORDS=" WS-READ-COUNT
009030         " SCENARIOS=" WS-SCENARIO-COUNT
009040         " SAFER=" WS-SAFER-COUNT
009050         " CAPPED=" WS-CAPPED-COUNT
009060         " DROPPED=" WS-DROPPED-COUNT
009070         " PAGES=" WS-PAGE-COUNT.
009080 9000-FINALIZE-EXIT.
009090     EXIT.
