000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LDGRPT.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL RUN LEDGER LISTING.      *
000130*                    READS THE SHARED RUN LEDGER (SEE  *
000140*                    LDGREC) FOR ONE BUSINESS NIGHT    *
000150*                    AND PRINTS THE WHOLE CHAIN ON ONE *
000160*                    PAGE FOR THE MORNING HANDOVER -   *
000170*                    ANY PARTITION STEPS, THEN EVERY   *
000180*                    CHAIN STEP IN RUN ORDER, EACH     *
000190*                    WITH ITS START AND END, RETURN    *
000200*                    CODE, ATTEMPTS, COUNTS, AND ANY   *
000210*                    REFUSAL REASON - UNDER ONE CHAIN  *
000220*                    VERDICT.                          *
000230*****************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270*****************************************************
000280*  LEDGER CONTROL CARD - OPTIONAL.  WHEN PRESENT AND  *
000290*  NONZERO IT GIVES THE BUSINESS NIGHT TO LIST;       *
000300*  OTHERWISE THE SYSTEM DATE IS USED.  THE SAME CARD  *
000310*  IS GIVEN TO EVERY STEP OF THE CHAIN.               *
000320*****************************************************
000330     SELECT LEDGER-CONTROL-FILE ASSIGN TO LDGCTL
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FS-LEDGER-CONTROL.
000360*****************************************************
000370*  RUN LEDGER - ONE ROW PER RUN DATE AND STEP OF THE  *
000380*  NIGHTLY CHAIN (SEE LDGREC), READ ONLY.  THE CHAIN  *
000390*  STEPS ARE READ BY KEY; THE PARTITION STEPS ARE     *
000400*  BROWSED FROM THE FIRST ENVLP KEY OF THE NIGHT.     *
000410*****************************************************
000420     SELECT LEDGER-FILE ASSIGN TO LEDGER
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LDG-KEY
000460         FILE STATUS IS FS-LEDGER-FILE.
000470*****************************************************
000480*  LEDGER LISTING PRINT FILE.                         *
000490*****************************************************
000500     SELECT LEDGER-PRINT-FILE ASSIGN TO LDGLST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-LEDGER-PRINT.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  LEDGER-CONTROL-FILE.
000570 01  LEDGER-CONTROL-RECORD.
000580     05  LCT-RUN-DATE            PIC 9(08).
000590     05  FILLER                  PIC X(72).
000600
000610 FD  LEDGER-FILE.
000620 COPY LDGREC.
000630
000640 FD  LEDGER-PRINT-FILE.
000650 01  LEDGER-PRINT-RECORD         PIC X(132).
000660
000670 WORKING-STORAGE SECTION.
000680*****************************************************
000690*  FILE STATUS SWITCHES                              *
000700*****************************************************
000710 01  FS-LEDGER-CONTROL           PIC X(02).
000720     88  FS-LEDGER-CONTROL-OK         VALUE "00".
000730 01  FS-LEDGER-FILE              PIC X(02).
000740     88  FS-LEDGER-OK                 VALUE "00".
000750     88  FS-LEDGER-MISSING            VALUE "35".
000760 01  FS-LEDGER-PRINT             PIC X(02).
000770     88  FS-LEDGER-PRINT-OK           VALUE "00".
000780
000790*****************************************************
000800*  CHAIN STEPS IN RUN ORDER - EVERY ONE IS EXPECTED   *
000810*  ON EVERY NIGHT.  PARTITION STEPS ARE ONLY LISTED   *
000820*  WHEN THE NIGHT WAS RUN PARTITIONED.                *
000830*****************************************************
000840 01  WS-CHAIN-STEP-VALUES.
000850     05  FILLER                  PIC X(08) VALUE "ENVELOPE".
000860     05  FILLER                  PIC X(08) VALUE "NITECON".
000870     05  FILLER                  PIC X(08) VALUE "HISTCHK".
000880     05  FILLER                  PIC X(08) VALUE "ENVRPT".
000890     05  FILLER                  PIC X(08) VALUE "ENVCOMP".
000900     05  FILLER                  PIC X(08) VALUE "RESEXTR".
000910 01  WS-CHAIN-STEP-TABLE REDEFINES WS-CHAIN-STEP-VALUES.
000920     05  WS-CHAIN-STEP           PIC X(08) OCCURS 6 TIMES.
000930 01  WS-CHAIN-STEP-COUNT         PIC 9(02) VALUE 6.
000940 01  WS-STEP-SUB                 PIC 9(02) VALUE ZERO.
000950
000960*****************************************************
000970*  LISTING CONTROL                                   *
000980*****************************************************
000990 01  WS-RUN-DATE                 PIC 9(08).
001000 01  WS-LEDGER-DATE              PIC 9(08) VALUE ZERO.
001010 01  SW-LEDGER-ON-FILE           PIC X(01) VALUE "Y".
001020     88  LEDGER-ON-FILE               VALUE "Y".
001030     88  LEDGER-NOT-ON-FILE           VALUE "N".
001040 01  SW-LEDGER-ROW               PIC X(01) VALUE "N".
001050     88  LEDGER-ROW-FOUND             VALUE "Y".
001060     88  LEDGER-ROW-NOT-FOUND         VALUE "N".
001070 01  SW-PARTITION-ROW            PIC X(01) VALUE "N".
001080     88  PARTITION-ROW                VALUE "Y".
001090     88  CHAIN-ROW                    VALUE "N".
001100 01  WS-COUNT-SUB                PIC 9(02) VALUE ZERO.
001110 01  WS-COUNTS-SHOWN             PIC 9(02) VALUE ZERO.
001120 01  WS-PARTITION-COUNT          PIC 9(03) VALUE ZERO.
001130 01  WS-STEPS-LISTED             PIC 9(03) VALUE ZERO.
001140 01  WS-OK-COUNT                 PIC 9(03) VALUE ZERO.
001150 01  WS-WARN-COUNT               PIC 9(03) VALUE ZERO.
001160 01  WS-PROBLEM-COUNT            PIC 9(03) VALUE ZERO.
001170
001180*****************************************************
001190*  TIME EDITING - LEDGER TIMES ARE HHMMSSCC AS TAKEN  *
001200*  FROM THE SYSTEM CLOCK AND PRINT AS HH:MM:SS.       *
001210*****************************************************
001220 01  WS-TIME-WORK                PIC 9(08) VALUE ZERO.
001230 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001240     05  WS-TIME-HH              PIC 9(02).
001250     05  WS-TIME-MM              PIC 9(02).
001260     05  WS-TIME-SS              PIC 9(02).
001270     05  WS-TIME-CC              PIC 9(02).
001280 01  WS-TIME-TEXT                PIC X(08) VALUE SPACES.
001290
001300*****************************************************
001310*  REPORT CONTROL                                    *
001320*****************************************************
001330 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
001340 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001350 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
001360
001370*****************************************************
001380*  PRINT LINE LAYOUTS                                *
001390*****************************************************
001400 01  LRP-PAGE-HEADING.
001410     05  FILLER                  PIC X(40) VALUE
001420         "NIGHTLY CHAIN RUN LEDGER".
001430     05  FILLER                  PIC X(13) VALUE "LEDGER NIGHT ".
001440     05  LPH-LEDGER-DATE         PIC 9(08).
001450     05  FILLER                  PIC X(04) VALUE SPACES.
001460     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001470     05  LPH-RUN-DATE            PIC 9(08).
001480     05  FILLER                  PIC X(04) VALUE SPACES.
001490     05  FILLER                  PIC X(05) VALUE "PAGE ".
001500     05  LPH-PAGE                PIC ZZZZ9.
001510     05  FILLER                  PIC X(36) VALUE SPACES.
001520
001530 01  LRP-COLUMN-HEADING.
001540     05  FILLER                  PIC X(12) VALUE "  STEP".
001550     05  FILLER                  PIC X(11) VALUE "STATUS".
001560     05  FILLER                  PIC X(19) VALUE "STARTED".
001570     05  FILLER                  PIC X(19) VALUE "ENDED".
001580     05  FILLER                  PIC X(04) VALUE "RC".
001590     05  FILLER                  PIC X(08) VALUE "ATTEMPTS".
001600     05  FILLER                  PIC X(59) VALUE SPACES.
001610
001620 01  LRP-DETAIL-LINE.
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  LRD-STEP                PIC X(08).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  LRD-STATUS              PIC X(09).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  LRD-START-DATE          PIC X(08).
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  LRD-START-TIME          PIC X(08).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  LRD-END-DATE            PIC X(08).
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  LRD-END-TIME            PIC X(08).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  LRD-RC                  PIC X(02).
001770     05  FILLER                  PIC X(05) VALUE SPACES.
001780     05  LRD-ATTEMPTS            PIC X(02).
001790     05  FILLER                  PIC X(03) VALUE SPACES.
001800     05  LRD-NOTE                PIC X(30).
001810     05  FILLER                  PIC X(29) VALUE SPACES.
001820
001830 01  LRP-COUNT-LINE.
001840     05  FILLER                  PIC X(12) VALUE
001850         "    COUNTS  ".
001860     05  LRC-ENTRY               OCCURS 4 TIMES.
001870         10  LRC-NAME            PIC X(08).
001880         10  LRC-EQUALS          PIC X(01).
001890         10  LRC-COUNT           PIC Z(08)9.
001900         10  LRC-GAP             PIC X(03).
001910     05  FILLER                  PIC X(36) VALUE SPACES.
001920
001930 01  LRP-REASON-LINE.
001940     05  FILLER                  PIC X(12) VALUE
001950         "    REASON  ".
001960     05  LRR-REASON              PIC X(50).
001970     05  FILLER                  PIC X(70) VALUE SPACES.
001980
001990 01  LRP-VERDICT-LINE.
002000     05  FILLER                  PIC X(15) VALUE
002010         "CHAIN VERDICT: ".
002020     05  LRV-TEXT                PIC X(40).
002030     05  FILLER                  PIC X(05) VALUE "  OK ".
002040     05  LRV-OK                  PIC ZZ9.
002050     05  FILLER                  PIC X(07) VALUE "  WARN ".
002060     05  LRV-WARN                PIC ZZ9.
002070     05  FILLER                  PIC X(09) VALUE "  NOT OK ".
002080     05  LRV-PROBLEM             PIC ZZ9.
002090     05  FILLER                  PIC X(47) VALUE SPACES.
002100
002110 01  LRP-LEGEND-LINE.
002120     05  FILLER                  PIC X(100) VALUE
002130         "   WARN = ENDED RC 1-4.  NOT OK = FAILED, REFUSED, NOT E
002140-        "NDED (ABENDED OR STILL RUNNING), OR NOT RUN".
002150     05  FILLER                  PIC X(32) VALUE SPACES.
002160
002170 01  LRP-NOTE-LINE.
002180     05  FILLER                  PIC X(04) VALUE SPACES.
002190     05  LRN-TEXT                PIC X(60).
002200     05  FILLER                  PIC X(68) VALUE SPACES.
002210
002220 01  LRP-TRAILER.
002230     05  FILLER                  PIC X(16) VALUE
002240         "END OF LISTING -".
002250     05  LRT-STEPS               PIC ZZZ9.
002260     05  FILLER                  PIC X(08) VALUE " STEPS, ".
002270     05  LRT-PARTITIONS          PIC ZZZ9.
002280     05  FILLER                  PIC X(16) VALUE
002290         " PARTITION STEPS".
002300     05  FILLER                  PIC X(84) VALUE SPACES.
002310
002320 PROCEDURE DIVISION.
002330*****************************************************
002340*  0000-MAINLINE                                      *
002350*  SETTLES THE NIGHT TO LIST, PRINTS ANY PARTITION    *
002360*  STEPS AND THEN EVERY CHAIN STEP IN RUN ORDER, AND  *
002370*  ENDS WITH THE CHAIN VERDICT.                       *
002380*****************************************************
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE
002410         THRU 1000-INITIALIZE-EXIT.
002420     IF RETURN-CODE >= 16
002430         DISPLAY "LDGRPT: RUN TERMINATED, RC=" RETURN-CODE
002440         STOP RUN
002450     END-IF.
002460
002470     PERFORM 2000-LIST-PARTITIONS
002480         THRU 2000-LIST-PARTITIONS-EXIT.
002490     PERFORM 3000-LIST-CHAIN
002500         THRU 3000-LIST-CHAIN-EXIT.
002510
002520     PERFORM 9000-FINALIZE
002530         THRU 9000-FINALIZE-EXIT.
002540     STOP RUN.
002550
002560*****************************************************
002570*  1000-INITIALIZE                                    *
002580*  SETTLES THE LEDGER NIGHT FROM THE LDGCTL CARD OR   *
002590*  THE SYSTEM DATE, OPENS THE PRINT FILE, AND OPENS   *
002600*  THE LEDGER.  A LEDGER THAT DOES NOT EXIST YET      *
002610*  MEANS NO STEP HAS EVER RUN - EVERY STEP LISTS AS   *
002620*  NOT RUN.  ANY OTHER OPEN FAILURE IS A HARD         *
002630*  FAILURE.                                           *
002640*****************************************************
002650 1000-INITIALIZE.
002660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002670     MOVE WS-RUN-DATE TO WS-LEDGER-DATE.
002680     OPEN INPUT LEDGER-CONTROL-FILE.
002690     IF FS-LEDGER-CONTROL-OK
002700         READ LEDGER-CONTROL-FILE
002710             AT END
002720                 CONTINUE
002730         END-READ
002740         IF FS-LEDGER-CONTROL-OK
002750             AND LCT-RUN-DATE IS NUMERIC
002760             AND LCT-RUN-DATE > ZERO
002770             MOVE LCT-RUN-DATE TO WS-LEDGER-DATE
002780         END-IF
002790         CLOSE LEDGER-CONTROL-FILE
002800     END-IF.
002810
002820     OPEN OUTPUT LEDGER-PRINT-FILE.
002830     IF NOT FS-LEDGER-PRINT-OK
002840         DISPLAY "LDGRPT ERROR: LDGLST OPEN FAILED, STATUS="
002850             FS-LEDGER-PRINT
002860         MOVE 16 TO RETURN-CODE
002870         GO TO 1000-INITIALIZE-EXIT
002880     END-IF.
002890
002900     OPEN INPUT LEDGER-FILE.
002910     IF FS-LEDGER-MISSING
002920         SET LEDGER-NOT-ON-FILE TO TRUE
002930     ELSE
002940         IF NOT FS-LEDGER-OK
002950             DISPLAY "LDGRPT ERROR: LEDGER OPEN FAILED, STATUS="
002960                 FS-LEDGER-FILE
002970             MOVE 16 TO RETURN-CODE
002980             CLOSE LEDGER-PRINT-FILE
002990             GO TO 1000-INITIALIZE-EXIT
003000         END-IF
003010     END-IF.
003020
003030     PERFORM 8000-PAGE-HEADING
003040         THRU 8000-PAGE-HEADING-EXIT.
003050     IF LEDGER-NOT-ON-FILE
003060         MOVE "NO RUN LEDGER ON FILE - NO STEP HAS FILED A ROW"
003070             TO LRN-TEXT
003080         PERFORM 8100-WRITE-NOTE-LINE
003090             THRU 8100-WRITE-NOTE-LINE-EXIT
003100     END-IF.
003110 1000-INITIALIZE-EXIT.
003120     EXIT.
003130
003140*****************************************************
003150*  2000-LIST-PARTITIONS                               *
003160*  BROWSES THE NIGHT'S ENVLPNN ROWS IN KEY ORDER.     *
003170*  THEY SORT AFTER ENVELOPE ON THE KEY BUT RAN        *
003180*  BEFORE IT (PARTMRG FILES THE ENVELOPE ROW ONCE     *
003190*  THEY ARE MERGED), SO THEY LIST FIRST.              *
003200*****************************************************
003210 2000-LIST-PARTITIONS.
003220     IF LEDGER-NOT-ON-FILE
003230         GO TO 2000-LIST-PARTITIONS-EXIT
003240     END-IF.
003250     MOVE WS-LEDGER-DATE TO LDG-RUN-DATE.
003260     MOVE "ENVLP"        TO LDG-STEP.
003270     START LEDGER-FILE KEY IS >= LDG-KEY
003280         INVALID KEY
003290             GO TO 2000-LIST-PARTITIONS-EXIT
003300     END-START.
003310     READ LEDGER-FILE NEXT RECORD
003320         AT END
003330             GO TO 2000-LIST-PARTITIONS-EXIT
003340     END-READ.
003350     SET PARTITION-ROW TO TRUE.
003360     PERFORM 2100-LIST-ONE-PARTITION
003370         THRU 2100-LIST-ONE-PARTITION-EXIT
003380         UNTIL NOT FS-LEDGER-OK
003390         OR LDG-RUN-DATE NOT = WS-LEDGER-DATE
003400         OR LDG-STEP (1:5) NOT = "ENVLP".
003410     SET CHAIN-ROW TO TRUE.
003420 2000-LIST-PARTITIONS-EXIT.
003430     EXIT.
003440
003450 2100-LIST-ONE-PARTITION.
003460     ADD 1 TO WS-PARTITION-COUNT.
003470     SET LEDGER-ROW-FOUND TO TRUE.
003480     MOVE LDG-STEP TO LRD-STEP.
003490     PERFORM 4000-PRINT-STEP
003500         THRU 4000-PRINT-STEP-EXIT.
003510     READ LEDGER-FILE NEXT RECORD
003520         AT END
003530             CONTINUE
003540     END-READ.
003550 2100-LIST-ONE-PARTITION-EXIT.
003560     EXIT.
003570
003580*****************************************************
003590*  3000-LIST-CHAIN                                    *
003600*  READS EACH CHAIN STEP'S ROW BY KEY, IN RUN ORDER.  *
003610*****************************************************
003620 3000-LIST-CHAIN.
003630     PERFORM 3100-LIST-ONE-STEP
003640         THRU 3100-LIST-ONE-STEP-EXIT
003650         VARYING WS-STEP-SUB FROM 1 BY 1
003660         UNTIL WS-STEP-SUB > WS-CHAIN-STEP-COUNT.
003670 3000-LIST-CHAIN-EXIT.
003680     EXIT.
003690
003700 3100-LIST-ONE-STEP.
003710     SET LEDGER-ROW-NOT-FOUND TO TRUE.
003720     IF LEDGER-ON-FILE
003730         MOVE WS-LEDGER-DATE             TO LDG-RUN-DATE
003740         MOVE WS-CHAIN-STEP (WS-STEP-SUB) TO LDG-STEP
003750         READ LEDGER-FILE
003760             INVALID KEY
003770                 CONTINUE
003780         END-READ
003790         IF FS-LEDGER-OK
003800             SET LEDGER-ROW-FOUND TO TRUE
003810         END-IF
003820     END-IF.
003830     MOVE WS-CHAIN-STEP (WS-STEP-SUB) TO LRD-STEP.
003840     PERFORM 4000-PRINT-STEP
003850         THRU 4000-PRINT-STEP-EXIT.
003860 3100-LIST-ONE-STEP-EXIT.
003870     EXIT.
003880
003890*****************************************************
003900*  4000-PRINT-STEP                                    *
003910*  PRINTS ONE STEP: THE DETAIL LINE WITH ITS STATUS,  *
003920*  THEN ITS COUNTS AND ANY REASON ON THE LINES BELOW. *
003930*  THE STEP NAME IS ALREADY IN THE DETAIL LINE; THE   *
003940*  ROW, WHEN FOUND, IS IN THE LEDGER RECORD AREA.     *
003950*****************************************************
003960 4000-PRINT-STEP.
003970     ADD 1 TO WS-STEPS-LISTED.
003980     MOVE SPACES TO LRD-START-DATE LRD-START-TIME
003990                    LRD-END-DATE   LRD-END-TIME
004000                    LRD-RC         LRD-ATTEMPTS
004010                    LRD-NOTE.
004020     IF PARTITION-ROW
004030         MOVE "PARTITION STEP OF ENVELOPE" TO LRD-NOTE
004040     END-IF.
004050     IF LEDGER-ROW-NOT-FOUND
004060         MOVE "NOT RUN"   TO LRD-STATUS
004070         ADD 1 TO WS-PROBLEM-COUNT
004080         PERFORM 4500-WRITE-DETAIL
004090             THRU 4500-WRITE-DETAIL-EXIT
004100         GO TO 4000-PRINT-STEP-EXIT
004110     END-IF.
004120
004130     MOVE LDG-START-DATE TO LRD-START-DATE.
004140     MOVE LDG-START-TIME TO WS-TIME-WORK.
004150     PERFORM 4100-FORMAT-TIME
004160         THRU 4100-FORMAT-TIME-EXIT.
004170     MOVE WS-TIME-TEXT   TO LRD-START-TIME.
004180     MOVE LDG-ATTEMPTS   TO LRD-ATTEMPTS.
004190     EVALUATE TRUE
004200         WHEN LDG-STARTED
004210             MOVE "NOT ENDED" TO LRD-STATUS
004220             ADD 1 TO WS-PROBLEM-COUNT
004230         WHEN LDG-REFUSED
004240             MOVE "REFUSED"   TO LRD-STATUS
004250             ADD 1 TO WS-PROBLEM-COUNT
004260         WHEN LDG-ENDED AND LDG-RETURN-CODE = ZERO
004270             MOVE "OK"        TO LRD-STATUS
004280             ADD 1 TO WS-OK-COUNT
004290         WHEN LDG-ENDED AND LDG-RETURN-CODE <= 4
004300             MOVE "WARN"      TO LRD-STATUS
004310             ADD 1 TO WS-WARN-COUNT
004320         WHEN OTHER
004330             MOVE "FAILED"    TO LRD-STATUS
004340             ADD 1 TO WS-PROBLEM-COUNT
004350     END-EVALUATE.
004360     IF NOT LDG-STARTED
004370         MOVE LDG-END-DATE    TO LRD-END-DATE
004380         MOVE LDG-END-TIME    TO WS-TIME-WORK
004390         PERFORM 4100-FORMAT-TIME
004400             THRU 4100-FORMAT-TIME-EXIT
004410         MOVE WS-TIME-TEXT    TO LRD-END-TIME
004420         MOVE LDG-RETURN-CODE TO LRD-RC
004430     END-IF.
004440     PERFORM 4500-WRITE-DETAIL
004450         THRU 4500-WRITE-DETAIL-EXIT.
004460
004470     MOVE SPACES TO LRP-COUNT-LINE.
004480     MOVE "    COUNTS  " TO LRP-COUNT-LINE (1:12).
004490     MOVE ZERO TO WS-COUNTS-SHOWN.
004500     PERFORM 4200-MOVE-ONE-COUNT
004510         THRU 4200-MOVE-ONE-COUNT-EXIT
004520         VARYING WS-COUNT-SUB FROM 1 BY 1
004530         UNTIL WS-COUNT-SUB > 4.
004540     IF WS-COUNTS-SHOWN > ZERO
004550         PERFORM 8200-CHECK-PAGE
004560             THRU 8200-CHECK-PAGE-EXIT
004570         WRITE LEDGER-PRINT-RECORD FROM LRP-COUNT-LINE
004580             AFTER ADVANCING 1 LINE
004590         ADD 1 TO WS-LINE-COUNT
004600     END-IF.
004610
004620     IF LDG-REASON NOT = SPACES
004630         MOVE LDG-REASON TO LRR-REASON
004640         PERFORM 8200-CHECK-PAGE
004650             THRU 8200-CHECK-PAGE-EXIT
004660         WRITE LEDGER-PRINT-RECORD FROM LRP-REASON-LINE
004670             AFTER ADVANCING 1 LINE
004680         ADD 1 TO WS-LINE-COUNT
004690     END-IF.
004700 4000-PRINT-STEP-EXIT.
004710     EXIT.
004720
004730*****************************************************
004740*  4100-FORMAT-TIME                                   *
004750*  EDITS THE HHMMSSCC TIME IN WS-TIME-WORK TO         *
004760*  HH:MM:SS IN WS-TIME-TEXT.  A ZERO TIME PRINTS      *
004770*  BLANK.                                             *
004780*****************************************************
004790 4100-FORMAT-TIME.
004800     MOVE SPACES TO WS-TIME-TEXT.
004810     IF WS-TIME-WORK IS NOT NUMERIC
004820         OR WS-TIME-WORK = ZERO
004830         GO TO 4100-FORMAT-TIME-EXIT
004840     END-IF.
004850     STRING WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
004860         DELIMITED BY SIZE
004870         INTO WS-TIME-TEXT.
004880 4100-FORMAT-TIME-EXIT.
004890     EXIT.
004900
004910*****************************************************
004920*  4200-MOVE-ONE-COUNT                                *
004930*  LAYS ONE NAMED COUNT SLOT OF THE ROW INTO THE      *
004940*  COUNT LINE.  UNNAMED SLOTS ARE LEFT BLANK.         *
004950*****************************************************
004960 4200-MOVE-ONE-COUNT.
004970     IF LDG-COUNT-NAME (WS-COUNT-SUB) = SPACES
004980         GO TO 4200-MOVE-ONE-COUNT-EXIT
004990     END-IF.
005000     ADD 1 TO WS-COUNTS-SHOWN.
005010     MOVE LDG-COUNT-NAME (WS-COUNT-SUB)
005020         TO LRC-NAME (WS-COUNTS-SHOWN).
005030     MOVE "="  TO LRC-EQUALS (WS-COUNTS-SHOWN).
005040     IF LDG-COUNT (WS-COUNT-SUB) IS NUMERIC
005050         MOVE LDG-COUNT (WS-COUNT-SUB)
005060             TO LRC-COUNT (WS-COUNTS-SHOWN)
005070     ELSE
005080         MOVE ZERO TO LRC-COUNT (WS-COUNTS-SHOWN)
005090     END-IF.
005100 4200-MOVE-ONE-COUNT-EXIT.
005110     EXIT.
005120
005130*****************************************************
005140*  4500-WRITE-DETAIL                                  *
005150*****************************************************
005160 4500-WRITE-DETAIL.
005170     PERFORM 8200-CHECK-PAGE
005180         THRU 8200-CHECK-PAGE-EXIT.
005190     WRITE LEDGER-PRINT-RECORD FROM LRP-DETAIL-LINE
005200         AFTER ADVANCING 1 LINE.
005210     ADD 1 TO WS-LINE-COUNT.
005220 4500-WRITE-DETAIL-EXIT.
005230     EXIT.
005240
005250*****************************************************
005260*  8000-PAGE-HEADING                                  *
005270*****************************************************
005280 8000-PAGE-HEADING.
005290     ADD 1 TO WS-PAGE-COUNT.
005300     MOVE WS-LEDGER-DATE TO LPH-LEDGER-DATE.
005310     MOVE WS-RUN-DATE    TO LPH-RUN-DATE.
005320     MOVE WS-PAGE-COUNT  TO LPH-PAGE.
005330     IF WS-PAGE-COUNT = 1
005340         WRITE LEDGER-PRINT-RECORD FROM LRP-PAGE-HEADING
005350             AFTER ADVANCING 1 LINE
005360     ELSE
005370         WRITE LEDGER-PRINT-RECORD FROM LRP-PAGE-HEADING
005380             AFTER ADVANCING PAGE
005390     END-IF.
005400     MOVE SPACES TO LEDGER-PRINT-RECORD.
005410     WRITE LEDGER-PRINT-RECORD AFTER ADVANCING 1 LINE.
005420     WRITE LEDGER-PRINT-RECORD FROM LRP-COLUMN-HEADING
005430         AFTER ADVANCING 1 LINE.
005440     MOVE 3 TO WS-LINE-COUNT.
005450 8000-PAGE-HEADING-EXIT.
005460     EXIT.
005470
005480*****************************************************
005490*  8100-WRITE-NOTE-LINE                               *
005500*****************************************************
005510 8100-WRITE-NOTE-LINE.
005520     PERFORM 8200-CHECK-PAGE
005530         THRU 8200-CHECK-PAGE-EXIT.
005540     WRITE LEDGER-PRINT-RECORD FROM LRP-NOTE-LINE
005550         AFTER ADVANCING 1 LINE.
005560     ADD 1 TO WS-LINE-COUNT.
005570 8100-WRITE-NOTE-LINE-EXIT.
005580     EXIT.
005590
005600*****************************************************
005610*  8200-CHECK-PAGE                                    *
005620*****************************************************
005630 8200-CHECK-PAGE.
005640     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005650         PERFORM 8000-PAGE-HEADING
005660             THRU 8000-PAGE-HEADING-EXIT
005670     END-IF.
005680 8200-CHECK-PAGE-EXIT.
005690     EXIT.
005700
005710*****************************************************
005720*  9000-FINALIZE                                      *
005730*  PRINTS THE CHAIN VERDICT AND TRAILER, CLOSES THE   *
005740*  FILES, AND ENDS WITH RETURN CODE 4 WHEN ANY STEP   *
005750*  IS NOT CLEAN SO THE HANDOVER CANNOT MISS IT.       *
005760*****************************************************
005770 9000-FINALIZE.
005780     EVALUATE TRUE
005790         WHEN WS-PROBLEM-COUNT > ZERO
005800             MOVE "CHAIN NOT COMPLETE - SEE NOT OK STEPS"
005810                 TO LRV-TEXT
005820         WHEN WS-WARN-COUNT > ZERO
005830             MOVE "CHAIN COMPLETE WITH WARNINGS" TO LRV-TEXT
005840         WHEN OTHER
005850             MOVE "CHAIN COMPLETE AND CLEAN" TO LRV-TEXT
005860     END-EVALUATE.
005870     MOVE WS-OK-COUNT      TO LRV-OK.
005880     MOVE WS-WARN-COUNT    TO LRV-WARN.
005890     MOVE WS-PROBLEM-COUNT TO LRV-PROBLEM.
005900     MOVE SPACES TO LEDGER-PRINT-RECORD.
005910     WRITE LEDGER-PRINT-RECORD AFTER ADVANCING 1 LINE.
005920     WRITE LEDGER-PRINT-RECORD FROM LRP-VERDICT-LINE
005930         AFTER ADVANCING 1 LINE.
005940     WRITE LEDGER-PRINT-RECORD FROM LRP-LEGEND-LINE
005950         AFTER ADVANCING 1 LINE.
005960     MOVE SPACES TO LEDGER-PRINT-RECORD.
005970     WRITE LEDGER-PRINT-RECORD AFTER ADVANCING 1 LINE.
005980     MOVE WS-STEPS-LISTED    TO LRT-STEPS.
005990     MOVE WS-PARTITION-COUNT TO LRT-PARTITIONS.
006000     WRITE LEDGER-PRINT-RECORD FROM LRP-TRAILER
006010         AFTER ADVANCING 1 LINE.
006020     CLOSE LEDGER-PRINT-FILE.
006030     IF LEDGER-ON-FILE
006040         CLOSE LEDGER-FILE
006050     END-IF.
006060     IF RETURN-CODE < 4
006070         IF WS-PROBLEM-COUNT > ZERO OR WS-WARN-COUNT > ZERO
006080             MOVE 4 TO RETURN-CODE
006090         END-IF
006100     END-IF.
006110     DISPLAY "LDGRPT SUMMARY: NIGHT=" WS-LEDGER-DATE
006120         " OK=" WS-OK-COUNT
006130         " WARN=" WS-WARN-COUNT
006140         " NOT OK=" WS-PROBLEM-COUNT
006150         " RC=" RETURN-CODE.
006160 9000-FINALIZE-EXIT.
006170     EXIT.
