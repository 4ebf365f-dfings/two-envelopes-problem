000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PARTMRG.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL PARTITION MERGE.  RUNS   *
000130*                    AFTER THE CONCURRENT ENVELOPES    *
000140*                    PARTITION STEPS OF A SPLIT BOOK.  *
000150*                    CHECKS THAT EVERY CTLIN SCENARIO  *
000160*                    CAME BACK EXACTLY ONCE, FROM THE  *
000170*                    PARTITION THAT OWNS ITS CODE, AND *
000180*                    THAT EACH PARTITION'S AUDIT       *
000190*                    RESULT COUNTS MATCH THE RESULT    *
000200*                    ROWS IT WROTE, THEN MERGES THE    *
000210*                    PARTITIONS' AUDITOUT, RESULTOUT,  *
000220*                    RECONOUT, DETLOUT, AND REPLOUT    *
000230*                    INTO THE SINGLE DATASETS THE      *
000240*                    DOWNSTREAM STEPS READ.  A MISSING *
000250*                    OR SHORT PARTITION FAILS THE      *
000260*                    MERGE WITH NOTHING WRITTEN.       *
000270*  2026-10-15   DF   RUN LEDGER: FILES THE NIGHT'S     *
000280*                    ENVELOPE ROW ON THE SHARED LEDGER *
000290*                    (SEE LDGREC) WITH THE MERGED      *
000300*                    COUNTS AND THE MERGE RETURN CODE, *
000310*                    SO THE DOWNSTREAM STEPS CHECK A   *
000320*                    SPLIT BOOK THE SAME WAY AS A      *
000330*                    SINGLE SWEEP.                     *
000340*  2026-10-15   DF   PAYOFF PERCENTILES: THE           *
000350*                    PARTITIONS' PCTOUT DATASETS       *
000360*                    (PCTIN, SEE PCTREC) ARE MERGED    *
000370*                    INTO THE SINGLE PCTOUT THE PCTRPT *
000380*                    RISK RANKING READS.               *
000390*  2026-10-15   DF   EVERY MERGED-DATASET WRITE IS NOW *
000400*                    STATUS CHECKED.  A MISSING PCTIN, *
000410*                    OR A PCTIN ROW COUNT THAT DIFFERS *
000420*                    FROM RESIN, IS NOW AN EXCEPTION   *
000430*                    FOUND BEFORE ANYTHING IS MERGED.  *
000440*                    A FAILED WRITE ENDS THE MERGE AT  *
000450*                    RC 16.                            *
000460*****************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500*****************************************************
000510*  MERGE CONTROL CARD - OPTIONAL.  WHEN PRESENT AND   *
000520*  NONZERO IT GIVES THE RUN DATE THE PARTITIONS RAN   *
000530*  FOR (A RERUN, OR A MERGE AFTER MIDNIGHT);          *
000540*  OTHERWISE THE SYSTEM DATE IS USED.                 *
000550*****************************************************
000560     SELECT MERGE-CONTROL-FILE ASSIGN TO MRGCTL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-MERGE-CONTROL.
000590*****************************************************
000600*  PARTITION TABLE - EVERY PARTITION STEP'S PARTCTL   *
000610*  CARD (SEE PRTREC), ONE PER PARTITION, IN           *
000620*  PARTITION ORDER WITH ASCENDING CODE RANGES.        *
000630*****************************************************
000640     SELECT PARTITION-TABLE-FILE ASSIGN TO PARTTBL
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-PARTITION-TABLE.
000670*****************************************************
000680*  RUN CONTROL FILE - TONIGHT'S WHOLE CTLIN, THE BOOK *
000690*  EVERY PARTITION STEP WAS GIVEN.                    *
000700*****************************************************
000710     SELECT CONTROL-FILE ASSIGN TO CTLIN
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-CONTROL-FILE.
000740*****************************************************
000750*  PARTITION OUTPUTS - EACH DD IS THE CONCATENATION   *
000760*  OF THE PARTITION STEPS' OWN DATASETS OF ONE KIND,  *
000770*  IN PARTITION ORDER: AUDIN THEIR AUDITOUTS, RESIN   *
000780*  THEIR RESULTOUTS, RCNIN THEIR RECONOUTS, DTLIN     *
000790*  THEIR DETLOUTS, REPLIN THEIR REPLOUTS, PCTIN       *
000800*  THEIR PCTOUTS.  DTLIN AND REPLIN ARE ONLY          *
000810*  ALLOCATED WHEN SOME SCENARIO IN THE BOOK ASKS FOR  *
000820*  DETAIL OR REPLICATIONS.                            *
000830*****************************************************
000840     SELECT PARTITION-AUDIT-FILE ASSIGN TO AUDIN
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS FS-PARTITION-AUDIT.
000870     SELECT PARTITION-RESULT-FILE ASSIGN TO RESIN
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-PARTITION-RESULT.
000900     SELECT PARTITION-RECONCILE-FILE ASSIGN TO RCNIN
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FS-PARTITION-RECONCILE.
000930     SELECT PARTITION-DETAIL-FILE ASSIGN TO DTLIN
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-PARTITION-DETAIL.
000960     SELECT PARTITION-REPLICATION-FILE ASSIGN TO REPLIN
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS FS-PARTITION-REPLICATION.
000990     SELECT PARTITION-PERCENTILE-FILE ASSIGN TO PCTIN
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS FS-PARTITION-PERCENTILE.
001020*****************************************************
001030*  MERGED OUTPUTS - THE SINGLE NIGHTLY DATASETS, IN   *
001040*  THE SAME LAYOUTS AND UNDER THE SAME NAMES AN       *
001050*  UNPARTITIONED ENVELOPES RUN WRITES, SO ENVRPT,     *
001060*  NITECON, RESEXTR, ENVCOMP, AND THE REST READ THEM  *
001070*  UNCHANGED.  ONLY WRITTEN WHEN THE CHECKS PASS.     *
001080*****************************************************
001090     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS FS-AUDIT-FILE.
001120     SELECT RESULT-FILE ASSIGN TO RESULTOUT
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS FS-RESULT-FILE.
001150     SELECT RECONCILE-FILE ASSIGN TO RECONOUT
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS FS-RECONCILE-FILE.
001180     SELECT DETAIL-FILE ASSIGN TO DETLOUT
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS FS-DETAIL-FILE.
001210     SELECT REPLICATION-FILE ASSIGN TO REPLOUT
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS FS-REPLICATION-FILE.
001240     SELECT PERCENTILE-FILE ASSIGN TO PCTOUT
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS FS-PERCENTILE-FILE.
001270*****************************************************
001280*  MERGE REPORT PRINT FILE.                           *
001290*****************************************************
001300     SELECT MERGE-PRINT-FILE ASSIGN TO PARTRPT
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS FS-MERGE-PRINT.
001330*****************************************************
001340*  LEDGER CONTROL CARD - OPTIONAL.  WHEN PRESENT AND  *
001350*  NONZERO IT GIVES THE BUSINESS NIGHT THE LEDGER ROW *
001360*  IS FILED UNDER; OTHERWISE THE RUN DATE IS USED.    *
001370*  THE SAME CARD IS GIVEN TO EVERY STEP OF THE CHAIN. *
001380*****************************************************
001390     SELECT LEDGER-CONTROL-FILE ASSIGN TO LDGCTL
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS FS-LEDGER-CONTROL.
001420*****************************************************
001430*  RUN LEDGER - ONE ROW PER RUN DATE AND STEP OF THE  *
001440*  NIGHTLY CHAIN (SEE LDGREC).  THE MERGE FILES THE   *
001450*  ENVELOPE ROW THAT A SINGLE SWEEP WOULD HAVE.       *
001460*****************************************************
001470     SELECT LEDGER-FILE ASSIGN TO LEDGER
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS RANDOM
001500         RECORD KEY IS LDG-KEY
001510         FILE STATUS IS FS-LEDGER-FILE.
001520
001530 DATA DIVISION.
001540 FILE SECTION.
001550 FD  MERGE-CONTROL-FILE.
001560 01  MERGE-CONTROL-RECORD.
001570     05  MCT-RUN-DATE            PIC 9(08).
001580     05  FILLER                  PIC X(72).
001590
001600 FD  LEDGER-CONTROL-FILE.
001610 01  LEDGER-CONTROL-RECORD.
001620     05  LCT-RUN-DATE            PIC 9(08).
001630     05  FILLER                  PIC X(72).
001640
001650 FD  LEDGER-FILE.
001660 COPY LDGREC.
001670
001680 FD  PARTITION-TABLE-FILE.
001690 COPY PRTREC.
001700
001710 FD  CONTROL-FILE.
001720 COPY CTLREC.
001730
001740 FD  PARTITION-AUDIT-FILE.
001750 COPY AUDREC REPLACING ==AUDIT-RECORD== BY
001760     ==PARTITION-AUDIT-RECORD==
001770     LEADING ==AUD-== BY ==AIN-==.
001780
001790 FD  PARTITION-RESULT-FILE.
001800 COPY RESREC REPLACING ==RESULT-RECORD== BY
001810     ==PARTITION-RESULT-RECORD==
001820     LEADING ==RES-== BY ==RIN-==.
001830
001840 FD  PARTITION-RECONCILE-FILE.
001850 COPY RCNREC REPLACING ==RECONCILE-RECORD== BY
001860     ==PARTITION-RECONCILE-RECORD==
001870     LEADING ==RPT-== BY ==CIN-==.
001880
001890 FD  PARTITION-DETAIL-FILE.
001900 COPY DTLREC REPLACING ==DETAIL-RECORD== BY
001910     ==PARTITION-DETAIL-RECORD==
001920     LEADING ==DTL-== BY ==DIN-==.
001930
001940 FD  PARTITION-REPLICATION-FILE.
001950 COPY REPREC REPLACING ==REPLICATION-RECORD== BY
001960     ==PARTITION-REPLICATION-RECORD==
001970     LEADING ==REP-== BY ==PIN-==.
001980
001990 FD  PARTITION-PERCENTILE-FILE.
002000 COPY PCTREC REPLACING ==PERCENTILE-RECORD== BY
002010     ==PARTITION-PERCENTILE-RECORD==
002020     LEADING ==PCT-== BY ==QIN-==.
002030
002040 FD  AUDIT-FILE.
002050 COPY AUDREC.
002060
002070 FD  RESULT-FILE.
002080 COPY RESREC.
002090
002100 FD  RECONCILE-FILE.
002110 COPY RCNREC.
002120
002130 FD  DETAIL-FILE.
002140 COPY DTLREC.
002150
002160 FD  REPLICATION-FILE.
002170 COPY REPREC.
002180
002190 FD  PERCENTILE-FILE.
002200 COPY PCTREC.
002210
002220 FD  MERGE-PRINT-FILE.
002230 01  MERGE-PRINT-RECORD          PIC X(132).
002240
002250 WORKING-STORAGE SECTION.
002260*****************************************************
002270*  FILE STATUS SWITCHES                              *
002280*****************************************************
002290 01  FS-MERGE-CONTROL            PIC X(02).
002300     88  FS-MERGE-CONTROL-OK          VALUE "00".
002310 01  FS-PARTITION-TABLE          PIC X(02).
002320     88  FS-PARTITION-TABLE-OK        VALUE "00".
002330     88  FS-PARTITION-TABLE-EOF       VALUE "10".
002340 01  FS-CONTROL-FILE             PIC X(02).
002350     88  FS-CONTROL-OK                VALUE "00".
002360     88  FS-CONTROL-EOF               VALUE "10".
002370 01  FS-PARTITION-AUDIT          PIC X(02).
002380     88  FS-PARTITION-AUDIT-OK        VALUE "00".
002390     88  FS-PARTITION-AUDIT-EOF       VALUE "10".
002400 01  FS-PARTITION-RESULT         PIC X(02).
002410     88  FS-PARTITION-RESULT-OK       VALUE "00".
002420     88  FS-PARTITION-RESULT-EOF      VALUE "10".
002430 01  FS-PARTITION-RECONCILE      PIC X(02).
002440     88  FS-PARTITION-RECONCILE-OK    VALUE "00".
002450     88  FS-PARTITION-RECONCILE-EOF   VALUE "10".
002460 01  FS-PARTITION-DETAIL         PIC X(02).
002470     88  FS-PARTITION-DETAIL-OK       VALUE "00".
002480     88  FS-PARTITION-DETAIL-EOF      VALUE "10".
002490     88  FS-PARTITION-DETAIL-MISSING  VALUE "35".
002500 01  FS-PARTITION-REPLICATION    PIC X(02).
002510     88  FS-PARTITION-REPL-OK         VALUE "00".
002520     88  FS-PARTITION-REPL-EOF        VALUE "10".
002530     88  FS-PARTITION-REPL-MISSING    VALUE "35".
002540 01  FS-PARTITION-PERCENTILE     PIC X(02).
002550     88  FS-PARTITION-PCT-OK          VALUE "00".
002560     88  FS-PARTITION-PCT-EOF         VALUE "10".
002570     88  FS-PARTITION-PCT-MISSING     VALUE "35".
002580 01  FS-AUDIT-FILE               PIC X(02).
002590     88  FS-AUDIT-OK                  VALUE "00".
002600 01  FS-RESULT-FILE              PIC X(02).
002610     88  FS-RESULT-OK                 VALUE "00".
002620 01  FS-RECONCILE-FILE           PIC X(02).
002630     88  FS-RECONCILE-OK              VALUE "00".
002640 01  FS-DETAIL-FILE              PIC X(02).
002650     88  FS-DETAIL-OK                 VALUE "00".
002660 01  FS-REPLICATION-FILE         PIC X(02).
002670     88  FS-REPLICATION-OK            VALUE "00".
002680 01  FS-PERCENTILE-FILE          PIC X(02).
002690     88  FS-PERCENTILE-OK             VALUE "00".
002700 01  FS-MERGE-PRINT              PIC X(02).
002710     88  FS-MERGE-PRINT-OK            VALUE "00".
002720
002730*****************************************************
002740*  RUN DATE - EVERY PARTITION AUDIT RECORD MUST CARRY *
002750*  IT; ONE THAT DOES NOT IS LEFT OVER FROM AN EARLIER *
002760*  NIGHT AND MEANS THAT PARTITION DID NOT RUN.        *
002770*****************************************************
002780 01  WS-RUN-DATE                 PIC 9(08).
002790
002800*****************************************************
002810*  RUN LEDGER SUPPORT - THE ENVELOPE ROW IS FILED     *
002820*  UNDER THE LDGCTL NIGHT (THE RUN DATE WITHOUT ONE). *
002830*  THE COUNTS ARE THE RECORDS COPIED TO THE MERGED    *
002840*  AUDITOUT, RESULTOUT, RECONOUT, AND DETLOUT - ZERO  *
002850*  WHEN THE MERGE FAILED AND WROTE NOTHING.           *
002860*****************************************************
002870 01  FS-LEDGER-CONTROL           PIC X(02).
002880     88  FS-LEDGER-CONTROL-OK         VALUE "00".
002890 01  FS-LEDGER-FILE              PIC X(02).
002900     88  FS-LEDGER-OK                 VALUE "00".
002910     88  FS-LEDGER-MISSING            VALUE "35".
002920 01  SW-LEDGER                   PIC X(01) VALUE "N".
002930     88  LEDGER-NOT-STARTED           VALUE "N".
002940     88  LEDGER-STARTED               VALUE "S".
002950     88  LEDGER-UNAVAILABLE           VALUE "X".
002960 01  SW-LEDGER-ROW               PIC X(01) VALUE "N".
002970     88  LEDGER-ROW-FOUND             VALUE "Y".
002980     88  LEDGER-ROW-NEW               VALUE "N".
002990 01  WS-LEDGER-DATE              PIC 9(08) VALUE ZERO.
003000 01  WS-LEDGER-STEP              PIC X(08) VALUE "ENVELOPE".
003010 01  WS-START-TIME               PIC 9(08) VALUE ZERO.
003020 01  WS-LDG-AUDITS               PIC 9(09) VALUE ZERO.
003030 01  WS-LDG-RESULTS              PIC 9(09) VALUE ZERO.
003040 01  WS-LDG-RECONS               PIC 9(09) VALUE ZERO.
003050 01  WS-LDG-DETAILS              PIC 9(09) VALUE ZERO.
003060
003070*****************************************************
003080*  PARTITION TABLE - ONE ENTRY PER PARTCTL CARD,      *
003090*  SUBSCRIPTED BY PARTITION NUMBER.  THE BOUNDS ARE   *
003100*  OPENED TO LOW-VALUES AND HIGH-VALUES FOR A BLANK   *
003110*  CODE THE SAME WAY ENVELOPES OPENS THEM, AND THE    *
003120*  COUNTS ARE WHAT EACH PARTITION OWED AND WHAT IT    *
003130*  SENT BACK.                                         *
003140*****************************************************
003150 01  WS-PTB-COUNT                PIC 9(02) VALUE ZERO.
003160 01  WS-PTB-SUB                  PIC 9(02) VALUE ZERO.
003170 01  WS-PTB-FOUND                PIC 9(02) VALUE ZERO.
003180 01  WS-PTB-DECLARED             PIC 9(02) VALUE ZERO.
003190 01  WS-CARD-COUNT               PIC 9(03) VALUE ZERO.
003200 01  WS-PTB-TABLE.
003210     05  WS-PTB-ENTRY            OCCURS 20 TIMES.
003220         10  PTB-LOW-CODE        PIC X(08).
003230         10  PTB-HIGH-CODE       PIC X(08).
003240         10  PTB-LOW-PRINT       PIC X(08).
003250         10  PTB-HIGH-PRINT      PIC X(08).
003260         10  PTB-EXPECTED        PIC 9(03).
003270         10  PTB-AUDIT-RECS      PIC 9(03).
003280         10  PTB-AUDIT-RESULTS   PIC 9(07).
003290         10  PTB-RESULT-ROWS     PIC 9(07).
003300
003310*****************************************************
003320*  SCENARIO TABLE - ONE ENTRY PER CTLIN RECORD, AT    *
003330*  MOST THE 99 THE NIGHTLY RUN ACCEPTS, WITH THE      *
003340*  PARTITION WHOSE RANGE HOLDS ITS CODE (ZERO IF      *
003350*  NONE) AND WHAT CAME BACK FOR IT: HOW MANY AUDIT    *
003360*  RECORDS, FROM WHICH PARTITION, THE RESULT COUNT    *
003370*  THEY CLAIM, AND THE RESULT ROWS ACTUALLY ON FILE.  *
003380*****************************************************
003390 01  WS-SCN-COUNT                PIC 9(03) VALUE ZERO.
003400 01  WS-SCN-SUB                  PIC 9(03) VALUE ZERO.
003410 01  WS-SCN-FOUND                PIC 9(03) VALUE ZERO.
003420 01  WS-FIND-CODE                PIC X(08).
003430 01  WS-SCN-TABLE.
003440     05  WS-SCN-ENTRY            OCCURS 99 TIMES.
003450         10  SCN-CODE            PIC X(08).
003460         10  SCN-PARTITION       PIC 9(02).
003470         10  SCN-AUDIT-COUNT     PIC 9(03).
003480         10  SCN-AUDIT-PARTITION PIC 9(02).
003490         10  SCN-AUDIT-RESULTS   PIC 9(07).
003500         10  SCN-RESULT-ROWS     PIC 9(07).
003510
003520*****************************************************
003530*  CHECK RESULTS AND RECORD COUNTS                   *
003540*****************************************************
003550 01  SW-MERGE-STATUS             PIC X(01) VALUE "Y".
003560     88  MERGE-PASSED                 VALUE "Y".
003570     88  MERGE-FAILED                 VALUE "N".
003580 01  WS-CTL-READ                 PIC 9(05) VALUE ZERO.
003590 01  WS-AUDIT-READ               PIC 9(05) VALUE ZERO.
003600 01  WS-RESULT-READ              PIC 9(07) VALUE ZERO.
003610 01  WS-PCT-READ                 PIC 9(07) VALUE ZERO.
003620 01  WS-RETURNED-COUNT           PIC 9(05) VALUE ZERO.
003630 01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
003640 01  WS-BAD-PARTITIONS           PIC 9(03) VALUE ZERO.
003650 01  WS-EMPTY-PARTITIONS         PIC 9(03) VALUE ZERO.
003660 01  WS-LAST-ORPHAN              PIC X(08) VALUE LOW-VALUES.
003670 01  WS-COPY-COUNT               PIC 9(07) VALUE ZERO.
003680 01  WS-EDIT-COUNT               PIC ZZZZZZ9.
003690 01  WS-EDIT-COUNT-2             PIC ZZZZZZ9.
003700 01  WS-EDIT-PART                PIC Z9.
003710 01  WS-EDIT-PART-2              PIC Z9.
003720
003730*****************************************************
003740*  REPORT CONTROL                                    *
003750*****************************************************
003760 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
003770 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
003780 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
003790
003800*****************************************************
003810*  PRINT LINE LAYOUTS                                *
003820*****************************************************
003830 01  PMR-PAGE-HEADING.
003840     05  FILLER                  PIC X(51) VALUE
003850         "TWO ENVELOPES PARTITION MERGE".
003860     05  FILLER                  PIC X(10) VALUE SPACES.
003870     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
003880     05  PPH-RUN-DATE            PIC 9(08).
003890     05  FILLER                  PIC X(04) VALUE SPACES.
003900     05  FILLER                  PIC X(05) VALUE "PAGE ".
003910     05  PPH-PAGE                PIC ZZZZ9.
003920     05  FILLER                  PIC X(40) VALUE SPACES.
003930
003940 01  PMR-SECTION-1-HEADING.
003950     05  FILLER                  PIC X(60) VALUE
003960         "SECTION 1 - PARTITION, CTLIN, AND RETURN EXCEPTIONS".
003970     05  FILLER                  PIC X(72) VALUE SPACES.
003980
003990 01  PMR-EXCEPTION-HEADING.
004000     05  FILLER                  PIC X(10) VALUE "SCENARIO".
004010     05  FILLER                  PIC X(06) VALUE "PART".
004020     05  FILLER                  PIC X(116) VALUE "EXCEPTION".
004030
004040 01  PMR-EXCEPTION-LINE.
004050     05  PEL-SCENARIO-CODE       PIC X(08).
004060     05  FILLER                  PIC X(02) VALUE SPACES.
004070     05  PEL-PARTITION           PIC X(02).
004080     05  FILLER                  PIC X(04) VALUE SPACES.
004090     05  PEL-TEXT                PIC X(80).
004100     05  FILLER                  PIC X(36) VALUE SPACES.
004110
004120 01  PMR-SECTION-2-HEADING.
004130     05  FILLER                  PIC X(60) VALUE
004140         "SECTION 2 - WHAT EACH PARTITION OWED AND SENT BACK".
004150     05  FILLER                  PIC X(72) VALUE SPACES.
004160
004170 01  PMR-PARTITION-HEADING.
004180     05  FILLER                  PIC X(06) VALUE "PART".
004190     05  FILLER                  PIC X(10) VALUE "LOW CODE".
004200     05  FILLER                  PIC X(10) VALUE "HIGH CODE".
004210     05  FILLER                  PIC X(11) VALUE "SCENARIOS".
004220     05  FILLER                  PIC X(11) VALUE "AUDIT RECS".
004230     05  FILLER                  PIC X(12) VALUE "AUDIT ROWS".
004240     05  FILLER                  PIC X(12) VALUE "RESULT ROWS".
004250     05  FILLER                  PIC X(60) VALUE "STATUS".
004260
004270 01  PMR-PARTITION-LINE.
004280     05  PPL-PARTITION           PIC Z9.
004290     05  FILLER                  PIC X(04) VALUE SPACES.
004300     05  PPL-LOW-CODE            PIC X(08).
004310     05  FILLER                  PIC X(02) VALUE SPACES.
004320     05  PPL-HIGH-CODE           PIC X(08).
004330     05  FILLER                  PIC X(04) VALUE SPACES.
004340     05  PPL-EXPECTED            PIC ZZ9.
004350     05  FILLER                  PIC X(08) VALUE SPACES.
004360     05  PPL-AUDIT-RECS          PIC ZZ9.
004370     05  FILLER                  PIC X(03) VALUE SPACES.
004380     05  PPL-AUDIT-RESULTS       PIC ZZZZZZ9.
004390     05  FILLER                  PIC X(05) VALUE SPACES.
004400     05  PPL-RESULT-ROWS         PIC ZZZZZZ9.
004410     05  FILLER                  PIC X(05) VALUE SPACES.
004420     05  PPL-STATUS              PIC X(40).
004430     05  FILLER                  PIC X(23) VALUE SPACES.
004440
004450 01  PMR-SECTION-3-HEADING.
004460     05  FILLER                  PIC X(60) VALUE
004470         "SECTION 3 - MERGED DATASETS".
004480     05  FILLER                  PIC X(72) VALUE SPACES.
004490
004500 01  PMR-MERGED-LINE.
004510     05  PML-DATASET             PIC X(10).
004520     05  FILLER                  PIC X(02) VALUE SPACES.
004530     05  PML-COUNT               PIC ZZZZZZ9.
004540     05  FILLER                  PIC X(14) VALUE
004550         " RECORDS FROM ".
004560     05  PML-SOURCE              PIC X(06).
004570     05  FILLER                  PIC X(93) VALUE SPACES.
004580
004590 01  PMR-NOTE-LINE.
004600     05  FILLER                  PIC X(04) VALUE SPACES.
004610     05  PNL-TEXT                PIC X(80).
004620     05  FILLER                  PIC X(48) VALUE SPACES.
004630
004640 01  PMR-TRAILER.
004650     05  FILLER                  PIC X(26) VALUE
004660         "END OF PARTITION MERGE - ".
004670     05  PTR-PARTITIONS          PIC Z9.
004680     05  FILLER                  PIC X(13) VALUE
004690         " PARTITIONS, ".
004700     05  PTR-SCENARIOS           PIC ZZZZ9.
004710     05  FILLER                  PIC X(12) VALUE
004720         " SCENARIOS, ".
004730     05  PTR-RETURNED            PIC ZZZZ9.
004740     05  FILLER                  PIC X(11) VALUE
004750         " RETURNED, ".
004760     05  PTR-EXCEPTIONS          PIC ZZZZ9.
004770     05  FILLER                  PIC X(14) VALUE
004780         " EXCEPTIONS - ".
004790     05  PTR-STATUS              PIC X(13).
004800     05  FILLER                  PIC X(26) VALUE SPACES.
004810
004820 PROCEDURE DIVISION.
004830*****************************************************
004840*  0000-MAINLINE                                      *
004850*  LOADS THE PARTITION TABLE AND TONIGHT'S CTLIN,     *
004860*  TALLIES WHAT THE PARTITIONS SENT BACK, CHECKS      *
004870*  EVERY SCENARIO AND EVERY PARTITION, AND WRITES     *
004880*  THE MERGED DATASETS ONLY IF EVERYTHING CAME BACK.  *
004890*****************************************************
004900 0000-MAINLINE.
004910     PERFORM 1000-INITIALIZE
004920         THRU 1000-INITIALIZE-EXIT.
004930     IF RETURN-CODE >= 16
004940         PERFORM 9400-WRITE-LEDGER-END
004950             THRU 9400-WRITE-LEDGER-END-EXIT
004960         DISPLAY "PARTMRG: RUN TERMINATED, RC=" RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990
005000     PERFORM 2000-LOAD-PARTITION-TABLE
005010         THRU 2000-LOAD-PARTITION-TABLE-EXIT.
005020     IF RETURN-CODE < 16
005030         PERFORM 3000-LOAD-CONTROL-FILE
005040             THRU 3000-LOAD-CONTROL-FILE-EXIT
005050     END-IF.
005060     IF RETURN-CODE < 16
005070         PERFORM 4000-TALLY-AUDITS
005080             THRU 4000-TALLY-AUDITS-EXIT
005090     END-IF.
005100     IF RETURN-CODE < 16
005110         PERFORM 5000-TALLY-RESULTS
005120             THRU 5000-TALLY-RESULTS-EXIT
005130     END-IF.
005140     IF RETURN-CODE < 16
005150         PERFORM 5500-TALLY-PERCENTILES
005160             THRU 5500-TALLY-PERCENTILES-EXIT
005170     END-IF.
005180     IF RETURN-CODE < 16
005190         PERFORM 6000-CHECK-SCENARIOS
005200             THRU 6000-CHECK-SCENARIOS-EXIT
005210         PERFORM 6500-CHECK-PARTITIONS
005220             THRU 6500-CHECK-PARTITIONS-EXIT
005230         PERFORM 7000-WRITE-MERGED-FILES
005240             THRU 7000-WRITE-MERGED-FILES-EXIT
005250     END-IF.
005260
005270     PERFORM 9000-FINALIZE
005280         THRU 9000-FINALIZE-EXIT.
005290     STOP RUN.
005300
005310*****************************************************
005320*  1000-INITIALIZE                                    *
005330*  SETTLES THE RUN DATE, FILES THE ENVELOPE LEDGER    *
005340*  ROW STARTED, OPENS THE REPORT, AND PRINTS THE      *
005350*  FIRST HEADING AND SECTION 1'S HEADING.             *
005360*****************************************************
005370 1000-INITIALIZE.
005380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005390     ACCEPT WS-START-TIME FROM TIME.
005400     OPEN INPUT MERGE-CONTROL-FILE.
005410     IF FS-MERGE-CONTROL-OK
005420         READ MERGE-CONTROL-FILE
005430             AT END
005440                 CONTINUE
005450         END-READ
005460         IF FS-MERGE-CONTROL-OK
005470             AND MCT-RUN-DATE IS NUMERIC
005480             AND MCT-RUN-DATE > ZERO
005490             MOVE MCT-RUN-DATE TO WS-RUN-DATE
005500         END-IF
005510         CLOSE MERGE-CONTROL-FILE
005520     END-IF.
005530
005540     PERFORM 1040-LOAD-LEDGER-CARD
005550         THRU 1040-LOAD-LEDGER-CARD-EXIT.
005560     PERFORM 1400-WRITE-LEDGER-START
005570         THRU 1400-WRITE-LEDGER-START-EXIT.
005580     IF RETURN-CODE >= 16
005590         GO TO 1000-INITIALIZE-EXIT
005600     END-IF.
005610
005620     OPEN OUTPUT MERGE-PRINT-FILE.
005630     IF NOT FS-MERGE-PRINT-OK
005640         DISPLAY "PARTMRG ERROR: PARTRPT OPEN FAILED, STATUS="
005650             FS-MERGE-PRINT
005660         MOVE 16 TO RETURN-CODE
005670         GO TO 1000-INITIALIZE-EXIT
005680     END-IF.
005690     PERFORM 8000-PAGE-HEADING
005700         THRU 8000-PAGE-HEADING-EXIT.
005710     WRITE MERGE-PRINT-RECORD FROM PMR-SECTION-1-HEADING
005720         AFTER ADVANCING 1 LINE.
005730     WRITE MERGE-PRINT-RECORD FROM PMR-EXCEPTION-HEADING
005740         AFTER ADVANCING 1 LINE.
005750     ADD 2 TO WS-LINE-COUNT.
005760 1000-INITIALIZE-EXIT.
005770     EXIT.
005780
005790*****************************************************
005800*  1040-LOAD-LEDGER-CARD                              *
005810*  SETTLES THE NIGHT THE LEDGER ROW IS FILED UNDER:   *
005820*  THE LDGCTL CARD WHEN ONE IS GIVEN AND NONZERO,     *
005830*  OTHERWISE THE RUN DATE.                            *
005840*****************************************************
005850 1040-LOAD-LEDGER-CARD.
005860     MOVE WS-RUN-DATE TO WS-LEDGER-DATE.
005870     OPEN INPUT LEDGER-CONTROL-FILE.
005880     IF FS-LEDGER-CONTROL-OK
005890         READ LEDGER-CONTROL-FILE
005900             AT END
005910                 CONTINUE
005920         END-READ
005930         IF FS-LEDGER-CONTROL-OK
005940             AND LCT-RUN-DATE IS NUMERIC
005950             AND LCT-RUN-DATE > ZERO
005960             MOVE LCT-RUN-DATE TO WS-LEDGER-DATE
005970         END-IF
005980         CLOSE LEDGER-CONTROL-FILE
005990     END-IF.
006000 1040-LOAD-LEDGER-CARD-EXIT.
006010     EXIT.
006020
006030*****************************************************
006040*  1400-WRITE-LEDGER-START                            *
006050*  FILES THE ENVELOPE LEDGER ROW STARTED, CREATING    *
006060*  THE LEDGER ON ITS VERY FIRST USE.  A RERUN OF THE  *
006070*  MERGE REUSES THE ROW AND COUNTS THE ATTEMPT.  A    *
006080*  LEDGER THAT CANNOT BE WRITTEN STOPS THE MERGE.     *
006090*****************************************************
006100 1400-WRITE-LEDGER-START.
006110     PERFORM 9410-OPEN-LEDGER
006120         THRU 9410-OPEN-LEDGER-EXIT.
006130     IF LEDGER-UNAVAILABLE
006140         GO TO 1400-WRITE-LEDGER-START-EXIT
006150     END-IF.
006160     IF LEDGER-ROW-FOUND
006170         ADD 1 TO LDG-ATTEMPTS
006180     END-IF.
006190     SET LDG-STARTED         TO TRUE.
006200     MOVE WS-RUN-DATE        TO LDG-START-DATE.
006210     MOVE WS-START-TIME      TO LDG-START-TIME.
006220     MOVE ZERO               TO LDG-END-DATE.
006230     MOVE ZERO               TO LDG-END-TIME.
006240     MOVE ZERO               TO LDG-RETURN-CODE.
006250     MOVE SPACES             TO LDG-REASON.
006260     PERFORM 9450-MOVE-LEDGER-COUNTS
006270         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
006280     PERFORM 9420-PUT-LEDGER-ROW
006290         THRU 9420-PUT-LEDGER-ROW-EXIT.
006300     IF NOT LEDGER-UNAVAILABLE
006310         SET LEDGER-STARTED TO TRUE
006320     END-IF.
006330 1400-WRITE-LEDGER-START-EXIT.
006340     EXIT.
006350
006360*****************************************************
006370*  2000-LOAD-PARTITION-TABLE                          *
006380*  LOADS EVERY PARTTBL CARD.  THE TABLE MUST RUN      *
006390*  PARTITION 1, 2, 3 ... IN ORDER, EVERY CARD MUST    *
006400*  DECLARE THE SAME PARTITION COUNT AND THAT MANY     *
006410*  CARDS MUST BE PRESENT, AND THE CODE RANGES MUST    *
006420*  ASCEND WITHOUT OVERLAPPING - OTHERWISE A SCENARIO  *
006430*  COULD RUN TWICE OR NOT AT ALL.  A MISSING TABLE    *
006440*  ENDS THE RUN.                                      *
006450*****************************************************
006460 2000-LOAD-PARTITION-TABLE.
006470     OPEN INPUT PARTITION-TABLE-FILE.
006480     IF NOT FS-PARTITION-TABLE-OK
006490         DISPLAY "PARTMRG ERROR: PARTTBL OPEN FAILED, STATUS="
006500             FS-PARTITION-TABLE
006510         MOVE 16 TO RETURN-CODE
006520         GO TO 2000-LOAD-PARTITION-TABLE-EXIT
006530     END-IF.
006540     READ PARTITION-TABLE-FILE
006550         AT END
006560             CONTINUE
006570     END-READ.
006580     PERFORM 2100-LOAD-ONE-CARD
006590         THRU 2100-LOAD-ONE-CARD-EXIT
006600         UNTIL NOT FS-PARTITION-TABLE-OK.
006610     IF NOT FS-PARTITION-TABLE-EOF
006620         DISPLAY "PARTMRG ERROR: PARTTBL READ FAILED, STATUS="
006630             FS-PARTITION-TABLE
006640         MOVE 16 TO RETURN-CODE
006650     END-IF.
006660     CLOSE PARTITION-TABLE-FILE.
006670
006680     MOVE SPACES TO PEL-SCENARIO-CODE.
006690     MOVE SPACES TO PEL-PARTITION.
006700     IF WS-PTB-COUNT = ZERO
006710         MOVE "PARTTBL HOLDS NO PARTITION CARDS" TO PEL-TEXT
006720         PERFORM 8300-WRITE-EXCEPTION
006730             THRU 8300-WRITE-EXCEPTION-EXIT
006740     ELSE
006750         IF WS-CARD-COUNT NOT = WS-PTB-DECLARED
006760             MOVE WS-CARD-COUNT   TO WS-EDIT-COUNT
006770             MOVE WS-PTB-DECLARED TO WS-EDIT-PART
006780             MOVE SPACES TO PEL-TEXT
006790             STRING "PARTTBL HOLDS " DELIMITED BY SIZE
006800                 WS-EDIT-COUNT DELIMITED BY SIZE
006810                 " CARDS BUT DECLARES " DELIMITED BY SIZE
006820                 WS-EDIT-PART DELIMITED BY SIZE
006830                 " PARTITIONS" DELIMITED BY SIZE
006840                 INTO PEL-TEXT
006850             END-STRING
006860             PERFORM 8300-WRITE-EXCEPTION
006870                 THRU 8300-WRITE-EXCEPTION-EXIT
006880         END-IF
006890     END-IF.
006900 2000-LOAD-PARTITION-TABLE-EXIT.
006910     EXIT.
006920
006930*****************************************************
006940*  2100-LOAD-ONE-CARD                                 *
006950*  EDITS ONE PARTITION CARD, ADDS IT TO THE TABLE,    *
006960*  AND READS THE NEXT.  CARDS BEYOND THE TABLE'S 20   *
006970*  ARE COUNTED BUT NOT LOADED.                        *
006980*****************************************************
006990 2100-LOAD-ONE-CARD.
007000     ADD 1 TO WS-CARD-COUNT.
007010     MOVE SPACES TO PEL-SCENARIO-CODE.
007020     MOVE WS-CARD-COUNT TO WS-EDIT-PART.
007030     MOVE WS-EDIT-PART TO PEL-PARTITION.
007040     IF WS-CARD-COUNT > 20
007050         IF WS-CARD-COUNT = 21
007060             MOVE "MORE THAN 20 PARTITION CARDS ON PARTTBL"
007070                 TO PEL-TEXT
007080             PERFORM 8300-WRITE-EXCEPTION
007090                 THRU 8300-WRITE-EXCEPTION-EXIT
007100         END-IF
007110         GO TO 2100-READ-NEXT-CARD
007120     END-IF.
007130
007140     IF PRT-PARTITION-NO IS NOT NUMERIC
007150         OR PRT-PARTITION-NO NOT = WS-CARD-COUNT
007160         MOVE SPACES TO PEL-TEXT
007170         STRING "CARD " DELIMITED BY SIZE
007180             WS-EDIT-PART DELIMITED BY SIZE
007190             " IS PARTITION <" DELIMITED BY SIZE
007200             PRT-PARTITION-NO DELIMITED BY SIZE
007210             "> - CARDS MUST RUN 1, 2, 3 ... IN ORDER"
007220                 DELIMITED BY SIZE
007230             INTO PEL-TEXT
007240         END-STRING
007250         PERFORM 8300-WRITE-EXCEPTION
007260             THRU 8300-WRITE-EXCEPTION-EXIT
007270     END-IF.
007280     IF PRT-PARTITION-COUNT IS NOT NUMERIC
007290         OR PRT-PARTITION-COUNT = ZERO
007300         MOVE "PARTITION COUNT MUST BE NUMERIC AND NONZERO"
007310             TO PEL-TEXT
007320         PERFORM 8300-WRITE-EXCEPTION
007330             THRU 8300-WRITE-EXCEPTION-EXIT
007340     ELSE
007350         IF WS-CARD-COUNT = 1
007360             MOVE PRT-PARTITION-COUNT TO WS-PTB-DECLARED
007370         ELSE
007380             IF PRT-PARTITION-COUNT NOT = WS-PTB-DECLARED
007390                 MOVE "PARTITION COUNT DIFFERS FROM CARD 1"
007400                     TO PEL-TEXT
007410                 PERFORM 8300-WRITE-EXCEPTION
007420                     THRU 8300-WRITE-EXCEPTION-EXIT
007430             END-IF
007440         END-IF
007450     END-IF.
007460
007470     ADD 1 TO WS-PTB-COUNT.
007480     MOVE PRT-LOW-CODE  TO PTB-LOW-PRINT (WS-PTB-COUNT).
007490     MOVE PRT-HIGH-CODE TO PTB-HIGH-PRINT (WS-PTB-COUNT).
007500     MOVE LOW-VALUES    TO PTB-LOW-CODE (WS-PTB-COUNT).
007510     MOVE HIGH-VALUES   TO PTB-HIGH-CODE (WS-PTB-COUNT).
007520     IF PRT-LOW-CODE NOT = SPACES
007530         MOVE PRT-LOW-CODE TO PTB-LOW-CODE (WS-PTB-COUNT)
007540     END-IF.
007550     IF PRT-HIGH-CODE NOT = SPACES
007560         MOVE PRT-HIGH-CODE TO PTB-HIGH-CODE (WS-PTB-COUNT)
007570     END-IF.
007580     MOVE ZERO TO PTB-EXPECTED (WS-PTB-COUNT).
007590     MOVE ZERO TO PTB-AUDIT-RECS (WS-PTB-COUNT).
007600     MOVE ZERO TO PTB-AUDIT-RESULTS (WS-PTB-COUNT).
007610     MOVE ZERO TO PTB-RESULT-ROWS (WS-PTB-COUNT).
007620
007630     IF PTB-LOW-CODE (WS-PTB-COUNT)
007640         > PTB-HIGH-CODE (WS-PTB-COUNT)
007650         MOVE "LOW CODE IS ABOVE HIGH CODE" TO PEL-TEXT
007660         PERFORM 8300-WRITE-EXCEPTION
007670             THRU 8300-WRITE-EXCEPTION-EXIT
007680     END-IF.
007690     IF WS-PTB-COUNT > 1
007700         COMPUTE WS-PTB-SUB = WS-PTB-COUNT - 1
007710         IF PTB-LOW-CODE (WS-PTB-COUNT)
007720             NOT > PTB-HIGH-CODE (WS-PTB-SUB)
007730             MOVE "RANGE OVERLAPS OR PRECEDES THE PRIOR RANGE"
007740                 TO PEL-TEXT
007750             PERFORM 8300-WRITE-EXCEPTION
007760                 THRU 8300-WRITE-EXCEPTION-EXIT
007770         END-IF
007780     END-IF.
007790 2100-READ-NEXT-CARD.
007800     READ PARTITION-TABLE-FILE
007810         AT END
007820             CONTINUE
007830     END-READ.
007840 2100-LOAD-ONE-CARD-EXIT.
007850     EXIT.
007860
007870*****************************************************
007880*  3000-LOAD-CONTROL-FILE                             *
007890*  LOADS EVERY CTLIN SCENARIO AND PLACES IT IN THE    *
007900*  PARTITION WHOSE RANGE HOLDS ITS CODE.  A CODE NO   *
007910*  RANGE HOLDS WAS RUN BY NO STEP AT ALL.             *
007920*****************************************************
007930 3000-LOAD-CONTROL-FILE.
007940     OPEN INPUT CONTROL-FILE.
007950     IF NOT FS-CONTROL-OK
007960         DISPLAY "PARTMRG ERROR: CTLIN OPEN FAILED, STATUS="
007970             FS-CONTROL-FILE
007980         MOVE 16 TO RETURN-CODE
007990         GO TO 3000-LOAD-CONTROL-FILE-EXIT
008000     END-IF.
008010     READ CONTROL-FILE
008020         AT END
008030             CONTINUE
008040     END-READ.
008050     PERFORM 3100-LOAD-ONE-SCENARIO
008060         THRU 3100-LOAD-ONE-SCENARIO-EXIT
008070         UNTIL NOT FS-CONTROL-OK.
008080     IF NOT FS-CONTROL-EOF
008090         DISPLAY "PARTMRG ERROR: CTLIN READ FAILED, STATUS="
008100             FS-CONTROL-FILE
008110         MOVE 16 TO RETURN-CODE
008120     END-IF.
008130     CLOSE CONTROL-FILE.
008140     IF WS-SCN-COUNT = ZERO
008150         AND RETURN-CODE < 16
008160         MOVE SPACES TO PEL-SCENARIO-CODE
008170         MOVE SPACES TO PEL-PARTITION
008180         MOVE "CTLIN HOLDS NO SCENARIOS - NOTHING TO MERGE"
008190             TO PEL-TEXT
008200         PERFORM 8300-WRITE-EXCEPTION
008210             THRU 8300-WRITE-EXCEPTION-EXIT
008220     END-IF.
008230 3000-LOAD-CONTROL-FILE-EXIT.
008240     EXIT.
008250
008260*****************************************************
008270*  3100-LOAD-ONE-SCENARIO                             *
008280*  ADDS ONE CTLIN SCENARIO TO THE TABLE WITH ITS      *
008290*  PARTITION, AND READS THE NEXT RECORD.              *
008300*****************************************************
008310 3100-LOAD-ONE-SCENARIO.
008320     ADD 1 TO WS-CTL-READ.
008330     MOVE CTL-SCENARIO-CODE TO PEL-SCENARIO-CODE.
008340     MOVE SPACES TO PEL-PARTITION.
008350     IF WS-SCN-COUNT >= 99
008360         MOVE "BEYOND THE 99 SCENARIOS THE NIGHTLY RUN ACCEPTS"
008370             TO PEL-TEXT
008380         PERFORM 8300-WRITE-EXCEPTION
008390             THRU 8300-WRITE-EXCEPTION-EXIT
008400         GO TO 3100-READ-NEXT-SCENARIO
008410     END-IF.
008420
008430     ADD 1 TO WS-SCN-COUNT.
008440     MOVE CTL-SCENARIO-CODE TO SCN-CODE (WS-SCN-COUNT).
008450     MOVE ZERO TO SCN-AUDIT-COUNT (WS-SCN-COUNT).
008460     MOVE ZERO TO SCN-AUDIT-PARTITION (WS-SCN-COUNT).
008470     MOVE ZERO TO SCN-AUDIT-RESULTS (WS-SCN-COUNT).
008480     MOVE ZERO TO SCN-RESULT-ROWS (WS-SCN-COUNT).
008490     MOVE ZERO TO WS-PTB-FOUND.
008500     PERFORM 3150-TRY-ONE-RANGE
008510         THRU 3150-TRY-ONE-RANGE-EXIT
008520         VARYING WS-PTB-SUB FROM 1 BY 1
008530         UNTIL WS-PTB-SUB > WS-PTB-COUNT
008540         OR WS-PTB-FOUND > ZERO.
008550     MOVE WS-PTB-FOUND TO SCN-PARTITION (WS-SCN-COUNT).
008560     IF WS-PTB-FOUND = ZERO
008570         MOVE "IN NO PARTITION'S CODE RANGE - NO STEP RAN IT"
008580             TO PEL-TEXT
008590         PERFORM 8300-WRITE-EXCEPTION
008600             THRU 8300-WRITE-EXCEPTION-EXIT
008610     ELSE
008620         ADD 1 TO PTB-EXPECTED (WS-PTB-FOUND)
008630     END-IF.
008640 3100-READ-NEXT-SCENARIO.
008650     READ CONTROL-FILE
008660         AT END
008670             CONTINUE
008680     END-READ.
008690 3100-LOAD-ONE-SCENARIO-EXIT.
008700     EXIT.
008710
008720*****************************************************
008730*  3150-TRY-ONE-RANGE                                 *
008740*  NOTES THE PARTITION ON HAND IF ITS RANGE HOLDS     *
008750*  THE SCENARIO CODE ON HAND.                         *
008760*****************************************************
008770 3150-TRY-ONE-RANGE.
008780     IF CTL-SCENARIO-CODE NOT < PTB-LOW-CODE (WS-PTB-SUB)
008790         AND CTL-SCENARIO-CODE NOT > PTB-HIGH-CODE (WS-PTB-SUB)
008800         MOVE WS-PTB-SUB TO WS-PTB-FOUND
008810     END-IF.
008820 3150-TRY-ONE-RANGE-EXIT.
008830     EXIT.
008840
008850*****************************************************
008860*  3200-FIND-SCENARIO                                 *
008870*  LOOKS WS-FIND-CODE UP IN THE SCENARIO TABLE,       *
008880*  LEAVING ITS ENTRY IN WS-SCN-FOUND (ZERO IF NOT     *
008890*  ON TONIGHT'S CTLIN).                               *
008900*****************************************************
008910 3200-FIND-SCENARIO.
008920     MOVE ZERO TO WS-SCN-FOUND.
008930     PERFORM 3250-TRY-ONE-SCENARIO
008940         THRU 3250-TRY-ONE-SCENARIO-EXIT
008950         VARYING WS-SCN-SUB FROM 1 BY 1
008960         UNTIL WS-SCN-SUB > WS-SCN-COUNT
008970         OR WS-SCN-FOUND > ZERO.
008980 3200-FIND-SCENARIO-EXIT.
008990     EXIT.
009000
009010 3250-TRY-ONE-SCENARIO.
009020     IF SCN-CODE (WS-SCN-SUB) = WS-FIND-CODE
009030         MOVE WS-SCN-SUB TO WS-SCN-FOUND
009040     END-IF.
009050 3250-TRY-ONE-SCENARIO-EXIT.
009060     EXIT.
009070
009080*****************************************************
009090*  4000-TALLY-AUDITS                                  *
009100*  READS EVERY PARTITION'S AUDIT RECORDS AND CREDITS  *
009110*  EACH TO ITS SCENARIO AND TO THE PARTITION THAT     *
009120*  WROTE IT.  A MISSING AUDIN ENDS THE RUN - WITHOUT  *
009130*  IT NOTHING CAN BE CHECKED.                         *
009140*****************************************************
009150 4000-TALLY-AUDITS.
009160     OPEN INPUT PARTITION-AUDIT-FILE.
009170     IF NOT FS-PARTITION-AUDIT-OK
009180         DISPLAY "PARTMRG ERROR: AUDIN OPEN FAILED, STATUS="
009190             FS-PARTITION-AUDIT
009200         MOVE 16 TO RETURN-CODE
009210         GO TO 4000-TALLY-AUDITS-EXIT
009220     END-IF.
009230     READ PARTITION-AUDIT-FILE
009240         AT END
009250             CONTINUE
009260     END-READ.
009270     PERFORM 4100-TALLY-ONE-AUDIT
009280         THRU 4100-TALLY-ONE-AUDIT-EXIT
009290         UNTIL NOT FS-PARTITION-AUDIT-OK.
009300     IF NOT FS-PARTITION-AUDIT-EOF
009310         DISPLAY "PARTMRG ERROR: AUDIN READ FAILED, STATUS="
009320             FS-PARTITION-AUDIT
009330         MOVE 16 TO RETURN-CODE
009340     END-IF.
009350     CLOSE PARTITION-AUDIT-FILE.
009360 4000-TALLY-AUDITS-EXIT.
009370     EXIT.
009380
009390*****************************************************
009400*  4100-TALLY-ONE-AUDIT                               *
009410*  A RECORD FOR ANOTHER RUN DATE IS LEFT OVER FROM AN *
009420*  EARLIER NIGHT AND IS NOT CREDITED.  A RECORD FOR A *
009430*  CODE NOT ON TONIGHT'S CTLIN, OR FROM A PARTITION   *
009440*  NOT IN THE TABLE, IS AN EXCEPTION.                 *
009450*****************************************************
009460 4100-TALLY-ONE-AUDIT.
009470     ADD 1 TO WS-AUDIT-READ.
009480     MOVE AIN-SCENARIO-CODE TO PEL-SCENARIO-CODE.
009490     MOVE SPACES TO PEL-PARTITION.
009500     IF AIN-PARTITION IS NUMERIC
009510         MOVE AIN-PARTITION TO WS-EDIT-PART
009520         MOVE WS-EDIT-PART  TO PEL-PARTITION
009530     END-IF.
009540     IF AIN-RUN-DATE NOT = WS-RUN-DATE
009550         MOVE SPACES TO PEL-TEXT
009560         STRING "STALE AUDIT RECORD FOR RUN DATE "
009570                 DELIMITED BY SIZE
009580             AIN-RUN-DATE DELIMITED BY SIZE
009590             " - NOT FROM TONIGHT'S PARTITION STEP"
009600                 DELIMITED BY SIZE
009610             INTO PEL-TEXT
009620         END-STRING
009630         PERFORM 8300-WRITE-EXCEPTION
009640             THRU 8300-WRITE-EXCEPTION-EXIT
009650         GO TO 4100-READ-NEXT-AUDIT
009660     END-IF.
009670
009680     IF AIN-PARTITION IS NOT NUMERIC
009690         OR AIN-PARTITION = ZERO
009700         OR AIN-PARTITION > WS-PTB-COUNT
009710         MOVE "AUDIT RECORD FROM A PARTITION NOT ON PARTTBL"
009720             TO PEL-TEXT
009730         PERFORM 8300-WRITE-EXCEPTION
009740             THRU 8300-WRITE-EXCEPTION-EXIT
009750     ELSE
009760         ADD 1 TO PTB-AUDIT-RECS (AIN-PARTITION)
009770         ADD AIN-RESULT-COUNT
009780             TO PTB-AUDIT-RESULTS (AIN-PARTITION)
009790     END-IF.
009800
009810     MOVE AIN-SCENARIO-CODE TO WS-FIND-CODE.
009820     PERFORM 3200-FIND-SCENARIO
009830         THRU 3200-FIND-SCENARIO-EXIT.
009840     IF WS-SCN-FOUND = ZERO
009850         MOVE "AUDIT RECORD FOR A SCENARIO NOT ON TONIGHT'S CTLIN"
009860             TO PEL-TEXT
009870         PERFORM 8300-WRITE-EXCEPTION
009880             THRU 8300-WRITE-EXCEPTION-EXIT
009890         GO TO 4100-READ-NEXT-AUDIT
009900     END-IF.
009910     ADD 1 TO SCN-AUDIT-COUNT (WS-SCN-FOUND).
009920     ADD AIN-RESULT-COUNT TO SCN-AUDIT-RESULTS (WS-SCN-FOUND).
009930     IF SCN-AUDIT-COUNT (WS-SCN-FOUND) = 1
009940         AND AIN-PARTITION IS NUMERIC
009950         MOVE AIN-PARTITION TO SCN-AUDIT-PARTITION (WS-SCN-FOUND)
009960     END-IF.
009970 4100-READ-NEXT-AUDIT.
009980     READ PARTITION-AUDIT-FILE
009990         AT END
010000             CONTINUE
010010     END-READ.
010020 4100-TALLY-ONE-AUDIT-EXIT.
010030     EXIT.
010040
010050*****************************************************
010060*  5000-TALLY-RESULTS                                 *
010070*  COUNTS EVERY PARTITION'S RESULT ROWS BY SCENARIO,  *
010080*  AND BY THE PARTITION THAT SENT THE SCENARIO'S      *
010090*  AUDIT RECORD (OR, WITH NONE, THE PARTITION THAT    *
010100*  OWNS ITS CODE).  A MISSING RESIN ENDS THE RUN.     *
010110*****************************************************
010120 5000-TALLY-RESULTS.
010130     OPEN INPUT PARTITION-RESULT-FILE.
010140     IF NOT FS-PARTITION-RESULT-OK
010150         DISPLAY "PARTMRG ERROR: RESIN OPEN FAILED, STATUS="
010160             FS-PARTITION-RESULT
010170         MOVE 16 TO RETURN-CODE
010180         GO TO 5000-TALLY-RESULTS-EXIT
010190     END-IF.
010200     READ PARTITION-RESULT-FILE
010210         AT END
010220             CONTINUE
010230     END-READ.
010240     PERFORM 5100-TALLY-ONE-RESULT
010250         THRU 5100-TALLY-ONE-RESULT-EXIT
010260         UNTIL NOT FS-PARTITION-RESULT-OK.
010270     IF NOT FS-PARTITION-RESULT-EOF
010280         DISPLAY "PARTMRG ERROR: RESIN READ FAILED, STATUS="
010290             FS-PARTITION-RESULT
010300         MOVE 16 TO RETURN-CODE
010310     END-IF.
010320     CLOSE PARTITION-RESULT-FILE.
010330 5000-TALLY-RESULTS-EXIT.
010340     EXIT.
010350
010360*****************************************************
010370*  5100-TALLY-ONE-RESULT                              *
010380*  CREDITS ONE RESULT ROW.  ROWS FOR A CODE NOT ON    *
010390*  TONIGHT'S CTLIN ARE REPORTED ONCE PER RUN OF       *
010400*  ROWS FOR THAT CODE.                                *
010410*****************************************************
010420 5100-TALLY-ONE-RESULT.
010430     ADD 1 TO WS-RESULT-READ.
010440     MOVE RIN-SCENARIO-CODE TO WS-FIND-CODE.
010450     PERFORM 3200-FIND-SCENARIO
010460         THRU 3200-FIND-SCENARIO-EXIT.
010470     IF WS-SCN-FOUND = ZERO
010480         IF RIN-SCENARIO-CODE NOT = WS-LAST-ORPHAN
010490             MOVE RIN-SCENARIO-CODE TO WS-LAST-ORPHAN
010500             MOVE RIN-SCENARIO-CODE TO PEL-SCENARIO-CODE
010510             MOVE SPACES TO PEL-PARTITION
010520             MOVE "RESULT ROWS FOR A SCENARIO NOT ON CTLIN"
010530                 TO PEL-TEXT
010540             PERFORM 8300-WRITE-EXCEPTION
010550                 THRU 8300-WRITE-EXCEPTION-EXIT
010560         END-IF
010570         GO TO 5100-READ-NEXT-RESULT
010580     END-IF.
010590     ADD 1 TO SCN-RESULT-ROWS (WS-SCN-FOUND).
010600     IF SCN-AUDIT-PARTITION (WS-SCN-FOUND) > ZERO
010610         AND SCN-AUDIT-PARTITION (WS-SCN-FOUND) NOT > WS-PTB-COUNT
010620         ADD 1 TO PTB-RESULT-ROWS
010630             (SCN-AUDIT-PARTITION (WS-SCN-FOUND))
010640     ELSE
010650         IF SCN-PARTITION (WS-SCN-FOUND) > ZERO
010660             ADD 1 TO PTB-RESULT-ROWS
010670                 (SCN-PARTITION (WS-SCN-FOUND))
010680         END-IF
010690     END-IF.
010700 5100-READ-NEXT-RESULT.
010710     READ PARTITION-RESULT-FILE
010720         AT END
010730             CONTINUE
010740     END-READ.
010750 5100-TALLY-ONE-RESULT-EXIT.
010760     EXIT.
010770
010780*****************************************************
010790*  5500-TALLY-PERCENTILES                             *
010800*  COUNTS EVERY PARTITION'S PERCENTILE ROWS.  EVERY   *
010810*  PRODUCTION STEP WRITES ONE PERCENTILE ROW PER      *
010820*  RESULT ROW, SO A MISSING PCTIN, OR A ROW COUNT     *
010830*  THAT DIFFERS FROM RESIN'S, IS AN EXCEPTION AND     *
010840*  NOTHING IS MERGED.                                 *
010850*****************************************************
010860 5500-TALLY-PERCENTILES.
010870     MOVE SPACES TO PEL-SCENARIO-CODE.
010880     MOVE SPACES TO PEL-PARTITION.
010890     OPEN INPUT PARTITION-PERCENTILE-FILE.
010900     IF FS-PARTITION-PCT-MISSING
010910         MOVE "NO PCTIN ALLOCATED - PCTOUT CANNOT BE MERGED"
010920             TO PEL-TEXT
010930         PERFORM 8300-WRITE-EXCEPTION
010940             THRU 8300-WRITE-EXCEPTION-EXIT
010950         GO TO 5500-TALLY-PERCENTILES-EXIT
010960     END-IF.
010970     IF NOT FS-PARTITION-PCT-OK
010980         DISPLAY "PARTMRG ERROR: PCTIN OPEN FAILED, STATUS="
010990             FS-PARTITION-PERCENTILE
011000         MOVE 16 TO RETURN-CODE
011010         GO TO 5500-TALLY-PERCENTILES-EXIT
011020     END-IF.
011030     READ PARTITION-PERCENTILE-FILE
011040         AT END
011050             CONTINUE
011060     END-READ.
011070     PERFORM 5510-COUNT-ONE-PERCENTILE
011080         THRU 5510-COUNT-ONE-PERCENTILE-EXIT
011090         UNTIL NOT FS-PARTITION-PCT-OK.
011100     IF NOT FS-PARTITION-PCT-EOF
011110         DISPLAY "PARTMRG ERROR: PCTIN READ FAILED, STATUS="
011120             FS-PARTITION-PERCENTILE
011130         MOVE 16 TO RETURN-CODE
011140     END-IF.
011150     CLOSE PARTITION-PERCENTILE-FILE.
011160     IF RETURN-CODE < 16
011170         AND WS-PCT-READ NOT = WS-RESULT-READ
011180         MOVE WS-PCT-READ    TO WS-EDIT-COUNT
011190         MOVE WS-RESULT-READ TO WS-EDIT-COUNT-2
011200         MOVE SPACES TO PEL-TEXT
011210         STRING WS-EDIT-COUNT DELIMITED BY SIZE
011220             " PCTIN ROWS BUT RESIN HOLDS " DELIMITED BY SIZE
011230             WS-EDIT-COUNT-2 DELIMITED BY SIZE
011240             " RESULT ROWS" DELIMITED BY SIZE
011250             INTO PEL-TEXT
011260         END-STRING
011270         PERFORM 8300-WRITE-EXCEPTION
011280             THRU 8300-WRITE-EXCEPTION-EXIT
011290     END-IF.
011300 5500-TALLY-PERCENTILES-EXIT.
011310     EXIT.
011320
011330 5510-COUNT-ONE-PERCENTILE.
011340     ADD 1 TO WS-PCT-READ.
011350     READ PARTITION-PERCENTILE-FILE
011360         AT END
011370             CONTINUE
011380     END-READ.
011390 5510-COUNT-ONE-PERCENTILE-EXIT.
011400     EXIT.
011410
011420*****************************************************
011430*  6000-CHECK-SCENARIOS                               *
011440*  CHECKS EVERY CTLIN SCENARIO CAME BACK EXACTLY      *
011450*  ONCE, FROM THE PARTITION THAT OWNS ITS CODE, WITH  *
011460*  AS MANY RESULT ROWS ON FILE AS ITS AUDIT RECORD    *
011470*  SAYS IT WROTE.                                     *
011480*****************************************************
011490 6000-CHECK-SCENARIOS.
011500     PERFORM 6100-CHECK-ONE-SCENARIO
011510         THRU 6100-CHECK-ONE-SCENARIO-EXIT
011520         VARYING WS-SCN-SUB FROM 1 BY 1
011530         UNTIL WS-SCN-SUB > WS-SCN-COUNT.
011540     IF WS-EXCEPTION-COUNT = ZERO
011550         MOVE "NO EXCEPTIONS - EVERY SCENARIO CAME BACK ONCE"
011560             TO PNL-TEXT
011570         PERFORM 8100-WRITE-NOTE-LINE
011580             THRU 8100-WRITE-NOTE-LINE-EXIT
011590     END-IF.
011600 6000-CHECK-SCENARIOS-EXIT.
011610     EXIT.
011620
011630*****************************************************
011640*  6100-CHECK-ONE-SCENARIO                            *
011650*  A SCENARIO IN NO RANGE WAS ALREADY REPORTED WHEN   *
011660*  CTLIN WAS LOADED.                                  *
011670*****************************************************
011680 6100-CHECK-ONE-SCENARIO.
011690     IF SCN-PARTITION (WS-SCN-SUB) = ZERO
011700         GO TO 6100-CHECK-ONE-SCENARIO-EXIT
011710     END-IF.
011720     MOVE SCN-CODE (WS-SCN-SUB) TO PEL-SCENARIO-CODE.
011730     MOVE SCN-PARTITION (WS-SCN-SUB) TO WS-EDIT-PART.
011740     MOVE WS-EDIT-PART TO PEL-PARTITION.
011750
011760     IF SCN-AUDIT-COUNT (WS-SCN-SUB) = ZERO
011770         MOVE "NOT RETURNED - NO AUDIT RECORD CAME BACK"
011780             TO PEL-TEXT
011790         PERFORM 8300-WRITE-EXCEPTION
011800             THRU 8300-WRITE-EXCEPTION-EXIT
011810         GO TO 6100-CHECK-ONE-SCENARIO-EXIT
011820     END-IF.
011830     ADD 1 TO WS-RETURNED-COUNT.
011840
011850     IF SCN-AUDIT-COUNT (WS-SCN-SUB) > 1
011860         MOVE SCN-AUDIT-COUNT (WS-SCN-SUB) TO WS-EDIT-COUNT
011870         MOVE SPACES TO PEL-TEXT
011880         STRING "RETURNED " DELIMITED BY SIZE
011890             WS-EDIT-COUNT DELIMITED BY SIZE
011900             " TIMES - DUPLICATE AUDIT RECORDS" DELIMITED BY SIZE
011910             INTO PEL-TEXT
011920         END-STRING
011930         PERFORM 8300-WRITE-EXCEPTION
011940             THRU 8300-WRITE-EXCEPTION-EXIT
011950     END-IF.
011960
011970     IF SCN-AUDIT-PARTITION (WS-SCN-SUB)
011980         NOT = SCN-PARTITION (WS-SCN-SUB)
011990         MOVE SCN-AUDIT-PARTITION (WS-SCN-SUB) TO WS-EDIT-PART-2
012000         MOVE SPACES TO PEL-TEXT
012010         STRING "RUN BY PARTITION " DELIMITED BY SIZE
012020             WS-EDIT-PART-2 DELIMITED BY SIZE
012030             " BUT THE PARTITION TABLE PLACES IT IN PARTITION "
012040                 DELIMITED BY SIZE
012050             WS-EDIT-PART DELIMITED BY SIZE
012060             INTO PEL-TEXT
012070         END-STRING
012080         PERFORM 8300-WRITE-EXCEPTION
012090             THRU 8300-WRITE-EXCEPTION-EXIT
012100     END-IF.
012110
012120     IF SCN-RESULT-ROWS (WS-SCN-SUB)
012130         NOT = SCN-AUDIT-RESULTS (WS-SCN-SUB)
012140         MOVE SCN-RESULT-ROWS (WS-SCN-SUB)   TO WS-EDIT-COUNT
012150         MOVE SCN-AUDIT-RESULTS (WS-SCN-SUB) TO WS-EDIT-COUNT-2
012160         MOVE SPACES TO PEL-TEXT
012170         STRING WS-EDIT-COUNT DELIMITED BY SIZE
012180             " RESULT ROWS ON FILE BUT THE AUDIT RECORD COUNTS "
012190                 DELIMITED BY SIZE
012200             WS-EDIT-COUNT-2 DELIMITED BY SIZE
012210             INTO PEL-TEXT
012220         END-STRING
012230         PERFORM 8300-WRITE-EXCEPTION
012240             THRU 8300-WRITE-EXCEPTION-EXIT
012250     END-IF.
012260 6100-CHECK-ONE-SCENARIO-EXIT.
012270     EXIT.
012280
012290*****************************************************
012300*  6500-CHECK-PARTITIONS                              *
012310*  PRINTS SECTION 2: FOR EACH PARTITION, THE          *
012320*  SCENARIOS IT OWED, THE AUDIT RECORDS IT SENT BACK, *
012330*  THE RESULT ROWS THEY CLAIM, AND THE RESULT ROWS    *
012340*  ON FILE, WITH ITS STATUS.                          *
012350*****************************************************
012360 6500-CHECK-PARTITIONS.
012370     PERFORM 8200-CHECK-PAGE
012380         THRU 8200-CHECK-PAGE-EXIT.
012390     MOVE SPACES TO MERGE-PRINT-RECORD.
012400     WRITE MERGE-PRINT-RECORD AFTER ADVANCING 1 LINE.
012410     WRITE MERGE-PRINT-RECORD FROM PMR-SECTION-2-HEADING
012420         AFTER ADVANCING 1 LINE.
012430     WRITE MERGE-PRINT-RECORD FROM PMR-PARTITION-HEADING
012440         AFTER ADVANCING 1 LINE.
012450     ADD 3 TO WS-LINE-COUNT.
012460     PERFORM 6600-CHECK-ONE-PARTITION
012470         THRU 6600-CHECK-ONE-PARTITION-EXIT
012480         VARYING WS-PTB-SUB FROM 1 BY 1
012490         UNTIL WS-PTB-SUB > WS-PTB-COUNT.
012500 6500-CHECK-PARTITIONS-EXIT.
012510     EXIT.
012520
012530*****************************************************
012540*  6600-CHECK-ONE-PARTITION                           *
012550*  MISSING - IT OWED SCENARIOS AND SENT NOTHING BACK. *
012560*  SHORT - FEWER AUDIT RECORDS THAN SCENARIOS OWED,   *
012570*  OR FEWER RESULT ROWS THAN ITS AUDIT RECORDS CLAIM. *
012580*  OVER - MORE OF EITHER (A STEP RUN TWICE OR A       *
012590*  DATASET CONCATENATED TWICE).  A PARTITION WHOSE    *
012600*  RANGE HOLDS NO SCENARIO ONLY WARNS.                *
012610*****************************************************
012620 6600-CHECK-ONE-PARTITION.
012630     MOVE WS-PTB-SUB                     TO PPL-PARTITION.
012640     MOVE PTB-LOW-PRINT (WS-PTB-SUB)     TO PPL-LOW-CODE.
012650     MOVE PTB-HIGH-PRINT (WS-PTB-SUB)    TO PPL-HIGH-CODE.
012660     MOVE PTB-EXPECTED (WS-PTB-SUB)      TO PPL-EXPECTED.
012670     MOVE PTB-AUDIT-RECS (WS-PTB-SUB)    TO PPL-AUDIT-RECS.
012680     MOVE PTB-AUDIT-RESULTS (WS-PTB-SUB) TO PPL-AUDIT-RESULTS.
012690     MOVE PTB-RESULT-ROWS (WS-PTB-SUB)   TO PPL-RESULT-ROWS.
012700     IF PTB-EXPECTED (WS-PTB-SUB) = ZERO
012710         AND PTB-AUDIT-RECS (WS-PTB-SUB) = ZERO
012720         AND PTB-RESULT-ROWS (WS-PTB-SUB) = ZERO
012730         MOVE "EMPTY - NO CTLIN SCENARIO IN ITS RANGE"
012740             TO PPL-STATUS
012750         ADD 1 TO WS-EMPTY-PARTITIONS
012760     ELSE
012770         IF PTB-AUDIT-RECS (WS-PTB-SUB) = ZERO
012780             MOVE "MISSING - NOTHING CAME BACK" TO PPL-STATUS
012790             ADD 1 TO WS-BAD-PARTITIONS
012800         ELSE
012810             IF PTB-AUDIT-RECS (WS-PTB-SUB)
012820                 < PTB-EXPECTED (WS-PTB-SUB)
012830                 OR PTB-RESULT-ROWS (WS-PTB-SUB)
012840                 < PTB-AUDIT-RESULTS (WS-PTB-SUB)
012850                 MOVE "SHORT - SCENARIOS OR RESULT ROWS MISSING"
012860                     TO PPL-STATUS
012870                 ADD 1 TO WS-BAD-PARTITIONS
012880             ELSE
012890                 IF PTB-AUDIT-RECS (WS-PTB-SUB)
012900                     > PTB-EXPECTED (WS-PTB-SUB)
012910                     OR PTB-RESULT-ROWS (WS-PTB-SUB)
012920                     > PTB-AUDIT-RESULTS (WS-PTB-SUB)
012930                     MOVE "OVER - DUPLICATE OR STRAY OUTPUT"
012940                         TO PPL-STATUS
012950                     ADD 1 TO WS-BAD-PARTITIONS
012960                 ELSE
012970                     MOVE "COMPLETE" TO PPL-STATUS
012980                 END-IF
012990             END-IF
013000         END-IF
013010     END-IF.
013020     PERFORM 8200-CHECK-PAGE
013030         THRU 8200-CHECK-PAGE-EXIT.
013040     WRITE MERGE-PRINT-RECORD FROM PMR-PARTITION-LINE
013050         AFTER ADVANCING 1 LINE.
013060     ADD 1 TO WS-LINE-COUNT.
013070 6600-CHECK-ONE-PARTITION-EXIT.
013080     EXIT.
013090
013100*****************************************************
013110*  7000-WRITE-MERGED-FILES                            *
013120*  PRINTS SECTION 3.  WHEN ANY CHECK FAILED NOTHING   *
013130*  IS WRITTEN, SO NO DOWNSTREAM STEP CAN REPORT ON A  *
013140*  PART-BOOK.  OTHERWISE EACH CONCATENATED PARTITION  *
013150*  INPUT IS COPIED TO ITS MERGED DATASET IN           *
013160*  PARTITION ORDER.  DETLOUT AND REPLOUT ARE ONLY     *
013170*  WRITTEN WHEN THE PARTITIONS WROTE THEM.  A WRITE   *
013180*  FAILURE PART WAY THROUGH ENDS THE MERGE AT RC 16,  *
013190*  WHICH EVERY DOWNSTREAM STEP REFUSES.               *
013200*****************************************************
013210 7000-WRITE-MERGED-FILES.
013220     PERFORM 8200-CHECK-PAGE
013230         THRU 8200-CHECK-PAGE-EXIT.
013240     MOVE SPACES TO MERGE-PRINT-RECORD.
013250     WRITE MERGE-PRINT-RECORD AFTER ADVANCING 1 LINE.
013260     WRITE MERGE-PRINT-RECORD FROM PMR-SECTION-3-HEADING
013270         AFTER ADVANCING 1 LINE.
013280     ADD 2 TO WS-LINE-COUNT.
013290     IF WS-EXCEPTION-COUNT > ZERO
013300         OR WS-BAD-PARTITIONS > ZERO
013310         OR WS-SCN-COUNT = ZERO
013320         SET MERGE-FAILED TO TRUE
013330         MOVE "MERGE FAILED - MERGED DATASETS NOT WRITTEN"
013340             TO PNL-TEXT
013350         PERFORM 8100-WRITE-NOTE-LINE
013360             THRU 8100-WRITE-NOTE-LINE-EXIT
013370         GO TO 7000-WRITE-MERGED-FILES-EXIT
013380     END-IF.
013390
013400     PERFORM 7100-MERGE-AUDITS
013410         THRU 7100-MERGE-AUDITS-EXIT.
013420     IF RETURN-CODE < 16
013430         PERFORM 7200-MERGE-RESULTS
013440             THRU 7200-MERGE-RESULTS-EXIT
013450     END-IF.
013460     IF RETURN-CODE < 16
013470         PERFORM 7300-MERGE-RECONCILES
013480             THRU 7300-MERGE-RECONCILES-EXIT
013490     END-IF.
013500     IF RETURN-CODE < 16
013510         PERFORM 7400-MERGE-DETAILS
013520             THRU 7400-MERGE-DETAILS-EXIT
013530     END-IF.
013540     IF RETURN-CODE < 16
013550         PERFORM 7500-MERGE-REPLICATIONS
013560             THRU 7500-MERGE-REPLICATIONS-EXIT
013570     END-IF.
013580     IF RETURN-CODE < 16
013590         PERFORM 7600-MERGE-PERCENTILES
013600             THRU 7600-MERGE-PERCENTILES-EXIT
013610     END-IF.
013620 7000-WRITE-MERGED-FILES-EXIT.
013630     EXIT.
013640
013650*****************************************************
013660*  7100-MERGE-AUDITS                                  *
013670*  COPIES AUDIN TO THE MERGED AUDITOUT.               *
013680*****************************************************
013690 7100-MERGE-AUDITS.
013700     OPEN INPUT PARTITION-AUDIT-FILE.
013710     IF NOT FS-PARTITION-AUDIT-OK
013720         DISPLAY "PARTMRG ERROR: AUDIN REOPEN FAILED, STATUS="
013730             FS-PARTITION-AUDIT
013740         MOVE 16 TO RETURN-CODE
013750         GO TO 7100-MERGE-AUDITS-EXIT
013760     END-IF.
013770     OPEN OUTPUT AUDIT-FILE.
013780     IF NOT FS-AUDIT-OK
013790         DISPLAY "PARTMRG ERROR: AUDITOUT OPEN FAILED, STATUS="
013800             FS-AUDIT-FILE
013810         CLOSE PARTITION-AUDIT-FILE
013820         MOVE 16 TO RETURN-CODE
013830         GO TO 7100-MERGE-AUDITS-EXIT
013840     END-IF.
013850     MOVE ZERO TO WS-COPY-COUNT.
013860     READ PARTITION-AUDIT-FILE
013870         AT END
013880             CONTINUE
013890     END-READ.
013900     PERFORM 7110-COPY-ONE-AUDIT
013910         THRU 7110-COPY-ONE-AUDIT-EXIT
013920         UNTIL NOT FS-PARTITION-AUDIT-OK
013930         OR RETURN-CODE >= 16.
013940     IF RETURN-CODE < 16
013950         AND NOT FS-PARTITION-AUDIT-EOF
013960         DISPLAY "PARTMRG ERROR: AUDIN READ FAILED, STATUS="
013970             FS-PARTITION-AUDIT
013980         MOVE 16 TO RETURN-CODE
013990     END-IF.
014000     CLOSE PARTITION-AUDIT-FILE.
014010     CLOSE AUDIT-FILE.
014020     MOVE WS-COPY-COUNT TO WS-LDG-AUDITS.
014030     MOVE "AUDITOUT" TO PML-DATASET.
014040     MOVE "AUDIN"    TO PML-SOURCE.
014050     PERFORM 8400-WRITE-MERGED-LINE
014060         THRU 8400-WRITE-MERGED-LINE-EXIT.
014070 7100-MERGE-AUDITS-EXIT.
014080     EXIT.
014090
014100 7110-COPY-ONE-AUDIT.
014110     WRITE AUDIT-RECORD FROM PARTITION-AUDIT-RECORD.
014120     IF NOT FS-AUDIT-OK
014130         DISPLAY "PARTMRG ERROR: AUDITOUT WRITE FAILED, STATUS="
014140             FS-AUDIT-FILE
014150         MOVE 16 TO RETURN-CODE
014160         GO TO 7110-COPY-ONE-AUDIT-EXIT
014170     END-IF.
014180     ADD 1 TO WS-COPY-COUNT.
014190     READ PARTITION-AUDIT-FILE
014200         AT END
014210             CONTINUE
014220     END-READ.
014230 7110-COPY-ONE-AUDIT-EXIT.
014240     EXIT.
014250
014260*****************************************************
014270*  7200-MERGE-RESULTS                                 *
014280*  COPIES RESIN TO THE MERGED RESULTOUT.              *
014290*****************************************************
014300 7200-MERGE-RESULTS.
014310     OPEN INPUT PARTITION-RESULT-FILE.
014320     IF NOT FS-PARTITION-RESULT-OK
014330         DISPLAY "PARTMRG ERROR: RESIN REOPEN FAILED, STATUS="
014340             FS-PARTITION-RESULT
014350         MOVE 16 TO RETURN-CODE
014360         GO TO 7200-MERGE-RESULTS-EXIT
014370     END-IF.
014380     OPEN OUTPUT RESULT-FILE.
014390     IF NOT FS-RESULT-OK
014400         DISPLAY "PARTMRG ERROR: RESULTOUT OPEN FAILED, STATUS="
014410             FS-RESULT-FILE
014420         CLOSE PARTITION-RESULT-FILE
014430         MOVE 16 TO RETURN-CODE
014440         GO TO 7200-MERGE-RESULTS-EXIT
014450     END-IF.
014460     MOVE ZERO TO WS-COPY-COUNT.
014470     READ PARTITION-RESULT-FILE
014480         AT END
014490             CONTINUE
014500     END-READ.
014510     PERFORM 7210-COPY-ONE-RESULT
014520         THRU 7210-COPY-ONE-RESULT-EXIT
014530         UNTIL NOT FS-PARTITION-RESULT-OK
014540         OR RETURN-CODE >= 16.
014550     IF RETURN-CODE < 16
014560         AND NOT FS-PARTITION-RESULT-EOF
014570         DISPLAY "PARTMRG ERROR: RESIN READ FAILED, STATUS="
014580             FS-PARTITION-RESULT
014590         MOVE 16 TO RETURN-CODE
014600     END-IF.
014610     CLOSE PARTITION-RESULT-FILE.
014620     CLOSE RESULT-FILE.
014630     MOVE WS-COPY-COUNT TO WS-LDG-RESULTS.
014640     MOVE "RESULTOUT" TO PML-DATASET.
014650     MOVE "RESIN"     TO PML-SOURCE.
014660     PERFORM 8400-WRITE-MERGED-LINE
014670         THRU 8400-WRITE-MERGED-LINE-EXIT.
014680 7200-MERGE-RESULTS-EXIT.
014690     EXIT.
014700
014710 7210-COPY-ONE-RESULT.
014720     WRITE RESULT-RECORD FROM PARTITION-RESULT-RECORD.
014730     IF NOT FS-RESULT-OK
014740         DISPLAY "PARTMRG ERROR: RESULTOUT WRITE FAILED, STATUS="
014750             FS-RESULT-FILE
014760         MOVE 16 TO RETURN-CODE
014770         GO TO 7210-COPY-ONE-RESULT-EXIT
014780     END-IF.
014790     ADD 1 TO WS-COPY-COUNT.
014800     READ PARTITION-RESULT-FILE
014810         AT END
014820             CONTINUE
014830     END-READ.
014840 7210-COPY-ONE-RESULT-EXIT.
014850     EXIT.
014860
014870*****************************************************
014880*  7300-MERGE-RECONCILES                              *
014890*  COPIES RCNIN TO THE MERGED RECONOUT.  EVERY        *
014900*  PRODUCTION STEP WRITES A RECONOUT, EMPTY OR NOT,   *
014910*  SO RCNIN MUST BE THERE.                            *
014920*****************************************************
014930 7300-MERGE-RECONCILES.
014940     OPEN INPUT PARTITION-RECONCILE-FILE.
014950     IF NOT FS-PARTITION-RECONCILE-OK
014960         DISPLAY "PARTMRG ERROR: RCNIN OPEN FAILED, STATUS="
014970             FS-PARTITION-RECONCILE
014980         MOVE 16 TO RETURN-CODE
014990         GO TO 7300-MERGE-RECONCILES-EXIT
015000     END-IF.
015010     OPEN OUTPUT RECONCILE-FILE.
015020     IF NOT FS-RECONCILE-OK
015030         DISPLAY "PARTMRG ERROR: RECONOUT OPEN FAILED, STATUS="
015040             FS-RECONCILE-FILE
015050         CLOSE PARTITION-RECONCILE-FILE
015060         MOVE 16 TO RETURN-CODE
015070         GO TO 7300-MERGE-RECONCILES-EXIT
015080     END-IF.
015090     MOVE ZERO TO WS-COPY-COUNT.
015100     READ PARTITION-RECONCILE-FILE
015110         AT END
015120             CONTINUE
015130     END-READ.
015140     PERFORM 7310-COPY-ONE-RECONCILE
015150         THRU 7310-COPY-ONE-RECONCILE-EXIT
015160         UNTIL NOT FS-PARTITION-RECONCILE-OK
015170         OR RETURN-CODE >= 16.
015180     IF RETURN-CODE < 16
015190         AND NOT FS-PARTITION-RECONCILE-EOF
015200         DISPLAY "PARTMRG ERROR: RCNIN READ FAILED, STATUS="
015210             FS-PARTITION-RECONCILE
015220         MOVE 16 TO RETURN-CODE
015230     END-IF.
015240     CLOSE PARTITION-RECONCILE-FILE.
015250     CLOSE RECONCILE-FILE.
015260     MOVE WS-COPY-COUNT TO WS-LDG-RECONS.
015270     MOVE "RECONOUT" TO PML-DATASET.
015280     MOVE "RCNIN"    TO PML-SOURCE.
015290     PERFORM 8400-WRITE-MERGED-LINE
015300         THRU 8400-WRITE-MERGED-LINE-EXIT.
015310 7300-MERGE-RECONCILES-EXIT.
015320     EXIT.
015330
015340 7310-COPY-ONE-RECONCILE.
015350     WRITE RECONCILE-RECORD FROM PARTITION-RECONCILE-RECORD.
015360     IF NOT FS-RECONCILE-OK
015370         DISPLAY "PARTMRG ERROR: RECONOUT WRITE FAILED, STATUS="
015380             FS-RECONCILE-FILE
015390         MOVE 16 TO RETURN-CODE
015400         GO TO 7310-COPY-ONE-RECONCILE-EXIT
015410     END-IF.
015420     ADD 1 TO WS-COPY-COUNT.
015430     READ PARTITION-RECONCILE-FILE
015440         AT END
015450             CONTINUE
015460     END-READ.
015470 7310-COPY-ONE-RECONCILE-EXIT.
015480     EXIT.
015490
015500*****************************************************
015510*  7400-MERGE-DETAILS                                 *
015520*  COPIES DTLIN TO THE MERGED DETLOUT.  NO DTLIN      *
015530*  MEANS NO SCENARIO ASKED FOR DETAIL TONIGHT.        *
015540*****************************************************
015550 7400-MERGE-DETAILS.
015560     OPEN INPUT PARTITION-DETAIL-FILE.
015570     IF FS-PARTITION-DETAIL-MISSING
015580         MOVE "DETLOUT NOT WRITTEN - NO DTLIN ALLOCATED"
015590             TO PNL-TEXT
015600         PERFORM 8100-WRITE-NOTE-LINE
015610             THRU 8100-WRITE-NOTE-LINE-EXIT
015620         GO TO 7400-MERGE-DETAILS-EXIT
015630     END-IF.
015640     IF NOT FS-PARTITION-DETAIL-OK
015650         DISPLAY "PARTMRG ERROR: DTLIN OPEN FAILED, STATUS="
015660             FS-PARTITION-DETAIL
015670         MOVE 16 TO RETURN-CODE
015680         GO TO 7400-MERGE-DETAILS-EXIT
015690     END-IF.
015700     OPEN OUTPUT DETAIL-FILE.
015710     IF NOT FS-DETAIL-OK
015720         DISPLAY "PARTMRG ERROR: DETLOUT OPEN FAILED, STATUS="
015730             FS-DETAIL-FILE
015740         CLOSE PARTITION-DETAIL-FILE
015750         MOVE 16 TO RETURN-CODE
015760         GO TO 7400-MERGE-DETAILS-EXIT
015770     END-IF.
015780     MOVE ZERO TO WS-COPY-COUNT.
015790     READ PARTITION-DETAIL-FILE
015800         AT END
015810             CONTINUE
015820     END-READ.
015830     PERFORM 7410-COPY-ONE-DETAIL
015840         THRU 7410-COPY-ONE-DETAIL-EXIT
015850         UNTIL NOT FS-PARTITION-DETAIL-OK
015860         OR RETURN-CODE >= 16.
015870     IF RETURN-CODE < 16
015880         AND NOT FS-PARTITION-DETAIL-EOF
015890         DISPLAY "PARTMRG ERROR: DTLIN READ FAILED, STATUS="
015900             FS-PARTITION-DETAIL
015910         MOVE 16 TO RETURN-CODE
015920     END-IF.
015930     CLOSE PARTITION-DETAIL-FILE.
015940     CLOSE DETAIL-FILE.
015950     MOVE WS-COPY-COUNT TO WS-LDG-DETAILS.
015960     MOVE "DETLOUT" TO PML-DATASET.
015970     MOVE "DTLIN"   TO PML-SOURCE.
015980     PERFORM 8400-WRITE-MERGED-LINE
015990         THRU 8400-WRITE-MERGED-LINE-EXIT.
016000 7400-MERGE-DETAILS-EXIT.
016010     EXIT.
016020
016030 7410-COPY-ONE-DETAIL.
016040     WRITE DETAIL-RECORD FROM PARTITION-DETAIL-RECORD.
016050     IF NOT FS-DETAIL-OK
016060         DISPLAY "PARTMRG ERROR: DETLOUT WRITE FAILED, STATUS="
016070             FS-DETAIL-FILE
016080         MOVE 16 TO RETURN-CODE
016090         GO TO 7410-COPY-ONE-DETAIL-EXIT
016100     END-IF.
016110     ADD 1 TO WS-COPY-COUNT.
016120     READ PARTITION-DETAIL-FILE
016130         AT END
016140             CONTINUE
016150     END-READ.
016160 7410-COPY-ONE-DETAIL-EXIT.
016170     EXIT.
016180
016190*****************************************************
016200*  7500-MERGE-REPLICATIONS                            *
016210*  COPIES REPLIN TO THE MERGED REPLOUT.  NO REPLIN    *
016220*  MEANS NO SCENARIO ASKED FOR REPLICATIONS TONIGHT.  *
016230*****************************************************
016240 7500-MERGE-REPLICATIONS.
016250     OPEN INPUT PARTITION-REPLICATION-FILE.
016260     IF FS-PARTITION-REPL-MISSING
016270         MOVE "REPLOUT NOT WRITTEN - NO REPLIN ALLOCATED"
016280             TO PNL-TEXT
016290         PERFORM 8100-WRITE-NOTE-LINE
016300             THRU 8100-WRITE-NOTE-LINE-EXIT
016310         GO TO 7500-MERGE-REPLICATIONS-EXIT
016320     END-IF.
016330     IF NOT FS-PARTITION-REPL-OK
016340         DISPLAY "PARTMRG ERROR: REPLIN OPEN FAILED, STATUS="
016350             FS-PARTITION-REPLICATION
016360         MOVE 16 TO RETURN-CODE
016370         GO TO 7500-MERGE-REPLICATIONS-EXIT
016380     END-IF.
016390     OPEN OUTPUT REPLICATION-FILE.
016400     IF NOT FS-REPLICATION-OK
016410         DISPLAY "PARTMRG ERROR: REPLOUT OPEN FAILED, STATUS="
016420             FS-REPLICATION-FILE
016430         CLOSE PARTITION-REPLICATION-FILE
016440         MOVE 16 TO RETURN-CODE
016450         GO TO 7500-MERGE-REPLICATIONS-EXIT
016460     END-IF.
016470     MOVE ZERO TO WS-COPY-COUNT.
016480     READ PARTITION-REPLICATION-FILE
016490         AT END
016500             CONTINUE
016510     END-READ.
016520     PERFORM 7510-COPY-ONE-REPLICATION
016530         THRU 7510-COPY-ONE-REPLICATION-EXIT
016540         UNTIL NOT FS-PARTITION-REPL-OK
016550         OR RETURN-CODE >= 16.
016560     IF RETURN-CODE < 16
016570         AND NOT FS-PARTITION-REPL-EOF
016580         DISPLAY "PARTMRG ERROR: REPLIN READ FAILED, STATUS="
016590             FS-PARTITION-REPLICATION
016600         MOVE 16 TO RETURN-CODE
016610     END-IF.
016620     CLOSE PARTITION-REPLICATION-FILE.
016630     CLOSE REPLICATION-FILE.
016640     MOVE "REPLOUT" TO PML-DATASET.
016650     MOVE "REPLIN"  TO PML-SOURCE.
016660     PERFORM 8400-WRITE-MERGED-LINE
016670         THRU 8400-WRITE-MERGED-LINE-EXIT.
016680 7500-MERGE-REPLICATIONS-EXIT.
016690     EXIT.
016700
016710 7510-COPY-ONE-REPLICATION.
016720     WRITE REPLICATION-RECORD FROM PARTITION-REPLICATION-RECORD.
016730     IF NOT FS-REPLICATION-OK
016740         DISPLAY "PARTMRG ERROR: REPLOUT WRITE FAILED, STATUS="
016750             FS-REPLICATION-FILE
016760         MOVE 16 TO RETURN-CODE
016770         GO TO 7510-COPY-ONE-REPLICATION-EXIT
016780     END-IF.
016790     ADD 1 TO WS-COPY-COUNT.
016800     READ PARTITION-REPLICATION-FILE
016810         AT END
016820             CONTINUE
016830     END-READ.
016840 7510-COPY-ONE-REPLICATION-EXIT.
016850     EXIT.
016860
016870*****************************************************
016880*  7600-MERGE-PERCENTILES                             *
016890*  COPIES PCTIN TO THE MERGED PCTOUT.  5500 HAS       *
016900*  ALREADY CHECKED PCTIN IS THERE AND MATCHES RESIN   *
016910*  ROW FOR ROW.                                       *
016920*****************************************************
016930 7600-MERGE-PERCENTILES.
016940     OPEN INPUT PARTITION-PERCENTILE-FILE.
016950     IF NOT FS-PARTITION-PCT-OK
016960         DISPLAY "PARTMRG ERROR: PCTIN REOPEN FAILED, STATUS="
016970             FS-PARTITION-PERCENTILE
016980         MOVE 16 TO RETURN-CODE
016990         GO TO 7600-MERGE-PERCENTILES-EXIT
017000     END-IF.
017010     OPEN OUTPUT PERCENTILE-FILE.
017020     IF NOT FS-PERCENTILE-OK
017030         DISPLAY "PARTMRG ERROR: PCTOUT OPEN FAILED, STATUS="
017040             FS-PERCENTILE-FILE
017050         CLOSE PARTITION-PERCENTILE-FILE
017060         MOVE 16 TO RETURN-CODE
017070         GO TO 7600-MERGE-PERCENTILES-EXIT
017080     END-IF.
017090     MOVE ZERO TO WS-COPY-COUNT.
017100     READ PARTITION-PERCENTILE-FILE
017110         AT END
017120             CONTINUE
017130     END-READ.
017140     PERFORM 7610-COPY-ONE-PERCENTILE
017150         THRU 7610-COPY-ONE-PERCENTILE-EXIT
017160         UNTIL NOT FS-PARTITION-PCT-OK
017170         OR RETURN-CODE >= 16.
017180     IF RETURN-CODE < 16
017190         AND NOT FS-PARTITION-PCT-EOF
017200         DISPLAY "PARTMRG ERROR: PCTIN READ FAILED, STATUS="
017210             FS-PARTITION-PERCENTILE
017220         MOVE 16 TO RETURN-CODE
017230     END-IF.
017240     CLOSE PARTITION-PERCENTILE-FILE.
017250     CLOSE PERCENTILE-FILE.
017260     MOVE "PCTOUT" TO PML-DATASET.
017270     MOVE "PCTIN"  TO PML-SOURCE.
017280     PERFORM 8400-WRITE-MERGED-LINE
017290         THRU 8400-WRITE-MERGED-LINE-EXIT.
017300 7600-MERGE-PERCENTILES-EXIT.
017310     EXIT.
017320
017330 7610-COPY-ONE-PERCENTILE.
017340     WRITE PERCENTILE-RECORD FROM PARTITION-PERCENTILE-RECORD.
017350     IF NOT FS-PERCENTILE-OK
017360         DISPLAY "PARTMRG ERROR: PCTOUT WRITE FAILED, STATUS="
017370             FS-PERCENTILE-FILE
017380         MOVE 16 TO RETURN-CODE
017390         GO TO 7610-COPY-ONE-PERCENTILE-EXIT
017400     END-IF.
017410     ADD 1 TO WS-COPY-COUNT.
017420     READ PARTITION-PERCENTILE-FILE
017430         AT END
017440             CONTINUE
017450     END-READ.
017460 7610-COPY-ONE-PERCENTILE-EXIT.
017470     EXIT.
017480
017490*****************************************************
017500*  8000-PAGE-HEADING                                  *
017510*****************************************************
017520 8000-PAGE-HEADING.
017530     ADD 1 TO WS-PAGE-COUNT.
017540     MOVE WS-RUN-DATE   TO PPH-RUN-DATE.
017550     MOVE WS-PAGE-COUNT TO PPH-PAGE.
017560     IF WS-PAGE-COUNT = 1
017570         WRITE MERGE-PRINT-RECORD FROM PMR-PAGE-HEADING
017580             AFTER ADVANCING 1 LINE
017590     ELSE
017600         WRITE MERGE-PRINT-RECORD FROM PMR-PAGE-HEADING
017610             AFTER ADVANCING PAGE
017620     END-IF.
017630     MOVE SPACES TO MERGE-PRINT-RECORD.
017640     WRITE MERGE-PRINT-RECORD AFTER ADVANCING 1 LINE.
017650     MOVE 2 TO WS-LINE-COUNT.
017660 8000-PAGE-HEADING-EXIT.
017670     EXIT.
017680
017690*****************************************************
017700*  8100-WRITE-NOTE-LINE                               *
017710*****************************************************
017720 8100-WRITE-NOTE-LINE.
017730     PERFORM 8200-CHECK-PAGE
017740         THRU 8200-CHECK-PAGE-EXIT.
017750     WRITE MERGE-PRINT-RECORD FROM PMR-NOTE-LINE
017760         AFTER ADVANCING 1 LINE.
017770     ADD 1 TO WS-LINE-COUNT.
017780 8100-WRITE-NOTE-LINE-EXIT.
017790     EXIT.
017800
017810*****************************************************
017820*  8200-CHECK-PAGE                                    *
017830*****************************************************
017840 8200-CHECK-PAGE.
017850     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
017860         PERFORM 8000-PAGE-HEADING
017870             THRU 8000-PAGE-HEADING-EXIT
017880     END-IF.
017890 8200-CHECK-PAGE-EXIT.
017900     EXIT.
017910
017920*****************************************************
017930*  8300-WRITE-EXCEPTION                               *
017940*  PRINTS ONE STAGED EXCEPTION LINE AND COUNTS IT.    *
017950*  ANY EXCEPTION FAILS THE MERGE.                     *
017960*****************************************************
017970 8300-WRITE-EXCEPTION.
017980     ADD 1 TO WS-EXCEPTION-COUNT.
017990     PERFORM 8200-CHECK-PAGE
018000         THRU 8200-CHECK-PAGE-EXIT.
018010     WRITE MERGE-PRINT-RECORD FROM PMR-EXCEPTION-LINE
018020         AFTER ADVANCING 1 LINE.
018030     ADD 1 TO WS-LINE-COUNT.
018040 8300-WRITE-EXCEPTION-EXIT.
018050     EXIT.
018060
018070*****************************************************
018080*  8400-WRITE-MERGED-LINE                             *
018090*  PRINTS ONE MERGED DATASET'S RECORD COUNT.          *
018100*****************************************************
018110 8400-WRITE-MERGED-LINE.
018120     MOVE WS-COPY-COUNT TO PML-COUNT.
018130     PERFORM 8200-CHECK-PAGE
018140         THRU 8200-CHECK-PAGE-EXIT.
018150     WRITE MERGE-PRINT-RECORD FROM PMR-MERGED-LINE
018160         AFTER ADVANCING 1 LINE.
018170     ADD 1 TO WS-LINE-COUNT.
018180 8400-WRITE-MERGED-LINE-EXIT.
018190     EXIT.
018200
018210*****************************************************
018220*  9000-FINALIZE                                      *
018230*  PRINTS THE TRAILER, CLOSES THE REPORT, AND SETS    *
018240*  THE RETURN CODE: 8 WHEN THE MERGE FAILED, SO THE   *
018250*  SCHEDULER HOLDS EVERY DOWNSTREAM STEP, 4 WHEN IT   *
018260*  PASSED BUT SOME PARTITION'S RANGE WAS EMPTY, AND   *
018270*  16 ON A FILE FAILURE.                              *
018280*****************************************************
018290 9000-FINALIZE.
018300     IF RETURN-CODE >= 16
018310         SET MERGE-FAILED TO TRUE
018320         MOVE "MERGE ABANDONED ON A FILE ERROR - SEE THE JOB LOG"
018330             TO PNL-TEXT
018340         PERFORM 8100-WRITE-NOTE-LINE
018350             THRU 8100-WRITE-NOTE-LINE-EXIT
018360     END-IF.
018370     MOVE SPACES TO MERGE-PRINT-RECORD.
018380     WRITE MERGE-PRINT-RECORD AFTER ADVANCING 1 LINE.
018390     MOVE WS-PTB-COUNT       TO PTR-PARTITIONS.
018400     MOVE WS-SCN-COUNT       TO PTR-SCENARIOS.
018410     MOVE WS-RETURNED-COUNT  TO PTR-RETURNED.
018420     MOVE WS-EXCEPTION-COUNT TO PTR-EXCEPTIONS.
018430     IF MERGE-PASSED
018440         MOVE "MERGE PASSED" TO PTR-STATUS
018450     ELSE
018460         MOVE "MERGE FAILED" TO PTR-STATUS
018470     END-IF.
018480     WRITE MERGE-PRINT-RECORD FROM PMR-TRAILER
018490         AFTER ADVANCING 1 LINE.
018500     CLOSE MERGE-PRINT-FILE.
018510     IF RETURN-CODE < 8
018520         IF MERGE-FAILED
018530             MOVE 8 TO RETURN-CODE
018540         ELSE
018550             IF WS-EMPTY-PARTITIONS > ZERO
018560                 MOVE 4 TO RETURN-CODE
018570             END-IF
018580         END-IF
018590     END-IF.
018600     PERFORM 9400-WRITE-LEDGER-END
018610         THRU 9400-WRITE-LEDGER-END-EXIT.
018620     DISPLAY "PARTMRG SUMMARY: PARTITIONS=" WS-PTB-COUNT
018630         " SCENARIOS=" WS-SCN-COUNT
018640         " RETURNED=" WS-RETURNED-COUNT
018650         " EXCEPTIONS=" WS-EXCEPTION-COUNT
018660         " BAD PARTITIONS=" WS-BAD-PARTITIONS
018670         " RC=" RETURN-CODE.
018680 9000-FINALIZE-EXIT.
018690     EXIT.
018700
018710*****************************************************
018720*  9400-WRITE-LEDGER-END                              *
018730*  FILES THE ENVELOPE LEDGER ROW ENDED WITH THE MERGE *
018740*  RETURN CODE AND THE MERGED COUNTS.                 *
018750*****************************************************
018760 9400-WRITE-LEDGER-END.
018770     IF NOT LEDGER-STARTED
018780         GO TO 9400-WRITE-LEDGER-END-EXIT
018790     END-IF.
018800     PERFORM 9410-OPEN-LEDGER
018810         THRU 9410-OPEN-LEDGER-EXIT.
018820     IF LEDGER-UNAVAILABLE
018830         GO TO 9400-WRITE-LEDGER-END-EXIT
018840     END-IF.
018850     SET LDG-ENDED           TO TRUE.
018860     ACCEPT LDG-END-DATE FROM DATE YYYYMMDD.
018870     ACCEPT LDG-END-TIME FROM TIME.
018880     MOVE RETURN-CODE        TO LDG-RETURN-CODE.
018890     PERFORM 9450-MOVE-LEDGER-COUNTS
018900         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
018910     PERFORM 9420-PUT-LEDGER-ROW
018920         THRU 9420-PUT-LEDGER-ROW-EXIT.
018930     IF NOT LEDGER-UNAVAILABLE
018940         DISPLAY "PARTMRG LEDGER: " WS-LEDGER-STEP
018950             " ENDED FOR " WS-LEDGER-DATE " RC=" LDG-RETURN-CODE
018960     END-IF.
018970 9400-WRITE-LEDGER-END-EXIT.
018980     EXIT.
018990
019000*****************************************************
019010*  9410-OPEN-LEDGER                                   *
019020*  OPENS THE LEDGER FOR UPDATE, CREATING IT ON ITS    *
019030*  VERY FIRST USE, AND READS THE ENVELOPE ROW FOR THE *
019040*  NIGHT.  WITH NO ROW YET A NEW ONE IS LAID OUT AS   *
019050*  THE FIRST ATTEMPT.                                 *
019060*****************************************************
019070 9410-OPEN-LEDGER.
019080     OPEN I-O LEDGER-FILE.
019090     IF FS-LEDGER-MISSING
019100         OPEN OUTPUT LEDGER-FILE
019110         CLOSE LEDGER-FILE
019120         OPEN I-O LEDGER-FILE
019130     END-IF.
019140     IF NOT FS-LEDGER-OK
019150         DISPLAY "PARTMRG ERROR: LEDGER OPEN FAILED, STATUS="
019160             FS-LEDGER-FILE
019170         SET LEDGER-UNAVAILABLE TO TRUE
019180         MOVE 16 TO RETURN-CODE
019190         GO TO 9410-OPEN-LEDGER-EXIT
019200     END-IF.
019210     MOVE WS-LEDGER-DATE TO LDG-RUN-DATE.
019220     MOVE WS-LEDGER-STEP TO LDG-STEP.
019230     READ LEDGER-FILE
019240         INVALID KEY
019250             CONTINUE
019260     END-READ.
019270     IF FS-LEDGER-OK
019280         SET LEDGER-ROW-FOUND TO TRUE
019290     ELSE
019300         SET LEDGER-ROW-NEW TO TRUE
019310         MOVE SPACES         TO LEDGER-RECORD
019320         MOVE WS-LEDGER-DATE TO LDG-RUN-DATE
019330         MOVE WS-LEDGER-STEP TO LDG-STEP
019340         MOVE 1              TO LDG-ATTEMPTS
019350     END-IF.
019360 9410-OPEN-LEDGER-EXIT.
019370     EXIT.
019380
019390*****************************************************
019400*  9420-PUT-LEDGER-ROW                                *
019410*  WRITES A NEW ROW OR REWRITES THE ONE READ BY 9410, *
019420*  AND CLOSES THE LEDGER.                             *
019430*****************************************************
019440 9420-PUT-LEDGER-ROW.
019450     IF LEDGER-ROW-FOUND
019460         REWRITE LEDGER-RECORD
019470             INVALID KEY
019480                 CONTINUE
019490         END-REWRITE
019500     ELSE
019510         WRITE LEDGER-RECORD
019520             INVALID KEY
019530                 CONTINUE
019540         END-WRITE
019550     END-IF.
019560     IF NOT FS-LEDGER-OK
019570         DISPLAY "PARTMRG ERROR: LEDGER WRITE FAILED, STATUS="
019580             FS-LEDGER-FILE
019590         SET LEDGER-UNAVAILABLE TO TRUE
019600         MOVE 16 TO RETURN-CODE
019610     ELSE
019620         SET LEDGER-ROW-FOUND TO TRUE
019630     END-IF.
019640     CLOSE LEDGER-FILE.
019650 9420-PUT-LEDGER-ROW-EXIT.
019660     EXIT.
019670
019680*****************************************************
019690*  9450-MOVE-LEDGER-COUNTS                            *
019700*  LAYS THE MERGED COUNTS INTO THE LEDGER ROW IN THE  *
019710*  SLOT ORDER LDGREC GIVES FOR THE ENVELOPE STEP.     *
019720*****************************************************
019730 9450-MOVE-LEDGER-COUNTS.
019740     MOVE "AUDITS"       TO LDG-COUNT-NAME (1).
019750     MOVE WS-LDG-AUDITS  TO LDG-COUNT (1).
019760     MOVE "RESULTS"      TO LDG-COUNT-NAME (2).
019770     MOVE WS-LDG-RESULTS TO LDG-COUNT (2).
019780     MOVE "RECONS"       TO LDG-COUNT-NAME (3).
019790     MOVE WS-LDG-RECONS  TO LDG-COUNT (3).
019800     MOVE "DETAILS"      TO LDG-COUNT-NAME (4).
019810     MOVE WS-LDG-DETAILS TO LDG-COUNT (4).
019820 9450-MOVE-LEDGER-COUNTS-EXIT.
019830     EXIT.
