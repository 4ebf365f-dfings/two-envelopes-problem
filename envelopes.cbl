001320*                    UNEXPLAINED.  ONLY UNEXPLAINED       *
001330*                    LINES RAISE THE RETURN-CODE-4        *
001340*                    WARNING TIER.                        *
001350*  2026-10-15   DF   WHAT-IF RUN MODE: A CONTROL FILE     *
001360*                    WHOSE RECORDS CARRY RUN MODE W AND   *
001370*                    A REQUESTER RUNS THE FULL SWEEP BUT  *
001380*                    WRITES ONLY TO ITS OWN WIFRES,       *
001390*                    WIFDETL, AND WIFAUDIT DATASETS.  IT  *
001400*                    NEVER OPENS HISTFILE OR CKPTFILE, SO *
001410*                    THERE IS NO HISTORY APPEND, NO       *
001420*                    RECONCILE, AND NO CHECKPOINT, AND    *
001430*                    EVERY RECORD IS STAMPED WHAT-IF WITH *
001440*                    THE REQUESTER.  EACH WHAT-IF RUN     *
001450*                    LOGS ONE RECORD TO THE WIFREG        *
001460*                    REQUEST REGISTER FOR CHARGE-BACK.    *
001470*  2026-10-15   DF   REPLICATION MODE: A SCENARIO WHOSE   *
001480*                    CONTROL RECORD ASKS FOR R             *
001490*                    REPLICATIONS RERUNS ITS WHOLE SWEEP   *
001500*                    R-1 MORE TIMES UNDER SEEDS DERIVED    *
001510*                    FROM ITS OWN SEED AND WRITES EVERY    *
001520*                    REPLICATION'S WINNING CUTOFF AND EV   *
001530*                    TO REPLOUT (WIFREPL ON A WHAT-IF RUN) *
001540*                    FOR THE REPLRPT STABILITY REPORT.     *
001550*  2026-10-15   DF   PARTITIONED RUNS: AN OPTIONAL        *
001560*                    PARTCTL CARD (SEE PRTREC) LIMITS     *
001570*                    THE STEP TO ONE RANGE OF SCENARIO    *
001580*                    CODES SO THE BOOK CAN RUN AS         *
001590*                    SEVERAL CONCURRENT STEPS, EACH WITH  *
001600*                    ITS OWN CHECKPOINT AND OUTPUTS.      *
001610*                    THE PARTITION IS STAMPED ON EVERY    *
001620*                    AUDIT RECORD, AND PARTMRG CHECKS     *
001630*                    AND MERGES THE STEPS' OUTPUTS.       *
001640*  2026-10-15   DF   RUN LEDGER: A PRODUCTION RUN FILES   *
001650*                    ITS ROW ON THE SHARED LEDGER (SEE    *
001660*                    LDGREC) - STARTED AT START-UP, ITS   *
001670*                    COUNTS AT EVERY CHECKPOINT, AND      *
001680*                    ENDED WITH THE RETURN CODE - SO THE  *
001690*                    DOWNSTREAM STEPS CAN CHECK THE       *
001700*                    NIGHT'S SWEEP BEFORE THEY RUN.  A    *
001710*                    RUN REJECTED AT START-UP FILES ITS   *
001720*                    ROW ENDED TOO.                       *
001730*  2026-10-15   DF   BUSINESS CALENDAR: A PRODUCTION RUN  *
001740*                    LOOKS ITS LEDGER NIGHT UP ON THE     *
001750*                    SHARED CALENDAR (SEE CALREC) AND IS  *
001760*                    REFUSED, RETURN CODE 16 WITH ITS     *
001770*                    LEDGER ROW FILED REFUSED, ON A       *
001780*                    WEEKEND, HOLIDAY, OR PLANNED OUTAGE  *
001790*                    UNLESS A Y IN COLUMN 9 OF THE LDGCTL *
001800*                    CARD FORCES IT.  A DATE NOT ON THE   *
001810*                    CALENDAR FALLS BACK TO MONDAY TO     *
001820*                    FRIDAY.                              *
001830*  2026-10-15   DF   PAYOFF PERCENTILES: EVERY TRIAL A    *
001840*                    CUTOFF SCORES NOW ALSO LANDS IN A    *
001850*                    200-BAND PAYOFF HISTOGRAM FOR THAT   *
001860*                    CUTOFF, AND EACH CUTOFF'S 5TH AND    *
001870*                    25TH PERCENTILE, MEDIAN, AND SHARE   *
001880*                    OF TRIALS ENDING BELOW THE ENVELOPE  *
001890*                    FIRST PICKED ARE WRITTEN TO THE NEW  *
001900*                    PCTOUT DATASET (WIFPCT ON A WHAT-IF  *
001910*                    RUN, SEE PCTREC) FOR THE PCTRPT      *
001920*                    DOWNSIDE RISK RANKING.               *
001930*  2026-10-15   DF   A WHAT-IF CONTROL RECORD MAY NOW     *
001940*                    CARRY AN AS-OF DATE (CTL-AS-OF-DATE) *
001950*                    THAT ITS SCENARIO CODE IS CHECKED    *
001960*                    AGAINST ON SCENMST IN PLACE OF THE   *
001970*                    RUN DATE, SO AN ENVRPLY REPLAY OF A  *
001980*                    PAST NIGHT IS NOT REJECTED FOR A     *
001990*                    SCENARIO EXPIRED OR RE-DATED SINCE.  *
002000*****************************************************
002010 ENVIRONMENT DIVISION.
002020 INPUT-OUTPUT SECTION.
002030 FILE-CONTROL.
002040*****************************************************
002050*  RUN CONTROL FILE - ONE RECORD PER SCENARIO, EACH    *
002060*  TELLING ITS SWEEP HOW MANY TRIALS TO RUN, THE PRIOR *
002070*  MAXIMUM, AND THE CUTOFF SWEEP RANGE.  THE FULL      *
002080*  SWEEP RUNS ONCE PER RECORD, SO ONE JOB COVERS THE   *
002090*  WHOLE SCENARIO BOOK WITHOUT A RECOMPILE.            *
002100*****************************************************
002110     SELECT CONTROL-FILE ASSIGN TO CTLIN
002120         ORGANIZATION IS LINE SEQUENTIAL
002130         FILE STATUS IS FS-CONTROL-FILE.
002140*****************************************************
002150*  SCENARIO MASTER - ONE RECORD PER SCENARIO CODE,   *
002160*  KEYED BY THE CODE.  THE CONTROL EDIT PASS LOOKS   *
002170*  EVERY CTLIN RECORD'S CODE UP HERE AND REJECTS     *
002180*  THE RUN ON AN UNKNOWN, EXPIRED, OR NOT-YET-       *
002190*  EFFECTIVE CODE.                                   *
002200*****************************************************
002210     SELECT SCENARIO-MASTER ASSIGN TO SCENMST
002220         ORGANIZATION IS INDEXED
002230         ACCESS MODE IS RANDOM
002240         RECORD KEY IS SCM-SCENARIO-CODE
002250         FILE STATUS IS FS-SCENMST-FILE.
002260*****************************************************
002270*  CONTROL EDIT REPORT - ONE LINE PER FIELD THAT      *
002280*  FAILED ITS EDIT, WRITTEN BEFORE THE RUN IS         *
002290*  REJECTED.  EMPTY OF VIOLATIONS ON A CLEAN RUN.     *
002300*****************************************************
002310     SELECT EDIT-REPORT-FILE ASSIGN TO EDITRPT
002320         ORGANIZATION IS LINE SEQUENTIAL
002330         FILE STATUS IS FS-EDIT-REPORT-FILE.
002340*****************************************************
002350*  TRIAL DETAIL FILE - OPTIONAL SAMPLED TRIAL-LEVEL   *
002360*  AUDIT RECORDS, ONE PER CUTOFF PER SAMPLED TRIAL,   *
002370*  FOR SCENARIOS WHOSE CONTROL RECORD ASKS FOR IT.    *
002380*****************************************************
002390     SELECT DETAIL-FILE ASSIGN TO DETLOUT
002400         ORGANIZATION IS LINE SEQUENTIAL
002410         FILE STATUS IS FS-DETAIL-FILE.
002420*****************************************************
002430*  RUN AUDIT FILE - ONE STRUCTURED RECORD PER         *
002440*  SCENARIO RUN, CARRYING EVERYTHING THE MODEL-       *
002450*  GOVERNANCE REVIEW ASKS FOR INSTEAD OF LEAVING IT   *
002460*  IN THE SYSOUT SPOOL.                               *
002470*****************************************************
002480     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
002490         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS FS-AUDIT-FILE.
002510*****************************************************
002520*  PRIOR-RUN AUDIT FILE - THE PRIOR RUN'S AUDITOUT,   *
002530*  POINTED AT BY THE SCHEDULER, SO EACH DRIFT LINE    *
002540*  CAN SAY WHETHER THE PARAMETERS OR THE SEED         *
002550*  CHANGED OVERNIGHT.  OPTIONAL - WITHOUT IT EVERY    *
002560*  DRIFT LINE IS UNEXPLAINED.                         *
002570*****************************************************
002580     SELECT PRIOR-AUDIT-FILE ASSIGN TO AUDPRIOR
002590         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS FS-PRIOR-AUDIT-FILE.
002610*****************************************************
002620*  HISTORY FILE - ONE RECORD PER RUN-DATE/SCENARIO/    *
002630*  CUTOFF COMBINATION, WITH AN ALTERNATE SCENARIO/     *
002640*  CUTOFF KEY (SEE HISTREC), KEPT ACROSS RUNS SO       *
002650*  TODAY'S EXPECTED VALUES CAN BE RECONCILED AGAINST   *
002660*  THE PRIOR RUN'S.                                    *
002670*****************************************************
002680     SELECT HISTORY-FILE ASSIGN TO HISTFILE
002690         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002710         RECORD KEY IS HIST-PRIME-KEY
002720         ALTERNATE RECORD KEY IS HIST-SCEN-KEY
002730             WITH DUPLICATES
002740         FILE STATUS IS FS-HISTORY-FILE.
002750*****************************************************
002760*  RECONCILIATION REPORT - FLAGS ANY CUTOFF WHOSE      *
002770*  EXPECTED VALUE MOVED MORE THAN THE DRIFT THRESHOLD   *
002780*  SINCE THE PRIOR RUN.                                 *
002790*****************************************************
002800     SELECT RECONCILE-FILE ASSIGN TO RECONOUT
002810         ORGANIZATION IS LINE SEQUENTIAL
002820         FILE STATUS IS FS-RECONCILE-FILE.
002830*****************************************************
002840*  RESULTS FILE - ONE FIXED-FORMAT RECORD PER CUTOFF,  *
002850*  FOR LOADING THE DAY'S RUN INTO A SPREADSHEET OR THE  *
002860*  REPORTING TOOL INSTEAD OF SCREEN-SCRAPING SYSOUT.    *
002870*****************************************************
002880     SELECT RESULT-FILE ASSIGN TO RESULTOUT
002890         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS FS-RESULT-FILE.
002910*****************************************************
002920*  CHECKPOINT FILE - REMEMBERS THE LAST SCENARIO THIS   *
002930*  RUN COMPLETED SO AN ABEND DOES NOT COST A FULL       *
002940*  RE-RUN OF THE SWEEP.                                 *
002950*****************************************************
002960     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
002970         ORGANIZATION IS LINE SEQUENTIAL
002980         FILE STATUS IS FS-CHECKPOINT-FILE.
002990*****************************************************
003000*  WHAT-IF OUTPUT FILES - ON A WHAT-IF RUN THE        *
003010*  RESULTS, SAMPLED TRIAL DETAIL, AND AUDIT RECORDS   *
003020*  GO HERE INSTEAD OF RESULTOUT, DETLOUT, AND         *
003030*  AUDITOUT, IN THE SAME LAYOUTS.  EACH SHARES ITS    *
003040*  RECORD AREA WITH THE PRODUCTION FILE (SEE          *
003050*  I-O-CONTROL) SO ONE SET OF MOVES BUILDS THE        *
003060*  RECORD WHICHEVER FILE IS OPEN.  ONLY ONE OF EACH   *
003070*  PAIR IS EVER OPEN, SO THEY SHARE A STATUS FIELD.   *
003080*****************************************************
003090     SELECT WHATIF-RESULT-FILE ASSIGN TO WIFRES
003100         ORGANIZATION IS LINE SEQUENTIAL
003110         FILE STATUS IS FS-RESULT-FILE.
003120     SELECT WHATIF-DETAIL-FILE ASSIGN TO WIFDETL
003130         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS FS-DETAIL-FILE.
003150     SELECT WHATIF-AUDIT-FILE ASSIGN TO WIFAUDIT
003160         ORGANIZATION IS LINE SEQUENTIAL
003170         FILE STATUS IS FS-AUDIT-FILE.
003180*****************************************************
003190*  WHAT-IF REQUEST REGISTER - ONE RECORD PER WHAT-IF  *
003200*  RUN: WHO ASKED, WHEN, HOW MANY SCENARIOS, TRIALS,  *
003210*  AND RESULTS, AND HOW IT ENDED.  EXTENDED RUN       *
003220*  AFTER RUN FOR CHARGE-BACK AND AUDIT OF THE         *
003230*  AD-HOC WORK.                                       *
003240*****************************************************
003250     SELECT WHATIF-REGISTER-FILE ASSIGN TO WIFREG
003260         ORGANIZATION IS LINE SEQUENTIAL
003270         FILE STATUS IS FS-WHATIF-REGISTER.
003280*****************************************************
003290*  REPLICATION DATASETS - ONE RECORD PER REPLICATION  *
003300*  OF A SCENARIO RUN IN REPLICATION MODE (SEE REPREC). *
003310*  REPLOUT ON A PRODUCTION RUN, WIFREPL ON A WHAT-IF   *
003320*  RUN, SHARING ONE RECORD AREA AND STATUS FIELD LIKE  *
003330*  THE OTHER WHAT-IF PAIRS.  ONLY ALLOCATED WHEN SOME  *
003340*  SCENARIO IN THE BOOK ASKS FOR REPLICATIONS.         *
003350*****************************************************
003360     SELECT REPLICATION-FILE ASSIGN TO REPLOUT
003370         ORGANIZATION IS LINE SEQUENTIAL
003380         FILE STATUS IS FS-REPLICATION-FILE.
003390     SELECT WHATIF-REPLICATION-FILE ASSIGN TO WIFREPL
003400         ORGANIZATION IS LINE SEQUENTIAL
003410         FILE STATUS IS FS-REPLICATION-FILE.
003420*****************************************************
003430*  PAYOFF PERCENTILE DATASETS - ONE RECORD PER        *
003440*  SCENARIO AND CUTOFF (SEE PCTREC) WITH THE DOWNSIDE *
003450*  MEASURES OVER EVERY TRIAL THE CUTOFF SCORED, FOR   *
003460*  THE PCTRPT RISK RANKING.  PCTOUT ON A PRODUCTION   *
003470*  RUN, WIFPCT ON A WHAT-IF RUN, SHARING ONE RECORD   *
003480*  AREA AND STATUS FIELD LIKE THE OTHER WHAT-IF       *
003490*  PAIRS.                                             *
003500*****************************************************
003510     SELECT PERCENTILE-FILE ASSIGN TO PCTOUT
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS FS-PERCENTILE-FILE.
003540     SELECT WHATIF-PERCENTILE-FILE ASSIGN TO WIFPCT
003550         ORGANIZATION IS LINE SEQUENTIAL
003560         FILE STATUS IS FS-PERCENTILE-FILE.
003570*****************************************************
003580*  PARTITION CARD - OPTIONAL.  WHEN PRESENT THIS STEP *
003590*  IS ONE PARTITION OF A SPLIT BOOK AND RUNS ONLY THE *
003600*  SCENARIOS WHOSE CODE FALLS IN THE CARD'S RANGE     *
003610*  (SEE PRTREC).  THE SCHEDULER GIVES EACH PARTITION  *
003620*  STEP ITS OWN CKPTFILE, RESULTOUT, RECONOUT,        *
003630*  DETLOUT, AUDITOUT, EDITRPT, AND REPLOUT.  WITHOUT  *
003640*  IT THE STEP RUNS THE WHOLE BOOK AS BEFORE.         *
003650*****************************************************
003660     SELECT PARTITION-FILE ASSIGN TO PARTCTL
003670         ORGANIZATION IS LINE SEQUENTIAL
003680         FILE STATUS IS FS-PARTITION-FILE.
003690*****************************************************
003700*  LEDGER CONTROL CARD - OPTIONAL.  WHEN PRESENT AND  *
003710*  NONZERO IT GIVES THE BUSINESS NIGHT THE LEDGER ROW *
003720*  IS FILED UNDER; OTHERWISE THE RUN DATE IS USED.    *
003730*  THE SAME CARD IS GIVEN TO EVERY STEP OF THE CHAIN. *
003740*****************************************************
003750     SELECT LEDGER-CONTROL-FILE ASSIGN TO LDGCTL
003760         ORGANIZATION IS LINE SEQUENTIAL
003770         FILE STATUS IS FS-LEDGER-CONTROL.
003780*****************************************************
003790*  RUN LEDGER - ONE ROW PER RUN DATE AND STEP OF THE  *
003800*  NIGHTLY CHAIN (SEE LDGREC), SHARED BY EVERY STEP.  *
003810*  A WHAT-IF RUN NEVER TOUCHES IT.                    *
003820*****************************************************
003830     SELECT LEDGER-FILE ASSIGN TO LEDGER
003840         ORGANIZATION IS INDEXED
003850         ACCESS MODE IS RANDOM
003860         RECORD KEY IS LDG-KEY
003870         FILE STATUS IS FS-LEDGER-FILE.
003880*****************************************************
003890*  BUSINESS CALENDAR - THE SHARED INDEXED DATASET     *
003900*  KEPT BY CALMNT (SEE CALREC).  A PRODUCTION RUN     *
003910*  LOOKS ITS LEDGER NIGHT UP HERE AND WILL NOT RUN ON *
003920*  A WEEKEND, HOLIDAY, OR PLANNED OUTAGE UNLESS THE   *
003930*  LDGCTL CARD FORCES IT.                             *
003940*****************************************************
003950     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
003960         ORGANIZATION IS INDEXED
003970         ACCESS MODE IS RANDOM
003980         RECORD KEY IS CAL-DATE
003990         FILE STATUS IS FS-CALENDAR-FILE.
004000
004010 I-O-CONTROL.
004020     SAME RECORD AREA FOR RESULT-FILE WHATIF-RESULT-FILE
004030     SAME RECORD AREA FOR DETAIL-FILE WHATIF-DETAIL-FILE
004040     SAME RECORD AREA FOR AUDIT-FILE WHATIF-AUDIT-FILE
004050     SAME RECORD AREA FOR REPLICATION-FILE
004060         WHATIF-REPLICATION-FILE
004070     SAME RECORD AREA FOR PERCENTILE-FILE
004080         WHATIF-PERCENTILE-FILE.
004090
004100 DATA DIVISION.
004110 FILE SECTION.
004120 FD  CONTROL-FILE.
004130 COPY CTLREC.
004140
004150 FD  SCENARIO-MASTER.
004160 COPY SCENREC.
004170
004180 FD  EDIT-REPORT-FILE.
004190 01  EDIT-REPORT-RECORD          PIC X(132).
004200
004210 FD  DETAIL-FILE.
004220 COPY DTLREC.
004230
004240 FD  AUDIT-FILE.
004250 COPY AUDREC.
004260
004270 FD  PRIOR-AUDIT-FILE.
004280 COPY AUDREC REPLACING ==AUDIT-RECORD== BY
004290     ==PRIOR-AUDIT-RECORD==
004300     LEADING ==AUD-== BY ==PAU-==.
004310
004320 FD  HISTORY-FILE.
004330 COPY HISTREC.
004340
004350 FD  RECONCILE-FILE.
004360 COPY RCNREC.
004370
004380 FD  RESULT-FILE.
004390 COPY RESREC.
004400
004410 FD  CHECKPOINT-FILE.
004420 01  CHECKPOINT-RECORD.
004430     05  CKPT-SCENARIO-ID        PIC 9(02).
004440     05  FILLER                  PIC X(02) VALUE SPACES.
004450     05  CKPT-CUTOFF             PIC 9(03).
004460     05  CKPT-COMPLETE-FLAG      PIC X(01).
004470         88  CKPT-RUN-COMPLETE       VALUE "Y".
004480         88  CKPT-RUN-INCOMPLETE     VALUE "N".
004490     05  FILLER                  PIC X(02) VALUE SPACES.
004500     05  CKPT-OPTIMAL-CUTOFF     PIC 9(03).
004510     05  FILLER                  PIC X(02) VALUE SPACES.
004520     05  CKPT-OPTIMAL-VALUE      PIC S9(04)V99 SIGN IS
004530         LEADING SEPARATE CHARACTER.
004540
004550 FD  WHATIF-RESULT-FILE.
004560 COPY RESREC REPLACING ==RESULT-RECORD== BY
004570     ==WHATIF-RESULT-RECORD==
004580     LEADING ==RES-== BY ==WRS-==.
004590
004600 FD  WHATIF-DETAIL-FILE.
004610 COPY DTLREC REPLACING ==DETAIL-RECORD== BY
004620     ==WHATIF-DETAIL-RECORD==
004630     LEADING ==DTL-== BY ==WDT-==.
004640
004650 FD  WHATIF-AUDIT-FILE.
004660 COPY AUDREC REPLACING ==AUDIT-RECORD== BY
004670     ==WHATIF-AUDIT-RECORD==
004680     LEADING ==AUD-== BY ==WAU-==.
004690
004700 FD  WHATIF-REGISTER-FILE.
004710 01  WHATIF-REGISTER-RECORD.
004720     05  WIF-RUN-DATE            PIC 9(08).
004730     05  FILLER                  PIC X(01).
004740     05  WIF-START-TIME          PIC 9(08).
004750     05  FILLER                  PIC X(01).
004760     05  WIF-END-TIME            PIC 9(08).
004770     05  FILLER                  PIC X(01).
004780     05  WIF-REQUESTED-BY        PIC X(08).
004790     05  FILLER                  PIC X(01).
004800     05  WIF-SCENARIO-COUNT      PIC 9(03).
004810     05  FILLER                  PIC X(01).
004820     05  WIF-TRIALS-RUN          PIC 9(09).
004830     05  FILLER                  PIC X(01).
004840     05  WIF-RESULT-COUNT        PIC 9(07).
004850     05  FILLER                  PIC X(01).
004860     05  WIF-RETURN-CODE         PIC 9(02).
004870
004880 FD  REPLICATION-FILE.
004890 COPY REPREC.
004900
004910 FD  WHATIF-REPLICATION-FILE.
004920 COPY REPREC REPLACING ==REPLICATION-RECORD== BY
004930     ==WHATIF-REPLICATION-RECORD==
004940     LEADING ==REP-== BY ==WRP-==.
004950
004960 FD  PERCENTILE-FILE.
004970 COPY PCTREC.
004980
004990 FD  WHATIF-PERCENTILE-FILE.
005000 COPY PCTREC REPLACING ==PERCENTILE-RECORD== BY
005010     ==WHATIF-PERCENTILE-RECORD==
005020     LEADING ==PCT-== BY ==WPC-==.
005030
005040 FD  PARTITION-FILE.
005050 COPY PRTREC.
005060
005070 FD  LEDGER-CONTROL-FILE.
005080 01  LEDGER-CONTROL-RECORD.
005090     05  LCT-RUN-DATE            PIC 9(08).
005100     05  LCT-FORCE-RUN           PIC X(01).
005110         88  LCT-FORCED               VALUE "Y".
005120     05  FILLER                  PIC X(71).
005130
005140 FD  LEDGER-FILE.
005150 COPY LDGREC.
005160
005170 FD  CALENDAR-FILE.
005180 COPY CALREC.
005190
005200 WORKING-STORAGE SECTION.
005210*****************************************************
005220*  FILE STATUS SWITCHES                              *
005230*****************************************************
005240 01  FS-CONTROL-FILE             PIC X(02).
005250     88  FS-CONTROL-OK                VALUE "00".
005260     88  FS-CONTROL-EOF                VALUE "10".
005270 01  FS-EDIT-REPORT-FILE         PIC X(02).
005280     88  FS-EDIT-REPORT-OK            VALUE "00".
005290 01  FS-DETAIL-FILE              PIC X(02).
005300     88  FS-DETAIL-OK                 VALUE "00".
005310 01  FS-AUDIT-FILE               PIC X(02).
005320     88  FS-AUDIT-OK                  VALUE "00".
005330 01  FS-SCENMST-FILE             PIC X(02).
005340     88  FS-SCENMST-OK                VALUE "00".
005350     88  FS-SCENMST-NOT-FOUND         VALUE "23".
005360     88  FS-SCENMST-MISSING           VALUE "35".
005370
005380*****************************************************
005390*  RUN PARAMETERS - LOADED FROM THE CONTROL RECORD    *
005400*  AT START-UP.  DEFAULTED IF NO CONTROL FILE IS      *
005410*  PRESENT SO THE PROGRAM STILL RUNS STANDALONE.      *
005420*****************************************************
005430 01  WS-NUM-TRIALS               PIC 9(05) VALUE 10000.
005440 01  WS-PRIOR-LOWER-MAX          PIC 9(03) VALUE 100.
005450 01  WS-CUTOFF-START             PIC 9(03) VALUE ZERO.
005460 01  WS-CUTOFF-STOP              PIC 9(03) VALUE 200.
005470 01  WS-CUTOFF-STEP              PIC 9(03) VALUE 1.
005480
005490*****************************************************
005500*  SWITCHES                                          *
005510*****************************************************
005520 01  SW-CONTROL-FILE-PRESENT     PIC X(01) VALUE "N".
005530     88  CONTROL-FILE-PRESENT         VALUE "Y".
005540     88  CONTROL-FILE-NOT-PRESENT     VALUE "N".
005550 01  SW-MORE-SCENARIOS           PIC X(01) VALUE "Y".
005560     88  MORE-SCENARIOS               VALUE "Y".
005570     88  NO-MORE-SCENARIOS            VALUE "N".
005580
005590*****************************************************
005600*  SCENARIO TRACKING - EACH CTLIN RECORD IS ONE        *
005610*  SCENARIO; WS-SCENARIO-ID NUMBERS THEM IN ARRIVAL    *
005620*  ORDER FOR THE CHECKPOINT, WHILE WS-SCENARIO-CODE    *
005630*  CARRIES THE STABLE SCENMST CODE STAMPED ON EVERY    *
005640*  OUTPUT RECORD.  A STANDALONE RUN WITH NO CONTROL    *
005650*  FILE RUNS UNDER THE BUILT-IN DEFAULT CODE.  THE     *
005660*  CHECKPOINT IS PER SCENARIO, SO ON A RESUMED RUN     *
005670*  EVERY SCENARIO UP TO WS-RESTART-SCENARIO IS SKIPPED.*
005680*****************************************************
005690 01  WS-SCENARIO-ID              PIC 9(02) VALUE ZERO.
005700 01  WS-SCENARIO-CODE            PIC X(08) VALUE "DEFAULT".
005710 01  WS-RESTART-SCENARIO         PIC 9(02) VALUE ZERO.
005720
005730*****************************************************
005740*  ADAPTIVE SWEEP SUPPORT - ON SWEEP MODE A THE       *
005750*  SWEEP RUNS TWICE: A COARSE PASS AT THE CONTROL     *
005760*  STEP, THEN A FINE PASS AT STEP 1 IN A BAND OF ONE  *
005770*  COARSE STEP EITHER SIDE OF THE COARSE WINNER.      *
005780*  THE COARSE RANGE IS SAVED WHILE THE FINE PASS      *
005790*  BORROWS WS-CUTOFF-START/STOP/STEP, AND             *
005800*  WS-SWEEP-PHASE MARKS EVERY RESULT RECORD WITH THE  *
005810*  PASS THAT PRODUCED IT.                             *
005820*****************************************************
005830 01  WS-SWEEP-MODE               PIC X(01) VALUE "S".
005840     88  SWEEP-ADAPTIVE               VALUE "A".
005850     88  SWEEP-SINGLE                 VALUE "S".
005860 01  WS-SWEEP-PHASE              PIC X(01) VALUE "S".
005870     88  PHASE-SINGLE                 VALUE "S".
005880     88  PHASE-COARSE                 VALUE "C".
005890     88  PHASE-FINE                   VALUE "F".
005900 01  WS-COARSE-START             PIC 9(03) VALUE ZERO.
005910 01  WS-COARSE-STOP              PIC 9(03) VALUE ZERO.
005920 01  WS-COARSE-STEP              PIC 9(03) VALUE ZERO.
005930 01  WS-COARSE-OPTIMAL           PIC 9(03) VALUE ZERO.
005940 01  WS-BAND-EDGE                PIC S9(04) VALUE ZERO.
005950 01  WS-CAND-CUTOFF              PIC 9(03) VALUE ZERO.
005960 01  WS-GRID-OFFSET              PIC 9(04) VALUE ZERO.
005970 01  WS-GRID-QUOTIENT            PIC 9(04) VALUE ZERO.
005980 01  WS-GRID-REMAINDER           PIC 9(04) VALUE ZERO.
005990
006000*****************************************************
006010*  DRIFT ATTRIBUTION SUPPORT - THE PRIOR RUN'S AUDIT  *
006020*  RECORDS ARE LOADED ONCE AT START-UP, ONE ROW PER   *
006030*  SCENARIO CODE (THE LAST RECORD WINS IF SEVERAL     *
006040*  DATES ARE CONCATENATED).  EACH SCENARIO'S CAUSE    *
006050*  CLASS IS SETTLED ONCE BEFORE ITS SWEEP RUNS AND    *
006060*  STAMPED ON EVERY DRIFT LINE IT WRITES.             *
006070*****************************************************
006080 01  FS-PRIOR-AUDIT-FILE         PIC X(02).
006090     88  FS-PRIOR-AUDIT-OK            VALUE "00".
006100     88  FS-PRIOR-AUDIT-EOF           VALUE "10".
006110     88  FS-PRIOR-AUDIT-MISSING       VALUE "35".
006120 01  SW-PRIOR-AUDIT              PIC X(01) VALUE "N".
006130     88  PRIOR-AUDIT-LOADED           VALUE "Y".
006140     88  PRIOR-AUDIT-NOT-LOADED       VALUE "N".
006150 01  WS-PAT-COUNT                PIC 9(03) VALUE ZERO.
006160 01  WS-PAT-SUB                  PIC 9(03) VALUE ZERO.
006170 01  WS-PAT-FOUND                PIC 9(03) VALUE ZERO.
006180 01  WS-PAT-TABLE.
006190     05  WS-PAT-ENTRY            OCCURS 99 TIMES.
006200         10  PAT-CODE            PIC X(08).
006210         10  PAT-NUM-TRIALS      PIC 9(05).
006220         10  PAT-PRIOR-MAX       PIC 9(03).
006230         10  PAT-CUTOFF-START    PIC 9(03).
006240         10  PAT-CUTOFF-STOP     PIC 9(03).
006250         10  PAT-CUTOFF-STEP     PIC 9(03).
006260         10  PAT-DIST-MODE       PIC X(01).
006270         10  PAT-DRIFT-THRESHOLD PIC 9(03)V9(02).
006280         10  PAT-EARLY-STOP-TOL  PIC 9(03)V9(04).
006290         10  PAT-VALIDATION-TOL  PIC 9(03)V9(04).
006300         10  PAT-RNG-SEED        PIC 9(09).
006310         10  PAT-SEEDED-FLAG     PIC X(01).
006320         10  PAT-SWEEP-MODE      PIC X(01).
006330 01  WS-DRIFT-CAUSE              PIC X(12) VALUE "UNEXPLAINED".
006340     88  DRIFT-UNEXPLAINED            VALUE "UNEXPLAINED".
006350 01  WS-CHANGED-FIELDS           PIC X(40) VALUE SPACES.
006360 01  WS-FIELD-NAME               PIC X(12) VALUE SPACES.
006370 01  WS-FIELD-PTR                PIC 9(03) VALUE 1.
006380 01  WS-TODAY-SEEDED             PIC X(01) VALUE "N".
006390 01  SW-SEED-CHANGED             PIC X(01) VALUE "N".
006400     88  SEED-CHANGED                 VALUE "Y".
006410     88  SEED-NOT-CHANGED             VALUE "N".
006420 01  SW-PARMS-CHANGED            PIC X(01) VALUE "N".
006430     88  PARMS-CHANGED                VALUE "Y".
006440     88  PARMS-NOT-CHANGED            VALUE "N".
006450
006460*****************************************************
006470*  CONTROL EDIT SUPPORT - THE WHOLE CONTROL FILE IS   *
006480*  EDITED BEFORE ANY TRIALS RUN.  EVERY VIOLATION     *
006490*  WRITES ONE FORMATTED LINE TO EDITRPT, AND ANY      *
006500*  VIOLATION AT ALL REJECTS THE RUN WITH A NONZERO    *
006510*  RETURN CODE INSTEAD OF GUESSING AT DEFAULTS.       *
006520*****************************************************
006530 01  WS-EDIT-RECORD-NUM          PIC 9(03) VALUE ZERO.
006540 01  WS-EDIT-ERROR-COUNT         PIC 9(05) VALUE ZERO.
006550 01  WS-CUTOFF-RANGE             PIC S9(04) VALUE ZERO.
006560 01  SW-CONTROL-EDITS            PIC X(01) VALUE "Y".
006570     88  CONTROL-EDITS-PASSED         VALUE "Y".
006580     88  CONTROL-EDITS-FAILED         VALUE "N".
006590
006600*****************************************************
006610*  SCENARIO CODE EDIT SUPPORT - EVERY CTLIN CODE IS  *
006620*  LOOKED UP ON SCENMST AND CHECKED FOR EFFECT ON    *
006630*  THE RUN DATE (OR THE WHAT-IF RECORD'S AS-OF DATE, *
006640*  HELD IN WS-CODE-CHECK-DATE), AND THE CODES        *
006650*  ALREADY SEEN THIS PASS ARE KEPT SO A DUPLICATE    *
006660*  (WHICH WOULD WRITE COLLIDING HISTORY KEYS         *
006670*  TONIGHT) IS REJECTED TOO.                         *
006680*****************************************************
006690 01  SW-SCENMST-AVAIL            PIC X(01) VALUE "N".
006700     88  SCENMST-AVAILABLE            VALUE "Y".
006710     88  SCENMST-NOT-AVAILABLE        VALUE "N".
006720 01  WS-SEEN-CODE-COUNT          PIC 9(03) VALUE ZERO.
006730 01  WS-SEEN-CODE-TABLE.
006740     05  WS-SEEN-CODE            PIC X(08) OCCURS 99 TIMES.
006750 01  WS-SEEN-SUB                 PIC 9(03) VALUE ZERO.
006760 01  SW-CODE-DUPLICATE           PIC X(01) VALUE "N".
006770     88  CODE-DUPLICATE               VALUE "Y".
006780     88  CODE-NOT-DUPLICATE           VALUE "N".
006790 01  WS-CODE-CHECK-DATE          PIC 9(08) VALUE ZERO.
006800
006810 01  EDT-HEADING-LINE.
006820     05  FILLER                  PIC X(42) VALUE
006830         "ENVELOPES CONTROL FILE EDIT REPORT".
006840     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
006850     05  EDT-RUN-DATE            PIC 9(08).
006860     05  FILLER                  PIC X(73) VALUE SPACES.
006870
006880 01  EDT-DETAIL-LINE.
006890     05  FILLER                  PIC X(07) VALUE "RECORD ".
006900     05  EDT-RECORD-NUM          PIC ZZ9.
006910     05  FILLER                  PIC X(02) VALUE SPACES.
006920     05  EDT-FIELD-NAME          PIC X(18).
006930     05  FILLER                  PIC X(07) VALUE "VALUE=<".
006940     05  EDT-FIELD-VALUE         PIC X(09).
006950     05  FILLER                  PIC X(03) VALUE ">  ".
006960     05  EDT-RULE-TEXT           PIC X(60).
006970     05  FILLER                  PIC X(23) VALUE SPACES.
006980
006990 01  EDT-TRAILER-LINE.
007000     05  FILLER                  PIC X(21) VALUE
007010         "END OF EDIT REPORT - ".
007020     05  EDT-ERROR-COUNT         PIC ZZZZ9.
007030     05  FILLER                  PIC X(17) VALUE
007040         " VIOLATION(S) IN ".
007050     05  EDT-RECORD-COUNT        PIC ZZ9.
007060     05  FILLER                  PIC X(10) VALUE " RECORD(S)".
007070     05  FILLER                  PIC X(76) VALUE SPACES.
007080
007090*****************************************************
007100*  SIMULATION VARIABLES                               *
007110*****************************************************
007120 01  WS-CUTOFF                   PIC 9(03).
007130 01  WS-TOTAL                    COMP-2.
007140 01  WS-TRIAL-NUM                PIC 9(05).
007150 01  WS-EXPECTED-VALUE           COMP-2.
007160 01  WS-LOWER-VALUE              COMP-2.
007170 01  WS-HIGHER-VALUE             COMP-2.
007180 01  WS-VALUE                    COMP-2.
007190 01  WS-CHOSEN-VALUE             COMP-2.
007200 01  WS-OTHER-VALUE              COMP-2.
007210
007220*****************************************************
007230*  BASELINE STRATEGY SUPPORT                          *
007240*  THE SAME ENVELOPE PAIR EACH TRIAL ALSO SCORES THE   *
007250*  ALWAYS-KEEP (NEVER SWITCH) AND ALWAYS-SWITCH        *
007260*  BASELINES, SO THE CUTOFF STRATEGY'S LIFT OVER DOING *
007270*  NOTHING CAN BE REPORTED ON RESULTOUT.               *
007280*****************************************************
007290 01  WS-KEEP-TOTAL               COMP-2.
007300 01  WS-SWITCH-TOTAL             COMP-2.
007310 01  WS-KEEP-EV                  COMP-2.
007320 01  WS-SWITCH-EV                COMP-2.
007330 01  WS-LIFT-KEEP                COMP-2.
007340 01  WS-LIFT-SWITCH              COMP-2.
007350
007360*****************************************************
007370*  CUTOFF SWEEP TABLE - ONE ENTRY PER CUTOFF IN THE   *
007380*  SCENARIO'S SWEEP.  EVERY TRIAL DRAWS ONE ENVELOPE  *
007390*  PAIR AND SCORES IT AGAINST EVERY OPEN ENTRY, SO    *
007400*  ALL CUTOFFS SEE THE SAME DRAWS AND THE RNG IS      *
007410*  CALLED TWICE PER TRIAL INSTEAD OF TWICE PER TRIAL  *
007420*  PER CUTOFF.  AN ENTRY CLOSES EARLY ONCE ITS        *
007430*  RUNNING STANDARD ERROR CONVERGES.                  *
007440*****************************************************
007450 01  WS-CUT-COUNT                PIC 9(04) VALUE ZERO.
007460 01  WS-CUT-SUB                  PIC 9(04) VALUE ZERO.
007470 01  WS-CUT-EXPECTED             PIC 9(05) VALUE ZERO.
007480 01  WS-OPEN-CUTOFFS             PIC 9(04) VALUE ZERO.
007490 01  WS-TRIALS-RUN               PIC 9(05) VALUE ZERO.
007500 01  WS-CUT-TABLE.
007510     05  WS-CUT-ENTRY            OCCURS 1000 TIMES.
007520         10  CUT-VALUE           PIC 9(03).
007530         10  CUT-TOTAL           COMP-2.
007540         10  CUT-TOTAL-SQ        COMP-2.
007550         10  CUT-TRIALS-USED     PIC 9(05).
007560         10  CUT-DONE-FLAG       PIC X(01).
007570             88  CUT-CONVERGED       VALUE "Y".
007580             88  CUT-OPEN            VALUE "N".
007590
007600*****************************************************
007610*  PAYOFF DISTRIBUTION SUPPORT - A HISTOGRAM OF THE   *
007620*  PAYOFF PER CUTOFF ENTRY, BUILT OVER EVERY TRIAL    *
007630*  THE ENTRY SCORES, WITH A COUNT OF THE TRIALS THAT  *
007640*  ENDED BELOW THE ENVELOPE FIRST PICKED.  THE 200    *
007650*  BANDS SPAN ZERO TO TWICE THE PRIOR MAXIMUM (FOUR   *
007660*  TIMES FOR THE EXPONENTIAL PRIOR, WHICH HAS NO      *
007670*  TOP), AND BAND 201 TAKES ANYTHING ABOVE.  THE      *
007680*  PERCENTILES ARE READ OFF THE HISTOGRAM WHEN THE     *
007690*  CUTOFF IS FINALIZED.  AN EXTRA REPLICATION BUILDS  *
007700*  NO HISTOGRAM.                                      *
007710*****************************************************
007720 01  WS-PCT-BANDS                PIC 9(03) VALUE 200.
007730 01  WS-PCT-TOP-BAND             PIC 9(03) VALUE 201.
007740 01  WS-PCT-BAND-WIDTH           COMP-2.
007750 01  WS-PCT-BAND-WORK            PIC 9(09) VALUE ZERO.
007760 01  WS-PCT-BAND-SUB             PIC 9(03) VALUE ZERO.
007770 01  WS-PCT-TARGET               COMP-2.
007780 01  WS-PCT-RANK                 COMP-2.
007790 01  WS-PCT-CUM                  PIC 9(05) VALUE ZERO.
007800 01  WS-PCT-CUM-BEFORE           PIC 9(05) VALUE ZERO.
007810 01  WS-PCT-RESULT               COMP-2.
007820 01  WS-PCT-P05                  COMP-2.
007830 01  WS-PCT-P25                  COMP-2.
007840 01  WS-PCT-MEDIAN               COMP-2.
007850 01  WS-PCT-LOSS-PROB            COMP-2.
007860 01  SW-PCT-FOUND                PIC X(01) VALUE "N".
007870     88  PERCENTILE-FOUND             VALUE "Y".
007880     88  PERCENTILE-NOT-FOUND         VALUE "N".
007890 01  SW-PCT-CAPPED               PIC X(01) VALUE "N".
007900     88  PERCENTILE-CAPPED            VALUE "Y".
007910     88  PERCENTILE-NOT-CAPPED        VALUE "N".
007920 01  FS-PERCENTILE-FILE          PIC X(02).
007930     88  FS-PERCENTILE-OK             VALUE "00".
007940 01  WS-PDB-TABLE.
007950     05  WS-PDB-ENTRY            OCCURS 1000 TIMES.
007960         10  PDB-LOSS-COUNT      PIC 9(05).
007970         10  PDB-BAND-COUNT      PIC 9(05) OCCURS 201 TIMES.
007980
007990*****************************************************
008000*  TRIAL DETAIL SUPPORT - WS-DETAIL-SAMPLE IS THE     *
008010*  SAMPLING STRIDE FOR THE SCENARIO ON HAND; EVERY    *
008020*  STRIDE-TH TRIAL IS MARKED SAMPLED AND WRITES ONE   *
008030*  DETLOUT RECORD PER OPEN CUTOFF.  DETLOUT IS ONLY   *
008040*  ALLOCATED AT ALL WHEN SOME SCENARIO IN THE BOOK    *
008050*  ASKS FOR DETAIL.                                   *
008060*****************************************************
008070 01  WS-DETAIL-SAMPLE            PIC 9(05) VALUE ZERO.
008080 01  WS-DET-QUOTIENT             PIC 9(05).
008090 01  WS-DET-REMAINDER            PIC 9(05).
008100 01  WS-PICKED-ENV               PIC X(01).
008110 01  SW-DETAIL-ENABLED           PIC X(01) VALUE "N".
008120     88  DETAIL-ENABLED               VALUE "Y".
008130     88  DETAIL-NOT-ENABLED           VALUE "N".
008140 01  SW-ANY-DETAIL               PIC X(01) VALUE "N".
008150     88  ANY-DETAIL-WANTED            VALUE "Y".
008160     88  NO-DETAIL-WANTED             VALUE "N".
008170 01  SW-TRIAL-SAMPLED            PIC X(01) VALUE "N".
008180     88  TRIAL-SAMPLED                VALUE "Y".
008190     88  TRIAL-NOT-SAMPLED            VALUE "N".
008200
008210*****************************************************
008220*  RUN AUDIT SUPPORT - PER-SCENARIO EVENT COUNTERS    *
008230*  AND TIMESTAMPS FOR THE AUDITOUT RECORD.  THE       *
008240*  COUNTERS RESET AT EACH SCENARIO START AND ARE      *
008250*  BUMPED WHERE THE EVENTS HAPPEN.                    *
008260*****************************************************
008270 01  WS-SCEN-START-TIME          PIC 9(08) VALUE ZERO.
008280 01  WS-SCEN-END-TIME            PIC 9(08) VALUE ZERO.
008290 01  WS-AUD-RESULT-COUNT         PIC 9(05) VALUE ZERO.
008300 01  WS-AUD-DRIFT-COUNT          PIC 9(05) VALUE ZERO.
008310 01  WS-AUD-WARNING-COUNT        PIC 9(05) VALUE ZERO.
008320 01  WS-AUD-EARLY-STOPS          PIC 9(05) VALUE ZERO.
008330
008340*****************************************************
008350*  RETURN-CODE TIERING - 9100-RAISE-RETURN-CODE ONLY  *
008360*  EVER RAISES THE CODE, SO A WARNING CAN NEVER MASK  *
008370*  AN ABORT: 0 CLEAN, 4 WARNINGS OR DRIFT, 8 CONTROL  *
008380*  EDITS REJECTED, 16 FILE FAILURE.                   *
008390*****************************************************
008400 01  WS-NEW-RC                   PIC 9(02) VALUE ZERO.
008410
008420*****************************************************
008430*  EARLY-STOPPING SUPPORT                              *
008440*  WS-TOTAL-SQ ACCUMULATES THE SUM OF SQUARED TRIAL     *
008450*  VALUES SO A RUNNING STANDARD ERROR CAN BE WATCHED    *
008460*  AND, ONCE IT DROPS BELOW WS-EARLY-STOP-TOL, THE       *
008470*  TRIAL LOOP FOR THIS CUTOFF CAN STOP SHORT OF          *
008480*  WS-NUM-TRIALS.                                       *
008490*****************************************************
008500 01  WS-TOTAL-SQ                 COMP-2.
008510 01  WS-TRIALS-USED              PIC 9(05).
008520 01  WS-VARIANCE                 COMP-2.
008530 01  WS-STD-ERROR                COMP-2.
008540 01  WS-EARLY-STOP-TOL           COMP-2 VALUE 0.
008550 01  WS-CHECK-QUOTIENT           PIC 9(05).
008560 01  WS-CHECK-REMAINDER          PIC 9(05).
008570 01  SW-EARLY-STOP                PIC X(01) VALUE "N".
008580     88  EARLY-STOP-TRIGGERED         VALUE "Y".
008590     88  EARLY-STOP-NOT-TRIGGERED     VALUE "N".
008600
008610*****************************************************
008620*  CONFIDENCE-INTERVAL SUPPORT                         *
008630*  WS-STD-ERROR IS CONVERTED TO A 95 PERCENT NORMAL    *
008640*  CONFIDENCE INTERVAL AROUND WS-EXPECTED-VALUE USING  *
008650*  THE USUAL 1.96 SIGMA HALF-WIDTH.                    *
008660*****************************************************
008670 01  WS-CI-HALF-WIDTH            COMP-2.
008680 01  WS-CI-LOW                   COMP-2.
008690 01  WS-CI-HIGH                  COMP-2.
008700
008710*****************************************************
008720*  CLOSED-FORM VALIDATION SUPPORT                      *
008730*****************************************************
008740 01  WS-VALIDATION-TOL           COMP-2 VALUE 1.0.
008750 01  WS-THEORETICAL-VALUE        COMP-2.
008760 01  WS-VALIDATION-DIFF          COMP-2.
008770 01  WS-VALIDATION-FLOOR         COMP-2.
008780
008790*****************************************************
008800*  ENVELOPE-VALUE DISTRIBUTION MODE                    *
008810*****************************************************
008820 01  WS-DIST-MODE                PIC X(01) VALUE "U".
008830     88  DIST-UNIFORM                 VALUE "U".
008840     88  DIST-EXPONENTIAL             VALUE "E".
008850     88  DIST-LOG-UNIFORM             VALUE "L".
008860
008870*****************************************************
008880*  OPTIMAL CUTOFF TRACKING                             *
008890*****************************************************
008900 01  WS-OPTIMAL-CUTOFF           PIC 9(03).
008910 01  WS-OPTIMAL-VALUE            COMP-2 VALUE -1.
008920 01  SW-OPTIMAL-SET               PIC X(01) VALUE "N".
008930     88  OPTIMAL-SET                  VALUE "Y".
008940     88  OPTIMAL-NOT-SET               VALUE "N".
008950
008960*****************************************************
008970*  RNG SUPPORT                                        *
008980*  WS-RNG-SEED, WHEN NONZERO, RESEEDS FUNCTION RANDOM   *
008990*  AT START-UP SO A RUN CAN BE REPRODUCED EXACTLY.  THE *
009000*  SEED ACTUALLY USED IS ECHOED TO SYSOUT FOR THE LOG.  *
009010*****************************************************
009020 01  WS-RNG                      COMP-2.
009030 01  WS-TMP                      PIC 9(04).
009040 01  WS-RNG-SEED                 PIC 9(09) VALUE ZERO.
009050 01  SW-RNG-SEEDED                PIC X(01) VALUE "N".
009060     88  RNG-SEED-GIVEN               VALUE "Y".
009070     88  RNG-SEED-NOT-GIVEN           VALUE "N".
009080
009090*****************************************************
009100*  HISTORY / RECONCILIATION SUPPORT                   *
009110*****************************************************
009120 01  FS-HISTORY-FILE              PIC X(02).
009130     88  HISTORY-OK                   VALUE "00".
009140     88  HISTORY-EOF                  VALUE "10".
009150     88  HISTORY-KEY-NOT-FOUND        VALUE "23".
009160     88  HISTORY-FILE-MISSING         VALUE "35".
009170
009180 01  FS-RECONCILE-FILE            PIC X(02).
009190     88  FS-RECONCILE-OK              VALUE "00".
009200     88  FS-RECONCILE-EOF              VALUE "10".
009210 01  FS-RESULT-FILE               PIC X(02).
009220     88  FS-RESULT-OK                  VALUE "00".
009230     88  FS-RESULT-EOF                  VALUE "10".
009240 01  FS-CHECKPOINT-FILE           PIC X(02).
009250     88  CHECKPOINT-OK                 VALUE "00".
009260     88  CHECKPOINT-MISSING            VALUE "35".
009270
009280 01  SW-RESUMING                  PIC X(01) VALUE "N".
009290     88  RESUMING-RUN                  VALUE "Y".
009300     88  NOT-RESUMING-RUN              VALUE "N".
009310
009320 01  WS-RUN-DATE                  PIC 9(08).
009330 01  WS-DRIFT-THRESHOLD           COMP-2 VALUE 5.0.
009340 01  WS-PRIOR-EXPECTED-VALUE      COMP-2.
009350 01  WS-EV-DIFF                   COMP-2.
009360
009370 01  SW-PRIOR-FOUND                PIC X(01) VALUE "N".
009380     88  PRIOR-RUN-FOUND               VALUE "Y".
009390     88  PRIOR-RUN-NOT-FOUND           VALUE "N".
009400
009410*****************************************************
009420*  WHAT-IF SUPPORT - THE RUN MODE AND REQUESTER ARE   *
009430*  SETTLED BY THE FIRST CONTROL RECORD DURING THE     *
009440*  EDIT PASS; EVERY LATER RECORD MUST AGREE, SO ONE   *
009450*  RUN IS EITHER ALL PRODUCTION OR ALL WHAT-IF.  A    *
009460*  STANDALONE RUN WITH NO CONTROL FILE IS PRODUCTION. *
009470*  THE TOTALS FEED THE REQUEST REGISTER RECORD.       *
009480*****************************************************
009490 01  WS-RUN-MODE                  PIC X(01) VALUE "P".
009500     88  RUN-PRODUCTION                VALUE "P".
009510     88  RUN-WHAT-IF                   VALUE "W".
009520 01  WS-REQUESTED-BY              PIC X(08) VALUE SPACES.
009530 01  WS-REC-RUN-MODE              PIC X(01) VALUE "P".
009540 01  WS-RUN-START-TIME            PIC 9(08) VALUE ZERO.
009550 01  WS-WIF-SCENARIOS             PIC 9(03) VALUE ZERO.
009560 01  WS-WIF-TRIALS                PIC 9(09) VALUE ZERO.
009570 01  WS-WIF-RESULTS               PIC 9(07) VALUE ZERO.
009580 01  FS-WHATIF-REGISTER           PIC X(02).
009590     88  FS-WHATIF-REGISTER-OK         VALUE "00".
009600     88  FS-WHATIF-REGISTER-MISSING    VALUE "35".
009610
009620*****************************************************
009630*  REPLICATION SUPPORT - WS-REPLICATIONS IS THE COUNT  *
009640*  FOR THE SCENARIO ON HAND (1 OUTSIDE REPLICATION     *
009650*  MODE).  WHILE SW-REPLICATING IS ON, THE SWEEP ONLY  *
009660*  TRACKS ITS WINNER - NO RESULT, DETAIL, VALIDATION,  *
009670*  OR RECONCILE OUTPUT.  REPLICATION 1'S OWN WINNER,   *
009680*  SEED, AND COUNTS ARE SAVED ACROSS THE EXTRA         *
009690*  REPLICATIONS SO THE CHECKPOINT, AUDIT RECORD, AND   *
009700*  SUMMARY LINE DESCRIBE THE NIGHT'S OWN RUN.          *
009710*****************************************************
009720 01  WS-REPLICATIONS              PIC 9(03) VALUE 1.
009730 01  WS-REP-NUM                   PIC 9(04) VALUE ZERO.
009740 01  WS-REP-BASE-SEED             PIC 9(09) VALUE ZERO.
009750 01  WS-REP-SEED-WORK             PIC 9(12) VALUE ZERO.
009760 01  WS-REP-SEED-QUOTIENT         PIC 9(12) VALUE ZERO.
009770 01  WS-REP-SEED-STRIDE           PIC 9(06) VALUE 104729.
009780 01  WS-REP-SEED-MODULUS          PIC 9(09) VALUE 999999937.
009790 01  WS-REP1-OPTIMAL-CUTOFF       PIC 9(03) VALUE ZERO.
009800 01  WS-REP1-OPTIMAL-VALUE        COMP-2.
009810 01  WS-REP1-TRIALS-RUN           PIC 9(05) VALUE ZERO.
009820 01  WS-REP1-EARLY-STOPS          PIC 9(05) VALUE ZERO.
009830 01  SW-REPLICATING               PIC X(01) VALUE "N".
009840     88  REPLICATING                   VALUE "Y".
009850     88  NOT-REPLICATING               VALUE "N".
009860 01  SW-ANY-REPLICATION           PIC X(01) VALUE "N".
009870     88  ANY-REPLICATION-WANTED        VALUE "Y".
009880     88  NO-REPLICATION-WANTED         VALUE "N".
009890 01  FS-REPLICATION-FILE          PIC X(02).
009900     88  FS-REPLICATION-OK             VALUE "00".
009910
009920*****************************************************
009930*  PARTITION SUPPORT - SET FROM THE PARTCTL CARD.     *
009940*  A BLANK LOW OR HIGH CODE ON THE CARD OPENS THAT    *
009950*  END OF THE RANGE, SO THE BOUNDS HERE DEFAULT TO    *
009960*  LOW-VALUES AND HIGH-VALUES.  PARTITION ZERO IS AN  *
009970*  UNPARTITIONED RUN OF THE WHOLE BOOK.               *
009980*****************************************************
009990 01  FS-PARTITION-FILE            PIC X(02).
010000     88  FS-PARTITION-OK               VALUE "00".
010010     88  FS-PARTITION-MISSING          VALUE "35".
010020 01  SW-PARTITIONED               PIC X(01) VALUE "N".
010030     88  RUN-PARTITIONED               VALUE "Y".
010040     88  RUN-NOT-PARTITIONED           VALUE "N".
010050 01  WS-PARTITION-NO              PIC 9(02) VALUE ZERO.
010060 01  WS-PARTITION-COUNT           PIC 9(02) VALUE ZERO.
010070 01  WS-PART-LOW-CODE             PIC X(08) VALUE LOW-VALUES.
010080 01  WS-PART-HIGH-CODE            PIC X(08) VALUE HIGH-VALUES.
010090 01  WS-PART-RUN-COUNT            PIC 9(03) VALUE ZERO.
010100 01  WS-PART-SKIP-COUNT           PIC 9(03) VALUE ZERO.
010110
010120*****************************************************
010130*  RUN LEDGER SUPPORT - THE ROW IS FILED UNDER THE    *
010140*  LDGCTL NIGHT (THE RUN DATE WITHOUT ONE) AND STEP   *
010150*  ENVELOPE, OR ENVLPNN FOR PARTITION NN OF A SPLIT   *
010160*  BOOK.  THE COUNTS ARE THE RECORDS THIS NIGHT'S RUN *
010170*  PUT ON AUDITOUT, RESULTOUT, RECONOUT, AND DETLOUT; *
010180*  A RESUMED RUN CARRIES ON FROM THE COUNTS ITS LAST  *
010190*  CHECKPOINT FILED, SINCE ITS OUTPUTS ARE EXTENDED.  *
010200*****************************************************
010210 01  FS-LEDGER-CONTROL            PIC X(02).
010220     88  FS-LEDGER-CONTROL-OK          VALUE "00".
010230 01  FS-LEDGER-FILE               PIC X(02).
010240     88  FS-LEDGER-OK                  VALUE "00".
010250     88  FS-LEDGER-NOT-FOUND           VALUE "23".
010260     88  FS-LEDGER-MISSING             VALUE "35".
010270 01  SW-LEDGER                    PIC X(01) VALUE "N".
010280     88  LEDGER-NOT-STARTED            VALUE "N".
010290     88  LEDGER-STARTED                VALUE "S".
010300     88  LEDGER-UNAVAILABLE            VALUE "X".
010310 01  SW-LEDGER-ROW                PIC X(01) VALUE "N".
010320     88  LEDGER-ROW-FOUND              VALUE "Y".
010330     88  LEDGER-ROW-NEW                VALUE "N".
010340 01  WS-LEDGER-DATE               PIC 9(08) VALUE ZERO.
010350 01  WS-LEDGER-STEP               PIC X(08) VALUE "ENVELOPE".
010360 01  WS-LEDGER-PART-STEP.
010370     05  FILLER                   PIC X(05) VALUE "ENVLP".
010380     05  WS-LEDGER-PART-NO        PIC 9(02) VALUE ZERO.
010390     05  FILLER                   PIC X(01) VALUE SPACE.
010400 01  WS-LDG-AUDITS                PIC 9(09) VALUE ZERO.
010410 01  WS-LDG-RESULTS               PIC 9(09) VALUE ZERO.
010420 01  WS-LDG-RECONS                PIC 9(09) VALUE ZERO.
010430 01  WS-LDG-DETAILS               PIC 9(09) VALUE ZERO.
010440
010450*****************************************************
010460*  BUSINESS-DAY CHECK - THE LEDGER NIGHT'S TREATMENT  *
010470*  ON THE CALENDAR (MONDAY TO FRIDAY WHEN THE DATE OR *
010480*  THE CALENDAR IS MISSING) AND THE LDGCTL FORCE      *
010490*  FLAG.                                              *
010500*  A REFUSED NIGHT FILES ITS LEDGER ROW REFUSED.      *
010510*****************************************************
010520 01  FS-CALENDAR-FILE             PIC X(02).
010530     88  FS-CALENDAR-OK                VALUE "00".
010540 01  SW-FORCE-RUN                 PIC X(01) VALUE "N".
010550     88  FORCE-RUN                     VALUE "Y".
010560     88  NO-FORCE-RUN                  VALUE "N".
010570 01  SW-NIGHT-TYPE                PIC X(01) VALUE "B".
010580     88  NIGHT-IS-BUSINESS             VALUE "B".
010590     88  NIGHT-IS-NON-BUSINESS         VALUE "W" "H" "O".
010600 01  SW-NIGHT-REFUSED             PIC X(01) VALUE "N".
010610     88  NIGHT-REFUSED                 VALUE "Y".
010620     88  NIGHT-NOT-REFUSED             VALUE "N".
010630 01  WS-NIGHT-SOURCE              PIC X(08) VALUE SPACES.
010640 01  WS-NIGHT-DESCRIPTION         PIC X(30) VALUE SPACES.
010650 01  WS-NIGHT-INT                 PIC 9(08) VALUE ZERO.
010660 01  WS-NIGHT-DOW                 PIC 9(01) VALUE ZERO.
010670 PROCEDURE DIVISION.
010680*****************************************************
010690*  0000-MAINLINE                                      *
010700*  RUNS THE FULL CUTOFF SWEEP ONCE PER SCENARIO IN     *
010710*  THE CONTROL FILE, APPROXIMATING THE EXPECTED VALUE  *
010720*  FOR EACH INTEGRAL CUTOFF OVER EACH SCENARIO'S       *
010730*  CONFIGURED SWEEP RANGE.                             *
010740*****************************************************
010750 0000-MAINLINE.
010760     PERFORM 1000-INITIALIZE
010770         THRU 1000-INITIALIZE-EXIT.
010780
010790     IF RETURN-CODE NOT = ZERO
010800         IF NOT RUN-WHAT-IF
010810             PERFORM 9400-WRITE-LEDGER-END
010820                 THRU 9400-WRITE-LEDGER-END-EXIT
010830         END-IF
010840         DISPLAY "ENVELOPES: RUN TERMINATED, RC=" RETURN-CODE
010850         STOP RUN
010860     END-IF.
010870
010880     PERFORM 2000-RUN-SCENARIO
010890         THRU 2000-RUN-SCENARIO-EXIT
010900         UNTIL NO-MORE-SCENARIOS.
010910
010920     PERFORM 9000-FINALIZE
010930         THRU 9000-FINALIZE-EXIT.
010940
010950     STOP RUN.
010960
010970*****************************************************
010980*  1000-INITIALIZE                                    *
010990*  OPENS THE CONTROL FILE AND, WHEN ONE IS PRESENT,    *
011000*  RUNS THE FULL EDIT PASS OVER EVERY RECORD BEFORE    *
011010*  ANYTHING ELSE IS OPENED OR A SINGLE TRIAL RUNS.     *
011020*  AN EDIT FAILURE REJECTS THE RUN.  WHEN NO CONTROL   *
011030*  FILE IS FOUND A SINGLE SCENARIO RUNS FROM THE       *
011040*  BUILT-IN DEFAULTS ABOVE SO THE PROGRAM STILL        *
011050*  RUNS STANDALONE.  A WHAT-IF RUN OPENS ONLY ITS OWN  *
011060*  OUTPUTS - NO HISTORY, CHECKPOINT, OR PRIOR AUDIT.   *
011070*  A PARTITION CARD, WHEN ONE IS GIVEN, IS LOADED      *
011080*  FIRST; A BAD CARD REJECTS THE RUN.  A PRODUCTION    *
011090*  RUN IS REFUSED ON A NON-BUSINESS NIGHT UNLESS       *
011100*  FORCED, AND FILES ITS LEDGER ROW STARTED ONCE IT    *
011110*  KNOWS WHETHER IT IS RESUMING.                       *
011120*****************************************************
011130 1000-INITIALIZE.
011140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011150     ACCEPT WS-RUN-START-TIME FROM TIME.
011160     PERFORM 1040-LOAD-LEDGER-CARD
011170         THRU 1040-LOAD-LEDGER-CARD-EXIT.
011180
011190     PERFORM 1050-LOAD-PARTITION-CARD
011200         THRU 1050-LOAD-PARTITION-CARD-EXIT.
011210     IF RETURN-CODE NOT = ZERO
011220         GO TO 1000-INITIALIZE-EXIT
011230     END-IF.
011240
011250     OPEN INPUT CONTROL-FILE.
011260     IF FS-CONTROL-OK
011270         SET CONTROL-FILE-PRESENT TO TRUE
011280         PERFORM 1100-EDIT-CONTROL-FILE
011290             THRU 1100-EDIT-CONTROL-FILE-EXIT
011300         CLOSE CONTROL-FILE
011310         IF RETURN-CODE >= 16
011320             GO TO 1000-INITIALIZE-EXIT
011330         END-IF
011340         IF CONTROL-EDITS-FAILED
011350             MOVE 8 TO WS-NEW-RC
011360             PERFORM 9100-RAISE-RETURN-CODE
011370                 THRU 9100-RAISE-RETURN-CODE-EXIT
011380             GO TO 1000-INITIALIZE-EXIT
011390         END-IF
011400         OPEN INPUT CONTROL-FILE
011410         READ CONTROL-FILE
011420             AT END
011430                 SET CONTROL-FILE-NOT-PRESENT TO TRUE
011440         END-READ
011450         IF NOT FS-CONTROL-OK AND NOT FS-CONTROL-EOF
011460             DISPLAY "ENVELOPES ERROR: CONTROL-FILE READ "
011470                 "FAILED, STATUS=" FS-CONTROL-FILE
011480             MOVE 16 TO WS-NEW-RC
011490             PERFORM 9100-RAISE-RETURN-CODE
011500                 THRU 9100-RAISE-RETURN-CODE-EXIT
011510             GO TO 1000-INITIALIZE-EXIT
011520         END-IF
011530     ELSE
011540         SET CONTROL-FILE-NOT-PRESENT TO TRUE
011550     END-IF.
011560
011570     IF RUN-WHAT-IF
011580         DISPLAY "ENVELOPES WHAT-IF: REQUESTED BY "
011590             WS-REQUESTED-BY " - HISTFILE, CKPTFILE, AND THE "
011600             "PRODUCTION OUTPUTS ARE NOT TOUCHED"
011610         PERFORM 1245-OPEN-WHATIF-FILES
011620             THRU 1245-OPEN-WHATIF-FILES-EXIT
011630         GO TO 1000-INITIALIZE-EXIT
011640     END-IF.
011650
011660     PERFORM 1060-CHECK-BUSINESS-DAY
011670         THRU 1060-CHECK-BUSINESS-DAY-EXIT.
011680     IF RETURN-CODE NOT = ZERO
011690         GO TO 1000-INITIALIZE-EXIT
011700     END-IF.
011710
011720     PERFORM 1210-OPEN-HISTORY-FILE
011730         THRU 1210-OPEN-HISTORY-FILE-EXIT.
011740     IF RETURN-CODE >= 16
011750         GO TO 1000-INITIALIZE-EXIT
011760     END-IF.
011770
011780     PERFORM 1300-CHECK-RESTART
011790         THRU 1300-CHECK-RESTART-EXIT.
011800
011810     PERFORM 1400-WRITE-LEDGER-START
011820         THRU 1400-WRITE-LEDGER-START-EXIT.
011830     IF RETURN-CODE >= 16
011840         GO TO 1000-INITIALIZE-EXIT
011850     END-IF.
011860
011870     PERFORM 1240-OPEN-OUTPUT-FILES
011880         THRU 1240-OPEN-OUTPUT-FILES-EXIT.
011890
011900     PERFORM 1250-LOAD-PRIOR-AUDIT
011910         THRU 1250-LOAD-PRIOR-AUDIT-EXIT.
011920 1000-INITIALIZE-EXIT.
011930     EXIT.
011940
011950*****************************************************
011960*  1040-LOAD-LEDGER-CARD                              *
011970*  SETTLES THE NIGHT THE LEDGER ROW IS FILED UNDER:   *
011980*  THE LDGCTL CARD WHEN ONE IS GIVEN AND NONZERO,     *
011990*  OTHERWISE THE RUN DATE.  A Y IN THE CARD'S FORCE   *
012000*  COLUMN LETS THE RUN GO AHEAD ON A NON-BUSINESS     *
012010*  NIGHT.                                             *
012020*****************************************************
012030 1040-LOAD-LEDGER-CARD.
012040     MOVE WS-RUN-DATE TO WS-LEDGER-DATE.
012050     OPEN INPUT LEDGER-CONTROL-FILE.
012060     IF FS-LEDGER-CONTROL-OK
012070         READ LEDGER-CONTROL-FILE
012080             AT END
012090                 CONTINUE
012100         END-READ
012110         IF FS-LEDGER-CONTROL-OK
012120             AND LCT-RUN-DATE IS NUMERIC
012130             AND LCT-RUN-DATE > ZERO
012140             MOVE LCT-RUN-DATE TO WS-LEDGER-DATE
012150         END-IF
012160         IF FS-LEDGER-CONTROL-OK
012170             AND LCT-FORCED
012180             SET FORCE-RUN TO TRUE
012190         END-IF
012200         CLOSE LEDGER-CONTROL-FILE
012210     END-IF.
012220 1040-LOAD-LEDGER-CARD-EXIT.
012230     EXIT.
012240
012250*****************************************************
012260*  1050-LOAD-PARTITION-CARD                           *
012270*  READS THE OPTIONAL PARTCTL CARD.  NO CARD MEANS AN *
012280*  UNPARTITIONED RUN OF THE WHOLE BOOK.  A CARD THAT  *
012290*  IS EMPTY OR FAILS ITS EDITS REJECTS THE RUN: A     *
012300*  PARTITION STEP THAT QUIETLY RAN THE WHOLE BOOK, OR *
012310*  THE WRONG SLICE OF IT, WOULD DOUBLE OR DROP        *
012320*  SCENARIOS IN THE MERGE.                            *
012330*****************************************************
012340 1050-LOAD-PARTITION-CARD.
012350     OPEN INPUT PARTITION-FILE.
012360     IF FS-PARTITION-MISSING
012370         GO TO 1050-LOAD-PARTITION-CARD-EXIT
012380     END-IF.
012390     IF NOT FS-PARTITION-OK
012400         DISPLAY "ENVELOPES ERROR: PARTCTL OPEN FAILED, "
012410             "STATUS=" FS-PARTITION-FILE
012420         MOVE 16 TO WS-NEW-RC
012430         PERFORM 9100-RAISE-RETURN-CODE
012440             THRU 9100-RAISE-RETURN-CODE-EXIT
012450         GO TO 1050-LOAD-PARTITION-CARD-EXIT
012460     END-IF.
012470     READ PARTITION-FILE
012480         AT END
012490             CONTINUE
012500     END-READ.
012510     CLOSE PARTITION-FILE.
012520     IF NOT FS-PARTITION-OK
012530         DISPLAY "ENVELOPES ERROR: PARTCTL IS PRESENT BUT HAS "
012540             "NO PARTITION CARD, STATUS=" FS-PARTITION-FILE
012550         MOVE 8 TO WS-NEW-RC
012560         PERFORM 9100-RAISE-RETURN-CODE
012570             THRU 9100-RAISE-RETURN-CODE-EXIT
012580         GO TO 1050-LOAD-PARTITION-CARD-EXIT
012590     END-IF.
012600
012610     IF PRT-PARTITION-NO IS NOT NUMERIC
012620         OR PRT-PARTITION-COUNT IS NOT NUMERIC
012630         OR PRT-PARTITION-NO = ZERO
012640         OR PRT-PARTITION-NO > PRT-PARTITION-COUNT
012650         DISPLAY "ENVELOPES ERROR: PARTCTL PARTITION <"
012660             PRT-PARTITION-NO "> OF <" PRT-PARTITION-COUNT
012670             "> - MUST BE 1 THROUGH THE PARTITION COUNT"
012680         MOVE 8 TO WS-NEW-RC
012690         PERFORM 9100-RAISE-RETURN-CODE
012700             THRU 9100-RAISE-RETURN-CODE-EXIT
012710         GO TO 1050-LOAD-PARTITION-CARD-EXIT
012720     END-IF.
012730     IF PRT-LOW-CODE NOT = SPACES
012740         MOVE PRT-LOW-CODE TO WS-PART-LOW-CODE
012750     END-IF.
012760     IF PRT-HIGH-CODE NOT = SPACES
012770         MOVE PRT-HIGH-CODE TO WS-PART-HIGH-CODE
012780     END-IF.
012790     IF WS-PART-LOW-CODE > WS-PART-HIGH-CODE
012800         DISPLAY "ENVELOPES ERROR: PARTCTL LOW CODE "
012810             PRT-LOW-CODE " IS ABOVE HIGH CODE " PRT-HIGH-CODE
012820         MOVE 8 TO WS-NEW-RC
012830         PERFORM 9100-RAISE-RETURN-CODE
012840             THRU 9100-RAISE-RETURN-CODE-EXIT
012850         GO TO 1050-LOAD-PARTITION-CARD-EXIT
012860     END-IF.
012870
012880     SET RUN-PARTITIONED TO TRUE.
012890     MOVE PRT-PARTITION-NO    TO WS-PARTITION-NO.
012900     MOVE PRT-PARTITION-COUNT TO WS-PARTITION-COUNT.
012910     DISPLAY "ENVELOPES PARTITION: " WS-PARTITION-NO " OF "
012920         WS-PARTITION-COUNT " - SCENARIO CODES <" PRT-LOW-CODE
012930         "> THROUGH <" PRT-HIGH-CODE ">".
012940 1050-LOAD-PARTITION-CARD-EXIT.
012950     EXIT.
012960
012970*****************************************************
012980*  1060-CHECK-BUSINESS-DAY                            *
012990*  LOOKS THE LEDGER NIGHT UP ON THE BUSINESS          *
013000*  CALENDAR.  A DATE THE CALENDAR DOES NOT HOLD, OR   *
013010*  NO CALENDAR AT ALL, FALLS BACK TO MONDAY TO        *
013020*  FRIDAY.                                            *
013030*  A WEEKEND, HOLIDAY, OR PLANNED OUTAGE REFUSES THE  *
013040*  RUN WITH RETURN CODE 16 AND A LEDGER ROW FILED     *
013050*  REFUSED, UNLESS THE LDGCTL CARD FORCES IT - THEN   *
013060*  THE RUN GOES AHEAD WITH A NOTE ON THE LOG.         *
013070*****************************************************
013080 1060-CHECK-BUSINESS-DAY.
013090     SET NIGHT-IS-BUSINESS TO TRUE.
013100     MOVE "WEEKDAY"  TO WS-NIGHT-SOURCE.
013110     MOVE SPACES     TO WS-NIGHT-DESCRIPTION.
013120     IF FUNCTION TEST-DATE-YYYYMMDD (WS-LEDGER-DATE) NOT = ZERO
013130         GO TO 1060-CHECK-BUSINESS-DAY-EXIT
013140     END-IF.
013150     COMPUTE WS-NIGHT-INT =
013160         FUNCTION INTEGER-OF-DATE (WS-LEDGER-DATE) - 1.
013170     DIVIDE WS-NIGHT-INT BY 7
013180         GIVING WS-NIGHT-INT
013190         REMAINDER WS-NIGHT-DOW.
013200     IF WS-NIGHT-DOW > 4
013210         MOVE "W"       TO SW-NIGHT-TYPE
013220         MOVE "WEEKEND" TO WS-NIGHT-DESCRIPTION
013230     END-IF.
013240
013250     OPEN INPUT CALENDAR-FILE.
013260     IF NOT FS-CALENDAR-OK
013270         DISPLAY "ENVELOPES NOTE: CALENDAR NOT AVAILABLE, STATUS="
013280             FS-CALENDAR-FILE " - MONDAY TO FRIDAY ASSUMED"
013290         GO TO 1060-DECIDE
013300     END-IF.
013310     MOVE WS-LEDGER-DATE TO CAL-DATE.
013320     READ CALENDAR-FILE
013330         INVALID KEY
013340             CONTINUE
013350     END-READ.
013360     IF FS-CALENDAR-OK
013370         MOVE "CALENDAR"      TO WS-NIGHT-SOURCE
013380         MOVE CAL-DAY-TYPE    TO SW-NIGHT-TYPE
013390         MOVE CAL-DESCRIPTION TO WS-NIGHT-DESCRIPTION
013400         IF CAL-BUSINESS-DAY
013410             MOVE SPACES TO WS-NIGHT-DESCRIPTION
013420         END-IF
013430     ELSE
013440         DISPLAY "ENVELOPES NOTE: " WS-LEDGER-DATE
013450             " NOT ON THE CALENDAR - MONDAY TO FRIDAY ASSUMED"
013460     END-IF.
013470     CLOSE CALENDAR-FILE.
013480 1060-DECIDE.
013490     IF NIGHT-IS-BUSINESS
013500         GO TO 1060-CHECK-BUSINESS-DAY-EXIT
013510     END-IF.
013520     IF FORCE-RUN
013530         DISPLAY "ENVELOPES NOTE: " WS-LEDGER-DATE
013540             " IS A NON-BUSINESS NIGHT (" WS-NIGHT-DESCRIPTION
013550             ") - RUN FORCED BY LDGCTL"
013560         GO TO 1060-CHECK-BUSINESS-DAY-EXIT
013570     END-IF.
013580     DISPLAY "ENVELOPES REFUSED: " WS-LEDGER-DATE
013590         " IS A NON-BUSINESS NIGHT (" WS-NIGHT-DESCRIPTION
013600         ") PER " WS-NIGHT-SOURCE.
013610     SET NIGHT-REFUSED TO TRUE.
013620     MOVE 16 TO WS-NEW-RC.
013630     PERFORM 9100-RAISE-RETURN-CODE
013640         THRU 9100-RAISE-RETURN-CODE-EXIT.
013650 1060-CHECK-BUSINESS-DAY-EXIT.
013660     EXIT.
013670
013680*****************************************************
013690*  1100-EDIT-CONTROL-FILE                              *
013700*  READS EVERY CTLIN RECORD AND EDITS EVERY FIELD      *
013710*  AND THEIR COMBINATIONS, WRITING ONE EDITRPT LINE    *
013720*  PER VIOLATION.  THE RUN IS REJECTED IF ANYTHING     *
013730*  FAILS, SO A KEYING ERROR COSTS MINUTES, NOT THE     *
013740*  WHOLE BATCH WINDOW.                                 *
013750*****************************************************
013760 1100-EDIT-CONTROL-FILE.
013770     OPEN OUTPUT EDIT-REPORT-FILE.
013780     IF NOT FS-EDIT-REPORT-OK
013790         DISPLAY "ENVELOPES ERROR: EDITRPT OPEN FAILED, "
013800             "STATUS=" FS-EDIT-REPORT-FILE
013810         MOVE 16 TO WS-NEW-RC
013820         PERFORM 9100-RAISE-RETURN-CODE
013830             THRU 9100-RAISE-RETURN-CODE-EXIT
013840         GO TO 1100-EDIT-CONTROL-FILE-EXIT
013850     END-IF.
013860     MOVE WS-RUN-DATE TO EDT-RUN-DATE.
013870     WRITE EDIT-REPORT-RECORD FROM EDT-HEADING-LINE.
013880
013890     OPEN INPUT SCENARIO-MASTER.
013900     IF FS-SCENMST-OK
013910         SET SCENMST-AVAILABLE TO TRUE
013920     ELSE
013930         MOVE ZERO TO EDT-RECORD-NUM
013940         MOVE "SCENARIO-MASTER   " TO EDT-FIELD-NAME
013950         MOVE FS-SCENMST-FILE TO EDT-FIELD-VALUE
013960         MOVE "SCENMST NOT AVAILABLE - CODES CANNOT BE VALIDATED"
013970             TO EDT-RULE-TEXT
013980         PERFORM 1120-WRITE-EDIT-LINE
013990             THRU 1120-WRITE-EDIT-LINE-EXIT
014000     END-IF.
014010
014020     READ CONTROL-FILE
014030         AT END
014040             CONTINUE
014050     END-READ.
014060     PERFORM 1110-EDIT-ONE-RECORD
014070         THRU 1110-EDIT-ONE-RECORD-EXIT
014080         UNTIL NOT FS-CONTROL-OK.
014090     IF NOT FS-CONTROL-EOF
014100         DISPLAY "ENVELOPES ERROR: CONTROL-FILE READ FAILED "
014110             "DURING EDIT, STATUS=" FS-CONTROL-FILE
014120         MOVE 16 TO WS-NEW-RC
014130         PERFORM 9100-RAISE-RETURN-CODE
014140             THRU 9100-RAISE-RETURN-CODE-EXIT
014150     END-IF.
014160
014170     IF WS-EDIT-RECORD-NUM > 99
014180         MOVE 99 TO EDT-RECORD-NUM
014190         MOVE "CONTROL FILE      " TO EDT-FIELD-NAME
014200         MOVE SPACES TO EDT-FIELD-VALUE
014210         MOVE "MORE THAN 99 SCENARIO RECORDS" TO EDT-RULE-TEXT
014220         PERFORM 1120-WRITE-EDIT-LINE
014230             THRU 1120-WRITE-EDIT-LINE-EXIT
014240     END-IF.
014250
014260     MOVE WS-EDIT-ERROR-COUNT TO EDT-ERROR-COUNT.
014270     MOVE WS-EDIT-RECORD-NUM  TO EDT-RECORD-COUNT.
014280     WRITE EDIT-REPORT-RECORD FROM EDT-TRAILER-LINE.
014290     CLOSE EDIT-REPORT-FILE.
014300     IF SCENMST-AVAILABLE
014310         CLOSE SCENARIO-MASTER
014320     END-IF.
014330     IF WS-EDIT-ERROR-COUNT > ZERO
014340         SET CONTROL-EDITS-FAILED TO TRUE
014350         DISPLAY "ENVELOPES EDIT: " WS-EDIT-ERROR-COUNT
014360             " CONTROL VIOLATION(S) - SEE EDITRPT, RUN REJECTED"
014370     END-IF.
014380 1100-EDIT-CONTROL-FILE-EXIT.
014390     EXIT.
014400
014410*****************************************************
014420*  1110-EDIT-ONE-RECORD                                *
014430*  EDITS EVERY FIELD OF ONE CONTROL RECORD AND THE     *
014440*  CROSS-FIELD RULES, THEN READS THE NEXT RECORD.      *
014450*****************************************************
014460 1110-EDIT-ONE-RECORD.
014470     ADD 1 TO WS-EDIT-RECORD-NUM.
014480     MOVE WS-EDIT-RECORD-NUM TO EDT-RECORD-NUM.
014490
014500     IF CTL-NUM-TRIALS IS NOT NUMERIC
014510         MOVE "NUM-TRIALS        " TO EDT-FIELD-NAME
014520         MOVE CTL-NUM-TRIALS TO EDT-FIELD-VALUE
014530         MOVE "MUST BE NUMERIC" TO EDT-RULE-TEXT
014540         PERFORM 1120-WRITE-EDIT-LINE
014550             THRU 1120-WRITE-EDIT-LINE-EXIT
014560     ELSE
014570         IF CTL-NUM-TRIALS = ZERO
014580             MOVE "NUM-TRIALS        " TO EDT-FIELD-NAME
014590             MOVE CTL-NUM-TRIALS TO EDT-FIELD-VALUE
014600             MOVE "MUST BE GREATER THAN ZERO" TO EDT-RULE-TEXT
014610             PERFORM 1120-WRITE-EDIT-LINE
014620                 THRU 1120-WRITE-EDIT-LINE-EXIT
014630         END-IF
014640     END-IF.
014650
014660     IF CTL-PRIOR-LOWER-MAX IS NOT NUMERIC
014670         MOVE "PRIOR-LOWER-MAX   " TO EDT-FIELD-NAME
014680         MOVE CTL-PRIOR-LOWER-MAX TO EDT-FIELD-VALUE
014690         MOVE "MUST BE NUMERIC" TO EDT-RULE-TEXT
014700         PERFORM 1120-WRITE-EDIT-LINE
014710             THRU 1120-WRITE-EDIT-LINE-EXIT
014720     ELSE
014730         IF CTL-PRIOR-LOWER-MAX = ZERO
014740             MOVE "PRIOR-LOWER-MAX   " TO EDT-FIELD-NAME
014750             MOVE CTL-PRIOR-LOWER-MAX TO EDT-FIELD-VALUE
014760             MOVE "MUST BE GREATER THAN ZERO" TO EDT-RULE-TEXT
014770             PERFORM 1120-WRITE-EDIT-LINE
014780                 THRU 1120-WRITE-EDIT-LINE-EXIT
014790         END-IF
014800     END-IF.
014810
014820     IF CTL-CUTOFF-START IS NOT NUMERIC
014830         MOVE "CUTOFF-START      " TO EDT-FIELD-NAME
014840         MOVE CTL-CUTOFF-START TO EDT-FIELD-VALUE
014850         MOVE "MUST BE NUMERIC" TO EDT-RULE-TEXT
014860         PERFORM 1120-WRITE-EDIT-LINE
014870             THRU 1120-WRITE-EDIT-LINE-EXIT
014880     END-IF.
014890     IF CTL-CUTOFF-STOP IS NOT NUMERIC
014900         MOVE "CUTOFF-STOP       " TO EDT-FIELD-NAME
014910         MOVE CTL-CUTOFF-STOP TO EDT-FIELD-VALUE
014920         MOVE "MUST BE NUMERIC" TO EDT-RULE-TEXT
014930         PERFORM 1120-WRITE-EDIT-LINE
014940             THRU 1120-WRITE-EDIT-LINE-EXIT
014950     END-IF.
014960     IF CTL-CUTOFF-STEP IS NOT NUMERIC
014970         MOVE "CUTOFF-STEP       " TO EDT-FIELD-NAME
014980         MOVE CTL-CUTOFF-STEP TO EDT-FIELD-VALUE
014990         MOVE "MUST BE NUMERIC" TO EDT-RULE-TEXT
015000         PERFORM 1120-WRITE-EDIT-LINE
015010             THRU 1120-WRITE-EDIT-LINE-EXIT
015020     ELSE
015030         IF CTL-CUTOFF-STEP = ZERO
015040             MOVE "CUTOFF-STEP       " TO EDT-FIELD-NAME
015050             MOVE CTL-CUTOFF-STEP TO EDT-FIELD-VALUE
015060             MOVE "MUST BE GREATER THAN ZERO" TO EDT-RULE-TEXT
015070             PERFORM 1120-WRITE-EDIT-LINE
015080                 THRU 1120-WRITE-EDIT-LINE-EXIT
015090         END-IF
015100     END-IF.
015110
015120     IF CTL-CUTOFF-START IS NUMERIC
015130         AND CTL-CUTOFF-STOP IS NUMERIC
015140         IF CTL-CUTOFF-START > CTL-CUTOFF-STOP
015150             MOVE "CUTOFF-START/STOP " TO EDT-FIELD-NAME
015160             MOVE CTL-CUTOFF-START TO EDT-FIELD-VALUE
015170             MOVE "START EXCEEDS STOP - SWEEP WOULD BE EMPTY"
015180                 TO EDT-RULE-TEXT
015190             PERFORM 1120-WRITE-EDIT-LINE
015200                 THRU 1120-WRITE-EDIT-LINE-EXIT
015210         ELSE
015220             IF CTL-CUTOFF-STEP IS NUMERIC
015230                 AND CTL-CUTOFF-STEP > ZERO
015240                 COMPUTE WS-CUTOFF-RANGE =
015250                     CTL-CUTOFF-STOP - CTL-CUTOFF-START
015260                 IF WS-CUTOFF-RANGE > ZERO
015270                     AND CTL-CUTOFF-STEP > WS-CUTOFF-RANGE
015280                     MOVE "CUTOFF-STEP       " TO EDT-FIELD-NAME
015290                     MOVE CTL-CUTOFF-STEP TO EDT-FIELD-VALUE
015300                     MOVE "STEP EXCEEDS STOP MINUS START RANGE"
015310                         TO EDT-RULE-TEXT
015320                     PERFORM 1120-WRITE-EDIT-LINE
015330                         THRU 1120-WRITE-EDIT-LINE-EXIT
015340                 END-IF
015350             END-IF
015360         END-IF
015370     END-IF.
015380
015390     IF CTL-DRIFT-THRESHOLD IS NOT NUMERIC
015400         MOVE "DRIFT-THRESHOLD   " TO EDT-FIELD-NAME
015410         MOVE CTL-DRIFT-THRESHOLD(1:) TO EDT-FIELD-VALUE
015420         MOVE "MUST BE NUMERIC" TO EDT-RULE-TEXT
015430         PERFORM 1120-WRITE-EDIT-LINE
015440             THRU 1120-WRITE-EDIT-LINE-EXIT
015450     ELSE
015460         IF CTL-DRIFT-THRESHOLD = ZERO
015470             MOVE "DRIFT-THRESHOLD   " TO EDT-FIELD-NAME
015480             MOVE CTL-DRIFT-THRESHOLD(1:) TO EDT-FIELD-VALUE
015490             MOVE "MUST BE GREATER THAN ZERO" TO EDT-RULE-TEXT
015500             PERFORM 1120-WRITE-EDIT-LINE
015510                 THRU 1120-WRITE-EDIT-LINE-EXIT
015520         END-IF
015530     END-IF.
015540
015550     IF CTL-DIST-MODE NOT = "U" AND "E" AND "L"
015560         MOVE "DIST-MODE         " TO EDT-FIELD-NAME
015570         MOVE CTL-DIST-MODE TO EDT-FIELD-VALUE
015580         MOVE "MUST BE U, E, OR L" TO EDT-RULE-TEXT
015590         PERFORM 1120-WRITE-EDIT-LINE
015600             THRU 1120-WRITE-EDIT-LINE-EXIT
015610     END-IF.
015620
015630     IF CTL-EARLY-STOP-TOL IS NOT NUMERIC
015640         MOVE "EARLY-STOP-TOL    " TO EDT-FIELD-NAME
015650         MOVE CTL-EARLY-STOP-TOL(1:) TO EDT-FIELD-VALUE
015660         MOVE "MUST BE NUMERIC (ZERO DISABLES)" TO EDT-RULE-TEXT
015670         PERFORM 1120-WRITE-EDIT-LINE
015680             THRU 1120-WRITE-EDIT-LINE-EXIT
015690     END-IF.
015700
015710     IF CTL-VALIDATION-TOL IS NOT NUMERIC
015720         MOVE "VALIDATION-TOL    " TO EDT-FIELD-NAME
015730         MOVE CTL-VALIDATION-TOL(1:) TO EDT-FIELD-VALUE
015740         MOVE "MUST BE NUMERIC" TO EDT-RULE-TEXT
015750         PERFORM 1120-WRITE-EDIT-LINE
015760             THRU 1120-WRITE-EDIT-LINE-EXIT
015770     ELSE
015780         IF CTL-VALIDATION-TOL = ZERO
015790             MOVE "VALIDATION-TOL    " TO EDT-FIELD-NAME
015800             MOVE CTL-VALIDATION-TOL(1:) TO EDT-FIELD-VALUE
015810             MOVE "MUST BE GREATER THAN ZERO" TO EDT-RULE-TEXT
015820             PERFORM 1120-WRITE-EDIT-LINE
015830                 THRU 1120-WRITE-EDIT-LINE-EXIT
015840         END-IF
015850     END-IF.
015860
015870     IF CTL-RNG-SEED IS NOT NUMERIC
015880         MOVE "RNG-SEED          " TO EDT-FIELD-NAME
015890         MOVE CTL-RNG-SEED TO EDT-FIELD-VALUE
015900         MOVE "MUST BE NUMERIC (ZERO RUNS UNSEEDED)"
015910             TO EDT-RULE-TEXT
015920         PERFORM 1120-WRITE-EDIT-LINE
015930             THRU 1120-WRITE-EDIT-LINE-EXIT
015940     END-IF.
015950
015960     IF CTL-DETAIL-FLAG NOT = "Y" AND "N" AND SPACE
015970         MOVE "DETAIL-FLAG       " TO EDT-FIELD-NAME
015980         MOVE CTL-DETAIL-FLAG TO EDT-FIELD-VALUE
015990         MOVE "MUST BE Y, N, OR BLANK" TO EDT-RULE-TEXT
016000         PERFORM 1120-WRITE-EDIT-LINE
016010             THRU 1120-WRITE-EDIT-LINE-EXIT
016020     END-IF.
016030     IF CTL-DETAIL-FLAG = "Y"
016040         IF CTL-DETAIL-SAMPLE IS NOT NUMERIC
016050             OR CTL-DETAIL-SAMPLE = ZERO
016060             MOVE "DETAIL-SAMPLE     " TO EDT-FIELD-NAME
016070             MOVE CTL-DETAIL-SAMPLE TO EDT-FIELD-VALUE
016080             MOVE "MUST BE NONZERO WHEN DETAIL-FLAG IS Y"
016090                 TO EDT-RULE-TEXT
016100             PERFORM 1120-WRITE-EDIT-LINE
016110                 THRU 1120-WRITE-EDIT-LINE-EXIT
016120         ELSE
016130             SET ANY-DETAIL-WANTED TO TRUE
016140         END-IF
016150     END-IF.
016160
016170     IF CTL-SWEEP-MODE NOT = "A" AND "S" AND SPACE
016180         MOVE "SWEEP-MODE        " TO EDT-FIELD-NAME
016190         MOVE CTL-SWEEP-MODE TO EDT-FIELD-VALUE
016200         MOVE "MUST BE A (ADAPTIVE), S (SINGLE), OR BLANK"
016210             TO EDT-RULE-TEXT
016220         PERFORM 1120-WRITE-EDIT-LINE
016230             THRU 1120-WRITE-EDIT-LINE-EXIT
016240     END-IF.
016250     IF CTL-SWEEP-MODE = "A"
016260         AND CTL-CUTOFF-STEP IS NUMERIC
016270         AND CTL-CUTOFF-STEP < 2
016280         MOVE "SWEEP-MODE        " TO EDT-FIELD-NAME
016290         MOVE CTL-CUTOFF-STEP TO EDT-FIELD-VALUE
016300         MOVE "ADAPTIVE SWEEP NEEDS CUTOFF-STEP OF 2 OR MORE"
016310             TO EDT-RULE-TEXT
016320         PERFORM 1120-WRITE-EDIT-LINE
016330             THRU 1120-WRITE-EDIT-LINE-EXIT
016340     END-IF.
016350
016360     IF CTL-REPLICATIONS NOT = SPACES
016370         IF CTL-REPLICATIONS IS NOT NUMERIC
016380             MOVE "REPLICATIONS      " TO EDT-FIELD-NAME
016390             MOVE CTL-REPLICATIONS TO EDT-FIELD-VALUE
016400             MOVE "MUST BE NUMERIC OR BLANK" TO EDT-RULE-TEXT
016410             PERFORM 1120-WRITE-EDIT-LINE
016420                 THRU 1120-WRITE-EDIT-LINE-EXIT
016430         ELSE
016440             IF CTL-REPLICATIONS > 1
016450                 IF CTL-RNG-SEED IS NOT NUMERIC
016460                     OR CTL-RNG-SEED = ZERO
016470                     MOVE "REPLICATIONS      " TO EDT-FIELD-NAME
016480                     MOVE CTL-REPLICATIONS TO EDT-FIELD-VALUE
016490                     MOVE "REPLICATIONS NEED A NONZERO RNG-SEED"
016500                         TO EDT-RULE-TEXT
016510                     PERFORM 1120-WRITE-EDIT-LINE
016520                         THRU 1120-WRITE-EDIT-LINE-EXIT
016530                 ELSE
016540                     SET ANY-REPLICATION-WANTED TO TRUE
016550                 END-IF
016560             END-IF
016570         END-IF
016580     END-IF.
016590     PERFORM 1118-EDIT-RUN-MODE
016600         THRU 1118-EDIT-RUN-MODE-EXIT.
016610     PERFORM 1119-EDIT-AS-OF-DATE
016620         THRU 1119-EDIT-AS-OF-DATE-EXIT.
016630
016640     PERFORM 1115-EDIT-SCENARIO-CODE
016650         THRU 1115-EDIT-SCENARIO-CODE-EXIT.
016660
016670     READ CONTROL-FILE
016680         AT END
016690             CONTINUE
016700     END-READ.
016710 1110-EDIT-ONE-RECORD-EXIT.
016720     EXIT.
016730
016740*****************************************************
016750*  1115-EDIT-SCENARIO-CODE                            *
016760*  EDITS ONE RECORD'S SCENARIO CODE: IT MUST BE       *
016770*  PRESENT, UNIQUE WITHIN THE CONTROL FILE (A         *
016780*  DUPLICATE WOULD WRITE COLLIDING HISTORY KEYS       *
016790*  TONIGHT), ON THE SCENARIO MASTER, AND IN EFFECT    *
016800*  FOR THE RUN DATE (OR THE RECORD'S AS-OF DATE).     *
016810*****************************************************
016820 1115-EDIT-SCENARIO-CODE.
016830     IF CTL-SCENARIO-CODE = SPACES
016840         MOVE "SCENARIO-CODE     " TO EDT-FIELD-NAME
016850         MOVE CTL-SCENARIO-CODE TO EDT-FIELD-VALUE
016860         MOVE "MUST NAME A SCENARIO ON THE SCENARIO MASTER"
016870             TO EDT-RULE-TEXT
016880         PERFORM 1120-WRITE-EDIT-LINE
016890             THRU 1120-WRITE-EDIT-LINE-EXIT
016900         GO TO 1115-EDIT-SCENARIO-CODE-EXIT
016910     END-IF.
016920
016930     SET CODE-NOT-DUPLICATE TO TRUE.
016940     PERFORM 1116-SCAN-SEEN-CODES
016950         THRU 1116-SCAN-SEEN-CODES-EXIT
016960         VARYING WS-SEEN-SUB FROM 1 BY 1
016970         UNTIL WS-SEEN-SUB > WS-SEEN-CODE-COUNT
016980         OR CODE-DUPLICATE.
016990     IF CODE-DUPLICATE
017000         MOVE "SCENARIO-CODE     " TO EDT-FIELD-NAME
017010         MOVE CTL-SCENARIO-CODE TO EDT-FIELD-VALUE
017020         MOVE "DUPLICATE CODE IN CONTROL FILE" TO EDT-RULE-TEXT
017030         PERFORM 1120-WRITE-EDIT-LINE
017040             THRU 1120-WRITE-EDIT-LINE-EXIT
017050     ELSE
017060         IF WS-SEEN-CODE-COUNT < 99
017070             ADD 1 TO WS-SEEN-CODE-COUNT
017080             MOVE CTL-SCENARIO-CODE
017090                 TO WS-SEEN-CODE (WS-SEEN-CODE-COUNT)
017100         END-IF
017110     END-IF.
017120
017130     IF SCENMST-NOT-AVAILABLE
017140         GO TO 1115-EDIT-SCENARIO-CODE-EXIT
017150     END-IF.
017160     MOVE CTL-SCENARIO-CODE TO SCM-SCENARIO-CODE.
017170     READ SCENARIO-MASTER
017180         INVALID KEY
017190             MOVE "SCENARIO-CODE     " TO EDT-FIELD-NAME
017200             MOVE CTL-SCENARIO-CODE TO EDT-FIELD-VALUE
017210             MOVE "NOT ON THE SCENARIO MASTER" TO EDT-RULE-TEXT
017220             PERFORM 1120-WRITE-EDIT-LINE
017230                 THRU 1120-WRITE-EDIT-LINE-EXIT
017240         NOT INVALID KEY
017250             PERFORM 1117-CHECK-CODE-DATES
017260                 THRU 1117-CHECK-CODE-DATES-EXIT
017270     END-READ.
017280 1115-EDIT-SCENARIO-CODE-EXIT.
017290     EXIT.
017300
017310*****************************************************
017320*  1116-SCAN-SEEN-CODES                               *
017330*  FLAGS THE CODE ON HAND IF AN EARLIER CONTROL       *
017340*  RECORD THIS PASS ALREADY USED IT.                  *
017350*****************************************************
017360 1116-SCAN-SEEN-CODES.
017370     IF WS-SEEN-CODE (WS-SEEN-SUB) = CTL-SCENARIO-CODE
017380         SET CODE-DUPLICATE TO TRUE
017390     END-IF.
017400 1116-SCAN-SEEN-CODES-EXIT.
017410     EXIT.
017420
017430*****************************************************
017440*  1117-CHECK-CODE-DATES                              *
017450*  THE MASTER RECORD IS ON HAND - CHECKS THAT THE     *
017460*  DATE SETTLED BY 1119 (THE RUN DATE, OR A WHAT-IF   *
017470*  RECORD'S AS-OF DATE) FALLS INSIDE ITS EFFECTIVE    *
017480*  WINDOW.                                            *
017490*****************************************************
017500 1117-CHECK-CODE-DATES.
017510     IF WS-CODE-CHECK-DATE < SCM-EFFECTIVE-DATE
017520         MOVE "SCENARIO-CODE     " TO EDT-FIELD-NAME
017530         MOVE CTL-SCENARIO-CODE TO EDT-FIELD-VALUE
017540         MOVE "NOT YET EFFECTIVE ON THE SCENARIO MASTER"
017550             TO EDT-RULE-TEXT
017560         PERFORM 1120-WRITE-EDIT-LINE
017570             THRU 1120-WRITE-EDIT-LINE-EXIT
017580     END-IF.
017590     IF WS-CODE-CHECK-DATE > SCM-EXPIRY-DATE
017600         MOVE "SCENARIO-CODE     " TO EDT-FIELD-NAME
017610         MOVE CTL-SCENARIO-CODE TO EDT-FIELD-VALUE
017620         MOVE "EXPIRED ON THE SCENARIO MASTER"
017630             TO EDT-RULE-TEXT
017640         PERFORM 1120-WRITE-EDIT-LINE
017650             THRU 1120-WRITE-EDIT-LINE-EXIT
017660     END-IF.
017670 1117-CHECK-CODE-DATES-EXIT.
017680     EXIT.
017690
017700*****************************************************
017710*  1118-EDIT-RUN-MODE                                 *
017720*  EDITS ONE RECORD'S RUN MODE AND REQUESTER.  THE    *
017730*  FIRST RECORD SETTLES THE MODE FOR THE WHOLE RUN    *
017740*  AND EVERY LATER RECORD MUST AGREE, SO A WHAT-IF    *
017750*  REQUEST CAN NEVER SLIP A PRODUCTION SCENARIO IN    *
017760*  (OR THE REVERSE).  A WHAT-IF RUN MUST NAME ONE     *
017770*  REQUESTER FOR THE REGISTER.                        *
017780*****************************************************
017790 1118-EDIT-RUN-MODE.
017800     MOVE CTL-RUN-MODE TO WS-REC-RUN-MODE.
017810     IF WS-REC-RUN-MODE = SPACE
017820         MOVE "P" TO WS-REC-RUN-MODE
017830     END-IF.
017840     IF WS-REC-RUN-MODE NOT = "P" AND "W"
017850         MOVE "RUN-MODE          " TO EDT-FIELD-NAME
017860         MOVE CTL-RUN-MODE TO EDT-FIELD-VALUE
017870         MOVE "MUST BE P (PRODUCTION), W (WHAT-IF), OR BLANK"
017880             TO EDT-RULE-TEXT
017890         PERFORM 1120-WRITE-EDIT-LINE
017900             THRU 1120-WRITE-EDIT-LINE-EXIT
017910     END-IF.
017920     IF WS-EDIT-RECORD-NUM = 1
017930         MOVE WS-REC-RUN-MODE  TO WS-RUN-MODE
017940         MOVE CTL-REQUESTED-BY TO WS-REQUESTED-BY
017950     ELSE
017960         IF WS-REC-RUN-MODE NOT = WS-RUN-MODE
017970             MOVE "RUN-MODE          " TO EDT-FIELD-NAME
017980             MOVE CTL-RUN-MODE TO EDT-FIELD-VALUE
017990             MOVE "DIFFERS FROM RECORD 1 - ONE RUN MODE PER RUN"
018000                 TO EDT-RULE-TEXT
018010             PERFORM 1120-WRITE-EDIT-LINE
018020                 THRU 1120-WRITE-EDIT-LINE-EXIT
018030         END-IF
018040         IF RUN-WHAT-IF
018050             AND CTL-REQUESTED-BY NOT = WS-REQUESTED-BY
018060             MOVE "REQUESTED-BY      " TO EDT-FIELD-NAME
018070             MOVE CTL-REQUESTED-BY TO EDT-FIELD-VALUE
018080             MOVE "DIFFERS FROM RECORD 1 - ONE REQUESTER PER RUN"
018090                 TO EDT-RULE-TEXT
018100             PERFORM 1120-WRITE-EDIT-LINE
018110                 THRU 1120-WRITE-EDIT-LINE-EXIT
018120         END-IF
018130     END-IF.
018140     IF WS-REC-RUN-MODE = "W"
018150         AND CTL-REQUESTED-BY = SPACES
018160         MOVE "REQUESTED-BY      " TO EDT-FIELD-NAME
018170         MOVE CTL-REQUESTED-BY TO EDT-FIELD-VALUE
018180         MOVE "MUST NAME THE REQUESTER ON A WHAT-IF RUN"
018190             TO EDT-RULE-TEXT
018200         PERFORM 1120-WRITE-EDIT-LINE
018210             THRU 1120-WRITE-EDIT-LINE-EXIT
018220     END-IF.
018230 1118-EDIT-RUN-MODE-EXIT.
018240     EXIT.
018250
018260*****************************************************
018270*  1119-EDIT-AS-OF-DATE                               *
018280*  SETTLES THE DATE THE RECORD'S SCENARIO CODE IS     *
018290*  CHECKED AGAINST ON SCENMST.  BLANK IS THE RUN      *
018300*  DATE.  A DATE MAY ONLY BE GIVEN ON A WHAT-IF       *
018310*  RECORD, AND NEVER LATER THAN THE RUN DATE, SO A    *
018320*  PRODUCTION RUN CAN NEVER BACK-DATE ITS SCENARIOS   *
018330*  INTO EFFECT.                                       *
018340*****************************************************
018350 1119-EDIT-AS-OF-DATE.
018360     MOVE WS-RUN-DATE TO WS-CODE-CHECK-DATE.
018370     IF CTL-AS-OF-DATE = SPACES
018380         GO TO 1119-EDIT-AS-OF-DATE-EXIT
018390     END-IF.
018400     IF CTL-AS-OF-DATE IS NOT NUMERIC
018410         OR CTL-AS-OF-DATE = ZERO
018420         MOVE "AS-OF-DATE        " TO EDT-FIELD-NAME
018430         MOVE CTL-AS-OF-DATE TO EDT-FIELD-VALUE
018440         MOVE "MUST BE A DATE (CCYYMMDD) OR BLANK"
018450             TO EDT-RULE-TEXT
018460         PERFORM 1120-WRITE-EDIT-LINE
018470             THRU 1120-WRITE-EDIT-LINE-EXIT
018480         GO TO 1119-EDIT-AS-OF-DATE-EXIT
018490     END-IF.
018500     IF WS-REC-RUN-MODE NOT = "W"
018510         MOVE "AS-OF-DATE        " TO EDT-FIELD-NAME
018520         MOVE CTL-AS-OF-DATE TO EDT-FIELD-VALUE
018530         MOVE "ONLY A WHAT-IF RECORD MAY CARRY AN AS-OF DATE"
018540             TO EDT-RULE-TEXT
018550         PERFORM 1120-WRITE-EDIT-LINE
018560             THRU 1120-WRITE-EDIT-LINE-EXIT
018570         GO TO 1119-EDIT-AS-OF-DATE-EXIT
018580     END-IF.
018590     IF CTL-AS-OF-DATE > WS-RUN-DATE
018600         MOVE "AS-OF-DATE        " TO EDT-FIELD-NAME
018610         MOVE CTL-AS-OF-DATE TO EDT-FIELD-VALUE
018620         MOVE "MAY NOT BE LATER THAN THE RUN DATE"
018630             TO EDT-RULE-TEXT
018640         PERFORM 1120-WRITE-EDIT-LINE
018650             THRU 1120-WRITE-EDIT-LINE-EXIT
018660         GO TO 1119-EDIT-AS-OF-DATE-EXIT
018670     END-IF.
018680     MOVE CTL-AS-OF-DATE TO WS-CODE-CHECK-DATE.
018690 1119-EDIT-AS-OF-DATE-EXIT.
018700     EXIT.
018710
018720*****************************************************
018730*  1120-WRITE-EDIT-LINE                                *
018740*  WRITES ONE STAGED VIOLATION LINE AND COUNTS IT.     *
018750*****************************************************
018760 1120-WRITE-EDIT-LINE.
018770     ADD 1 TO WS-EDIT-ERROR-COUNT.
018780     WRITE EDIT-REPORT-RECORD FROM EDT-DETAIL-LINE.
018790 1120-WRITE-EDIT-LINE-EXIT.
018800     EXIT.
018810
018820*****************************************************
018830*****************************************************
018840*  2000-RUN-SCENARIO                                   *
018850*  RUNS THE FULL CUTOFF SWEEP FOR ONE SCENARIO: LOADS   *
018860*  ITS PARAMETERS FROM THE CONTROL RECORD ON HAND,      *
018870*  SEEDS THE RNG, BUILDS THE CUTOFF TABLE, RUNS THE     *
018880*  SHARED TRIAL LOOP, FINALIZES EVERY CUTOFF, WRITES    *
018890*  THE SCENARIO CHECKPOINT, REPORTS THE SCENARIO'S      *
018900*  OPTIMAL CUTOFF, AND READS THE NEXT SCENARIO RECORD.  *
018910*  ON A RESUMED RUN, SCENARIOS THE CHECKPOINT SHOWS     *
018920*  COMPLETE ARE SKIPPED WHOLE - THE CHECKPOINT IS PER   *
018930*  SCENARIO, SO A SCENARIO EITHER FINISHED OR RERUNS    *
018940*  FROM ITS OWN SEED.                                   *
018950*  A SCENARIO IN REPLICATION MODE RUNS ITS EXTRA       *
018960*  REPLICATIONS BEFORE THE CHECKPOINT, SO A RESTART     *
018970*  NEVER LEAVES A SCENARIO HALF REPLICATED.             *
018980*  ON A PARTITIONED RUN A SCENARIO OUTSIDE THE          *
018990*  PARTITION'S CODE RANGE IS PASSED OVER UNTOUCHED -    *
019000*  ANOTHER PARTITION STEP RUNS IT.                      *
019010*****************************************************
019020 2000-RUN-SCENARIO.
019030     ADD 1 TO WS-SCENARIO-ID.
019040     IF CONTROL-FILE-PRESENT
019050         PERFORM 2100-LOAD-SCENARIO-PARAMS
019060             THRU 2100-LOAD-SCENARIO-PARAMS-EXIT
019070     END-IF.
019080
019090     IF RUN-PARTITIONED
019100         IF WS-SCENARIO-CODE < WS-PART-LOW-CODE
019110             OR WS-SCENARIO-CODE > WS-PART-HIGH-CODE
019120             ADD 1 TO WS-PART-SKIP-COUNT
019130             PERFORM 2900-READ-NEXT-SCENARIO
019140                 THRU 2900-READ-NEXT-SCENARIO-EXIT
019150             GO TO 2000-RUN-SCENARIO-EXIT
019160         END-IF
019170         ADD 1 TO WS-PART-RUN-COUNT
019180     END-IF.
019190
019200     IF RESUMING-RUN AND WS-SCENARIO-ID <= WS-RESTART-SCENARIO
019210         DISPLAY "ENVELOPES RESTART: SCENARIO " WS-SCENARIO-ID
019220             " ALREADY COMPLETE, SKIPPED"
019230         PERFORM 2900-READ-NEXT-SCENARIO
019240             THRU 2900-READ-NEXT-SCENARIO-EXIT
019250         GO TO 2000-RUN-SCENARIO-EXIT
019260     END-IF.
019270
019280     DISPLAY "ENVELOPES CONTROL: SCENARIO=" WS-SCENARIO-CODE
019290         " TRIALS=" WS-NUM-TRIALS
019300         " PRIOR-MAX=" WS-PRIOR-LOWER-MAX
019310         " CUTOFF=" WS-CUTOFF-START "/" WS-CUTOFF-STOP
019320         "/" WS-CUTOFF-STEP.
019330
019340     ACCEPT WS-SCEN-START-TIME FROM TIME.
019350     MOVE ZERO TO WS-AUD-RESULT-COUNT.
019360     MOVE ZERO TO WS-AUD-DRIFT-COUNT.
019370     MOVE ZERO TO WS-AUD-WARNING-COUNT.
019380     MOVE ZERO TO WS-AUD-EARLY-STOPS.
019390
019400     PERFORM 2150-CLASSIFY-DRIFT-CAUSE
019410         THRU 2150-CLASSIFY-DRIFT-CAUSE-EXIT.
019420
019430     MOVE ZERO TO WS-OPTIMAL-CUTOFF.
019440     MOVE -1   TO WS-OPTIMAL-VALUE.
019450     SET OPTIMAL-NOT-SET TO TRUE.
019460
019470     PERFORM 1220-SEED-RNG
019480         THRU 1220-SEED-RNG-EXIT.
019490
019500     IF SWEEP-ADAPTIVE
019510         SET PHASE-COARSE TO TRUE
019520     ELSE
019530         SET PHASE-SINGLE TO TRUE
019540     END-IF.
019550
019560     PERFORM 2500-RUN-SWEEP-PASS
019570         THRU 2500-RUN-SWEEP-PASS-EXIT.
019580     IF RETURN-CODE >= 16
019590         SET NO-MORE-SCENARIOS TO TRUE
019600         GO TO 2000-RUN-SCENARIO-EXIT
019610     END-IF.
019620
019630     IF PHASE-COARSE AND OPTIMAL-SET
019640         PERFORM 2600-SET-FINE-BAND
019650             THRU 2600-SET-FINE-BAND-EXIT
019660         PERFORM 2500-RUN-SWEEP-PASS
019670             THRU 2500-RUN-SWEEP-PASS-EXIT
019680         PERFORM 2700-RESTORE-SWEEP-RANGE
019690             THRU 2700-RESTORE-SWEEP-RANGE-EXIT
019700         IF RETURN-CODE >= 16
019710             SET NO-MORE-SCENARIOS TO TRUE
019720             GO TO 2000-RUN-SCENARIO-EXIT
019730         END-IF
019740     END-IF.
019750
019760     IF WS-REPLICATIONS > 1
019770         PERFORM 2800-RUN-REPLICATIONS
019780             THRU 2800-RUN-REPLICATIONS-EXIT
019790         IF RETURN-CODE >= 16
019800             SET NO-MORE-SCENARIOS TO TRUE
019810             GO TO 2000-RUN-SCENARIO-EXIT
019820         END-IF
019830     END-IF.
019840     PERFORM 5500-WRITE-CHECKPOINT
019850         THRU 5500-WRITE-CHECKPOINT-EXIT.
019860     IF RETURN-CODE >= 16
019870         SET NO-MORE-SCENARIOS TO TRUE
019880         GO TO 2000-RUN-SCENARIO-EXIT
019890     END-IF.
019900
019910     ACCEPT WS-SCEN-END-TIME FROM TIME.
019920     PERFORM 6000-WRITE-AUDIT-RECORD
019930         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
019940     PERFORM 5600-UPDATE-LEDGER-COUNTS
019950         THRU 5600-UPDATE-LEDGER-COUNTS-EXIT.
019960
019970     DISPLAY "ENVELOPES SUMMARY: SCENARIO=" WS-SCENARIO-CODE
019980         " OPTIMAL CUTOFF=" WS-OPTIMAL-CUTOFF
019990         " EXPECTED-VALUE=" WS-OPTIMAL-VALUE.
020000
020010     PERFORM 2900-READ-NEXT-SCENARIO
020020         THRU 2900-READ-NEXT-SCENARIO-EXIT.
020030 2000-RUN-SCENARIO-EXIT.
020040     EXIT.
020050
020060*****************************************************
020070*  2100-LOAD-SCENARIO-PARAMS                           *
020080*  LOADS THIS SCENARIO'S RUN PARAMETERS FROM THE        *
020090*  CONTROL RECORD ON HAND.  EVERY RECORD ALREADY        *
020100*  PASSED THE 1100- EDIT PASS, SO THE MOVES ARE         *
020110*  UNCONDITIONAL.  THE SEED IS PER SCENARIO - A RECORD  *
020120*  WITHOUT ONE RUNS UNSEEDED EVEN IF AN EARLIER         *
020130*  SCENARIO WAS SEEDED.                                 *
020140*****************************************************
020150 2100-LOAD-SCENARIO-PARAMS.
020160     MOVE CTL-SCENARIO-CODE   TO WS-SCENARIO-CODE.
020170     MOVE CTL-NUM-TRIALS      TO WS-NUM-TRIALS.
020180     MOVE CTL-PRIOR-LOWER-MAX TO WS-PRIOR-LOWER-MAX.
020190     MOVE CTL-CUTOFF-START    TO WS-CUTOFF-START.
020200     MOVE CTL-CUTOFF-STOP     TO WS-CUTOFF-STOP.
020210     MOVE CTL-CUTOFF-STEP     TO WS-CUTOFF-STEP.
020220     MOVE CTL-DRIFT-THRESHOLD TO WS-DRIFT-THRESHOLD.
020230     MOVE CTL-DIST-MODE       TO WS-DIST-MODE.
020240     MOVE CTL-EARLY-STOP-TOL  TO WS-EARLY-STOP-TOL.
020250     MOVE CTL-VALIDATION-TOL  TO WS-VALIDATION-TOL.
020260     MOVE ZERO TO WS-RNG-SEED.
020270     SET RNG-SEED-NOT-GIVEN TO TRUE.
020280     IF CTL-RNG-SEED > 0
020290         MOVE CTL-RNG-SEED TO WS-RNG-SEED
020300         SET RNG-SEED-GIVEN TO TRUE
020310     END-IF.
020320     SET DETAIL-NOT-ENABLED TO TRUE.
020330     MOVE ZERO TO WS-DETAIL-SAMPLE.
020340     IF CTL-DETAIL-FLAG = "Y"
020350         SET DETAIL-ENABLED TO TRUE
020360         MOVE CTL-DETAIL-SAMPLE TO WS-DETAIL-SAMPLE
020370     END-IF.
020380     MOVE 1 TO WS-REPLICATIONS.
020390     IF CTL-REPLICATIONS IS NUMERIC
020400         AND CTL-REPLICATIONS > 1
020410         MOVE CTL-REPLICATIONS TO WS-REPLICATIONS
020420     END-IF.
020430     MOVE "S" TO WS-SWEEP-MODE.
020440     IF CTL-SWEEP-MODE = "A"
020450         SET SWEEP-ADAPTIVE TO TRUE
020460     END-IF.
020470 2100-LOAD-SCENARIO-PARAMS-EXIT.
020480     EXIT.
020490
020500*****************************************************
020510*  2150-CLASSIFY-DRIFT-CAUSE                           *
020520*  SETTLES THIS SCENARIO'S DRIFT CAUSE CLASS BEFORE    *
020530*  ITS SWEEP RUNS, BY COMPARING TONIGHT'S PARAMETERS   *
020540*  AGAINST THE PRIOR RUN'S AUDIT ROW: PARM CHANGED     *
020550*  (NAMING THE CHANGED FIELDS), SEED CHANGED, OR       *
020560*  UNEXPLAINED.  WITH NO PRIOR ROW TO COMPARE          *
020570*  AGAINST, UNEXPLAINED IS THE SAFE ANSWER - IT IS     *
020580*  THE ONLY CLASS THAT STILL WARNS.                    *
020590*****************************************************
020600 2150-CLASSIFY-DRIFT-CAUSE.
020610     MOVE "UNEXPLAINED" TO WS-DRIFT-CAUSE.
020620     MOVE SPACES TO WS-CHANGED-FIELDS.
020630     MOVE 1 TO WS-FIELD-PTR.
020640     SET PARMS-NOT-CHANGED TO TRUE.
020650     SET SEED-NOT-CHANGED TO TRUE.
020660     IF PRIOR-AUDIT-NOT-LOADED
020670         GO TO 2150-CLASSIFY-DRIFT-CAUSE-EXIT
020680     END-IF.
020690     PERFORM 2165-FIND-PAT-ROW
020700         THRU 2165-FIND-PAT-ROW-EXIT.
020710     IF WS-PAT-FOUND = ZERO
020720         GO TO 2150-CLASSIFY-DRIFT-CAUSE-EXIT
020730     END-IF.
020740
020750     IF PAT-NUM-TRIALS (WS-PAT-FOUND) NOT = WS-NUM-TRIALS
020760         MOVE "NUM-TRIALS" TO WS-FIELD-NAME
020770         PERFORM 2160-NOTE-CHANGED-PARM
020780             THRU 2160-NOTE-CHANGED-PARM-EXIT
020790     END-IF.
020800     IF PAT-PRIOR-MAX (WS-PAT-FOUND) NOT = WS-PRIOR-LOWER-MAX
020810         MOVE "PRIOR-MAX" TO WS-FIELD-NAME
020820         PERFORM 2160-NOTE-CHANGED-PARM
020830             THRU 2160-NOTE-CHANGED-PARM-EXIT
020840     END-IF.
020850     IF PAT-CUTOFF-START (WS-PAT-FOUND) NOT = WS-CUTOFF-START
020860         MOVE "CUT-START" TO WS-FIELD-NAME
020870         PERFORM 2160-NOTE-CHANGED-PARM
020880             THRU 2160-NOTE-CHANGED-PARM-EXIT
020890     END-IF.
020900     IF PAT-CUTOFF-STOP (WS-PAT-FOUND) NOT = WS-CUTOFF-STOP
020910         MOVE "CUT-STOP" TO WS-FIELD-NAME
020920         PERFORM 2160-NOTE-CHANGED-PARM
020930             THRU 2160-NOTE-CHANGED-PARM-EXIT
020940     END-IF.
020950     IF PAT-CUTOFF-STEP (WS-PAT-FOUND) NOT = WS-CUTOFF-STEP
020960         MOVE "CUT-STEP" TO WS-FIELD-NAME
020970         PERFORM 2160-NOTE-CHANGED-PARM
020980             THRU 2160-NOTE-CHANGED-PARM-EXIT
020990     END-IF.
021000     IF PAT-DIST-MODE (WS-PAT-FOUND) NOT = WS-DIST-MODE
021010         MOVE "DIST-MODE" TO WS-FIELD-NAME
021020         PERFORM 2160-NOTE-CHANGED-PARM
021030             THRU 2160-NOTE-CHANGED-PARM-EXIT
021040     END-IF.
021050     IF PAT-DRIFT-THRESHOLD (WS-PAT-FOUND)
021060         NOT = WS-DRIFT-THRESHOLD
021070         MOVE "DRIFT-THRESH" TO WS-FIELD-NAME
021080         PERFORM 2160-NOTE-CHANGED-PARM
021090             THRU 2160-NOTE-CHANGED-PARM-EXIT
021100     END-IF.
021110     IF PAT-EARLY-STOP-TOL (WS-PAT-FOUND)
021120         NOT = WS-EARLY-STOP-TOL
021130         MOVE "ESTOP-TOL" TO WS-FIELD-NAME
021140         PERFORM 2160-NOTE-CHANGED-PARM
021150             THRU 2160-NOTE-CHANGED-PARM-EXIT
021160     END-IF.
021170     IF PAT-VALIDATION-TOL (WS-PAT-FOUND)
021180         NOT = WS-VALIDATION-TOL
021190         MOVE "VALID-TOL" TO WS-FIELD-NAME
021200         PERFORM 2160-NOTE-CHANGED-PARM
021210             THRU 2160-NOTE-CHANGED-PARM-EXIT
021220     END-IF.
021230     IF PAT-SWEEP-MODE (WS-PAT-FOUND) = SPACE
021240         MOVE "S" TO PAT-SWEEP-MODE (WS-PAT-FOUND)
021250     END-IF.
021260     IF PAT-SWEEP-MODE (WS-PAT-FOUND) NOT = WS-SWEEP-MODE
021270         MOVE "SWEEP-MODE" TO WS-FIELD-NAME
021280         PERFORM 2160-NOTE-CHANGED-PARM
021290             THRU 2160-NOTE-CHANGED-PARM-EXIT
021300     END-IF.
021310
021320     IF RNG-SEED-GIVEN
021330         MOVE "Y" TO WS-TODAY-SEEDED
021340     ELSE
021350         MOVE "N" TO WS-TODAY-SEEDED
021360     END-IF.
021370     IF PAT-SEEDED-FLAG (WS-PAT-FOUND) NOT = WS-TODAY-SEEDED
021380         SET SEED-CHANGED TO TRUE
021390     ELSE
021400         IF WS-TODAY-SEEDED = "Y"
021410             AND PAT-RNG-SEED (WS-PAT-FOUND) NOT = WS-RNG-SEED
021420             SET SEED-CHANGED TO TRUE
021430         END-IF
021440     END-IF.
021450
021460     IF PARMS-CHANGED
021470         MOVE "PARM CHANGED" TO WS-DRIFT-CAUSE
021480         IF SEED-CHANGED
021490             MOVE "RNG-SEED" TO WS-FIELD-NAME
021500             PERFORM 2162-ADD-FIELD-NAME
021510                 THRU 2162-ADD-FIELD-NAME-EXIT
021520         END-IF
021530     ELSE
021540         IF SEED-CHANGED
021550             MOVE "SEED CHANGED" TO WS-DRIFT-CAUSE
021560             MOVE "RNG-SEED" TO WS-FIELD-NAME
021570             PERFORM 2162-ADD-FIELD-NAME
021580                 THRU 2162-ADD-FIELD-NAME-EXIT
021590         END-IF
021600     END-IF.
021610 2150-CLASSIFY-DRIFT-CAUSE-EXIT.
021620     EXIT.
021630
021640*****************************************************
021650*  2160-NOTE-CHANGED-PARM                             *
021660*  TRIPS THE PARAMETERS-CHANGED SWITCH AND APPENDS    *
021670*  THE STAGED FIELD NAME TO THE EVIDENCE LIST.        *
021680*****************************************************
021690 2160-NOTE-CHANGED-PARM.
021700     SET PARMS-CHANGED TO TRUE.
021710     PERFORM 2162-ADD-FIELD-NAME
021720         THRU 2162-ADD-FIELD-NAME-EXIT.
021730 2160-NOTE-CHANGED-PARM-EXIT.
021740     EXIT.
021750
021760*****************************************************
021770*  2162-ADD-FIELD-NAME                                *
021780*  APPENDS THE STAGED FIELD NAME TO THE CHANGED-      *
021790*  FIELDS LIST; A LIST ALREADY FULL JUST STOPS        *
021800*  GROWING.                                           *
021810*****************************************************
021820 2162-ADD-FIELD-NAME.
021830     STRING WS-FIELD-NAME DELIMITED BY SPACE
021840            " " DELIMITED BY SIZE
021850         INTO WS-CHANGED-FIELDS
021860         WITH POINTER WS-FIELD-PTR
021870         ON OVERFLOW
021880             CONTINUE
021890     END-STRING.
021900 2162-ADD-FIELD-NAME-EXIT.
021910     EXIT.
021920
021930*****************************************************
021940*  2165-FIND-PAT-ROW                                  *
021950*  LEAVES THE PRIOR-AUDIT ROW FOR THE SCENARIO ON     *
021960*  HAND IN WS-PAT-FOUND, OR ZERO WHEN THE PRIOR RUN   *
021970*  NEVER AUDITED THIS CODE.                           *
021980*****************************************************
021990 2165-FIND-PAT-ROW.
022000     MOVE ZERO TO WS-PAT-FOUND.
022010     PERFORM 2166-MATCH-PAT-ROW
022020         THRU 2166-MATCH-PAT-ROW-EXIT
022030         VARYING WS-PAT-SUB FROM 1 BY 1
022040         UNTIL WS-PAT-SUB > WS-PAT-COUNT
022050         OR WS-PAT-FOUND > ZERO.
022060 2165-FIND-PAT-ROW-EXIT.
022070     EXIT.
022080
022090 2166-MATCH-PAT-ROW.
022100     IF PAT-CODE (WS-PAT-SUB) = WS-SCENARIO-CODE
022110         MOVE WS-PAT-SUB TO WS-PAT-FOUND
022120     END-IF.
022130 2166-MATCH-PAT-ROW-EXIT.
022140     EXIT.
022150
022160*****************************************************
022170*  2200-BUILD-CUTOFF-TABLE                             *
022180*  FILES ONE OPEN, ZEROED TABLE ENTRY PER CUTOFF IN    *
022190*  THE SCENARIO'S SWEEP RANGE.  THE LOOP IS DRIVEN BY  *
022200*  THE ENTRY COUNT, NOT BY THE 3-DIGIT CUTOFF VALUE,   *
022210*  SO A SWEEP ENDING AT 999 CANNOT WRAP AND RUN OFF    *
022220*  THE TABLE; A SWEEP THAT WOULD NEED MORE THAN 1000   *
022230*  ENTRIES ABORTS THE RUN.                             *
022240*****************************************************
022250 2200-BUILD-CUTOFF-TABLE.
022260     COMPUTE WS-CUT-EXPECTED =
022270         ((WS-CUTOFF-STOP - WS-CUTOFF-START) / WS-CUTOFF-STEP)
022280         + 1.
022290     IF WS-CUT-EXPECTED > 1000
022300         DISPLAY "ENVELOPES ERROR: SWEEP NEEDS "
022310             WS-CUT-EXPECTED " CUTOFF ENTRIES, TABLE HOLDS 1000"
022320         MOVE 16 TO WS-NEW-RC
022330         PERFORM 9100-RAISE-RETURN-CODE
022340             THRU 9100-RAISE-RETURN-CODE-EXIT
022350         GO TO 2200-BUILD-CUTOFF-TABLE-EXIT
022360     END-IF.
022370     IF DIST-EXPONENTIAL
022380         COMPUTE WS-PCT-BAND-WIDTH =
022390             (4 * WS-PRIOR-LOWER-MAX) / WS-PCT-BANDS
022400     ELSE
022410         COMPUTE WS-PCT-BAND-WIDTH =
022420             (2 * WS-PRIOR-LOWER-MAX) / WS-PCT-BANDS
022430     END-IF.
022440     MOVE ZERO TO WS-CUT-COUNT.
022450     PERFORM 2210-ADD-CUTOFF-ENTRY
022460         THRU 2210-ADD-CUTOFF-ENTRY-EXIT
022470         VARYING WS-CUT-SUB FROM 1 BY 1
022480         UNTIL WS-CUT-SUB > WS-CUT-EXPECTED.
022490     MOVE WS-CUT-COUNT TO WS-OPEN-CUTOFFS.
022500 2200-BUILD-CUTOFF-TABLE-EXIT.
022510     EXIT.
022520
022530*****************************************************
022540*  2210-ADD-CUTOFF-ENTRY                               *
022550*  FILES ONE OPEN, ZEROED ENTRY FOR THE CANDIDATE      *
022560*  CUTOFF, WITH AN EMPTY PAYOFF HISTOGRAM.  ON THE     *
022570*  FINE PASS OF AN ADAPTIVE SWEEP, CANDIDATES SITTING  *
022580*  ON THE COARSE GRID ARE SKIPPED - THE COARSE PASS    *
022590*  ALREADY WROTE THEIR RECORDS AND RERUNNING THEM      *
022600*  WOULD COLLIDE ON THE HISTORY KEY.                   *
022610*****************************************************
022620 2210-ADD-CUTOFF-ENTRY.
022630     COMPUTE WS-CAND-CUTOFF =
022640         WS-CUTOFF-START + ((WS-CUT-SUB - 1) * WS-CUTOFF-STEP).
022650     IF PHASE-FINE
022660         COMPUTE WS-GRID-OFFSET =
022670             WS-CAND-CUTOFF - WS-COARSE-START
022680         DIVIDE WS-GRID-OFFSET BY WS-COARSE-STEP
022690             GIVING WS-GRID-QUOTIENT
022700             REMAINDER WS-GRID-REMAINDER
022710         IF WS-GRID-REMAINDER = ZERO
022720             GO TO 2210-ADD-CUTOFF-ENTRY-EXIT
022730         END-IF
022740     END-IF.
022750     ADD 1 TO WS-CUT-COUNT.
022760     MOVE WS-CAND-CUTOFF TO CUT-VALUE (WS-CUT-COUNT).
022770     COMPUTE CUT-TOTAL (WS-CUT-COUNT) = 0.
022780     COMPUTE CUT-TOTAL-SQ (WS-CUT-COUNT) = 0.
022790     MOVE ZERO TO CUT-TRIALS-USED (WS-CUT-COUNT).
022800     SET CUT-OPEN (WS-CUT-COUNT) TO TRUE.
022810     MOVE ZERO TO WS-PDB-ENTRY (WS-CUT-COUNT).
022820 2210-ADD-CUTOFF-ENTRY-EXIT.
022830     EXIT.
022840
022850*****************************************************
022860*  2500-RUN-SWEEP-PASS                                 *
022870*  RUNS ONE FULL PASS OF THE SWEEP OVER THE CURRENT    *
022880*  RANGE AND STEP: BUILDS THE CUTOFF TABLE, RUNS THE   *
022890*  SHARED TRIAL LOOP, AND FINALIZES EVERY CUTOFF.      *
022900*  THE ADAPTIVE SWEEP CALLS THIS TWICE - ONCE COARSE,  *
022910*  ONCE FINE - AND THE EARLY-STOP COUNT ACCUMULATES    *
022920*  ACROSS THE PASSES FOR THE AUDIT RECORD.             *
022930*****************************************************
022940 2500-RUN-SWEEP-PASS.
022950     PERFORM 2200-BUILD-CUTOFF-TABLE
022960         THRU 2200-BUILD-CUTOFF-TABLE-EXIT.
022970     IF RETURN-CODE >= 16
022980         GO TO 2500-RUN-SWEEP-PASS-EXIT
022990     END-IF.
023000     PERFORM 3000-MULTI-TRIAL
023010         THRU 3000-MULTI-TRIAL-EXIT.
023020     PERFORM 3800-FINALIZE-CUTOFFS
023030         THRU 3800-FINALIZE-CUTOFFS-EXIT.
023040     COMPUTE WS-AUD-EARLY-STOPS =
023050         WS-AUD-EARLY-STOPS + (WS-CUT-COUNT - WS-OPEN-CUTOFFS).
023060 2500-RUN-SWEEP-PASS-EXIT.
023070     EXIT.
023080
023090*****************************************************
023100*  2600-SET-FINE-BAND                                  *
023110*  SAVES THE COARSE RANGE AND NARROWS THE SWEEP TO A   *
023120*  STEP-1 BAND OF ONE COARSE STEP EITHER SIDE OF THE   *
023130*  COARSE WINNER, CLAMPED TO THE SCENARIO'S OWN        *
023140*  RANGE.  THE OPTIMAL TRACKING CARRIES ACROSS, SO     *
023150*  THE COARSE WINNER STANDS UNLESS THE FINE PASS       *
023160*  BEATS IT.                                           *
023170*****************************************************
023180 2600-SET-FINE-BAND.
023190     MOVE WS-OPTIMAL-CUTOFF TO WS-COARSE-OPTIMAL.
023200     MOVE WS-CUTOFF-START   TO WS-COARSE-START.
023210     MOVE WS-CUTOFF-STOP    TO WS-COARSE-STOP.
023220     MOVE WS-CUTOFF-STEP    TO WS-COARSE-STEP.
023230     COMPUTE WS-BAND-EDGE =
023240         WS-COARSE-OPTIMAL - WS-COARSE-STEP.
023250     IF WS-BAND-EDGE < WS-COARSE-START
023260         MOVE WS-COARSE-START TO WS-CUTOFF-START
023270     ELSE
023280         MOVE WS-BAND-EDGE TO WS-CUTOFF-START
023290     END-IF.
023300     COMPUTE WS-BAND-EDGE =
023310         WS-COARSE-OPTIMAL + WS-COARSE-STEP.
023320     IF WS-BAND-EDGE > WS-COARSE-STOP
023330         MOVE WS-COARSE-STOP TO WS-CUTOFF-STOP
023340     ELSE
023350         MOVE WS-BAND-EDGE TO WS-CUTOFF-STOP
023360     END-IF.
023370     MOVE 1 TO WS-CUTOFF-STEP.
023380     SET PHASE-FINE TO TRUE.
023390     DISPLAY "ENVELOPES SWEEP: FINE PASS " WS-CUTOFF-START
023400         "/" WS-CUTOFF-STOP "/" WS-CUTOFF-STEP
023410         " AROUND COARSE WINNER " WS-COARSE-OPTIMAL.
023420 2600-SET-FINE-BAND-EXIT.
023430     EXIT.
023440
023450*****************************************************
023460*  2700-RESTORE-SWEEP-RANGE                            *
023470*  PUTS THE CONTROL RECORD'S OWN RANGE AND STEP BACK   *
023480*  AFTER THE FINE PASS SO THE CHECKPOINT AND AUDIT     *
023490*  RECORDS REFLECT WHAT WAS ASKED FOR.                 *
023500*****************************************************
023510 2700-RESTORE-SWEEP-RANGE.
023520     MOVE WS-COARSE-START TO WS-CUTOFF-START.
023530     MOVE WS-COARSE-STOP  TO WS-CUTOFF-STOP.
023540     MOVE WS-COARSE-STEP  TO WS-CUTOFF-STEP.
023550 2700-RESTORE-SWEEP-RANGE-EXIT.
023560     EXIT.
023570
023580*****************************************************
023590*  2800-RUN-REPLICATIONS                               *
023600*  WRITES THE NIGHT'S OWN SWEEP AS REPLICATION 1,      *
023610*  THEN RERUNS THE WHOLE SWEEP ONCE PER EXTRA          *
023620*  REPLICATION UNDER A DERIVED SEED, WRITING EACH      *
023630*  REPLICATION'S WINNER.  REPLICATION 1'S WINNER,      *
023640*  SEED, TRIAL COUNT, AND EARLY-STOP COUNT ARE PUT     *
023650*  BACK AFTERWARDS FOR THE CHECKPOINT AND AUDIT.       *
023660*****************************************************
023670 2800-RUN-REPLICATIONS.
023680     MOVE WS-OPTIMAL-CUTOFF  TO WS-REP1-OPTIMAL-CUTOFF.
023690     MOVE WS-OPTIMAL-VALUE   TO WS-REP1-OPTIMAL-VALUE.
023700     MOVE WS-TRIALS-RUN      TO WS-REP1-TRIALS-RUN.
023710     MOVE WS-AUD-EARLY-STOPS TO WS-REP1-EARLY-STOPS.
023720     MOVE WS-RNG-SEED        TO WS-REP-BASE-SEED.
023730     MOVE 1 TO WS-REP-NUM.
023740     PERFORM 2820-WRITE-REPLICATION
023750         THRU 2820-WRITE-REPLICATION-EXIT.
023760
023770     SET REPLICATING TO TRUE.
023780     PERFORM 2810-RUN-ONE-REPLICATION
023790         THRU 2810-RUN-ONE-REPLICATION-EXIT
023800         VARYING WS-REP-NUM FROM 2 BY 1
023810         UNTIL WS-REP-NUM > WS-REPLICATIONS
023820            OR RETURN-CODE >= 16.
023830     SET NOT-REPLICATING TO TRUE.
023840
023850     MOVE WS-REP1-OPTIMAL-CUTOFF TO WS-OPTIMAL-CUTOFF.
023860     MOVE WS-REP1-OPTIMAL-VALUE  TO WS-OPTIMAL-VALUE.
023870     MOVE WS-REP1-TRIALS-RUN     TO WS-TRIALS-RUN.
023880     MOVE WS-REP1-EARLY-STOPS    TO WS-AUD-EARLY-STOPS.
023890     MOVE WS-REP-BASE-SEED       TO WS-RNG-SEED.
023900     DISPLAY "ENVELOPES REPLICATION: SCENARIO=" WS-SCENARIO-CODE
023910         " REPLICATIONS=" WS-REPLICATIONS " BASE SEED="
023920         WS-REP-BASE-SEED.
023930 2800-RUN-REPLICATIONS-EXIT.
023940     EXIT.
023950
023960*****************************************************
023970*  2810-RUN-ONE-REPLICATION                            *
023980*  RUNS ONE EXTRA REPLICATION OF THE SCENARIO'S SWEEP. *
023990*  ITS SEED IS THE BASE SEED PLUS (N - 1) SEED         *
024000*  STRIDES, REDUCED MODULO A LARGE PRIME (ZERO IS      *
024010*  BUMPED TO 1 SO THE RUN STAYS SEEDED), SO ANY        *
024020*  REPLICATION CAN BE REPRODUCED FROM THE CONTROL      *
024030*  SEED AND ITS NUMBER ALONE.  THE ADAPTIVE SWEEP RUNS *
024040*  BOTH PASSES JUST AS REPLICATION 1 DID.              *
024050*****************************************************
024060 2810-RUN-ONE-REPLICATION.
024070     COMPUTE WS-REP-SEED-WORK =
024080         WS-REP-BASE-SEED + (WS-REP-NUM - 1) * WS-REP-SEED-STRIDE.
024090     DIVIDE WS-REP-SEED-WORK BY WS-REP-SEED-MODULUS
024100         GIVING WS-REP-SEED-QUOTIENT
024110         REMAINDER WS-RNG-SEED.
024120     IF WS-RNG-SEED = ZERO
024130         MOVE 1 TO WS-RNG-SEED
024140     END-IF.
024150
024160     MOVE ZERO TO WS-OPTIMAL-CUTOFF.
024170     MOVE -1   TO WS-OPTIMAL-VALUE.
024180     SET OPTIMAL-NOT-SET TO TRUE.
024190
024200     PERFORM 1220-SEED-RNG
024210         THRU 1220-SEED-RNG-EXIT.
024220
024230     IF SWEEP-ADAPTIVE
024240         SET PHASE-COARSE TO TRUE
024250     ELSE
024260         SET PHASE-SINGLE TO TRUE
024270     END-IF.
024280
024290     PERFORM 2500-RUN-SWEEP-PASS
024300         THRU 2500-RUN-SWEEP-PASS-EXIT.
024310     IF RETURN-CODE >= 16
024320         GO TO 2810-RUN-ONE-REPLICATION-EXIT
024330     END-IF.
024340
024350     IF PHASE-COARSE AND OPTIMAL-SET
024360         PERFORM 2600-SET-FINE-BAND
024370             THRU 2600-SET-FINE-BAND-EXIT
024380         PERFORM 2500-RUN-SWEEP-PASS
024390             THRU 2500-RUN-SWEEP-PASS-EXIT
024400         PERFORM 2700-RESTORE-SWEEP-RANGE
024410             THRU 2700-RESTORE-SWEEP-RANGE-EXIT
024420         IF RETURN-CODE >= 16
024430             GO TO 2810-RUN-ONE-REPLICATION-EXIT
024440         END-IF
024450     END-IF.
024460
024470     PERFORM 2820-WRITE-REPLICATION
024480         THRU 2820-WRITE-REPLICATION-EXIT.
024490 2810-RUN-ONE-REPLICATION-EXIT.
024500     EXIT.
024510
024520*****************************************************
024530*  2820-WRITE-REPLICATION                              *
024540*  WRITES ONE REPLICATION RECORD: THE SEED IT RAN      *
024550*  UNDER AND THE OPTIMAL CUTOFF AND EXPECTED VALUE     *
024560*  4600-UPDATE-OPTIMAL SETTLED ON, TO REPLOUT OR, ON   *
024570*  A WHAT-IF RUN, TO WIFREPL.                          *
024580*****************************************************
024590 2820-WRITE-REPLICATION.
024600     MOVE SPACES TO REPLICATION-RECORD.
024610     MOVE WS-RUN-DATE         TO REP-RUN-DATE.
024620     MOVE WS-SCENARIO-CODE    TO REP-SCENARIO-CODE.
024630     MOVE WS-REP-NUM          TO REP-REPLICATION.
024640     MOVE WS-REPLICATIONS     TO REP-REPLICATIONS.
024650     MOVE WS-RNG-SEED         TO REP-RNG-SEED.
024660     MOVE WS-OPTIMAL-CUTOFF   TO REP-OPTIMAL-CUTOFF.
024670     MOVE WS-OPTIMAL-VALUE    TO REP-OPTIMAL-VALUE.
024680     MOVE WS-TRIALS-RUN       TO REP-TRIALS-RUN.
024690     MOVE WS-SWEEP-MODE       TO REP-SWEEP-MODE.
024700     MOVE WS-RUN-MODE         TO REP-RUN-MODE.
024710     MOVE WS-REQUESTED-BY     TO REP-REQUESTED-BY.
024720     IF RUN-WHAT-IF
024730         WRITE WHATIF-REPLICATION-RECORD
024740     ELSE
024750         WRITE REPLICATION-RECORD
024760     END-IF.
024770 2820-WRITE-REPLICATION-EXIT.
024780     EXIT.
024790
024800*****************************************************
024810*  2900-READ-NEXT-SCENARIO                             *
024820*  READS THE NEXT SCENARIO RECORD, OR ENDS THE          *
024830*  SCENARIO LOOP WHEN THE CONTROL FILE IS EXHAUSTED     *
024840*  (OR WAS NEVER PRESENT - THE STANDALONE DEFAULT RUN   *
024850*  IS A SINGLE SCENARIO).                               *
024860*****************************************************
024870 2900-READ-NEXT-SCENARIO.
024880     IF CONTROL-FILE-PRESENT
024890         READ CONTROL-FILE
024900             AT END
024910                 SET NO-MORE-SCENARIOS TO TRUE
024920         END-READ
024930         IF NOT FS-CONTROL-OK AND NOT FS-CONTROL-EOF
024940             DISPLAY "ENVELOPES ERROR: CONTROL-FILE READ "
024950                 "FAILED, STATUS=" FS-CONTROL-FILE
024960             MOVE 16 TO WS-NEW-RC
024970             PERFORM 9100-RAISE-RETURN-CODE
024980                 THRU 9100-RAISE-RETURN-CODE-EXIT
024990             SET NO-MORE-SCENARIOS TO TRUE
025000         END-IF
025010     ELSE
025020         SET NO-MORE-SCENARIOS TO TRUE
025030     END-IF.
025040 2900-READ-NEXT-SCENARIO-EXIT.
025050     EXIT.
025060
025070*****************************************************
025080*  1210-OPEN-HISTORY-FILE                              *
025090*  OPENS THE HISTORY FILE FOR UPDATE, CREATING IT ON    *
025100*  ITS VERY FIRST USE IF IT DOES NOT YET EXIST.         *
025110*****************************************************
025120 1210-OPEN-HISTORY-FILE.
025130     OPEN I-O HISTORY-FILE.
025140     IF HISTORY-FILE-MISSING
025150         OPEN OUTPUT HISTORY-FILE
025160         CLOSE HISTORY-FILE
025170         OPEN I-O HISTORY-FILE
025180     END-IF.
025190     IF NOT HISTORY-OK
025200         DISPLAY "ENVELOPES ERROR: HISTORY-FILE OPEN FAILED, "
025210             "STATUS=" FS-HISTORY-FILE
025220         MOVE 16 TO WS-NEW-RC
025230         PERFORM 9100-RAISE-RETURN-CODE
025240             THRU 9100-RAISE-RETURN-CODE-EXIT
025250     END-IF.
025260 1210-OPEN-HISTORY-FILE-EXIT.
025270     EXIT.
025280
025290*****************************************************
025300*  1220-SEED-RNG                                         *
025310*  WHEN THE CONTROL RECORD SUPPLIED A NONZERO SEED, RE-   *
025320*  SEEDS FUNCTION RANDOM WITH IT SO THE RUN CAN BE        *
025330*  REPRODUCED EXACTLY, AND ECHOES THE SEED ACTUALLY USED  *
025340*  TO SYSOUT FOR THE AUDIT LOG.  WITH NO SEED SUPPLIED    *
025350*  THE LIBRARY'S OWN DEFAULT SEEDING IS LEFT IN PLACE.    *
025360*****************************************************
025370 1220-SEED-RNG.
025380     IF RNG-SEED-GIVEN
025390         COMPUTE WS-RNG = FUNCTION RANDOM(WS-RNG-SEED)
025400         DISPLAY "ENVELOPES RNG: SEEDED WITH " WS-RNG-SEED
025410     ELSE
025420         DISPLAY "ENVELOPES RNG: UNSEEDED (NON-REPRODUCIBLE)"
025430     END-IF.
025440 1220-SEED-RNG-EXIT.
025450     EXIT.
025460
025470*****************************************************
025480*****************************************************
025490*  1300-CHECK-RESTART                                   *
025500*  LOOKS FOR A CHECKPOINT LEFT BY AN EARLIER, INTERRUPTED*
025510*  RUN.  WHEN ONE IS FOUND WITH THE INCOMPLETE FLAG SET, *
025520*  THE LAST SCENARIO IT RECORDS AS FINISHED IS SAVED SO  *
025530*  THE SCENARIO LOOP CAN SKIP EVERYTHING UP TO AND       *
025540*  INCLUDING IT, AND THE OUTPUT DATASETS ARE EXTENDED    *
025550*  RATHER THAN REBUILT FROM SCRATCH.  SCENARIOS ARE THE  *
025560*  CHECKPOINT UNIT - AN INTERRUPTED SCENARIO RERUNS      *
025570*  WHOLE FROM ITS OWN SEED.                              *
025580*****************************************************
025590 1300-CHECK-RESTART.
025600     OPEN INPUT CHECKPOINT-FILE.
025610     IF CHECKPOINT-OK
025620         READ CHECKPOINT-FILE
025630             AT END
025640                 CONTINUE
025650         END-READ
025660         IF CKPT-RUN-INCOMPLETE
025670             MOVE CKPT-SCENARIO-ID TO WS-RESTART-SCENARIO
025680             SET RESUMING-RUN TO TRUE
025690             DISPLAY "ENVELOPES RESTART: SCENARIOS THROUGH "
025700                 CKPT-SCENARIO-ID " ALREADY COMPLETE"
025710         END-IF
025720         CLOSE CHECKPOINT-FILE
025730     END-IF.
025740 1300-CHECK-RESTART-EXIT.
025750     EXIT.
025760
025770*****************************************************
025780*  1400-WRITE-LEDGER-START                             *
025790*  FILES THIS STEP'S LEDGER ROW STARTED, CREATING THE  *
025800*  LEDGER ON ITS VERY FIRST USE.  A RERUN OF THE SAME  *
025810*  NIGHT REUSES THE ROW AND COUNTS THE ATTEMPT.  A     *
025820*  RESUMED RUN PICKS UP THE COUNTS ITS LAST CHECKPOINT *
025830*  FILED; A FRESH RUN STARTS THEM FROM ZERO.  A LEDGER *
025840*  THAT CANNOT BE WRITTEN STOPS THE RUN - WITHOUT ITS  *
025850*  ROW NO DOWNSTREAM STEP WOULD ACCEPT TONIGHT'S WORK. *
025860*****************************************************
025870 1400-WRITE-LEDGER-START.
025880     PERFORM 9410-OPEN-LEDGER
025890         THRU 9410-OPEN-LEDGER-EXIT.
025900     IF LEDGER-UNAVAILABLE
025910         GO TO 1400-WRITE-LEDGER-START-EXIT
025920     END-IF.
025930     IF LEDGER-ROW-FOUND
025940         ADD 1 TO LDG-ATTEMPTS
025950         IF RESUMING-RUN
025960             MOVE LDG-COUNT (1) TO WS-LDG-AUDITS
025970             MOVE LDG-COUNT (2) TO WS-LDG-RESULTS
025980             MOVE LDG-COUNT (3) TO WS-LDG-RECONS
025990             MOVE LDG-COUNT (4) TO WS-LDG-DETAILS
026000             DISPLAY "ENVELOPES LEDGER: RESUMING FROM AUDITS="
026010                 WS-LDG-AUDITS " RESULTS=" WS-LDG-RESULTS
026020         END-IF
026030     END-IF.
026040     SET LDG-STARTED         TO TRUE.
026050     MOVE WS-RUN-DATE        TO LDG-START-DATE.
026060     MOVE WS-RUN-START-TIME  TO LDG-START-TIME.
026070     MOVE ZERO               TO LDG-END-DATE.
026080     MOVE ZERO               TO LDG-END-TIME.
026090     MOVE ZERO               TO LDG-RETURN-CODE.
026100     MOVE SPACES             TO LDG-REASON.
026110     PERFORM 9450-MOVE-LEDGER-COUNTS
026120         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
026130     PERFORM 9420-PUT-LEDGER-ROW
026140         THRU 9420-PUT-LEDGER-ROW-EXIT.
026150     IF NOT LEDGER-UNAVAILABLE
026160         SET LEDGER-STARTED TO TRUE
026170         DISPLAY "ENVELOPES LEDGER: " WS-LEDGER-STEP
026180             " STARTED FOR " WS-LEDGER-DATE
026190             " ATTEMPT " LDG-ATTEMPTS
026200     END-IF.
026210 1400-WRITE-LEDGER-START-EXIT.
026220     EXIT.
026230
026240*****************************************************
026250*  1240-OPEN-OUTPUT-FILES                                 *
026260*  OPENS THE RECONCILIATION, RESULTS, AND PERCENTILE      *
026270*  DATASETS AND THE REST OF THE NIGHT'S OUTPUTS.  ON A     *
026280*  RESUMED RUN THEY ARE EXTENDED SO THE COMPLETED          *
026290*  SCENARIOS' ROWS SURVIVE; OTHERWISE THEY ARE REBUILT     *
026300*  FROM SCRATCH.  EITHER WAY THE STATUS CODE IS CHECKED    *
026310*  SO A MISSING DATASET ON A RESUMED RUN IS CAUGHT         *
026320*  INSTEAD OF SILENTLY FALLING THROUGH TO UNOPENED         *
026330*  WRITES.                                                 *
026340*****************************************************
026350 1240-OPEN-OUTPUT-FILES.
026360     IF RESUMING-RUN
026370         OPEN EXTEND RECONCILE-FILE
026380         IF NOT FS-RECONCILE-OK
026390             DISPLAY "ENVELOPES ERROR: RECONCILE-FILE EXTEND "
026400                 "OPEN FAILED, STATUS=" FS-RECONCILE-FILE
026410             MOVE 16 TO WS-NEW-RC
026420             PERFORM 9100-RAISE-RETURN-CODE
026430                 THRU 9100-RAISE-RETURN-CODE-EXIT
026440         END-IF
026450         OPEN EXTEND RESULT-FILE
026460         IF NOT FS-RESULT-OK
026470             DISPLAY "ENVELOPES ERROR: RESULT-FILE EXTEND "
026480                 "OPEN FAILED, STATUS=" FS-RESULT-FILE
026490             MOVE 16 TO WS-NEW-RC
026500             PERFORM 9100-RAISE-RETURN-CODE
026510                 THRU 9100-RAISE-RETURN-CODE-EXIT
026520         END-IF
026530         IF ANY-DETAIL-WANTED
026540             OPEN EXTEND DETAIL-FILE
026550             IF NOT FS-DETAIL-OK
026560                 DISPLAY "ENVELOPES ERROR: DETAIL-FILE EXTEND "
026570                     "OPEN FAILED, STATUS=" FS-DETAIL-FILE
026580                 MOVE 16 TO WS-NEW-RC
026590                 PERFORM 9100-RAISE-RETURN-CODE
026600                     THRU 9100-RAISE-RETURN-CODE-EXIT
026610             END-IF
026620         END-IF
026630         OPEN EXTEND AUDIT-FILE
026640         IF NOT FS-AUDIT-OK
026650             DISPLAY "ENVELOPES ERROR: AUDIT-FILE EXTEND "
026660                 "OPEN FAILED, STATUS=" FS-AUDIT-FILE
026670             MOVE 16 TO WS-NEW-RC
026680             PERFORM 9100-RAISE-RETURN-CODE
026690                 THRU 9100-RAISE-RETURN-CODE-EXIT
026700         END-IF
026710         IF ANY-REPLICATION-WANTED
026720             OPEN EXTEND REPLICATION-FILE
026730             IF NOT FS-REPLICATION-OK
026740                 DISPLAY "ENVELOPES ERROR: REPLICATION-FILE "
026750                     "EXTEND OPEN FAILED, STATUS="
026760                     FS-REPLICATION-FILE
026770                 MOVE 16 TO WS-NEW-RC
026780                 PERFORM 9100-RAISE-RETURN-CODE
026790                     THRU 9100-RAISE-RETURN-CODE-EXIT
026800             END-IF
026810         END-IF
026820         OPEN EXTEND PERCENTILE-FILE
026830         IF NOT FS-PERCENTILE-OK
026840             DISPLAY "ENVELOPES ERROR: PERCENTILE-FILE EXTEND "
026850                 "OPEN FAILED, STATUS=" FS-PERCENTILE-FILE
026860             MOVE 16 TO WS-NEW-RC
026870             PERFORM 9100-RAISE-RETURN-CODE
026880                 THRU 9100-RAISE-RETURN-CODE-EXIT
026890         END-IF
026900     ELSE
026910         OPEN OUTPUT RECONCILE-FILE
026920         IF NOT FS-RECONCILE-OK
026930             DISPLAY "ENVELOPES ERROR: RECONCILE-FILE OUTPUT "
026940                 "OPEN FAILED, STATUS=" FS-RECONCILE-FILE
026950             MOVE 16 TO WS-NEW-RC
026960             PERFORM 9100-RAISE-RETURN-CODE
026970                 THRU 9100-RAISE-RETURN-CODE-EXIT
026980         END-IF
026990         OPEN OUTPUT RESULT-FILE
027000         IF NOT FS-RESULT-OK
027010             DISPLAY "ENVELOPES ERROR: RESULT-FILE OUTPUT "
027020                 "OPEN FAILED, STATUS=" FS-RESULT-FILE
027030             MOVE 16 TO WS-NEW-RC
027040             PERFORM 9100-RAISE-RETURN-CODE
027050                 THRU 9100-RAISE-RETURN-CODE-EXIT
027060         END-IF
027070         IF ANY-DETAIL-WANTED
027080             OPEN OUTPUT DETAIL-FILE
027090             IF NOT FS-DETAIL-OK
027100                 DISPLAY "ENVELOPES ERROR: DETAIL-FILE OUTPUT "
027110                     "OPEN FAILED, STATUS=" FS-DETAIL-FILE
027120                 MOVE 16 TO WS-NEW-RC
027130                 PERFORM 9100-RAISE-RETURN-CODE
027140                     THRU 9100-RAISE-RETURN-CODE-EXIT
027150             END-IF
027160         END-IF
027170         OPEN OUTPUT AUDIT-FILE
027180         IF NOT FS-AUDIT-OK
027190             DISPLAY "ENVELOPES ERROR: AUDIT-FILE OUTPUT "
027200                 "OPEN FAILED, STATUS=" FS-AUDIT-FILE
027210             MOVE 16 TO WS-NEW-RC
027220             PERFORM 9100-RAISE-RETURN-CODE
027230                 THRU 9100-RAISE-RETURN-CODE-EXIT
027240         END-IF
027250         IF ANY-REPLICATION-WANTED
027260             OPEN OUTPUT REPLICATION-FILE
027270             IF NOT FS-REPLICATION-OK
027280                 DISPLAY "ENVELOPES ERROR: REPLICATION-FILE "
027290                     "OUTPUT OPEN FAILED, STATUS="
027300                     FS-REPLICATION-FILE
027310                 MOVE 16 TO WS-NEW-RC
027320                 PERFORM 9100-RAISE-RETURN-CODE
027330                     THRU 9100-RAISE-RETURN-CODE-EXIT
027340             END-IF
027350         END-IF
027360         OPEN OUTPUT PERCENTILE-FILE
027370         IF NOT FS-PERCENTILE-OK
027380             DISPLAY "ENVELOPES ERROR: PERCENTILE-FILE OUTPUT "
027390                 "OPEN FAILED, STATUS=" FS-PERCENTILE-FILE
027400             MOVE 16 TO WS-NEW-RC
027410             PERFORM 9100-RAISE-RETURN-CODE
027420                 THRU 9100-RAISE-RETURN-CODE-EXIT
027430         END-IF
027440     END-IF.
027450 1240-OPEN-OUTPUT-FILES-EXIT.
027460     EXIT.
027470
027480*****************************************************
027490*  1245-OPEN-WHATIF-FILES                             *
027500*  OPENS A WHAT-IF RUN'S OWN RESULTS, DETAIL, AUDIT,  *
027510*  REPLICATION, AND PERCENTILE DATASETS, REBUILT FROM *
027520*  SCRATCH EVERY RUN -                                *
027530*  A WHAT-IF RUN HAS NO CHECKPOINT TO RESUME FROM -   *
027540*  AND EXTENDS THE REQUEST REGISTER, CREATING IT ON   *
027550*  ITS VERY FIRST USE.                                *
027560*****************************************************
027570 1245-OPEN-WHATIF-FILES.
027580     OPEN OUTPUT WHATIF-RESULT-FILE.
027590     IF NOT FS-RESULT-OK
027600         DISPLAY "ENVELOPES ERROR: WIFRES OUTPUT OPEN FAILED, "
027610             "STATUS=" FS-RESULT-FILE
027620         MOVE 16 TO WS-NEW-RC
027630         PERFORM 9100-RAISE-RETURN-CODE
027640             THRU 9100-RAISE-RETURN-CODE-EXIT
027650     END-IF.
027660     IF ANY-DETAIL-WANTED
027670         OPEN OUTPUT WHATIF-DETAIL-FILE
027680         IF NOT FS-DETAIL-OK
027690             DISPLAY "ENVELOPES ERROR: WIFDETL OUTPUT OPEN "
027700                 "FAILED, STATUS=" FS-DETAIL-FILE
027710             MOVE 16 TO WS-NEW-RC
027720             PERFORM 9100-RAISE-RETURN-CODE
027730                 THRU 9100-RAISE-RETURN-CODE-EXIT
027740         END-IF
027750     END-IF.
027760     OPEN OUTPUT WHATIF-AUDIT-FILE.
027770     IF NOT FS-AUDIT-OK
027780         DISPLAY "ENVELOPES ERROR: WIFAUDIT OUTPUT OPEN FAILED, "
027790             "STATUS=" FS-AUDIT-FILE
027800         MOVE 16 TO WS-NEW-RC
027810         PERFORM 9100-RAISE-RETURN-CODE
027820             THRU 9100-RAISE-RETURN-CODE-EXIT
027830     END-IF.
027840     IF ANY-REPLICATION-WANTED
027850         OPEN OUTPUT WHATIF-REPLICATION-FILE
027860         IF NOT FS-REPLICATION-OK
027870             DISPLAY "ENVELOPES ERROR: WIFREPL OUTPUT OPEN "
027880                 "FAILED, STATUS=" FS-REPLICATION-FILE
027890             MOVE 16 TO WS-NEW-RC
027900             PERFORM 9100-RAISE-RETURN-CODE
027910                 THRU 9100-RAISE-RETURN-CODE-EXIT
027920         END-IF
027930     END-IF.
027940     OPEN OUTPUT WHATIF-PERCENTILE-FILE.
027950     IF NOT FS-PERCENTILE-OK
027960         DISPLAY "ENVELOPES ERROR: WIFPCT OUTPUT OPEN FAILED, "
027970             "STATUS=" FS-PERCENTILE-FILE
027980         MOVE 16 TO WS-NEW-RC
027990         PERFORM 9100-RAISE-RETURN-CODE
028000             THRU 9100-RAISE-RETURN-CODE-EXIT
028010     END-IF.
028020     OPEN EXTEND WHATIF-REGISTER-FILE.
028030     IF FS-WHATIF-REGISTER-MISSING
028040         OPEN OUTPUT WHATIF-REGISTER-FILE
028050     END-IF.
028060     IF NOT FS-WHATIF-REGISTER-OK
028070         DISPLAY "ENVELOPES ERROR: WIFREG OPEN FAILED, "
028080             "STATUS=" FS-WHATIF-REGISTER
028090         MOVE 16 TO WS-NEW-RC
028100         PERFORM 9100-RAISE-RETURN-CODE
028110             THRU 9100-RAISE-RETURN-CODE-EXIT
028120     END-IF.
028130 1245-OPEN-WHATIF-FILES-EXIT.
028140     EXIT.
028150
028160*****************************************************
028170*  1250-LOAD-PRIOR-AUDIT                              *
028180*  LOADS THE PRIOR RUN'S AUDIT RECORDS INTO THE       *
028190*  ATTRIBUTION TABLE, ONE ROW PER SCENARIO CODE       *
028200*  WITH THE LAST RECORD WINNING.  A MISSING OR        *
028210*  UNREADABLE AUDPRIOR ONLY COSTS THE ATTRIBUTION -   *
028220*  EVERY DRIFT LINE THEN READS UNEXPLAINED.           *
028230*****************************************************
028240 1250-LOAD-PRIOR-AUDIT.
028250     OPEN INPUT PRIOR-AUDIT-FILE.
028260     IF FS-PRIOR-AUDIT-MISSING
028270         DISPLAY "ENVELOPES: NO PRIOR AUDIT ON AUDPRIOR - "
028280             "DRIFT LINES WILL READ UNEXPLAINED"
028290         GO TO 1250-LOAD-PRIOR-AUDIT-EXIT
028300     END-IF.
028310     IF NOT FS-PRIOR-AUDIT-OK
028320         DISPLAY "ENVELOPES WARNING: AUDPRIOR OPEN FAILED, "
028330             "STATUS=" FS-PRIOR-AUDIT-FILE
028340             " - DRIFT LINES WILL READ UNEXPLAINED"
028350         GO TO 1250-LOAD-PRIOR-AUDIT-EXIT
028360     END-IF.
028370     SET PRIOR-AUDIT-LOADED TO TRUE.
028380     READ PRIOR-AUDIT-FILE
028390         AT END
028400             CONTINUE
028410     END-READ.
028420     PERFORM 1255-LOAD-ONE-PRIOR
028430         THRU 1255-LOAD-ONE-PRIOR-EXIT
028440         UNTIL NOT FS-PRIOR-AUDIT-OK.
028450     CLOSE PRIOR-AUDIT-FILE.
028460 1250-LOAD-PRIOR-AUDIT-EXIT.
028470     EXIT.
028480
028490*****************************************************
028500*  1255-LOAD-ONE-PRIOR                                *
028510*  FILES ONE PRIOR AUDIT RECORD'S PARAMETERS UNDER    *
028520*  ITS SCENARIO CODE, OVERWRITING AN EARLIER ROW SO   *
028530*  THE MOST RECENT RECORD FOR EACH CODE STANDS.       *
028540*****************************************************
028550 1255-LOAD-ONE-PRIOR.
028560     MOVE ZERO TO WS-PAT-FOUND.
028570     PERFORM 1256-MATCH-PRIOR-ROW
028580         THRU 1256-MATCH-PRIOR-ROW-EXIT
028590         VARYING WS-PAT-SUB FROM 1 BY 1
028600         UNTIL WS-PAT-SUB > WS-PAT-COUNT
028610         OR WS-PAT-FOUND > ZERO.
028620     IF WS-PAT-FOUND = ZERO
028630         AND WS-PAT-COUNT < 99
028640         ADD 1 TO WS-PAT-COUNT
028650         MOVE WS-PAT-COUNT TO WS-PAT-FOUND
028660         MOVE PAU-SCENARIO-CODE TO PAT-CODE (WS-PAT-FOUND)
028670     END-IF.
028680     IF WS-PAT-FOUND > ZERO
028690         MOVE PAU-NUM-TRIALS      TO PAT-NUM-TRIALS
028700             (WS-PAT-FOUND)
028710         MOVE PAU-PRIOR-LOWER-MAX TO PAT-PRIOR-MAX
028720             (WS-PAT-FOUND)
028730         MOVE PAU-CUTOFF-START    TO PAT-CUTOFF-START
028740             (WS-PAT-FOUND)
028750         MOVE PAU-CUTOFF-STOP     TO PAT-CUTOFF-STOP
028760             (WS-PAT-FOUND)
028770         MOVE PAU-CUTOFF-STEP     TO PAT-CUTOFF-STEP
028780             (WS-PAT-FOUND)
028790         MOVE PAU-DIST-MODE       TO PAT-DIST-MODE
028800             (WS-PAT-FOUND)
028810         MOVE PAU-DRIFT-THRESHOLD TO PAT-DRIFT-THRESHOLD
028820             (WS-PAT-FOUND)
028830         MOVE PAU-EARLY-STOP-TOL  TO PAT-EARLY-STOP-TOL
028840             (WS-PAT-FOUND)
028850         MOVE PAU-VALIDATION-TOL  TO PAT-VALIDATION-TOL
028860             (WS-PAT-FOUND)
028870         MOVE PAU-RNG-SEED        TO PAT-RNG-SEED
028880             (WS-PAT-FOUND)
028890         MOVE PAU-SEEDED-FLAG     TO PAT-SEEDED-FLAG
028900             (WS-PAT-FOUND)
028910         MOVE PAU-SWEEP-MODE      TO PAT-SWEEP-MODE
028920             (WS-PAT-FOUND)
028930     END-IF.
028940     READ PRIOR-AUDIT-FILE
028950         AT END
028960             CONTINUE
028970     END-READ.
028980 1255-LOAD-ONE-PRIOR-EXIT.
028990     EXIT.
029000
029010 1256-MATCH-PRIOR-ROW.
029020     IF PAT-CODE (WS-PAT-SUB) = PAU-SCENARIO-CODE
029030         MOVE WS-PAT-SUB TO WS-PAT-FOUND
029040     END-IF.
029050 1256-MATCH-PRIOR-ROW-EXIT.
029060     EXIT.
029070
029080*****************************************************
029090*  3000-MULTI-TRIAL                                   *
029100*  RUNS THE SHARED TRIAL LOOP FOR THE WHOLE SWEEP.     *
029110*  EACH TRIAL DRAWS ONE ENVELOPE PAIR AND SCORES IT    *
029120*  AGAINST EVERY OPEN CUTOFF ENTRY, SO ALL CUTOFFS     *
029130*  SEE EXACTLY THE SAME DRAWS.  STOPS EARLY ONCE       *
029140*  EVERY CUTOFF HAS CONVERGED.  THE ALWAYS-KEEP AND    *
029150*  ALWAYS-SWITCH BASELINES ACCUMULATE ONCE PER TRIAL,  *
029160*  SHARED BY THE WHOLE SWEEP.                          *
029170*****************************************************
029180 3000-MULTI-TRIAL.
029190     COMPUTE WS-KEEP-TOTAL = 0.
029200     COMPUTE WS-SWITCH-TOTAL = 0.
029210     SET EARLY-STOP-NOT-TRIGGERED TO TRUE.
029220     PERFORM 3500-SINGLE-TRIAL
029230         THRU 3500-SINGLE-TRIAL-EXIT
029240         VARYING WS-TRIAL-NUM FROM 1 BY 1
029250         UNTIL WS-TRIAL-NUM > WS-NUM-TRIALS
029260         OR EARLY-STOP-TRIGGERED.
029270
029280     COMPUTE WS-TRIALS-RUN = WS-TRIAL-NUM - 1.
029290     COMPUTE WS-KEEP-EV   = WS-KEEP-TOTAL / WS-TRIALS-RUN.
029300     COMPUTE WS-SWITCH-EV = WS-SWITCH-TOTAL / WS-TRIALS-RUN.
029310 3000-MULTI-TRIAL-EXIT.
029320     EXIT.
029330
029340*****************************************************
029350*  3500-SINGLE-TRIAL                                  *
029360*  RUNS A SINGLE TRIAL: DRAWS ONE ENVELOPE PAIR,       *
029370*  FLIPS A COIN FOR THE CHOSEN ENVELOPE, SCORES THE    *
029380*  ALWAYS-KEEP AND ALWAYS-SWITCH BASELINES ON THE      *
029390*  PAIR, THEN SCORES THE SWITCH-BELOW-CUTOFF STRATEGY  *
029400*  AGAINST EVERY OPEN CUTOFF IN THE SWEEP TABLE.       *
029410*  AN EXTRA REPLICATION NEVER SAMPLES DETAIL.         *
029420*****************************************************
029430 3500-SINGLE-TRIAL.
029440     PERFORM 3700-RNG THRU 3700-RNG-EXIT.
029450     PERFORM 3600-DRAW-LOWER-VALUE
029460         THRU 3600-DRAW-LOWER-VALUE-EXIT.
029470     COMPUTE WS-HIGHER-VALUE = 2 * WS-LOWER-VALUE.
029480     PERFORM 3700-RNG THRU 3700-RNG-EXIT.
029490     IF WS-RNG < 0.5
029500         COMPUTE WS-CHOSEN-VALUE = WS-LOWER-VALUE
029510         COMPUTE WS-OTHER-VALUE  = WS-HIGHER-VALUE
029520         MOVE "L" TO WS-PICKED-ENV
029530     ELSE
029540         COMPUTE WS-CHOSEN-VALUE = WS-HIGHER-VALUE
029550         COMPUTE WS-OTHER-VALUE  = WS-LOWER-VALUE
029560         MOVE "H" TO WS-PICKED-ENV
029570     END-IF.
029580     SET TRIAL-NOT-SAMPLED TO TRUE.
029590     IF DETAIL-ENABLED AND NOT-REPLICATING
029600         DIVIDE WS-TRIAL-NUM BY WS-DETAIL-SAMPLE
029610             GIVING WS-DET-QUOTIENT
029620             REMAINDER WS-DET-REMAINDER
029630         IF WS-DET-REMAINDER = ZERO
029640             SET TRIAL-SAMPLED TO TRUE
029650         END-IF
029660     END-IF.
029670     COMPUTE WS-KEEP-TOTAL = WS-KEEP-TOTAL + WS-CHOSEN-VALUE.
029680     COMPUTE WS-SWITCH-TOTAL = WS-SWITCH-TOTAL + WS-OTHER-VALUE.
029690     PERFORM 3520-SCORE-ONE-CUTOFF
029700         THRU 3520-SCORE-ONE-CUTOFF-EXIT
029710         VARYING WS-CUT-SUB FROM 1 BY 1
029720         UNTIL WS-CUT-SUB > WS-CUT-COUNT.
029730     PERFORM 3550-CHECK-EARLY-STOP
029740         THRU 3550-CHECK-EARLY-STOP-EXIT.
029750 3500-SINGLE-TRIAL-EXIT.
029760     EXIT.
029770
029780*****************************************************
029790*  3520-SCORE-ONE-CUTOFF                               *
029800*  SCORES THIS TRIAL'S PAIR AGAINST ONE CUTOFF: KEEP   *
029810*  THE CHOSEN ENVELOPE IF IT MEETS THE CUTOFF, ELSE    *
029820*  SWITCH.  ENTRIES THAT ALREADY CONVERGED STOP        *
029830*  ACCUMULATING SO THEIR REPORTED TRIAL COUNT IS THE   *
029840*  COUNT THEY ACTUALLY USED.  EVERY SCORED TRIAL ALSO  *
029850*  LANDS IN THE ENTRY'S PAYOFF HISTOGRAM.              *
029860*****************************************************
029870 3520-SCORE-ONE-CUTOFF.
029880     IF CUT-OPEN (WS-CUT-SUB)
029890         IF WS-CHOSEN-VALUE >= CUT-VALUE (WS-CUT-SUB)
029900             COMPUTE WS-VALUE = WS-CHOSEN-VALUE
029910         ELSE
029920             COMPUTE WS-VALUE = WS-OTHER-VALUE
029930         END-IF
029940         COMPUTE CUT-TOTAL (WS-CUT-SUB) =
029950             CUT-TOTAL (WS-CUT-SUB) + WS-VALUE
029960         COMPUTE CUT-TOTAL-SQ (WS-CUT-SUB) =
029970             CUT-TOTAL-SQ (WS-CUT-SUB) + WS-VALUE ** 2
029980         ADD 1 TO CUT-TRIALS-USED (WS-CUT-SUB)
029990         IF NOT-REPLICATING
030000             PERFORM 3525-ADD-TO-HISTOGRAM
030010                 THRU 3525-ADD-TO-HISTOGRAM-EXIT
030020         END-IF
030030         IF TRIAL-SAMPLED
030040             PERFORM 3530-WRITE-DETAIL-RECORD
030050                 THRU 3530-WRITE-DETAIL-RECORD-EXIT
030060         END-IF
030070     END-IF.
030080 3520-SCORE-ONE-CUTOFF-EXIT.
030090     EXIT.
030100
030110*****************************************************
030120*  3525-ADD-TO-HISTOGRAM                               *
030130*  COUNTS THIS TRIAL'S PAYOFF INTO ITS BAND OF THE     *
030140*  ENTRY'S HISTOGRAM, ANYTHING PAST THE LAST BAND      *
030150*  INTO THE OPEN TOP BAND, AND COUNTS A LOSS WHEN THE  *
030160*  STRATEGY SWITCHED DOWN TO LESS THAN IT PICKED.      *
030170*****************************************************
030180 3525-ADD-TO-HISTOGRAM.
030190     COMPUTE WS-PCT-BAND-WORK = WS-VALUE / WS-PCT-BAND-WIDTH.
030200     IF WS-PCT-BAND-WORK < WS-PCT-BANDS
030210         COMPUTE WS-PCT-BAND-SUB = WS-PCT-BAND-WORK + 1
030220     ELSE
030230         MOVE WS-PCT-TOP-BAND TO WS-PCT-BAND-SUB
030240     END-IF.
030250     ADD 1 TO PDB-BAND-COUNT (WS-CUT-SUB, WS-PCT-BAND-SUB).
030260     IF WS-VALUE < WS-CHOSEN-VALUE
030270         ADD 1 TO PDB-LOSS-COUNT (WS-CUT-SUB)
030280     END-IF.
030290 3525-ADD-TO-HISTOGRAM-EXIT.
030300     EXIT.
030310
030320*****************************************************
030330*  3530-WRITE-DETAIL-RECORD                            *
030340*  WRITES ONE SAMPLED TRIAL-LEVEL AUDIT RECORD FOR     *
030350*  THE CUTOFF ON HAND: THE PAIR DRAWN, WHICH ENVELOPE  *
030360*  WAS PICKED, WHETHER THE STRATEGY SWITCHED, AND THE  *
030370*  VALUE IT ENDED UP WITH.                             *
030380*****************************************************
030390 3530-WRITE-DETAIL-RECORD.
030400     MOVE SPACES TO DETAIL-RECORD.
030410     MOVE WS-SCENARIO-CODE        TO DTL-SCENARIO-CODE.
030420     MOVE CUT-VALUE (WS-CUT-SUB)  TO DTL-CUTOFF.
030430     MOVE WS-TRIAL-NUM            TO DTL-TRIAL-NUM.
030440     MOVE WS-LOWER-VALUE          TO DTL-LOWER-VALUE.
030450     MOVE WS-HIGHER-VALUE         TO DTL-HIGHER-VALUE.
030460     MOVE WS-PICKED-ENV           TO DTL-PICKED-ENV.
030470     IF WS-VALUE = WS-CHOSEN-VALUE
030480         MOVE "N" TO DTL-SWITCHED
030490     ELSE
030500         MOVE "Y" TO DTL-SWITCHED
030510     END-IF.
030520     MOVE WS-VALUE                TO DTL-FINAL-VALUE.
030530     MOVE WS-RUN-MODE             TO DTL-RUN-MODE.
030540     MOVE WS-REQUESTED-BY         TO DTL-REQUESTED-BY.
030550     IF RUN-WHAT-IF
030560         WRITE WHATIF-DETAIL-RECORD
030570     ELSE
030580         WRITE DETAIL-RECORD
030590         ADD 1 TO WS-LDG-DETAILS
030600     END-IF.
030610 3530-WRITE-DETAIL-RECORD-EXIT.
030620     EXIT.
030630
030640*****************************************************
030650*  3550-CHECK-EARLY-STOP                               *
030660*  EVERY 100 TRIALS, ONCE AT LEAST 100 HAVE RUN,       *
030670*  CHECKS EVERY STILL-OPEN CUTOFF'S RUNNING STANDARD   *
030680*  ERROR AGAINST WS-EARLY-STOP-TOL, CLOSING THE ONES   *
030690*  THAT CONVERGED, AND TRIPS SW-EARLY-STOP ONCE EVERY  *
030700*  CUTOFF IN THE SWEEP HAS CLOSED.  A ZERO TOLERANCE   *
030710*  DISABLES THIS.                                      *
030720*****************************************************
030730 3550-CHECK-EARLY-STOP.
030740     IF WS-EARLY-STOP-TOL > 0 AND WS-TRIAL-NUM >= 100
030750         DIVIDE WS-TRIAL-NUM BY 100
030760             GIVING WS-CHECK-QUOTIENT
030770             REMAINDER WS-CHECK-REMAINDER
030780         IF WS-CHECK-REMAINDER = 0
030790             PERFORM 3555-CHECK-ONE-CUTOFF
030800                 THRU 3555-CHECK-ONE-CUTOFF-EXIT
030810                 VARYING WS-CUT-SUB FROM 1 BY 1
030820                 UNTIL WS-CUT-SUB > WS-CUT-COUNT
030830             IF WS-OPEN-CUTOFFS = ZERO
030840                 SET EARLY-STOP-TRIGGERED TO TRUE
030850             END-IF
030860         END-IF
030870     END-IF.
030880 3550-CHECK-EARLY-STOP-EXIT.
030890     EXIT.
030900
030910*****************************************************
030920*  3555-CHECK-ONE-CUTOFF                               *
030930*  CLOSES ONE CUTOFF ENTRY IF ITS RUNNING STANDARD     *
030940*  ERROR HAS DROPPED BELOW THE EARLY-STOP TOLERANCE.   *
030950*****************************************************
030960 3555-CHECK-ONE-CUTOFF.
030970     IF CUT-OPEN (WS-CUT-SUB)
030980         COMPUTE WS-VARIANCE =
030990             (CUT-TOTAL-SQ (WS-CUT-SUB) /
031000             CUT-TRIALS-USED (WS-CUT-SUB)) -
031010             ((CUT-TOTAL (WS-CUT-SUB) /
031020             CUT-TRIALS-USED (WS-CUT-SUB)) ** 2)
031030         IF WS-VARIANCE < 0
031040             MOVE 0 TO WS-VARIANCE
031050         END-IF
031060         COMPUTE WS-STD-ERROR =
031070             (WS-VARIANCE / CUT-TRIALS-USED (WS-CUT-SUB)) ** 0.5
031080         IF WS-STD-ERROR < WS-EARLY-STOP-TOL
031090             SET CUT-CONVERGED (WS-CUT-SUB) TO TRUE
031100             SUBTRACT 1 FROM WS-OPEN-CUTOFFS
031110         END-IF
031120     END-IF.
031130 3555-CHECK-ONE-CUTOFF-EXIT.
031140     EXIT.
031150
031160*****************************************************
031170*  3560-COMPUTE-FINAL-STATS                               *
031180*  RECOMPUTES THE VARIANCE AND STANDARD ERROR ONE LAST    *
031190*  TIME AGAINST THE ACTUAL NUMBER OF TRIALS USED, SINCE    *
031200*  3550-CHECK-EARLY-STOP ONLY SAMPLES EVERY 100 TRIALS     *
031210*  AND MAY NOT HAVE RUN ON THE FINAL TRIAL COUNT, THEN     *
031220*  DERIVES THE 95 PERCENT CONFIDENCE INTERVAL AROUND       *
031230*  WS-EXPECTED-VALUE FROM THE RESULT.                      *
031240*****************************************************
031250 3560-COMPUTE-FINAL-STATS.
031260     COMPUTE WS-VARIANCE =
031270         (WS-TOTAL-SQ / WS-TRIALS-USED) -
031280         ((WS-TOTAL / WS-TRIALS-USED) ** 2).
031290     IF WS-VARIANCE < 0
031300         MOVE 0 TO WS-VARIANCE
031310     END-IF.
031320     COMPUTE WS-STD-ERROR =
031330         (WS-VARIANCE / WS-TRIALS-USED) ** 0.5.
031340     COMPUTE WS-CI-HALF-WIDTH = 1.96 * WS-STD-ERROR.
031350     COMPUTE WS-CI-LOW  = WS-EXPECTED-VALUE - WS-CI-HALF-WIDTH.
031360     COMPUTE WS-CI-HIGH = WS-EXPECTED-VALUE + WS-CI-HALF-WIDTH.
031370 3560-COMPUTE-FINAL-STATS-EXIT.
031380     EXIT.
031390
031400*****************************************************
031410*  3800-FINALIZE-CUTOFFS                               *
031420*  AFTER THE SHARED TRIAL LOOP, CLOSES OUT EVERY       *
031430*  CUTOFF IN SWEEP ORDER: STATISTICS, RESULT RECORD,   *
031440*  CLOSED-FORM VALIDATION, HISTORY RECONCILIATION,     *
031450*  AND THE OPTIMAL-CUTOFF TRACKING.                    *
031460*****************************************************
031470 3800-FINALIZE-CUTOFFS.
031480     COMPUTE WS-LIFT-KEEP = 0.
031490     COMPUTE WS-LIFT-SWITCH = 0.
031500     PERFORM 3850-FINALIZE-ONE-CUTOFF
031510         THRU 3850-FINALIZE-ONE-CUTOFF-EXIT
031520         VARYING WS-CUT-SUB FROM 1 BY 1
031530         UNTIL WS-CUT-SUB > WS-CUT-COUNT.
031540 3800-FINALIZE-CUTOFFS-EXIT.
031550     EXIT.
031560
031570*****************************************************
031580*  3850-FINALIZE-ONE-CUTOFF                            *
031590*  MOVES ONE TABLE ENTRY'S ACCUMULATORS INTO THE       *
031600*  SHARED STATISTICS FIELDS AND RUNS THE EXISTING      *
031610*  PER-CUTOFF CLOSE-OUT: FINAL STATS, SYSOUT LINE,     *
031620*  RESULT RECORD, PAYOFF PERCENTILES, VALIDATION,      *
031630*  RECONCILIATION, AND OPTIMAL TRACKING.               *
031640*  AN EXTRA REPLICATION ONLY TRACKS THE OPTIMAL.      *
031650*****************************************************
031660 3850-FINALIZE-ONE-CUTOFF.
031670     MOVE CUT-VALUE (WS-CUT-SUB)       TO WS-CUTOFF.
031680     MOVE CUT-TOTAL (WS-CUT-SUB)       TO WS-TOTAL.
031690     MOVE CUT-TOTAL-SQ (WS-CUT-SUB)    TO WS-TOTAL-SQ.
031700     MOVE CUT-TRIALS-USED (WS-CUT-SUB) TO WS-TRIALS-USED.
031710     COMPUTE WS-EXPECTED-VALUE = WS-TOTAL / WS-TRIALS-USED.
031720     COMPUTE WS-LIFT-KEEP   = WS-EXPECTED-VALUE - WS-KEEP-EV.
031730     COMPUTE WS-LIFT-SWITCH = WS-EXPECTED-VALUE - WS-SWITCH-EV.
031740
031750     IF REPLICATING
031760         PERFORM 4600-UPDATE-OPTIMAL
031770             THRU 4600-UPDATE-OPTIMAL-EXIT
031780         GO TO 3850-FINALIZE-ONE-CUTOFF-EXIT
031790     END-IF.
031800     PERFORM 3560-COMPUTE-FINAL-STATS
031810         THRU 3560-COMPUTE-FINAL-STATS-EXIT.
031820     DISPLAY "cutoff=" WS-CUTOFF ", expected_value="
031830         WS-EXPECTED-VALUE ", std_error=" WS-STD-ERROR
031840         ", ci95=(" WS-CI-LOW ", " WS-CI-HIGH ")".
031850     PERFORM 5000-WRITE-RESULT-RECORD
031860         THRU 5000-WRITE-RESULT-RECORD-EXIT.
031870
031880     PERFORM 3860-COMPUTE-PERCENTILES
031890         THRU 3860-COMPUTE-PERCENTILES-EXIT.
031900     PERFORM 5100-WRITE-PERCENTILE-RECORD
031910         THRU 5100-WRITE-PERCENTILE-RECORD-EXIT.
031920
031930     PERFORM 4000-VALIDATE-CUTOFF
031940         THRU 4000-VALIDATE-CUTOFF-EXIT.
031950
031960     PERFORM 4500-RECONCILE-HISTORY
031970         THRU 4500-RECONCILE-HISTORY-EXIT.
031980
031990     PERFORM 4600-UPDATE-OPTIMAL
032000         THRU 4600-UPDATE-OPTIMAL-EXIT.
032010 3850-FINALIZE-ONE-CUTOFF-EXIT.
032020     EXIT.
032030
032040*****************************************************
032050*  3860-COMPUTE-PERCENTILES                            *
032060*  READS THE 5TH AND 25TH PERCENTILE AND THE MEDIAN    *
032070*  PAYOFF OFF THE ENTRY'S HISTOGRAM AND WORKS OUT THE  *
032080*  SHARE OF ITS TRIALS THAT ENDED BELOW THE ENVELOPE   *
032090*  FIRST PICKED.                                       *
032100*****************************************************
032110 3860-COMPUTE-PERCENTILES.
032120     SET PERCENTILE-NOT-CAPPED TO TRUE.
032130     COMPUTE WS-PCT-TARGET = 0.05.
032140     PERFORM 3870-FIND-PERCENTILE
032150         THRU 3870-FIND-PERCENTILE-EXIT.
032160     COMPUTE WS-PCT-P05 = WS-PCT-RESULT.
032170     COMPUTE WS-PCT-TARGET = 0.25.
032180     PERFORM 3870-FIND-PERCENTILE
032190         THRU 3870-FIND-PERCENTILE-EXIT.
032200     COMPUTE WS-PCT-P25 = WS-PCT-RESULT.
032210     COMPUTE WS-PCT-TARGET = 0.50.
032220     PERFORM 3870-FIND-PERCENTILE
032230         THRU 3870-FIND-PERCENTILE-EXIT.
032240     COMPUTE WS-PCT-MEDIAN = WS-PCT-RESULT.
032250     COMPUTE WS-PCT-LOSS-PROB =
032260         PDB-LOSS-COUNT (WS-CUT-SUB) / WS-TRIALS-USED.
032270 3860-COMPUTE-PERCENTILES-EXIT.
032280     EXIT.
032290
032300*****************************************************
032310*  3870-FIND-PERCENTILE                                *
032320*  WALKS THE ENTRY'S HISTOGRAM UP TO THE BAND HOLDING  *
032330*  THE WS-PCT-TARGET SHARE OF ITS TRIALS AND           *
032340*  INTERPOLATES WITHIN THAT BAND.  A PERCENTILE IN     *
032350*  THE OPEN TOP BAND IS GIVEN AS ITS FLOOR AND MARKS   *
032360*  THE CUTOFF'S PERCENTILES CAPPED.                    *
032370*****************************************************
032380 3870-FIND-PERCENTILE.
032390     COMPUTE WS-PCT-RANK = WS-PCT-TARGET * WS-TRIALS-USED.
032400     COMPUTE WS-PCT-RESULT = 0.
032410     MOVE ZERO TO WS-PCT-CUM.
032420     SET PERCENTILE-NOT-FOUND TO TRUE.
032430     PERFORM 3875-SCAN-ONE-BAND
032440         THRU 3875-SCAN-ONE-BAND-EXIT
032450         VARYING WS-PCT-BAND-SUB FROM 1 BY 1
032460         UNTIL WS-PCT-BAND-SUB > WS-PCT-TOP-BAND
032470         OR PERCENTILE-FOUND.
032480 3870-FIND-PERCENTILE-EXIT.
032490     EXIT.
032500
032510 3875-SCAN-ONE-BAND.
032520     MOVE WS-PCT-CUM TO WS-PCT-CUM-BEFORE.
032530     ADD PDB-BAND-COUNT (WS-CUT-SUB, WS-PCT-BAND-SUB)
032540         TO WS-PCT-CUM.
032550     IF WS-PCT-CUM < WS-PCT-RANK
032560         GO TO 3875-SCAN-ONE-BAND-EXIT
032570     END-IF.
032580     SET PERCENTILE-FOUND TO TRUE.
032590     IF WS-PCT-BAND-SUB = WS-PCT-TOP-BAND
032600         SET PERCENTILE-CAPPED TO TRUE
032610         COMPUTE WS-PCT-RESULT = WS-PCT-BANDS * WS-PCT-BAND-WIDTH
032620         GO TO 3875-SCAN-ONE-BAND-EXIT
032630     END-IF.
032640     COMPUTE WS-PCT-RESULT =
032650         ((WS-PCT-BAND-SUB - 1) * WS-PCT-BAND-WIDTH)
032660         + (WS-PCT-BAND-WIDTH * (WS-PCT-RANK - WS-PCT-CUM-BEFORE)
032670         / PDB-BAND-COUNT (WS-CUT-SUB, WS-PCT-BAND-SUB)).
032680 3875-SCAN-ONE-BAND-EXIT.
032690     EXIT.
032700
032710*****************************************************
032720*  3600-DRAW-LOWER-VALUE                                *
032730*  DRAWS WS-LOWER-VALUE FROM THE CONFIGURED ENVELOPE-    *
032740*  VALUE DISTRIBUTION: A FLAT UNIFORM(0, PRIOR-MAX), AN  *
032750*  EXPONENTIAL WITH MEAN PRIOR-MAX, OR A LOG-UNIFORM     *
032760*  BETWEEN 1 AND PRIOR-MAX.  WS-RNG MUST ALREADY HOLD    *
032770*  THIS TRIAL'S RANDOM DRAW.                             *
032780*****************************************************
032790 3600-DRAW-LOWER-VALUE.
032800     EVALUATE TRUE
032810         WHEN DIST-EXPONENTIAL
032820             COMPUTE WS-LOWER-VALUE = WS-PRIOR-LOWER-MAX *
032830                 (0 - FUNCTION LOG(1 - WS-RNG))
032840         WHEN DIST-LOG-UNIFORM
032850             COMPUTE WS-LOWER-VALUE = FUNCTION EXP(WS-RNG *
032860                 FUNCTION LOG(WS-PRIOR-LOWER-MAX))
032870         WHEN OTHER
032880             COMPUTE WS-LOWER-VALUE = WS-RNG * WS-PRIOR-LOWER-MAX
032890     END-EVALUATE.
032900 3600-DRAW-LOWER-VALUE-EXIT.
032910     EXIT.
032920
032930*****************************************************
032940*  3700-RNG                                            *
032950*  FUNCTION RANDOM PRODUCES A NON-UNIFORM DISTRIBUTION  *
032960*  ON SOME PLATFORMS, SO THE FIRST FIVE DIGITS IT       *
032970*  PRODUCES ARE DISCARDED.                              *
032980*****************************************************
032990 3700-RNG.
033000     COMPUTE WS-RNG = FUNCTION RANDOM.
033010     COMPUTE WS-TMP = WS-RNG * 10000.
033020     COMPUTE WS-RNG = WS-RNG * 10000 - WS-TMP.
033030 3700-RNG-EXIT.
033040     EXIT.
033050
033060*****************************************************
033070*  4000-VALIDATE-CUTOFF                                *
033080*  COMPUTES THE CLOSED-FORM EXPECTED VALUE FOR THE      *
033090*  SWITCH-BELOW-CUTOFF STRATEGY UNDER A UNIFORM(0,M)    *
033100*  PRIOR AND FLAGS ANY CUTOFF WHERE THE SIMULATED        *
033110*  WS-EXPECTED-VALUE DEVIATES FROM IT BY MORE THAN       *
033120*  WS-VALIDATION-TOL AND MORE THAN THE SAMPLING NOISE    *
033130*  ALREADY MEASURED FOR THIS CUTOFF BY 3560-COMPUTE-     *
033140*  FINAL-STATS.  A LOGIC REGRESSION IN 3500-SINGLE-       *
033150*  TRIAL'S BRANCHING WOULD SHOW UP HERE.  NO CLOSED       *
033160*  FORM IS KNOWN FOR THE NON-UNIFORM DISTRIBUTIONS, SO   *
033170*  THIS CHECK ONLY RUNS UNDER DIST-UNIFORM.               *
033180*  ABOVE 2M THE SWITCH-BELOW-CUTOFF STRATEGY ALWAYS      *
033190*  SWITCHES, SO THE EXPECTED VALUE IS FLAT AT 0.75M -    *
033200*  THE QUADRATIC FORMULA BELOW ONLY HOLDS FOR M < CUTOFF *
033210*  <= 2M AND GOES NEGATIVE PAST THAT.                    *
033220*****************************************************
033230 4000-VALIDATE-CUTOFF.
033240     IF DIST-UNIFORM
033250         IF WS-CUTOFF <= WS-PRIOR-LOWER-MAX
033260             COMPUTE WS-THEORETICAL-VALUE =
033270                 (0.75 * WS-PRIOR-LOWER-MAX) +
033280                 ((0.1875 * WS-CUTOFF * WS-CUTOFF) /
033290                 WS-PRIOR-LOWER-MAX)
033300         ELSE
033310             IF WS-CUTOFF <= (2 * WS-PRIOR-LOWER-MAX)
033320                 COMPUTE WS-THEORETICAL-VALUE =
033330                     WS-PRIOR-LOWER-MAX -
033340                     ((WS-CUTOFF * WS-CUTOFF) /
033350                     (16 * WS-PRIOR-LOWER-MAX))
033360             ELSE
033370                 COMPUTE WS-THEORETICAL-VALUE =
033380                     0.75 * WS-PRIOR-LOWER-MAX
033390             END-IF
033400         END-IF
033410         COMPUTE WS-VALIDATION-DIFF =
033420             WS-EXPECTED-VALUE - WS-THEORETICAL-VALUE
033430         IF WS-VALIDATION-DIFF < 0
033440             COMPUTE WS-VALIDATION-DIFF = WS-VALIDATION-DIFF * -1
033450         END-IF
033460         COMPUTE WS-VALIDATION-FLOOR = 4 * WS-STD-ERROR
033470         IF WS-VALIDATION-TOL > WS-VALIDATION-FLOOR
033480             MOVE WS-VALIDATION-TOL TO WS-VALIDATION-FLOOR
033490         END-IF
033500         IF WS-VALIDATION-DIFF > WS-VALIDATION-FLOOR
033510             DISPLAY "ENVELOPES VALIDATION WARNING: CUTOFF="
033520                 WS-CUTOFF " SIMULATED=" WS-EXPECTED-VALUE
033530                 " THEORETICAL=" WS-THEORETICAL-VALUE
033540             ADD 1 TO WS-AUD-WARNING-COUNT
033550             MOVE 4 TO WS-NEW-RC
033560             PERFORM 9100-RAISE-RETURN-CODE
033570                 THRU 9100-RAISE-RETURN-CODE-EXIT
033580         END-IF
033590     END-IF.
033600 4000-VALIDATE-CUTOFF-EXIT.
033610     EXIT.
033620
033630*****************************************************
033640*  4500-RECONCILE-HISTORY                              *
033650*  LOOKS UP THE MOST RECENT PRIOR RUN'S EXPECTED VALUE  *
033660*  FOR THIS CUTOFF, FLAGS IT ON THE RECONCILIATION      *
033670*  REPORT IF IT MOVED TOO FAR, THEN APPENDS TODAY'S      *
033680*  EXPECTED VALUE TO THE HISTORY FILE.  A WHAT-IF RUN   *
033690*  DOES NEITHER - HISTFILE IS NEVER EVEN OPENED.        *
033700*****************************************************
033710 4500-RECONCILE-HISTORY.
033720     IF RUN-WHAT-IF
033730         GO TO 4500-RECONCILE-HISTORY-EXIT
033740     END-IF.
033750     MOVE "N" TO SW-PRIOR-FOUND.
033760     MOVE WS-SCENARIO-CODE TO HIST-SCENARIO-CODE.
033770     MOVE WS-CUTOFF TO HIST-CUTOFF.
033780     START HISTORY-FILE KEY IS = HIST-SCEN-KEY
033790         INVALID KEY
033800             CONTINUE
033810         NOT INVALID KEY
033820             PERFORM 4510-SCAN-HISTORY
033830                 THRU 4510-SCAN-HISTORY-EXIT
033840     END-START.
033850
033860     IF PRIOR-RUN-FOUND
033870         COMPUTE WS-EV-DIFF =
033880             WS-EXPECTED-VALUE - WS-PRIOR-EXPECTED-VALUE
033890         IF WS-EV-DIFF < 0
033900             COMPUTE WS-EV-DIFF = WS-EV-DIFF * -1
033910         END-IF
033920         IF WS-EV-DIFF > WS-DRIFT-THRESHOLD
033930             PERFORM 4520-WRITE-DRIFT-LINE
033940                 THRU 4520-WRITE-DRIFT-LINE-EXIT
033950         END-IF
033960     END-IF.
033970
033980     PERFORM 4530-APPEND-HISTORY
033990         THRU 4530-APPEND-HISTORY-EXIT.
034000 4500-RECONCILE-HISTORY-EXIT.
034010     EXIT.
034020
034030*****************************************************
034040*  4510-SCAN-HISTORY                                   *
034050*  WALKS THE DUPLICATE-KEY CHAIN FOR THIS SCENARIO AND  *
034060*  CUTOFF IN RUN-DATE ORDER, ENDING WITH THE MOST       *
034070*  RECENT PRIOR RUN'S EXPECTED VALUE LEFT IN            *
034080*  WS-PRIOR-EXPECTED-VALUE.                             *
034090*****************************************************
034100 4510-SCAN-HISTORY.
034110     READ HISTORY-FILE NEXT RECORD
034120         AT END
034130             CONTINUE
034140     END-READ.
034150     PERFORM 4511-SCAN-HISTORY-STEP
034160         THRU 4511-SCAN-HISTORY-STEP-EXIT
034170         UNTIL NOT HISTORY-OK
034180         OR HIST-SCENARIO-CODE NOT = WS-SCENARIO-CODE
034190         OR HIST-CUTOFF NOT = WS-CUTOFF.
034200 4510-SCAN-HISTORY-EXIT.
034210     EXIT.
034220
034230 4511-SCAN-HISTORY-STEP.
034240     SET PRIOR-RUN-FOUND TO TRUE.
034250     MOVE HIST-EXPECTED-VALUE TO WS-PRIOR-EXPECTED-VALUE.
034260     READ HISTORY-FILE NEXT RECORD
034270         AT END
034280             CONTINUE
034290     END-READ.
034300 4511-SCAN-HISTORY-STEP-EXIT.
034310     EXIT.
034320
034330*****************************************************
034340*  4520-WRITE-DRIFT-LINE                               *
034350*  WRITES ONE FLAGGED LINE TO THE RECONCILIATION       *
034360*  REPORT FOR A CUTOFF THAT MOVED TOO FAR, ANNOTATED    *
034370*  WITH THE SCENARIO'S CAUSE CLASS AND CHANGED          *
034380*  FIELDS.  ONLY AN UNEXPLAINED MOVE RAISES THE         *
034390*  WARNING RETURN CODE - A MOVE A PARAMETER OR SEED     *
034400*  CHANGE EXPLAINS IS EXPECTED.                         *
034410*****************************************************
034420 4520-WRITE-DRIFT-LINE.
034430     MOVE SPACES TO RECONCILE-RECORD.
034440     MOVE WS-SCENARIO-CODE      TO RPT-SCENARIO-CODE.
034450     MOVE WS-CUTOFF             TO RPT-CUTOFF.
034460     MOVE WS-PRIOR-EXPECTED-VALUE TO RPT-PRIOR-VALUE.
034470     MOVE WS-EXPECTED-VALUE     TO RPT-CURRENT-VALUE.
034480     MOVE WS-EV-DIFF            TO RPT-DIFF.
034490     MOVE WS-DRIFT-CAUSE        TO RPT-CAUSE.
034500     MOVE WS-CHANGED-FIELDS     TO RPT-CHANGED-FIELDS.
034510     WRITE RECONCILE-RECORD.
034520     ADD 1 TO WS-AUD-DRIFT-COUNT.
034530     ADD 1 TO WS-LDG-RECONS.
034540     IF DRIFT-UNEXPLAINED
034550         MOVE 4 TO WS-NEW-RC
034560         PERFORM 9100-RAISE-RETURN-CODE
034570             THRU 9100-RAISE-RETURN-CODE-EXIT
034580     END-IF.
034590 4520-WRITE-DRIFT-LINE-EXIT.
034600     EXIT.
034610
034620*****************************************************
034630*  4530-APPEND-HISTORY                                 *
034640*  APPENDS TODAY'S EXPECTED VALUE FOR THIS CUTOFF TO    *
034650*  THE HISTORY FILE UNDER TODAY'S RUN-DATE.              *
034660*****************************************************
034670 4530-APPEND-HISTORY.
034680     MOVE SPACES TO HISTORY-RECORD.
034690     MOVE WS-RUN-DATE           TO HIST-RUN-DATE.
034700     MOVE WS-SCENARIO-CODE      TO HIST-SCENARIO-CODE.
034710     MOVE WS-CUTOFF             TO HIST-CUTOFF.
034720     MOVE WS-EXPECTED-VALUE     TO HIST-EXPECTED-VALUE.
034730     WRITE HISTORY-RECORD
034740         INVALID KEY
034750             DISPLAY "ENVELOPES: DUPLICATE HISTORY RECORD FOR "
034760                 "SCENARIO " WS-SCENARIO-CODE
034770                 " CUTOFF " WS-CUTOFF " ON " WS-RUN-DATE
034780     END-WRITE.
034790 4530-APPEND-HISTORY-EXIT.
034800     EXIT.
034810
034820*****************************************************
034830*  4600-UPDATE-OPTIMAL                                  *
034840*  KEEPS A RUNNING RECORD OF THE HIGHEST EXPECTED VALUE  *
034850*  SEEN SO FAR AND THE CUTOFF THAT PRODUCED IT.          *
034860*****************************************************
034870 4600-UPDATE-OPTIMAL.
034880     IF OPTIMAL-NOT-SET OR WS-EXPECTED-VALUE > WS-OPTIMAL-VALUE
034890         MOVE WS-CUTOFF          TO WS-OPTIMAL-CUTOFF
034900         MOVE WS-EXPECTED-VALUE  TO WS-OPTIMAL-VALUE
034910         SET OPTIMAL-SET TO TRUE
034920     END-IF.
034930 4600-UPDATE-OPTIMAL-EXIT.
034940     EXIT.
034950
034960*****************************************************
034970*  6000-WRITE-AUDIT-RECORD                             *
034980*  WRITES THE SCENARIO'S AUDIT-TRAIL RECORD: RUN DATE  *
034990*  AND START/END TIMESTAMPS, EVERY PARAMETER IN        *
035000*  EFFECT, THE SEED ACTUALLY USED, RESTART STATE, AND  *
035010*  THE EVENT COUNTS THE MODEL-GOVERNANCE REVIEW ASKS   *
035020*  FOR.  A WHAT-IF RUN WRITES IT TO WIFAUDIT AND ADDS  *
035030*  THE SCENARIO TO THE REQUEST REGISTER TOTALS.        *
035040*****************************************************
035050 6000-WRITE-AUDIT-RECORD.
035060     MOVE SPACES TO AUDIT-RECORD.
035070     MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
035080     MOVE WS-SCEN-START-TIME  TO AUD-START-TIME.
035090     MOVE WS-SCEN-END-TIME    TO AUD-END-TIME.
035100     MOVE WS-SCENARIO-CODE    TO AUD-SCENARIO-CODE.
035110     MOVE WS-NUM-TRIALS       TO AUD-NUM-TRIALS.
035120     MOVE WS-PRIOR-LOWER-MAX  TO AUD-PRIOR-LOWER-MAX.
035130     MOVE WS-CUTOFF-START     TO AUD-CUTOFF-START.
035140     MOVE WS-CUTOFF-STOP      TO AUD-CUTOFF-STOP.
035150     MOVE WS-CUTOFF-STEP      TO AUD-CUTOFF-STEP.
035160     MOVE WS-DIST-MODE        TO AUD-DIST-MODE.
035170     MOVE WS-DRIFT-THRESHOLD  TO AUD-DRIFT-THRESHOLD.
035180     MOVE WS-EARLY-STOP-TOL   TO AUD-EARLY-STOP-TOL.
035190     MOVE WS-VALIDATION-TOL   TO AUD-VALIDATION-TOL.
035200     MOVE WS-RNG-SEED         TO AUD-RNG-SEED.
035210     IF RNG-SEED-GIVEN
035220         MOVE "Y" TO AUD-SEEDED-FLAG
035230     ELSE
035240         MOVE "N" TO AUD-SEEDED-FLAG
035250     END-IF.
035260     IF RESUMING-RUN
035270         MOVE "Y" TO AUD-RESTART-FLAG
035280         MOVE WS-RESTART-SCENARIO TO AUD-RESTART-FROM
035290     ELSE
035300         MOVE "N" TO AUD-RESTART-FLAG
035310         MOVE ZERO TO AUD-RESTART-FROM
035320     END-IF.
035330     IF DETAIL-ENABLED
035340         MOVE "Y" TO AUD-DETAIL-FLAG
035350     ELSE
035360         MOVE "N" TO AUD-DETAIL-FLAG
035370     END-IF.
035380     MOVE WS-DETAIL-SAMPLE    TO AUD-DETAIL-SAMPLE.
035390     MOVE WS-TRIALS-RUN       TO AUD-TRIALS-RUN.
035400     MOVE WS-AUD-RESULT-COUNT TO AUD-RESULT-COUNT.
035410     MOVE WS-AUD-DRIFT-COUNT  TO AUD-DRIFT-COUNT.
035420     MOVE WS-AUD-WARNING-COUNT TO AUD-WARNING-COUNT.
035430     MOVE WS-AUD-EARLY-STOPS  TO AUD-EARLY-STOP-COUNT.
035440     MOVE WS-SWEEP-MODE       TO AUD-SWEEP-MODE.
035450     MOVE WS-RUN-MODE         TO AUD-RUN-MODE.
035460     MOVE WS-REQUESTED-BY     TO AUD-REQUESTED-BY.
035470     MOVE WS-REPLICATIONS     TO AUD-REPLICATIONS.
035480     MOVE WS-PARTITION-NO     TO AUD-PARTITION.
035490     IF RUN-WHAT-IF
035500         WRITE WHATIF-AUDIT-RECORD
035510         ADD 1                   TO WS-WIF-SCENARIOS
035520         ADD WS-TRIALS-RUN       TO WS-WIF-TRIALS
035530         ADD WS-AUD-RESULT-COUNT TO WS-WIF-RESULTS
035540     ELSE
035550         WRITE AUDIT-RECORD
035560         ADD 1 TO WS-LDG-AUDITS
035570     END-IF.
035580 6000-WRITE-AUDIT-RECORD-EXIT.
035590     EXIT.
035600
035610*****************************************************
035620*  9100-RAISE-RETURN-CODE                              *
035630*  RAISES THE JOB RETURN CODE TO WS-NEW-RC UNLESS IT   *
035640*  IS ALREADY HIGHER.                                  *
035650*****************************************************
035660 9100-RAISE-RETURN-CODE.
035670     IF WS-NEW-RC > RETURN-CODE
035680         MOVE WS-NEW-RC TO RETURN-CODE
035690     END-IF.
035700 9100-RAISE-RETURN-CODE-EXIT.
035710     EXIT.
035720
035730*****************************************************
035740*  9000-FINALIZE                                       *
035750*  MARKS THE CHECKPOINT COMPLETE (UNLESS THE RUN       *
035760*  ABORTED - AN ABORTED BOOK KEEPS ITS INCOMPLETE      *
035770*  CHECKPOINT SO THE NEXT RUN RESUMES) AND CLOSES      *
035780*  THE FILES                                           *
035790*  OPENED FOR THE DURATION OF THE RUN.  THE PER-        *
035800*  SCENARIO SUMMARY LINES WERE ALREADY EMITTED BY       *
035810*  2000-RUN-SCENARIO.  A WHAT-IF RUN HAS NO CHECKPOINT  *
035820*  AND LOGS ITSELF TO THE REQUEST REGISTER INSTEAD; A   *
035830*  PRODUCTION RUN FILES ITS LEDGER ROW ENDED ONCE THE   *
035840*  RETURN CODE IS SETTLED.                              *
035850*****************************************************
035860 9000-FINALIZE.
035870     IF RETURN-CODE < 16
035880         PERFORM 9200-MARK-CHECKPOINT-DONE
035890             THRU 9200-MARK-CHECKPOINT-DONE-EXIT
035900     END-IF.
035910     IF RUN-WHAT-IF
035920         PERFORM 9300-WRITE-WHATIF-REGISTER
035930             THRU 9300-WRITE-WHATIF-REGISTER-EXIT
035940         CLOSE WHATIF-RESULT-FILE
035950         IF ANY-DETAIL-WANTED
035960             CLOSE WHATIF-DETAIL-FILE
035970         END-IF
035980         CLOSE WHATIF-AUDIT-FILE
035990         IF ANY-REPLICATION-WANTED
036000             CLOSE WHATIF-REPLICATION-FILE
036010         END-IF
036020         CLOSE WHATIF-PERCENTILE-FILE
036030         CLOSE WHATIF-REGISTER-FILE
036040     ELSE
036050         CLOSE HISTORY-FILE
036060         CLOSE RECONCILE-FILE
036070         CLOSE RESULT-FILE
036080         IF ANY-DETAIL-WANTED
036090             CLOSE DETAIL-FILE
036100         END-IF
036110         CLOSE AUDIT-FILE
036120         IF ANY-REPLICATION-WANTED
036130             CLOSE REPLICATION-FILE
036140         END-IF
036150         CLOSE PERCENTILE-FILE
036160     END-IF.
036170     IF CONTROL-FILE-PRESENT
036180         CLOSE CONTROL-FILE
036190     END-IF.
036200     IF RUN-PARTITIONED
036210         DISPLAY "ENVELOPES PARTITION: " WS-PARTITION-NO
036220             " RAN " WS-PART-RUN-COUNT " SCENARIO(S), "
036230             "PASSED OVER " WS-PART-SKIP-COUNT
036240             " OUTSIDE ITS RANGE"
036250         IF WS-PART-RUN-COUNT = ZERO
036260             AND RETURN-CODE < 16
036270             DISPLAY "ENVELOPES WARNING: NO CTLIN SCENARIO FALLS "
036280                 "IN PARTITION " WS-PARTITION-NO
036290             MOVE 4 TO WS-NEW-RC
036300             PERFORM 9100-RAISE-RETURN-CODE
036310                 THRU 9100-RAISE-RETURN-CODE-EXIT
036320         END-IF
036330     END-IF.
036340     IF NOT RUN-WHAT-IF
036350         PERFORM 9400-WRITE-LEDGER-END
036360             THRU 9400-WRITE-LEDGER-END-EXIT
036370     END-IF.
036380     IF RETURN-CODE >= 16
036390         DISPLAY "ENVELOPES: RUN ABORTED ON FILE ERROR, RC="
036400             RETURN-CODE
036410     ELSE
036420         IF RETURN-CODE = 4
036430             DISPLAY "ENVELOPES: RUN COMPLETE WITH WARNINGS, "
036440                 "RC=4"
036450         END-IF
036460     END-IF.
036470 9000-FINALIZE-EXIT.
036480     EXIT.
036490
036500*****************************************************
036510*  9200-MARK-CHECKPOINT-DONE                           *
036520*  REWRITES THE CHECKPOINT WITH THE COMPLETE FLAG      *
036530*  ONCE THE WHOLE SCENARIO BOOK ENDED NORMALLY.        *
036540*****************************************************
036550 9200-MARK-CHECKPOINT-DONE.
036560     IF RUN-WHAT-IF
036570         GO TO 9200-MARK-CHECKPOINT-DONE-EXIT
036580     END-IF.
036590     OPEN OUTPUT CHECKPOINT-FILE.
036600     IF NOT CHECKPOINT-OK
036610         DISPLAY "ENVELOPES ERROR: CHECKPOINT-FILE OUTPUT "
036620             "OPEN FAILED, STATUS=" FS-CHECKPOINT-FILE
036630         MOVE 16 TO WS-NEW-RC
036640         PERFORM 9100-RAISE-RETURN-CODE
036650             THRU 9100-RAISE-RETURN-CODE-EXIT
036660         GO TO 9200-MARK-CHECKPOINT-DONE-EXIT
036670     END-IF.
036680     MOVE SPACES TO CHECKPOINT-RECORD.
036690     MOVE WS-SCENARIO-ID     TO CKPT-SCENARIO-ID.
036700     MOVE WS-CUTOFF-STOP     TO CKPT-CUTOFF.
036710     MOVE WS-OPTIMAL-CUTOFF  TO CKPT-OPTIMAL-CUTOFF.
036720     MOVE WS-OPTIMAL-VALUE   TO CKPT-OPTIMAL-VALUE.
036730     SET CKPT-RUN-COMPLETE   TO TRUE.
036740     WRITE CHECKPOINT-RECORD.
036750     CLOSE CHECKPOINT-FILE.
036760 9200-MARK-CHECKPOINT-DONE-EXIT.
036770     EXIT.
036780
036790*****************************************************
036800*  9300-WRITE-WHATIF-REGISTER                         *
036810*  LOGS THIS WHAT-IF RUN TO THE REQUEST REGISTER:     *
036820*  THE REQUESTER, START AND END TIMES, SCENARIOS,     *
036830*  TRIALS, AND RESULT RECORDS PRODUCED, AND THE       *
036840*  RETURN CODE IT ENDED WITH.                         *
036850*****************************************************
036860 9300-WRITE-WHATIF-REGISTER.
036870     MOVE SPACES TO WHATIF-REGISTER-RECORD.
036880     MOVE WS-RUN-DATE        TO WIF-RUN-DATE.
036890     MOVE WS-RUN-START-TIME  TO WIF-START-TIME.
036900     ACCEPT WIF-END-TIME FROM TIME.
036910     MOVE WS-REQUESTED-BY    TO WIF-REQUESTED-BY.
036920     MOVE WS-WIF-SCENARIOS   TO WIF-SCENARIO-COUNT.
036930     MOVE WS-WIF-TRIALS      TO WIF-TRIALS-RUN.
036940     MOVE WS-WIF-RESULTS     TO WIF-RESULT-COUNT.
036950     MOVE RETURN-CODE        TO WIF-RETURN-CODE.
036960     WRITE WHATIF-REGISTER-RECORD.
036970     DISPLAY "ENVELOPES WHAT-IF: REGISTERED FOR "
036980         WS-REQUESTED-BY " SCENARIOS=" WS-WIF-SCENARIOS
036990         " TRIALS=" WS-WIF-TRIALS " RESULTS=" WS-WIF-RESULTS.
037000 9300-WRITE-WHATIF-REGISTER-EXIT.
037010     EXIT.
037020
037030*****************************************************
037040*  9400-WRITE-LEDGER-END                               *
037050*  FILES THIS STEP'S LEDGER ROW ENDED WITH THE RETURN  *
037060*  CODE AND THE NIGHT'S COUNTS.  A RUN REJECTED BEFORE *
037070*  ITS ROW WAS STARTED (A BAD PARTITION CARD OR        *
037080*  CONTROL FILE) FILES A NEW ROW HERE, SO THE CHAIN    *
037090*  SEES A FAILED SWEEP RATHER THAN A MISSING ONE.  A   *
037100*  NIGHT REFUSED AS A NON-BUSINESS DAY FILES ITS ROW   *
037110*  REFUSED, WITH THE REASON, INSTEAD OF ENDED.         *
037120*****************************************************
037130 9400-WRITE-LEDGER-END.
037140     IF LEDGER-UNAVAILABLE
037150         GO TO 9400-WRITE-LEDGER-END-EXIT
037160     END-IF.
037170     PERFORM 9410-OPEN-LEDGER
037180         THRU 9410-OPEN-LEDGER-EXIT.
037190     IF LEDGER-UNAVAILABLE
037200         GO TO 9400-WRITE-LEDGER-END-EXIT
037210     END-IF.
037220     IF LEDGER-NOT-STARTED
037230         IF LEDGER-ROW-FOUND
037240             ADD 1 TO LDG-ATTEMPTS
037250         END-IF
037260         MOVE WS-RUN-DATE       TO LDG-START-DATE
037270         MOVE WS-RUN-START-TIME TO LDG-START-TIME
037280         MOVE SPACES            TO LDG-REASON
037290     END-IF.
037300     SET LDG-ENDED           TO TRUE.
037310     IF NIGHT-REFUSED
037320         SET LDG-REFUSED     TO TRUE
037330         MOVE SPACES         TO LDG-REASON
037340         STRING "NON-BUSINESS NIGHT - " DELIMITED BY SIZE
037350             WS-NIGHT-DESCRIPTION DELIMITED BY SIZE
037360             INTO LDG-REASON
037370     END-IF.
037380     ACCEPT LDG-END-DATE FROM DATE YYYYMMDD.
037390     ACCEPT LDG-END-TIME FROM TIME.
037400     MOVE RETURN-CODE        TO LDG-RETURN-CODE.
037410     PERFORM 9450-MOVE-LEDGER-COUNTS
037420         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
037430     PERFORM 9420-PUT-LEDGER-ROW
037440         THRU 9420-PUT-LEDGER-ROW-EXIT.
037450     IF NOT LEDGER-UNAVAILABLE
037460         IF NIGHT-REFUSED
037470             DISPLAY "ENVELOPES LEDGER: " WS-LEDGER-STEP
037480                 " REFUSED FOR " WS-LEDGER-DATE
037490                 " RC=" LDG-RETURN-CODE
037500         ELSE
037510             DISPLAY "ENVELOPES LEDGER: " WS-LEDGER-STEP
037520                 " ENDED FOR " WS-LEDGER-DATE
037530                 " RC=" LDG-RETURN-CODE
037540         END-IF
037550     END-IF.
037560 9400-WRITE-LEDGER-END-EXIT.
037570     EXIT.
037580
037590*****************************************************
037600*  9410-OPEN-LEDGER                                    *
037610*  OPENS THE LEDGER FOR UPDATE, CREATING IT ON ITS     *
037620*  VERY FIRST USE, AND READS THIS STEP'S ROW FOR THE   *
037630*  NIGHT.  WITH NO ROW YET A NEW ONE IS LAID OUT AS    *
037640*  THE FIRST ATTEMPT.  THE STEP IS ENVLPNN ON A        *
037650*  PARTITIONED RUN.                                    *
037660*****************************************************
037670 9410-OPEN-LEDGER.
037680     IF RUN-PARTITIONED
037690         MOVE WS-PARTITION-NO     TO WS-LEDGER-PART-NO
037700         MOVE WS-LEDGER-PART-STEP TO WS-LEDGER-STEP
037710     END-IF.
037720     OPEN I-O LEDGER-FILE.
037730     IF FS-LEDGER-MISSING
037740         OPEN OUTPUT LEDGER-FILE
037750         CLOSE LEDGER-FILE
037760         OPEN I-O LEDGER-FILE
037770     END-IF.
037780     IF NOT FS-LEDGER-OK
037790         DISPLAY "ENVELOPES ERROR: LEDGER OPEN FAILED, STATUS="
037800             FS-LEDGER-FILE
037810         SET LEDGER-UNAVAILABLE TO TRUE
037820         MOVE 16 TO WS-NEW-RC
037830         PERFORM 9100-RAISE-RETURN-CODE
037840             THRU 9100-RAISE-RETURN-CODE-EXIT
037850         GO TO 9410-OPEN-LEDGER-EXIT
037860     END-IF.
037870     MOVE WS-LEDGER-DATE TO LDG-RUN-DATE.
037880     MOVE WS-LEDGER-STEP TO LDG-STEP.
037890     READ LEDGER-FILE
037900         INVALID KEY
037910             CONTINUE
037920     END-READ.
037930     IF FS-LEDGER-OK
037940         SET LEDGER-ROW-FOUND TO TRUE
037950     ELSE
037960         SET LEDGER-ROW-NEW TO TRUE
037970         MOVE SPACES         TO LEDGER-RECORD
037980         MOVE WS-LEDGER-DATE TO LDG-RUN-DATE
037990         MOVE WS-LEDGER-STEP TO LDG-STEP
038000         MOVE 1              TO LDG-ATTEMPTS
038010     END-IF.
038020 9410-OPEN-LEDGER-EXIT.
038030     EXIT.
038040
038050*****************************************************
038060*  9420-PUT-LEDGER-ROW                                 *
038070*  WRITES A NEW ROW OR REWRITES THE ONE READ BY 9410,  *
038080*  AND CLOSES THE LEDGER SO IT IS NEVER HELD OPEN      *
038090*  ACROSS THE SWEEP.                                   *
038100*****************************************************
038110 9420-PUT-LEDGER-ROW.
038120     IF LEDGER-ROW-FOUND
038130         REWRITE LEDGER-RECORD
038140             INVALID KEY
038150                 CONTINUE
038160         END-REWRITE
038170     ELSE
038180         WRITE LEDGER-RECORD
038190             INVALID KEY
038200                 CONTINUE
038210         END-WRITE
038220     END-IF.
038230     IF NOT FS-LEDGER-OK
038240         DISPLAY "ENVELOPES ERROR: LEDGER WRITE FAILED, STATUS="
038250             FS-LEDGER-FILE
038260         SET LEDGER-UNAVAILABLE TO TRUE
038270         MOVE 16 TO WS-NEW-RC
038280         PERFORM 9100-RAISE-RETURN-CODE
038290             THRU 9100-RAISE-RETURN-CODE-EXIT
038300     ELSE
038310         SET LEDGER-ROW-FOUND TO TRUE
038320     END-IF.
038330     CLOSE LEDGER-FILE.
038340 9420-PUT-LEDGER-ROW-EXIT.
038350     EXIT.
038360
038370*****************************************************
038380*  9450-MOVE-LEDGER-COUNTS                             *
038390*  LAYS THE NIGHT'S COUNTS INTO THE LEDGER ROW IN THE  *
038400*  SLOT ORDER LDGREC GIVES FOR THE ENVELOPE STEP.      *
038410*****************************************************
038420 9450-MOVE-LEDGER-COUNTS.
038430     MOVE "AUDITS"       TO LDG-COUNT-NAME (1).
038440     MOVE WS-LDG-AUDITS  TO LDG-COUNT (1).
038450     MOVE "RESULTS"      TO LDG-COUNT-NAME (2).
038460     MOVE WS-LDG-RESULTS TO LDG-COUNT (2).
038470     MOVE "RECONS"       TO LDG-COUNT-NAME (3).
038480     MOVE WS-LDG-RECONS  TO LDG-COUNT (3).
038490     MOVE "DETAILS"      TO LDG-COUNT-NAME (4).
038500     MOVE WS-LDG-DETAILS TO LDG-COUNT (4).
038510 9450-MOVE-LEDGER-COUNTS-EXIT.
038520     EXIT.
038530
038540*****************************************************
038550*  5000-WRITE-RESULT-RECORD                            *
038560*  WRITES ONE RECORD TO THE RESULTS FILE FOR THIS       *
038570*  CUTOFF: THE CUTOFF ITSELF, ITS EXPECTED VALUE, AND    *
038580*  THE NUMBER OF TRIALS ACTUALLY USED TO COMPUTE IT      *
038590*  (WHICH MAY BE LESS THAN WS-NUM-TRIALS IF THE EARLY-   *
038600*  STOPPING CHECK TRIPPED), PLUS THE ALWAYS-KEEP AND     *
038610*  ALWAYS-SWITCH BASELINE EXPECTED VALUES AND THE        *
038620*  CUTOFF STRATEGY'S LIFT OVER EACH.                     *
038630*****************************************************
038640 5000-WRITE-RESULT-RECORD.
038650     MOVE SPACES TO RESULT-RECORD.
038660     MOVE WS-SCENARIO-CODE      TO RES-SCENARIO-CODE.
038670     MOVE WS-CUTOFF             TO RES-CUTOFF.
038680     MOVE WS-EXPECTED-VALUE     TO RES-EXPECTED-VALUE.
038690     MOVE WS-TRIALS-USED        TO RES-NUM-TRIALS.
038700     MOVE WS-STD-ERROR          TO RES-STD-ERROR.
038710     MOVE WS-CI-LOW             TO RES-CI-LOW.
038720     MOVE WS-CI-HIGH            TO RES-CI-HIGH.
038730     MOVE WS-KEEP-EV            TO RES-KEEP-EV.
038740     MOVE WS-SWITCH-EV          TO RES-SWITCH-EV.
038750     MOVE WS-LIFT-KEEP          TO RES-LIFT-KEEP.
038760     MOVE WS-LIFT-SWITCH        TO RES-LIFT-SWITCH.
038770     MOVE WS-SWEEP-PHASE        TO RES-SWEEP-PHASE.
038780     MOVE WS-RUN-MODE           TO RES-RUN-MODE.
038790     MOVE WS-REQUESTED-BY       TO RES-REQUESTED-BY.
038800     IF RUN-WHAT-IF
038810         WRITE WHATIF-RESULT-RECORD
038820     ELSE
038830         WRITE RESULT-RECORD
038840         ADD 1 TO WS-LDG-RESULTS
038850     END-IF.
038860     ADD 1 TO WS-AUD-RESULT-COUNT.
038870 5000-WRITE-RESULT-RECORD-EXIT.
038880     EXIT.
038890
038900*****************************************************
038910*  5100-WRITE-PERCENTILE-RECORD                        *
038920*  WRITES THE CUTOFF'S PAYOFF PERCENTILES, LOSS SHARE, *
038930*  AND EXPECTED VALUE TO PCTOUT OR, ON A WHAT-IF RUN,  *
038940*  TO WIFPCT.                                          *
038950*****************************************************
038960 5100-WRITE-PERCENTILE-RECORD.
038970     MOVE SPACES TO PERCENTILE-RECORD.
038980     MOVE WS-SCENARIO-CODE      TO PCT-SCENARIO-CODE.
038990     MOVE WS-CUTOFF             TO PCT-CUTOFF.
039000     MOVE WS-RUN-DATE           TO PCT-RUN-DATE.
039010     MOVE WS-TRIALS-USED        TO PCT-NUM-TRIALS.
039020     MOVE WS-EXPECTED-VALUE     TO PCT-EXPECTED-VALUE.
039030     MOVE WS-PCT-P05            TO PCT-P05.
039040     MOVE WS-PCT-P25            TO PCT-P25.
039050     MOVE WS-PCT-MEDIAN         TO PCT-MEDIAN.
039060     MOVE PDB-LOSS-COUNT (WS-CUT-SUB) TO PCT-LOSS-TRIALS.
039070     MOVE WS-PCT-LOSS-PROB      TO PCT-LOSS-PROB.
039080     MOVE WS-PCT-BAND-WIDTH     TO PCT-BAND-WIDTH.
039090     IF PERCENTILE-CAPPED
039100         SET PCT-CAPPED         TO TRUE
039110     ELSE
039120         SET PCT-NOT-CAPPED     TO TRUE
039130     END-IF.
039140     MOVE WS-SWEEP-PHASE        TO PCT-SWEEP-PHASE.
039150     MOVE WS-RUN-MODE           TO PCT-RUN-MODE.
039160     MOVE WS-REQUESTED-BY       TO PCT-REQUESTED-BY.
039170     IF RUN-WHAT-IF
039180         WRITE WHATIF-PERCENTILE-RECORD
039190     ELSE
039200         WRITE PERCENTILE-RECORD
039210     END-IF.
039220 5100-WRITE-PERCENTILE-RECORD-EXIT.
039230     EXIT.
039240
039250*****************************************************
039260*  5500-WRITE-CHECKPOINT                                *
039270*  RECORDS THE SCENARIO JUST COMPLETED SO AN            *
039280*  INTERRUPTED RUN CAN BE RESUMED WITHOUT RERUNNING     *
039290*  SCENARIOS THAT ALREADY FINISHED.  THE FLAG IS LEFT   *
039300*  INCOMPLETE HERE - 9000-FINALIZE REWRITES IT          *
039310*  COMPLETE ONCE THE WHOLE SCENARIO BOOK ENDS           *
039320*  NORMALLY.  A WHAT-IF RUN NEVER TOUCHES CKPTFILE, SO  *
039330*  IT CANNOT DISTURB A PRODUCTION RESTART.              *
039340*****************************************************
039350 5500-WRITE-CHECKPOINT.
039360     IF RUN-WHAT-IF
039370         GO TO 5500-WRITE-CHECKPOINT-EXIT
039380     END-IF.
039390     OPEN OUTPUT CHECKPOINT-FILE.
039400     IF NOT CHECKPOINT-OK
039410         DISPLAY "ENVELOPES ERROR: CHECKPOINT-FILE OUTPUT "
039420             "OPEN FAILED, STATUS=" FS-CHECKPOINT-FILE
039430         MOVE 16 TO WS-NEW-RC
039440         PERFORM 9100-RAISE-RETURN-CODE
039450             THRU 9100-RAISE-RETURN-CODE-EXIT
039460     END-IF.
039470     IF NOT CHECKPOINT-OK
039480         GO TO 5500-WRITE-CHECKPOINT-EXIT
039490     END-IF.
039500     MOVE SPACES TO CHECKPOINT-RECORD.
039510     MOVE WS-SCENARIO-ID     TO CKPT-SCENARIO-ID.
039520     MOVE WS-CUTOFF-STOP     TO CKPT-CUTOFF.
039530     MOVE WS-OPTIMAL-CUTOFF  TO CKPT-OPTIMAL-CUTOFF.
039540     MOVE WS-OPTIMAL-VALUE   TO CKPT-OPTIMAL-VALUE.
039550     SET CKPT-RUN-INCOMPLETE TO TRUE.
039560     WRITE CHECKPOINT-RECORD.
039570     CLOSE CHECKPOINT-FILE.
039580 5500-WRITE-CHECKPOINT-EXIT.
039590     EXIT.
039600
039610*****************************************************
039620*  5600-UPDATE-LEDGER-COUNTS                           *
039630*  REWRITES THE STARTED LEDGER ROW WITH THE COUNTS SO  *
039640*  FAR, SO A RESUMED RUN KNOWS WHAT THE COMPLETED      *
039650*  SCENARIOS ALREADY PUT ON ITS EXTENDED OUTPUTS.      *
039660*****************************************************
039670 5600-UPDATE-LEDGER-COUNTS.
039680     IF NOT LEDGER-STARTED
039690         GO TO 5600-UPDATE-LEDGER-COUNTS-EXIT
039700     END-IF.
039710     PERFORM 9410-OPEN-LEDGER
039720         THRU 9410-OPEN-LEDGER-EXIT.
039730     IF LEDGER-UNAVAILABLE
039740         GO TO 5600-UPDATE-LEDGER-COUNTS-EXIT
039750     END-IF.
039760     PERFORM 9450-MOVE-LEDGER-COUNTS
039770         THRU 9450-MOVE-LEDGER-COUNTS-EXIT.
039780     PERFORM 9420-PUT-LEDGER-ROW
039790         THRU 9420-PUT-LEDGER-ROW-EXIT.
039800 5600-UPDATE-LEDGER-COUNTS-EXIT.
039810     EXIT.
