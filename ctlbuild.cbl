000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CTLBLD.
000030 AUTHOR.         D. FINGS.
000040 INSTALLATION.   ACTUARIAL SYSTEMS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************
000090*  MODIFICATION HISTORY                              *
000100*-----------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION                      *
000120*  2026-10-15   DF   ORIGINAL NIGHTLY CTLIN BUILD.     *
000130*                    RUNS AHEAD OF ENVELOPES AND       *
000140*                    WRITES ONE CONTROL RECORD PER     *
000150*                    SCENARIO FROM THE LATEST APPROVED *
000160*                    PARMMST ROW EFFECTIVE ON OR       *
000170*                    BEFORE THE RUN DATE, LEAVING OUT  *
000180*                    SCENARIOS TAKEN OUT OF THE BOOK.  *
000190*                    THE PARAMETER-CHANGE REPORT       *
000200*                    COMPARES THE NEW CTLIN WITH THE   *
000210*                    ONE THE PREVIOUS RUN USED AND     *
000220*                    PRINTS EVERY CHANGED FIELD WITH   *
000230*                    ITS OLD AND NEW VALUE, MAKER,     *
000240*                    CHECKER, AND EFFECTIVE DATE, SO   *
000250*                    EACH PARM CHANGED LINE ON THE     *
000260*                    RECONCILIATION TRACES TO A        *
000270*                    SIGNED-OFF CHANGE.  CHANGES DUE   *
000280*                    BUT STILL UNAPPROVED ARE LISTED   *
000290*                    AND WARN.                         *
000300*****************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340*****************************************************
000350*  BUILD CONTROL CARD - OPTIONAL.  WHEN PRESENT AND   *
000360*  NONZERO IT GIVES THE RUN DATE TO BUILD FOR (A      *
000370*  RERUN, OR A BUILD AFTER MIDNIGHT); OTHERWISE THE   *
000380*  SYSTEM DATE IS USED.                               *
000390*****************************************************
000400     SELECT BUILD-CONTROL-FILE ASSIGN TO BLDCTL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-BUILD-CONTROL.
000430*****************************************************
000440*  PARAMETER MASTER (SEE PRMREC), READ IN KEY ORDER - *
000450*  EACH SCENARIO'S ROWS COME TOGETHER, OLDEST         *
000460*  EFFECTIVE DATE FIRST.                              *
000470*****************************************************
000480     SELECT PARAMETER-MASTER ASSIGN TO PARMMST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PRM-KEY
000520         FILE STATUS IS FS-PARMMST-FILE.
000530*****************************************************
000540*  PRIOR CONTROL FILE - THE CTLIN THE PREVIOUS        *
000550*  PRODUCTION RUN USED, AS BUILT BY THE PREVIOUS      *
000560*  RUN OF THIS PROGRAM.  OPTIONAL: WITHOUT IT EVERY   *
000570*  SCENARIO IS REPORTED AS ADDED TO THE BOOK.         *
000580*****************************************************
000590     SELECT PRIOR-CONTROL-FILE ASSIGN TO CTLPRIOR
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-PRIOR-CONTROL.
000620*****************************************************
000630*  RUN CONTROL FILE - TONIGHT'S CTLIN (SEE CTLREC),   *
000640*  WRITTEN HERE FOR THE ENVELOPES STEP THAT FOLLOWS.  *
000650*****************************************************
000660     SELECT CONTROL-FILE ASSIGN TO CTLIN
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-CONTROL-FILE.
000690*****************************************************
000700*  PARAMETER-CHANGE REPORT PRINT FILE.                *
000710*****************************************************
000720     SELECT CHANGE-PRINT-FILE ASSIGN TO PRMCHG
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-CHANGE-PRINT.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BUILD-CONTROL-FILE.
000790 01  BUILD-CONTROL-RECORD.
000800     05  BCT-RUN-DATE            PIC 9(08).
000810     05  FILLER                  PIC X(72).
000820
000830 FD  PARAMETER-MASTER.
000840 COPY PRMREC.
000850
000860 FD  PRIOR-CONTROL-FILE.
000870 COPY CTLREC REPLACING ==CONTROL-RECORD== BY
000880     ==PRIOR-CONTROL-RECORD==
000890     LEADING ==CTL-== BY ==PCF-==.
000900
000910 FD  CONTROL-FILE.
000920 COPY CTLREC.
000930
000940 FD  CHANGE-PRINT-FILE.
000950 01  CHANGE-PRINT-RECORD         PIC X(132).
000960
000970 WORKING-STORAGE SECTION.
000980*****************************************************
000990*  FILE STATUS SWITCHES                              *
001000*****************************************************
001010 01  FS-BUILD-CONTROL            PIC X(02).
001020     88  FS-BUILD-CONTROL-OK          VALUE "00".
001030 01  FS-PARMMST-FILE             PIC X(02).
001040     88  FS-PARMMST-OK                VALUE "00".
001050     88  FS-PARMMST-EOF               VALUE "10".
001060 01  FS-PRIOR-CONTROL            PIC X(02).
001070     88  FS-PRIOR-CONTROL-OK          VALUE "00".
001080     88  FS-PRIOR-CONTROL-EOF         VALUE "10".
001090 01  FS-CONTROL-FILE             PIC X(02).
001100     88  FS-CONTROL-OK                VALUE "00".
001110 01  FS-CHANGE-PRINT             PIC X(02).
001120     88  FS-CHANGE-PRINT-OK           VALUE "00".
001130
001140*****************************************************
001150*  RUN DATE - THE DATE THE CTLIN IS BUILT FOR.  A ROW *
001160*  EFFECTIVE ON THE RUN DATE ITSELF IS IN EFFECT.     *
001170*****************************************************
001180 01  WS-RUN-DATE                 PIC 9(08).
001190
001200*****************************************************
001210*  PRIOR SCHEDULE - EVERY RECORD ON THE PREVIOUS      *
001220*  CTLIN, AT MOST THE 99 THE NIGHTLY RUN ACCEPTS,     *
001230*  MARKED AS ITS SCENARIO IS MET TONIGHT SO THE ONES  *
001240*  NO LONGER ON THE PARAMETER MASTER CAN BE LISTED.   *
001250*****************************************************
001260 01  SW-PRIOR-AVAIL              PIC X(01) VALUE "N".
001270     88  PRIOR-AVAILABLE              VALUE "Y".
001280     88  PRIOR-NOT-AVAILABLE          VALUE "N".
001290 01  WS-PRIOR-COUNT              PIC 9(03) VALUE ZERO.
001300 01  WS-PRIOR-SUB                PIC 9(03) VALUE ZERO.
001310 01  WS-PRIOR-FOUND              PIC 9(03) VALUE ZERO.
001320 01  WS-PRIOR-TABLE.
001330     05  WS-PRIOR-ENTRY          OCCURS 99 TIMES.
001340         10  WS-PRIOR-CODE       PIC X(08).
001350         10  WS-PRIOR-IMAGE      PIC X(83).
001360         10  WS-PRIOR-MET        PIC X(01).
001370 COPY CTLREC REPLACING ==CONTROL-RECORD== BY
001380     ==WS-PRIOR-CONTROL==
001390     LEADING ==CTL-== BY ==PCT-==.
001400
001410*****************************************************
001420*  SCENARIO SELECTION - THE SCENARIO WHOSE ROWS ARE   *
001430*  BEING READ, AND THE LATEST APPROVED ROW AMONG      *
001440*  THEM EFFECTIVE ON OR BEFORE THE RUN DATE.          *
001450*****************************************************
001460 01  WS-GROUP-CODE               PIC X(08).
001470 01  SW-ROW-SELECTED             PIC X(01) VALUE "N".
001480     88  ROW-SELECTED                 VALUE "Y".
001490     88  NO-ROW-SELECTED              VALUE "N".
001500 COPY PRMREC REPLACING ==PARAMETER-MASTER-RECORD== BY
001510     ==WS-SELECTED-ROW==
001520     LEADING ==PRM-== BY ==PSL-==.
001530
001540*****************************************************
001550*  FIELD COMPARISON - ONE PARAMETER AT A TIME, OLD    *
001560*  AND NEW AS THEY STAND ON THE CONTROL RECORD, WITH  *
001570*  ITS LENGTH AND DECIMAL PLACES SO THE VALUE CAN BE  *
001580*  PRINTED WITH ITS DECIMAL POINT.  THE FIELD NAMES   *
001590*  ARE THE ONES THE RECONCILIATION PRINTS.            *
001600*****************************************************
001610 01  WS-FIELD-NAME               PIC X(12).
001620 01  WS-FIELD-LEN                PIC 9(02).
001630 01  WS-FIELD-DEC                PIC 9(01).
001640 01  WS-INT-LEN                  PIC 9(02).
001650 01  WS-OLD-RAW                  PIC X(09).
001660 01  WS-NEW-RAW                  PIC X(09).
001670 01  WS-FMT-RAW                  PIC X(09).
001680 01  WS-FMT-VALUE                PIC X(12).
001690 01  WS-OLD-VALUE                PIC X(12).
001700 01  WS-NEW-VALUE                PIC X(12).
001710 01  WS-FIELDS-CHANGED           PIC 9(03) VALUE ZERO.
001720
001730*****************************************************
001740*  RECORD COUNTS FOR THE CLOSING REPORT              *
001750*****************************************************
001760 01  WS-ROWS-READ                PIC 9(05) VALUE ZERO.
001770 01  WS-BUILT-COUNT              PIC 9(05) VALUE ZERO.
001780 01  WS-UNCHANGED-COUNT          PIC 9(05) VALUE ZERO.
001790 01  WS-CHANGED-COUNT            PIC 9(05) VALUE ZERO.
001800 01  WS-ADDED-COUNT              PIC 9(05) VALUE ZERO.
001810 01  WS-DROPPED-COUNT            PIC 9(05) VALUE ZERO.
001820 01  WS-LAPSED-COUNT             PIC 9(05) VALUE ZERO.
001830 01  WS-OVERFLOW-COUNT           PIC 9(05) VALUE ZERO.
001840 01  WS-PENDING-COUNT            PIC 9(05) VALUE ZERO.
001850 01  WS-DUE-COUNT                PIC 9(05) VALUE ZERO.
001860
001870*****************************************************
001880*  REPORT CONTROL                                    *
001890*****************************************************
001900 01  WS-PAGE-COUNT               PIC 9(05) VALUE ZERO.
001910 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001920 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 56.
001930
001940*****************************************************
001950*  PRINT LINE LAYOUTS                                *
001960*****************************************************
001970 01  CHG-PAGE-HEADING.
001980     05  FILLER                  PIC X(51) VALUE
001990         "TWO ENVELOPES PARAMETER CHANGE REPORT".
002000     05  FILLER                  PIC X(10) VALUE SPACES.
002010     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002020     05  CPH-RUN-DATE            PIC 9(08).
002030     05  FILLER                  PIC X(04) VALUE SPACES.
002040     05  FILLER                  PIC X(05) VALUE "PAGE ".
002050     05  CPH-PAGE                PIC ZZZZ9.
002060     05  FILLER                  PIC X(40) VALUE SPACES.
002070
002080 01  CHG-SECTION-1-HEADING.
002090     05  FILLER                  PIC X(60) VALUE
002100         "SECTION 1 - PARAMETER CHANGES SINCE THE PREVIOUS CTLIN".
002110     05  FILLER                  PIC X(72) VALUE SPACES.
002120
002130 01  CHG-COLUMN-HEADING.
002140     05  FILLER                  PIC X(10) VALUE "SCENARIO".
002150     05  FILLER                  PIC X(14) VALUE "FIELD".
002160     05  FILLER                  PIC X(14) VALUE "OLD VALUE".
002170     05  FILLER                  PIC X(14) VALUE "NEW VALUE".
002180     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
002190     05  FILLER                  PIC X(10) VALUE "MAKER".
002200     05  FILLER                  PIC X(10) VALUE "CHECKER".
002210     05  FILLER                  PIC X(10) VALUE "APPROVED".
002220     05  FILLER                  PIC X(40) VALUE "NOTE".
002230
002240 01  CHG-CHANGE-LINE.
002250     05  CCL-SCENARIO-CODE       PIC X(08).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  CCL-FIELD-NAME          PIC X(12).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  CCL-OLD-VALUE           PIC X(12).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  CCL-NEW-VALUE           PIC X(12).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  CCL-EFFECTIVE-DATE      PIC X(08).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  CCL-MAKER-ID            PIC X(08).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  CCL-CHECKER-ID          PIC X(08).
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  CCL-CHECKED-DATE        PIC X(08).
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  CCL-NOTE                PIC X(40).
002420
002430 01  CHG-SECTION-2-HEADING.
002440     05  FILLER                  PIC X(60) VALUE
002450         "SECTION 2 - PARAMETER CHANGES NOT YET APPROVED".
002460     05  FILLER                  PIC X(72) VALUE SPACES.
002470
002480 01  CHG-PENDING-COLUMN-HEADING.
002490     05  FILLER                  PIC X(10) VALUE "SCENARIO".
002500     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
002510     05  FILLER                  PIC X(10) VALUE "MAKER".
002520     05  FILLER                  PIC X(10) VALUE "ENTERED".
002530     05  FILLER                  PIC X(32) VALUE
002540         "REASON FOR CHANGE".
002550     05  FILLER                  PIC X(60) VALUE "STATUS".
002560
002570 01  CHG-PENDING-LINE.
002580     05  CPL-SCENARIO-CODE       PIC X(08).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  CPL-EFFECTIVE-DATE      PIC 9(08).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  CPL-MAKER-ID            PIC X(08).
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  CPL-MADE-DATE           PIC 9(08).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  CPL-CHANGE-REASON       PIC X(30).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  CPL-STATUS              PIC X(40).
002690     05  FILLER                  PIC X(20) VALUE SPACES.
002700
002710 01  CHG-NOTE-LINE.
002720     05  FILLER                  PIC X(04) VALUE SPACES.
002730     05  CNL-TEXT                PIC X(60).
002740     05  FILLER                  PIC X(68) VALUE SPACES.
002750
002760 01  CHG-TRAILER.
002770     05  FILLER                  PIC X(22) VALUE
002780         "END OF CTLIN BUILD - ".
002790     05  CTR-BUILT               PIC ZZZZ9.
002800     05  FILLER                  PIC X(07) VALUE " BUILT ".
002810     05  CTR-CHANGED             PIC ZZZZ9.
002820     05  FILLER                  PIC X(09) VALUE " CHANGED ".
002830     05  CTR-UNCHANGED           PIC ZZZZ9.
002840     05  FILLER                  PIC X(11) VALUE
002850         " UNCHANGED ".
002860     05  CTR-ADDED               PIC ZZZZ9.
002870     05  FILLER                  PIC X(07) VALUE " ADDED ".
002880     05  CTR-DROPPED             PIC ZZZZ9.
002890     05  FILLER                  PIC X(09) VALUE " DROPPED ".
002900     05  CTR-DUE                 PIC ZZZZ9.
002910     05  FILLER                  PIC X(18) VALUE
002920         " DUE NOT APPROVED".
002930     05  FILLER                  PIC X(19) VALUE SPACES.
002940
002950 PROCEDURE DIVISION.
002960*****************************************************
002970*  0000-MAINLINE                                      *
002980*  BUILDS TONIGHT'S CTLIN, REPORTING EVERY CHANGE     *
002990*  AGAINST THE PREVIOUS ONE, LISTS THE SCENARIOS THAT *
003000*  LEFT THE PARAMETER MASTER AND THE CHANGES STILL    *
003010*  AWAITING APPROVAL, AND SETS THE RETURN CODE.       *
003020*****************************************************
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE
003050         THRU 1000-INITIALIZE-EXIT.
003060     IF RETURN-CODE >= 16
003070         DISPLAY "CTLBLD: RUN TERMINATED, RC=" RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100
003110     PERFORM 2000-BUILD-CONTROL-FILE
003120         THRU 2000-BUILD-CONTROL-FILE-EXIT.
003130     IF RETURN-CODE < 16
003140         PERFORM 4000-LIST-UNMET-PRIOR
003150             THRU 4000-LIST-UNMET-PRIOR-EXIT
003160         PERFORM 5000-LIST-PENDING
003170             THRU 5000-LIST-PENDING-EXIT
003180     END-IF.
003190
003200     PERFORM 9000-FINALIZE
003210         THRU 9000-FINALIZE-EXIT.
003220     STOP RUN.
003230
003240*****************************************************
003250*  1000-INITIALIZE                                    *
003260*  SETTLES THE RUN DATE, OPENS THE REPORT, LOADS THE  *
003270*  PREVIOUS CTLIN, AND OPENS THE PARAMETER MASTER     *
003280*  AND THE NEW CTLIN.                                 *
003290*****************************************************
003300 1000-INITIALIZE.
003310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003320     OPEN INPUT BUILD-CONTROL-FILE.
003330     IF FS-BUILD-CONTROL-OK
003340         READ BUILD-CONTROL-FILE
003350             AT END
003360                 CONTINUE
003370         END-READ
003380         IF FS-BUILD-CONTROL-OK
003390             AND BCT-RUN-DATE IS NUMERIC
003400             AND BCT-RUN-DATE > ZERO
003410             MOVE BCT-RUN-DATE TO WS-RUN-DATE
003420         END-IF
003430         CLOSE BUILD-CONTROL-FILE
003440     END-IF.
003450
003460     OPEN OUTPUT CHANGE-PRINT-FILE.
003470     IF NOT FS-CHANGE-PRINT-OK
003480         DISPLAY "CTLBLD ERROR: PRMCHG OPEN FAILED, STATUS="
003490             FS-CHANGE-PRINT
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF.
003530     PERFORM 8000-PAGE-HEADING
003540         THRU 8000-PAGE-HEADING-EXIT.
003550
003560     PERFORM 1100-LOAD-PRIOR
003570         THRU 1100-LOAD-PRIOR-EXIT.
003580     IF RETURN-CODE >= 16
003590         CLOSE CHANGE-PRINT-FILE
003600         GO TO 1000-INITIALIZE-EXIT
003610     END-IF.
003620
003630     OPEN INPUT PARAMETER-MASTER.
003640     IF NOT FS-PARMMST-OK
003650         DISPLAY "CTLBLD ERROR: PARMMST OPEN FAILED, STATUS="
003660             FS-PARMMST-FILE
003670         CLOSE CHANGE-PRINT-FILE
003680         MOVE 16 TO RETURN-CODE
003690         GO TO 1000-INITIALIZE-EXIT
003700     END-IF.
003710
003720     OPEN OUTPUT CONTROL-FILE.
003730     IF NOT FS-CONTROL-OK
003740         DISPLAY "CTLBLD ERROR: CTLIN OPEN FAILED, STATUS="
003750             FS-CONTROL-FILE
003760         CLOSE PARAMETER-MASTER
003770         CLOSE CHANGE-PRINT-FILE
003780         MOVE 16 TO RETURN-CODE
003790     END-IF.
003800 1000-INITIALIZE-EXIT.
003810     EXIT.
003820
003830*****************************************************
003840*  1100-LOAD-PRIOR                                    *
003850*  FILES EVERY RECORD OF THE PREVIOUS CTLIN.  A       *
003860*  MISSING ONE IS NOT FATAL (THE FIRST BUILD HAS      *
003870*  NONE), BUT THE REPORT SAYS SO.  MORE THAN 99       *
003880*  RECORDS CANNOT HAVE COME FROM A GOOD RUN.          *
003890*****************************************************
003900 1100-LOAD-PRIOR.
003910     OPEN INPUT PRIOR-CONTROL-FILE.
003920     IF NOT FS-PRIOR-CONTROL-OK
003930         MOVE "CTLPRIOR NOT AVAILABLE - EVERY SCENARIO REPORTED AS
003940-            " ADDED" TO CNL-TEXT
003950         PERFORM 8100-WRITE-NOTE-LINE
003960             THRU 8100-WRITE-NOTE-LINE-EXIT
003970         GO TO 1100-LOAD-PRIOR-EXIT
003980     END-IF.
003990     SET PRIOR-AVAILABLE TO TRUE.
004000     READ PRIOR-CONTROL-FILE
004010         AT END
004020             CONTINUE
004030     END-READ.
004040     PERFORM 1110-LOAD-ONE-PRIOR
004050         THRU 1110-LOAD-ONE-PRIOR-EXIT
004060         UNTIL NOT FS-PRIOR-CONTROL-OK
004070         OR RETURN-CODE >= 16.
004080     IF NOT FS-PRIOR-CONTROL-OK AND NOT FS-PRIOR-CONTROL-EOF
004090         DISPLAY "CTLBLD ERROR: CTLPRIOR READ FAILED, STATUS="
004100             FS-PRIOR-CONTROL
004110         MOVE 16 TO RETURN-CODE
004120     END-IF.
004130     CLOSE PRIOR-CONTROL-FILE.
004140 1100-LOAD-PRIOR-EXIT.
004150     EXIT.
004160
004170 1110-LOAD-ONE-PRIOR.
004180     IF PCF-SCENARIO-CODE NOT = SPACES
004190         IF WS-PRIOR-COUNT >= 99
004200             DISPLAY "CTLBLD ERROR: CTLPRIOR HOLDS MORE THAN 99 "
004210                 "SCENARIOS"
004220             MOVE 16 TO RETURN-CODE
004230             GO TO 1110-LOAD-ONE-PRIOR-EXIT
004240         END-IF
004250         ADD 1 TO WS-PRIOR-COUNT
004260         MOVE PCF-SCENARIO-CODE TO WS-PRIOR-CODE (WS-PRIOR-COUNT)
004270         MOVE PRIOR-CONTROL-RECORD
004280             TO WS-PRIOR-IMAGE (WS-PRIOR-COUNT)
004290         MOVE "N" TO WS-PRIOR-MET (WS-PRIOR-COUNT)
004300     END-IF.
004310     READ PRIOR-CONTROL-FILE
004320         AT END
004330             CONTINUE
004340     END-READ.
004350 1110-LOAD-ONE-PRIOR-EXIT.
004360     EXIT.
004370
004380*****************************************************
004390*  2000-BUILD-CONTROL-FILE                            *
004400*  WALKS THE PARAMETER MASTER IN KEY ORDER, ONE       *
004410*  SCENARIO'S ROWS AT A TIME.                         *
004420*****************************************************
004430 2000-BUILD-CONTROL-FILE.
004440     PERFORM 8200-CHECK-PAGE
004450         THRU 8200-CHECK-PAGE-EXIT.
004460     MOVE SPACES TO CHANGE-PRINT-RECORD.
004470     WRITE CHANGE-PRINT-RECORD FROM CHG-SECTION-1-HEADING
004480         AFTER ADVANCING 1 LINE.
004490     WRITE CHANGE-PRINT-RECORD FROM CHG-COLUMN-HEADING
004500         AFTER ADVANCING 1 LINE.
004510     ADD 2 TO WS-LINE-COUNT.
004520     MOVE LOW-VALUES TO PRM-KEY.
004530     START PARAMETER-MASTER KEY IS >= PRM-KEY
004540         INVALID KEY
004550             GO TO 2000-BUILD-CONTROL-FILE-EXIT
004560     END-START.
004570     READ PARAMETER-MASTER NEXT RECORD
004580         AT END
004590             GO TO 2000-BUILD-CONTROL-FILE-EXIT
004600     END-READ.
004610     PERFORM 2100-BUILD-ONE-SCENARIO
004620         THRU 2100-BUILD-ONE-SCENARIO-EXIT
004630         UNTIL NOT FS-PARMMST-OK
004640         OR RETURN-CODE >= 16.
004650     IF NOT FS-PARMMST-OK AND NOT FS-PARMMST-EOF
004660         DISPLAY "CTLBLD ERROR: PARMMST READ FAILED, STATUS="
004670             FS-PARMMST-FILE
004680         MOVE 16 TO RETURN-CODE
004690     END-IF.
004700 2000-BUILD-CONTROL-FILE-EXIT.
004710     EXIT.
004720
004730*****************************************************
004740*  2100-BUILD-ONE-SCENARIO                            *
004750*  READS ALL OF ONE SCENARIO'S ROWS, KEEPING THE      *
004760*  LATEST APPROVED ONE IN EFFECT ON THE RUN DATE,     *
004770*  THEN APPLIES IT.                                   *
004780*****************************************************
004790 2100-BUILD-ONE-SCENARIO.
004800     MOVE PRM-SCENARIO-CODE TO WS-GROUP-CODE.
004810     SET NO-ROW-SELECTED TO TRUE.
004820     PERFORM 2110-CONSIDER-ONE-ROW
004830         THRU 2110-CONSIDER-ONE-ROW-EXIT
004840         UNTIL NOT FS-PARMMST-OK
004850         OR PRM-SCENARIO-CODE NOT = WS-GROUP-CODE.
004860     PERFORM 2200-APPLY-SELECTED-ROW
004870         THRU 2200-APPLY-SELECTED-ROW-EXIT.
004880 2100-BUILD-ONE-SCENARIO-EXIT.
004890     EXIT.
004900
004910 2110-CONSIDER-ONE-ROW.
004920     ADD 1 TO WS-ROWS-READ.
004930     IF PRM-APPROVED
004940         AND PRM-EFFECTIVE-DATE NOT > WS-RUN-DATE
004950         MOVE PARAMETER-MASTER-RECORD TO WS-SELECTED-ROW
004960         SET ROW-SELECTED TO TRUE
004970     END-IF.
004980     READ PARAMETER-MASTER NEXT RECORD
004990         AT END
005000             CONTINUE
005010     END-READ.
005020 2110-CONSIDER-ONE-ROW-EXIT.
005030     EXIT.
005040
005050*****************************************************
005060*  2200-APPLY-SELECTED-ROW                            *
005070*  A SCENARIO IN THE BOOK GETS ITS CONTROL RECORD AND *
005080*  ITS CHANGES AGAINST THE PREVIOUS CTLIN.  ONE THAT  *
005090*  RAN LAST TIME BUT IS NOW OUT OF THE BOOK, OR HAS   *
005100*  NO APPROVED ROW IN EFFECT, IS REPORTED DROPPED -   *
005110*  THE LATTER WARNS, SINCE NOBODY TOOK IT OUT.        *
005120*****************************************************
005130 2200-APPLY-SELECTED-ROW.
005140     MOVE ZERO TO WS-PRIOR-FOUND.
005150     PERFORM 2210-MATCH-PRIOR-CODE
005160         THRU 2210-MATCH-PRIOR-CODE-EXIT
005170         VARYING WS-PRIOR-SUB FROM 1 BY 1
005180         UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
005190         OR WS-PRIOR-FOUND > ZERO.
005200     IF WS-PRIOR-FOUND > ZERO
005210         MOVE "Y" TO WS-PRIOR-MET (WS-PRIOR-FOUND)
005220     END-IF.
005230
005240     IF NO-ROW-SELECTED
005250         IF WS-PRIOR-FOUND > ZERO
005260             ADD 1 TO WS-DROPPED-COUNT
005270             ADD 1 TO WS-LAPSED-COUNT
005280             MOVE SPACES TO CHG-CHANGE-LINE
005290             MOVE WS-GROUP-CODE TO CCL-SCENARIO-CODE
005300             MOVE "BOOK"        TO CCL-FIELD-NAME
005310             MOVE "IN"          TO CCL-OLD-VALUE
005320             MOVE "OUT"         TO CCL-NEW-VALUE
005330             MOVE "DROPPED - NO APPROVED ROW IN EFFECT"
005340                 TO CCL-NOTE
005350             PERFORM 7000-WRITE-CHANGE-LINE
005360                 THRU 7000-WRITE-CHANGE-LINE-EXIT
005370         END-IF
005380         GO TO 2200-APPLY-SELECTED-ROW-EXIT
005390     END-IF.
005400
005410     IF PSL-OUT-OF-BOOK
005420         IF WS-PRIOR-FOUND > ZERO
005430             ADD 1 TO WS-DROPPED-COUNT
005440             PERFORM 7100-STAGE-SIGN-OFF
005450                 THRU 7100-STAGE-SIGN-OFF-EXIT
005460             MOVE "BOOK"        TO CCL-FIELD-NAME
005470             MOVE "IN"          TO CCL-OLD-VALUE
005480             MOVE "OUT"         TO CCL-NEW-VALUE
005490             MOVE "DROPPED FROM BOOK" TO CCL-NOTE
005500             PERFORM 7000-WRITE-CHANGE-LINE
005510                 THRU 7000-WRITE-CHANGE-LINE-EXIT
005520         END-IF
005530         GO TO 2200-APPLY-SELECTED-ROW-EXIT
005540     END-IF.
005550
005560     PERFORM 2300-WRITE-CONTROL-RECORD
005570         THRU 2300-WRITE-CONTROL-RECORD-EXIT.
005580     IF RETURN-CODE >= 16 OR NOT FS-CONTROL-OK
005590         GO TO 2200-APPLY-SELECTED-ROW-EXIT
005600     END-IF.
005610
005620     IF WS-PRIOR-FOUND = ZERO
005630         ADD 1 TO WS-ADDED-COUNT
005640         PERFORM 7100-STAGE-SIGN-OFF
005650             THRU 7100-STAGE-SIGN-OFF-EXIT
005660         MOVE "BOOK"        TO CCL-FIELD-NAME
005670         MOVE "OUT"         TO CCL-OLD-VALUE
005680         MOVE "IN"          TO CCL-NEW-VALUE
005690         MOVE "ADDED TO BOOK" TO CCL-NOTE
005700         PERFORM 7000-WRITE-CHANGE-LINE
005710             THRU 7000-WRITE-CHANGE-LINE-EXIT
005720         GO TO 2200-APPLY-SELECTED-ROW-EXIT
005730     END-IF.
005740
005750     MOVE WS-PRIOR-IMAGE (WS-PRIOR-FOUND) TO WS-PRIOR-CONTROL.
005760     PERFORM 2400-COMPARE-PARAMETERS
005770         THRU 2400-COMPARE-PARAMETERS-EXIT.
005780     IF WS-FIELDS-CHANGED > ZERO
005790         ADD 1 TO WS-CHANGED-COUNT
005800     ELSE
005810         ADD 1 TO WS-UNCHANGED-COUNT
005820     END-IF.
005830 2200-APPLY-SELECTED-ROW-EXIT.
005840     EXIT.
005850
005860 2210-MATCH-PRIOR-CODE.
005870     IF WS-PRIOR-CODE (WS-PRIOR-SUB) = WS-GROUP-CODE
005880         MOVE WS-PRIOR-SUB TO WS-PRIOR-FOUND
005890     END-IF.
005900 2210-MATCH-PRIOR-CODE-EXIT.
005910     EXIT.
005920
005930*****************************************************
005940*  2300-WRITE-CONTROL-RECORD                          *
005950*  WRITES THE SCENARIO'S CTLIN RECORD AS A NIGHTLY    *
005960*  PRODUCTION RECORD.  THE NIGHTLY RUN TAKES AT MOST  *
005970*  99 SCENARIOS; ANY BEYOND ARE LEFT OFF AND COUNTED  *
005980*  SO THE BUILD FAILS.                                *
005990*****************************************************
006000 2300-WRITE-CONTROL-RECORD.
006010     IF WS-BUILT-COUNT >= 99
006020         ADD 1 TO WS-OVERFLOW-COUNT
006030         STRING "MORE THAN 99 SCENARIOS IN EFFECT - NOT WRITTEN: "
006040                    DELIMITED BY SIZE
006050                WS-GROUP-CODE DELIMITED BY SIZE
006060             INTO CNL-TEXT
006070         END-STRING
006080         PERFORM 8100-WRITE-NOTE-LINE
006090             THRU 8100-WRITE-NOTE-LINE-EXIT
006100         GO TO 2300-WRITE-CONTROL-RECORD-EXIT
006110     END-IF.
006120     MOVE SPACES TO CONTROL-RECORD.
006130     MOVE PSL-NUM-TRIALS      TO CTL-NUM-TRIALS.
006140     MOVE PSL-PRIOR-LOWER-MAX TO CTL-PRIOR-LOWER-MAX.
006150     MOVE PSL-CUTOFF-START    TO CTL-CUTOFF-START.
006160     MOVE PSL-CUTOFF-STOP     TO CTL-CUTOFF-STOP.
006170     MOVE PSL-CUTOFF-STEP     TO CTL-CUTOFF-STEP.
006180     MOVE PSL-DRIFT-THRESHOLD TO CTL-DRIFT-THRESHOLD.
006190     MOVE PSL-DIST-MODE       TO CTL-DIST-MODE.
006200     MOVE PSL-EARLY-STOP-TOL  TO CTL-EARLY-STOP-TOL.
006210     MOVE PSL-VALIDATION-TOL  TO CTL-VALIDATION-TOL.
006220     MOVE PSL-RNG-SEED        TO CTL-RNG-SEED.
006230     MOVE PSL-DETAIL-FLAG     TO CTL-DETAIL-FLAG.
006240     MOVE PSL-DETAIL-SAMPLE   TO CTL-DETAIL-SAMPLE.
006250     MOVE PSL-SCENARIO-CODE   TO CTL-SCENARIO-CODE.
006260     MOVE PSL-SWEEP-MODE      TO CTL-SWEEP-MODE.
006270     MOVE "P"                 TO CTL-RUN-MODE.
006280     MOVE PSL-REPLICATIONS    TO CTL-REPLICATIONS.
006290     WRITE CONTROL-RECORD.
006300     IF NOT FS-CONTROL-OK
006310         DISPLAY "CTLBLD ERROR: CTLIN WRITE FAILED FOR "
006320             PSL-SCENARIO-CODE " STATUS=" FS-CONTROL-FILE
006330         MOVE 16 TO RETURN-CODE
006340         GO TO 2300-WRITE-CONTROL-RECORD-EXIT
006350     END-IF.
006360     ADD 1 TO WS-BUILT-COUNT.
006370 2300-WRITE-CONTROL-RECORD-EXIT.
006380     EXIT.
006390
006400*****************************************************
006410*  2400-COMPARE-PARAMETERS                            *
006420*  COMPARES EVERY PARAMETER ON THE NEW CONTROL RECORD *
006430*  WITH THE SAME SCENARIO'S PREVIOUS ONE AND PRINTS   *
006440*  ONE LINE PER FIELD THAT MOVED.                     *
006450*****************************************************
006460 2400-COMPARE-PARAMETERS.
006470     MOVE ZERO TO WS-FIELDS-CHANGED.
006480     MOVE "NUM-TRIALS"   TO WS-FIELD-NAME.
006490     MOVE 5 TO WS-FIELD-LEN.
006500     MOVE 0 TO WS-FIELD-DEC.
006510     MOVE PCT-NUM-TRIALS(1:)      TO WS-OLD-RAW.
006520     MOVE CTL-NUM-TRIALS(1:)      TO WS-NEW-RAW.
006530     PERFORM 2410-COMPARE-ONE-FIELD
006540         THRU 2410-COMPARE-ONE-FIELD-EXIT.
006550     MOVE "PRIOR-MAX"    TO WS-FIELD-NAME.
006560     MOVE 3 TO WS-FIELD-LEN.
006570     MOVE PCT-PRIOR-LOWER-MAX(1:) TO WS-OLD-RAW.
006580     MOVE CTL-PRIOR-LOWER-MAX(1:) TO WS-NEW-RAW.
006590     PERFORM 2410-COMPARE-ONE-FIELD
006600         THRU 2410-COMPARE-ONE-FIELD-EXIT.
006610     MOVE "CUT-START"    TO WS-FIELD-NAME.
006620     MOVE PCT-CUTOFF-START(1:)    TO WS-OLD-RAW.
006630     MOVE CTL-CUTOFF-START(1:)    TO WS-NEW-RAW.
006640     PERFORM 2410-COMPARE-ONE-FIELD
006650         THRU 2410-COMPARE-ONE-FIELD-EXIT.
006660     MOVE "CUT-STOP"     TO WS-FIELD-NAME.
006670     MOVE PCT-CUTOFF-STOP(1:)     TO WS-OLD-RAW.
006680     MOVE CTL-CUTOFF-STOP(1:)     TO WS-NEW-RAW.
006690     PERFORM 2410-COMPARE-ONE-FIELD
006700         THRU 2410-COMPARE-ONE-FIELD-EXIT.
006710     MOVE "CUT-STEP"     TO WS-FIELD-NAME.
006720     MOVE PCT-CUTOFF-STEP(1:)     TO WS-OLD-RAW.
006730     MOVE CTL-CUTOFF-STEP(1:)     TO WS-NEW-RAW.
006740     PERFORM 2410-COMPARE-ONE-FIELD
006750         THRU 2410-COMPARE-ONE-FIELD-EXIT.
006760     MOVE "DRIFT-THRESH" TO WS-FIELD-NAME.
006770     MOVE 5 TO WS-FIELD-LEN.
006780     MOVE 2 TO WS-FIELD-DEC.
006790     MOVE PCT-DRIFT-THRESHOLD(1:) TO WS-OLD-RAW.
006800     MOVE CTL-DRIFT-THRESHOLD(1:) TO WS-NEW-RAW.
006810     PERFORM 2410-COMPARE-ONE-FIELD
006820         THRU 2410-COMPARE-ONE-FIELD-EXIT.
006830     MOVE "DIST-MODE"    TO WS-FIELD-NAME.
006840     MOVE 1 TO WS-FIELD-LEN.
006850     MOVE 0 TO WS-FIELD-DEC.
006860     MOVE PCT-DIST-MODE           TO WS-OLD-RAW.
006870     MOVE CTL-DIST-MODE           TO WS-NEW-RAW.
006880     PERFORM 2410-COMPARE-ONE-FIELD
006890         THRU 2410-COMPARE-ONE-FIELD-EXIT.
006900     MOVE "ESTOP-TOL"    TO WS-FIELD-NAME.
006910     MOVE 7 TO WS-FIELD-LEN.
006920     MOVE 4 TO WS-FIELD-DEC.
006930     MOVE PCT-EARLY-STOP-TOL(1:)  TO WS-OLD-RAW.
006940     MOVE CTL-EARLY-STOP-TOL(1:)  TO WS-NEW-RAW.
006950     PERFORM 2410-COMPARE-ONE-FIELD
006960         THRU 2410-COMPARE-ONE-FIELD-EXIT.
006970     MOVE "VALID-TOL"    TO WS-FIELD-NAME.
006980     MOVE PCT-VALIDATION-TOL(1:)  TO WS-OLD-RAW.
006990     MOVE CTL-VALIDATION-TOL(1:)  TO WS-NEW-RAW.
007000     PERFORM 2410-COMPARE-ONE-FIELD
007010         THRU 2410-COMPARE-ONE-FIELD-EXIT.
007020     MOVE "RNG-SEED"     TO WS-FIELD-NAME.
007030     MOVE 9 TO WS-FIELD-LEN.
007040     MOVE 0 TO WS-FIELD-DEC.
007050     MOVE PCT-RNG-SEED(1:)        TO WS-OLD-RAW.
007060     MOVE CTL-RNG-SEED(1:)        TO WS-NEW-RAW.
007070     PERFORM 2410-COMPARE-ONE-FIELD
007080         THRU 2410-COMPARE-ONE-FIELD-EXIT.
007090     MOVE "DETAIL-FLAG"  TO WS-FIELD-NAME.
007100     MOVE 1 TO WS-FIELD-LEN.
007110     MOVE PCT-DETAIL-FLAG         TO WS-OLD-RAW.
007120     MOVE CTL-DETAIL-FLAG         TO WS-NEW-RAW.
007130     PERFORM 2410-COMPARE-ONE-FIELD
007140         THRU 2410-COMPARE-ONE-FIELD-EXIT.
007150     MOVE "DETL-SAMPLE"  TO WS-FIELD-NAME.
007160     MOVE 5 TO WS-FIELD-LEN.
007170     MOVE PCT-DETAIL-SAMPLE(1:)   TO WS-OLD-RAW.
007180     MOVE CTL-DETAIL-SAMPLE(1:)   TO WS-NEW-RAW.
007190     PERFORM 2410-COMPARE-ONE-FIELD
007200         THRU 2410-COMPARE-ONE-FIELD-EXIT.
007210     MOVE "SWEEP-MODE"   TO WS-FIELD-NAME.
007220     MOVE 1 TO WS-FIELD-LEN.
007230     MOVE PCT-SWEEP-MODE          TO WS-OLD-RAW.
007240     MOVE CTL-SWEEP-MODE          TO WS-NEW-RAW.
007250     PERFORM 2410-COMPARE-ONE-FIELD
007260         THRU 2410-COMPARE-ONE-FIELD-EXIT.
007270     MOVE "REPLICATIONS" TO WS-FIELD-NAME.
007280     MOVE 3 TO WS-FIELD-LEN.
007290     MOVE PCT-REPLICATIONS(1:)    TO WS-OLD-RAW.
007300     MOVE CTL-REPLICATIONS(1:)    TO WS-NEW-RAW.
007310     PERFORM 2410-COMPARE-ONE-FIELD
007320         THRU 2410-COMPARE-ONE-FIELD-EXIT.
007330 2400-COMPARE-PARAMETERS-EXIT.
007340     EXIT.
007350
007360*****************************************************
007370*  2410-COMPARE-ONE-FIELD                             *
007380*  PRINTS THE STAGED FIELD WHEN ITS OLD AND NEW       *
007390*  IMAGES DIFFER, WITH THE SIGN-OFF OF THE ROW THAT   *
007400*  CHANGED IT.                                        *
007410*****************************************************
007420 2410-COMPARE-ONE-FIELD.
007430     IF WS-OLD-RAW = WS-NEW-RAW
007440         GO TO 2410-COMPARE-ONE-FIELD-EXIT
007450     END-IF.
007460     ADD 1 TO WS-FIELDS-CHANGED.
007470     MOVE WS-OLD-RAW TO WS-FMT-RAW.
007480     PERFORM 2420-FORMAT-VALUE
007490         THRU 2420-FORMAT-VALUE-EXIT.
007500     MOVE WS-FMT-VALUE TO WS-OLD-VALUE.
007510     MOVE WS-NEW-RAW TO WS-FMT-RAW.
007520     PERFORM 2420-FORMAT-VALUE
007530         THRU 2420-FORMAT-VALUE-EXIT.
007540     MOVE WS-FMT-VALUE TO WS-NEW-VALUE.
007550     PERFORM 7100-STAGE-SIGN-OFF
007560         THRU 7100-STAGE-SIGN-OFF-EXIT.
007570     MOVE WS-FIELD-NAME      TO CCL-FIELD-NAME.
007580     MOVE WS-OLD-VALUE       TO CCL-OLD-VALUE.
007590     MOVE WS-NEW-VALUE       TO CCL-NEW-VALUE.
007600     MOVE PSL-CHANGE-REASON  TO CCL-NOTE.
007610     PERFORM 7000-WRITE-CHANGE-LINE
007620         THRU 7000-WRITE-CHANGE-LINE-EXIT.
007630 2410-COMPARE-ONE-FIELD-EXIT.
007640     EXIT.
007650
007660*****************************************************
007670*  2420-FORMAT-VALUE                                  *
007680*  SHOWS A NUMERIC IMAGE WITH DECIMAL PLACES WITH ITS *
007690*  DECIMAL POINT; ANYTHING ELSE (TEXT, OR A FIELD     *
007700*  LEFT BLANK ON AN OLDER CONTROL FILE) AS IT STANDS. *
007710*****************************************************
007720 2420-FORMAT-VALUE.
007730     MOVE SPACES TO WS-FMT-VALUE.
007740     IF WS-FIELD-DEC = ZERO
007750         OR WS-FMT-RAW(1:WS-FIELD-LEN) IS NOT NUMERIC
007760         MOVE WS-FMT-RAW TO WS-FMT-VALUE
007770         GO TO 2420-FORMAT-VALUE-EXIT
007780     END-IF.
007790     COMPUTE WS-INT-LEN = WS-FIELD-LEN - WS-FIELD-DEC.
007800     STRING WS-FMT-RAW(1:WS-INT-LEN) DELIMITED BY SIZE
007810            "." DELIMITED BY SIZE
007820            WS-FMT-RAW(WS-INT-LEN + 1:WS-FIELD-DEC)
007830                DELIMITED BY SIZE
007840         INTO WS-FMT-VALUE
007850     END-STRING.
007860 2420-FORMAT-VALUE-EXIT.
007870     EXIT.
007880
007890*****************************************************
007900*  4000-LIST-UNMET-PRIOR                              *
007910*  A SCENARIO ON THE PREVIOUS CTLIN WITH NO ROW AT    *
007920*  ALL ON THE PARAMETER MASTER HAS LEFT THE BOOK      *
007930*  WITHOUT A SIGNED-OFF CHANGE, AND WARNS.            *
007940*****************************************************
007950 4000-LIST-UNMET-PRIOR.
007960     PERFORM 4100-CHECK-ONE-PRIOR
007970         THRU 4100-CHECK-ONE-PRIOR-EXIT
007980         VARYING WS-PRIOR-SUB FROM 1 BY 1
007990         UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT.
008000 4000-LIST-UNMET-PRIOR-EXIT.
008010     EXIT.
008020
008030 4100-CHECK-ONE-PRIOR.
008040     IF WS-PRIOR-MET (WS-PRIOR-SUB) = "Y"
008050         GO TO 4100-CHECK-ONE-PRIOR-EXIT
008060     END-IF.
008070     ADD 1 TO WS-DROPPED-COUNT.
008080     ADD 1 TO WS-LAPSED-COUNT.
008090     MOVE SPACES TO CHG-CHANGE-LINE.
008100     MOVE WS-PRIOR-CODE (WS-PRIOR-SUB) TO CCL-SCENARIO-CODE.
008110     MOVE "BOOK"        TO CCL-FIELD-NAME.
008120     MOVE "IN"          TO CCL-OLD-VALUE.
008130     MOVE "OUT"         TO CCL-NEW-VALUE.
008140     MOVE "DROPPED - NOT ON THE PARAMETER MASTER" TO CCL-NOTE.
008150     PERFORM 7000-WRITE-CHANGE-LINE
008160         THRU 7000-WRITE-CHANGE-LINE-EXIT.
008170 4100-CHECK-ONE-PRIOR-EXIT.
008180     EXIT.
008190
008200*****************************************************
008210*  5000-LIST-PENDING                                  *
008220*  WALKS THE PARAMETER MASTER AGAIN AND LISTS EVERY   *
008230*  CHANGE STILL AWAITING A CHECKER.  ONE ALREADY DUE  *
008240*  ON THE RUN DATE HAS NOT BEEN APPLIED AND WARNS.    *
008250*****************************************************
008260 5000-LIST-PENDING.
008270     PERFORM 8200-CHECK-PAGE
008280         THRU 8200-CHECK-PAGE-EXIT.
008290     MOVE SPACES TO CHANGE-PRINT-RECORD.
008300     WRITE CHANGE-PRINT-RECORD AFTER ADVANCING 1 LINE.
008310     WRITE CHANGE-PRINT-RECORD FROM CHG-SECTION-2-HEADING
008320         AFTER ADVANCING 1 LINE.
008330     WRITE CHANGE-PRINT-RECORD FROM CHG-PENDING-COLUMN-HEADING
008340         AFTER ADVANCING 1 LINE.
008350     ADD 3 TO WS-LINE-COUNT.
008360     MOVE LOW-VALUES TO PRM-KEY.
008370     START PARAMETER-MASTER KEY IS >= PRM-KEY
008380         INVALID KEY
008390             GO TO 5000-LIST-PENDING-CLOSE
008400     END-START.
008410     READ PARAMETER-MASTER NEXT RECORD
008420         AT END
008430             GO TO 5000-LIST-PENDING-CLOSE
008440     END-READ.
008450     PERFORM 5100-CHECK-ONE-ROW
008460         THRU 5100-CHECK-ONE-ROW-EXIT
008470         UNTIL NOT FS-PARMMST-OK.
008480 5000-LIST-PENDING-CLOSE.
008490     IF WS-PENDING-COUNT = ZERO
008500         MOVE "NO CHANGE IS AWAITING APPROVAL" TO CNL-TEXT
008510         PERFORM 8100-WRITE-NOTE-LINE
008520             THRU 8100-WRITE-NOTE-LINE-EXIT
008530     END-IF.
008540 5000-LIST-PENDING-EXIT.
008550     EXIT.
008560
008570 5100-CHECK-ONE-ROW.
008580     IF NOT PRM-PENDING
008590         GO TO 5100-CHECK-ONE-READ
008600     END-IF.
008610     ADD 1 TO WS-PENDING-COUNT.
008620     MOVE PRM-SCENARIO-CODE   TO CPL-SCENARIO-CODE.
008630     MOVE PRM-EFFECTIVE-DATE  TO CPL-EFFECTIVE-DATE.
008640     MOVE PRM-MAKER-ID        TO CPL-MAKER-ID.
008650     MOVE PRM-MADE-DATE       TO CPL-MADE-DATE.
008660     MOVE PRM-CHANGE-REASON   TO CPL-CHANGE-REASON.
008670     IF PRM-EFFECTIVE-DATE NOT > WS-RUN-DATE
008680         ADD 1 TO WS-DUE-COUNT
008690         MOVE "DUE BUT NOT APPROVED - NOT APPLIED"
008700             TO CPL-STATUS
008710     ELSE
008720         MOVE "AWAITING APPROVAL" TO CPL-STATUS
008730     END-IF.
008740     PERFORM 8200-CHECK-PAGE
008750         THRU 8200-CHECK-PAGE-EXIT.
008760     WRITE CHANGE-PRINT-RECORD FROM CHG-PENDING-LINE
008770         AFTER ADVANCING 1 LINE.
008780     ADD 1 TO WS-LINE-COUNT.
008790 5100-CHECK-ONE-READ.
008800     READ PARAMETER-MASTER NEXT RECORD
008810         AT END
008820             CONTINUE
008830     END-READ.
008840 5100-CHECK-ONE-ROW-EXIT.
008850     EXIT.
008860
008870*****************************************************
008880*  7000-WRITE-CHANGE-LINE                             *
008890*****************************************************
008900 7000-WRITE-CHANGE-LINE.
008910     PERFORM 8200-CHECK-PAGE
008920         THRU 8200-CHECK-PAGE-EXIT.
008930     WRITE CHANGE-PRINT-RECORD FROM CHG-CHANGE-LINE
008940         AFTER ADVANCING 1 LINE.
008950     ADD 1 TO WS-LINE-COUNT.
008960 7000-WRITE-CHANGE-LINE-EXIT.
008970     EXIT.
008980
008990*****************************************************
009000*  7100-STAGE-SIGN-OFF                                *
009010*  CLEARS THE CHANGE LINE AND FILLS IN THE SCENARIO   *
009020*  AND THE SELECTED ROW'S EFFECTIVE DATE, MAKER,      *
009030*  CHECKER, AND APPROVAL DATE.                        *
009040*****************************************************
009050 7100-STAGE-SIGN-OFF.
009060     MOVE SPACES TO CHG-CHANGE-LINE.
009070     MOVE PSL-SCENARIO-CODE  TO CCL-SCENARIO-CODE.
009080     MOVE PSL-EFFECTIVE-DATE TO CCL-EFFECTIVE-DATE.
009090     MOVE PSL-MAKER-ID       TO CCL-MAKER-ID.
009100     MOVE PSL-CHECKER-ID     TO CCL-CHECKER-ID.
009110     MOVE PSL-CHECKED-DATE   TO CCL-CHECKED-DATE.
009120 7100-STAGE-SIGN-OFF-EXIT.
009130     EXIT.
009140
009150*****************************************************
009160*  8000-PAGE-HEADING                                  *
009170*****************************************************
009180 8000-PAGE-HEADING.
009190     ADD 1 TO WS-PAGE-COUNT.
009200     MOVE WS-RUN-DATE   TO CPH-RUN-DATE.
009210     MOVE WS-PAGE-COUNT TO CPH-PAGE.
009220     IF WS-PAGE-COUNT = 1
009230         WRITE CHANGE-PRINT-RECORD FROM CHG-PAGE-HEADING
009240             AFTER ADVANCING 1 LINE
009250     ELSE
009260         WRITE CHANGE-PRINT-RECORD FROM CHG-PAGE-HEADING
009270             AFTER ADVANCING PAGE
009280     END-IF.
009290     MOVE SPACES TO CHANGE-PRINT-RECORD.
009300     WRITE CHANGE-PRINT-RECORD AFTER ADVANCING 1 LINE.
009310     MOVE 2 TO WS-LINE-COUNT.
009320 8000-PAGE-HEADING-EXIT.
009330     EXIT.
009340
009350*****************************************************
009360*  8100-WRITE-NOTE-LINE                               *
009370*****************************************************
009380 8100-WRITE-NOTE-LINE.
009390     PERFORM 8200-CHECK-PAGE
009400         THRU 8200-CHECK-PAGE-EXIT.
009410     WRITE CHANGE-PRINT-RECORD FROM CHG-NOTE-LINE
009420         AFTER ADVANCING 1 LINE.
009430     ADD 1 TO WS-LINE-COUNT.
009440     MOVE SPACES TO CNL-TEXT.
009450 8100-WRITE-NOTE-LINE-EXIT.
009460     EXIT.
009470
009480*****************************************************
009490*  8200-CHECK-PAGE                                    *
009500*****************************************************
009510 8200-CHECK-PAGE.
009520     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009530         PERFORM 8000-PAGE-HEADING
009540             THRU 8000-PAGE-HEADING-EXIT
009550     END-IF.
009560 8200-CHECK-PAGE-EXIT.
009570     EXIT.
009580
009590*****************************************************
009600*  9000-FINALIZE                                      *
009610*  PRINTS THE TRAILER, CLOSES THE FILES, AND SETS     *
009620*  THE RETURN CODE: 8 WHEN THE NEW CTLIN IS NOT       *
009630*  USABLE (NO SCENARIO IN EFFECT, OR MORE THAN THE    *
009640*  RUN TAKES), 4 WHEN A DUE CHANGE IS STILL           *
009650*  UNAPPROVED OR A SCENARIO LEFT THE BOOK WITHOUT A   *
009660*  SIGNED-OFF CHANGE.                                 *
009670*****************************************************
009680 9000-FINALIZE.
009690     IF RETURN-CODE < 16
009700         IF WS-BUILT-COUNT = ZERO
009710             MOVE "NO SCENARIO IN EFFECT - CTLIN IS EMPTY"
009720                 TO CNL-TEXT
009730             PERFORM 8100-WRITE-NOTE-LINE
009740                 THRU 8100-WRITE-NOTE-LINE-EXIT
009750         END-IF
009760         MOVE SPACES TO CHANGE-PRINT-RECORD
009770         WRITE CHANGE-PRINT-RECORD AFTER ADVANCING 1 LINE
009780         MOVE WS-BUILT-COUNT     TO CTR-BUILT
009790         MOVE WS-CHANGED-COUNT   TO CTR-CHANGED
009800         MOVE WS-UNCHANGED-COUNT TO CTR-UNCHANGED
009810         MOVE WS-ADDED-COUNT     TO CTR-ADDED
009820         MOVE WS-DROPPED-COUNT   TO CTR-DROPPED
009830         MOVE WS-DUE-COUNT       TO CTR-DUE
009840         WRITE CHANGE-PRINT-RECORD FROM CHG-TRAILER
009850             AFTER ADVANCING 1 LINE
009860     END-IF.
009870     CLOSE CHANGE-PRINT-FILE.
009880     CLOSE PARAMETER-MASTER.
009890     CLOSE CONTROL-FILE.
009900     IF RETURN-CODE < 8
009910         AND (WS-BUILT-COUNT = ZERO
009920              OR WS-OVERFLOW-COUNT > ZERO)
009930         MOVE 8 TO RETURN-CODE
009940     END-IF.
009950     IF RETURN-CODE < 4
009960         AND (WS-DUE-COUNT > ZERO
009970              OR WS-LAPSED-COUNT > ZERO)
009980         MOVE 4 TO RETURN-CODE
009990     END-IF.
010000     DISPLAY "CTLBLD SUMMARY: RUN DATE=" WS-RUN-DATE
010010         " ROWS=" WS-ROWS-READ
010020         " BUILT=" WS-BUILT-COUNT
010030         " CHANGED=" WS-CHANGED-COUNT
010040         " ADDED=" WS-ADDED-COUNT
010050         " DROPPED=" WS-DROPPED-COUNT
010060         " DUE-NOT-APPROVED=" WS-DUE-COUNT
010070         " RC=" RETURN-CODE.
010080 9000-FINALIZE-EXIT.
010090     EXIT.
