000260*                    THE ARCREC COPYBOOK, SHARED      *
000270*                    WITH THE HISTREST RESTORE        *
000280*                    UTILITY.                         *
000290*  2026-10-15   DF   BUSINESS CALENDAR: PRGCTL MAY     *
000300*                    GIVE THE RETENTION IN BUSINESS    *
000310*                    DAYS, COUNTED BACK ON THE SHARED  *
000320*                    CALENDAR (SEE CALREC), AND A      *
000330*                    LONGER WINDOW FOR MONTH-END RUNS. *
000340*                    A MONTH-END RUN INSIDE ITS WINDOW *
000350*                    IS NEVER PURGED, NOR IS ONE WHOSE *
000360*                    MONTH-END STATUS THE CALENDAR     *
000370*                    CANNOT SETTLE.                    *
000380*****************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420*****************************************************
000430*  RETENTION CONTROL FILE - ONE RECORD GIVING THE     *
000440*  NUMBER OF DAYS OF HISTORY TO KEEP IN THE ONLINE    *
000450*  FILE.  EVERYTHING OLDER IS ARCHIVED AND DELETED.   *
000460*  THE DAYS ARE CALENDAR DAYS, OR BUSINESS DAYS WHEN  *
000470*  THE BASIS IS B.  AN OPTIONAL MONTH-END WINDOW, ON  *
000480*  THE SAME BASIS AND NO SHORTER, KEEPS MONTH-END     *
000490*  RUNS LONGER.                                       *
000500*****************************************************
000510     SELECT PURGE-CONTROL-FILE ASSIGN TO PRGCTL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-PURGE-CONTROL.
000540*****************************************************
000550*  HISTORY FILE - THE SAME INDEXED DATASET THE        *
000560*  NIGHTLY ENVELOPES RUN APPENDS TO AND RECONCILES    *
000570*  AGAINST.  OPENED I-O SO OLD RECORDS CAN BE         *
000580*  DELETED IN PLACE.                                  *
000590*****************************************************
000600     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS HIST-PRIME-KEY
000640         ALTERNATE RECORD KEY IS HIST-SCEN-KEY
000650             WITH DUPLICATES
000660         FILE STATUS IS FS-HISTORY-FILE.
000670*****************************************************
000680*  ARCHIVE FILE - FORMATTED UNLOAD OF EVERY RECORD    *
000690*  DELETED FROM THE ONLINE FILE, KEPT FOR THE         *
000700*  AUDITORS.                                          *
000710*****************************************************
000720     SELECT ARCHIVE-FILE ASSIGN TO HISTARCH
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-ARCHIVE-FILE.
000750*****************************************************
000760*  BUSINESS CALENDAR - THE SHARED INDEXED DATASET     *
000770*  (SEE CALREC), READ BY DATE TO COUNT BUSINESS DAYS  *
000780*  AND TO FIND MONTH-END RUNS.  ONLY OPENED, AND THEN *
000790*  REQUIRED, WHEN PRGCTL ASKS FOR EITHER.             *
000800*****************************************************
000810     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS CAL-DATE
000850         FILE STATUS IS FS-CALENDAR-FILE.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PURGE-CONTROL-FILE.
000900 01  PURGE-CONTROL-RECORD.
000910     05  PRG-RETAIN-DAYS         PIC 9(05).
000920     05  PRG-RETAIN-BASIS        PIC X(01).
000930         88  PRG-BUSINESS-DAYS        VALUE "B".
000940         88  PRG-CALENDAR-DAYS        VALUE "C" " ".
000950     05  PRG-ME-RETAIN-DAYS      PIC 9(05).
000960     05  PRG-ME-RETAIN-TEXT REDEFINES PRG-ME-RETAIN-DAYS
000970                                 PIC X(05).
000980     05  FILLER                  PIC X(09).
000990
001000 FD  HISTORY-FILE.
001010 COPY HISTREC.
001020
001030 FD  ARCHIVE-FILE.
001040 COPY ARCREC.
001050
001060 FD  CALENDAR-FILE.
001070 COPY CALREC.
001080
001090 WORKING-STORAGE SECTION.
001100*****************************************************
001110*  FILE STATUS SWITCHES                              *
001120*****************************************************
001130 01  FS-PURGE-CONTROL            PIC X(02).
001140     88  FS-PURGE-CONTROL-OK          VALUE "00".
001150 01  FS-HISTORY-FILE             PIC X(02).
001160     88  HISTORY-OK                   VALUE "00".
001170     88  HISTORY-EOF                  VALUE "10".
001180     88  HISTORY-FILE-MISSING         VALUE "35".
001190 01  FS-ARCHIVE-FILE             PIC X(02).
001200     88  FS-ARCHIVE-OK                VALUE "00".
001210 01  FS-CALENDAR-FILE            PIC X(02).
001220     88  FS-CALENDAR-OK               VALUE "00".
001230
001240*****************************************************
001250*  RUN PARAMETERS AND DATE SUPPORT                    *
001260*  WS-PURGE-DATE IS THE OLDEST RUN-DATE THAT STAYS    *
001270*  IN THE ONLINE FILE; ANYTHING EARLIER IS ARCHIVED   *
001280*  AND DELETED - EXCEPT A MONTH-END RUN NOT OLDER     *
001290*  THAN WS-ME-PURGE-DATE.  WITH NO MONTH-END WINDOW   *
001300*  THE TWO DATES ARE THE SAME.                        *
001310*****************************************************
001320 01  WS-RETAIN-DAYS              PIC 9(05) VALUE ZERO.
001330 01  WS-ME-RETAIN-DAYS           PIC 9(05) VALUE ZERO.
001340 01  WS-RUN-DATE                 PIC 9(08).
001350 01  WS-PURGE-DATE               PIC 9(08).
001360 01  WS-ME-PURGE-DATE            PIC 9(08).
001370 01  WS-DATE-INTEGER             PIC 9(08).
001380
001390*****************************************************
001400*  BUSINESS CALENDAR SUPPORT - COUNTING BACK A        *
001410*  WINDOW TAKES WS-COUNT-DAYS AND LEAVES THE OLDEST   *
001420*  DATE IT KEEPS IN WS-COUNT-DATE.  THE MONTH-END     *
001430*  STATUS OF THE LAST RUN DATE LOOKED UP IS KEPT, SO  *
001440*  THE CALENDAR IS READ ONCE PER DATE, NOT PER        *
001450*  HISTORY RECORD.                                    *
001460*****************************************************
001470 01  WS-COUNT-DAYS               PIC 9(05) VALUE ZERO.
001480 01  WS-COUNT-DATE               PIC 9(08) VALUE ZERO.
001490 01  WS-BUSINESS-COUNT           PIC 9(05) VALUE ZERO.
001500 01  WS-LAST-CAL-DATE            PIC 9(08) VALUE ZERO.
001510 01  SW-CALENDAR                 PIC X(01) VALUE "N".
001520     88  CALENDAR-OPEN                VALUE "Y".
001530     88  CALENDAR-NOT-OPEN            VALUE "N".
001540 01  SW-COUNT                    PIC X(01) VALUE "N".
001550     88  COUNT-FAILED                 VALUE "Y".
001560     88  COUNT-OK                     VALUE "N".
001570 01  SW-MONTH-END                PIC X(01) VALUE "?".
001580     88  RUN-IS-MONTH-END             VALUE "Y".
001590     88  RUN-IS-NOT-MONTH-END         VALUE "N".
001600     88  RUN-MONTH-END-UNKNOWN        VALUE "?".
001610 01  SW-PURGE-RECORD             PIC X(01) VALUE "N".
001620     88  PURGE-THIS-RECORD            VALUE "Y".
001630     88  KEEP-THIS-RECORD             VALUE "N".
001640
001650*****************************************************
001660*  RECORD COUNTS FOR THE CLOSING REPORT              *
001670*****************************************************
001680 01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001690 01  WS-KEPT-COUNT               PIC 9(07) VALUE ZERO.
001700 01  WS-ARCHIVED-COUNT           PIC 9(07) VALUE ZERO.
001710 01  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.
001720 01  WS-ME-KEPT-COUNT            PIC 9(07) VALUE ZERO.
001730
001740*****************************************************
001750*  SWITCHES                                          *
001760*****************************************************
001770 01  SW-PARM-VALID               PIC X(01) VALUE "N".
001780     88  PARM-VALID                   VALUE "Y".
001790     88  PARM-NOT-VALID               VALUE "N".
001800 01  SW-NOTHING-TO-PURGE         PIC X(01) VALUE "N".
001810     88  NOTHING-TO-PURGE             VALUE "Y".
001820     88  SOMETHING-TO-PURGE           VALUE "N".
001830
001840 PROCEDURE DIVISION.
001850*****************************************************
001860*  0000-MAINLINE                                      *
001870*  READS THE RETENTION PARAMETER, WALKS THE HISTORY   *
001880*  FILE IN PRIME-KEY (RUN-DATE) ORDER, UNLOADS AND    *
001890*  DELETES EVERY RECORD OLDER THAN THE RETENTION      *
001900*  WINDOW, AND REPORTS THE COUNTS.                    *
001910*****************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE
001940         THRU 1000-INITIALIZE-EXIT.
001950     IF PARM-NOT-VALID
001960         MOVE 16 TO RETURN-CODE
001970         GO TO 0000-MAINLINE-STOP
001980     END-IF.
001990     IF NOTHING-TO-PURGE
002000         GO TO 0000-MAINLINE-STOP
002010     END-IF.
002020
002030     PERFORM 3000-PURGE-HISTORY
002040         THRU 3000-PURGE-HISTORY-EXIT.
002050
002060     PERFORM 9000-FINALIZE
002070         THRU 9000-FINALIZE-EXIT.
002080 0000-MAINLINE-STOP.
002090     STOP RUN.
002100
002110*****************************************************
002120*  1000-INITIALIZE                                    *
002130*  READS AND EDITS THE RETENTION PARAMETER, DERIVES   *
002140*  THE PURGE CUTOFF DATE, AND OPENS THE HISTORY AND   *
002150*  ARCHIVE FILES.  A MISSING OR ZERO RETENTION        *
002160*  PARAMETER FAILS THE RUN RATHER THAN GUESSING -     *
002170*  A BAD GUESS HERE COULD EMPTY THE ONLINE FILE.  SO  *
002180*  DOES A BAD BASIS, A MONTH-END WINDOW SHORTER THAN  *
002190*  THE MAIN ONE, OR A CALENDAR THAT IS NEEDED BUT     *
002200*  MISSING OR SHORT.                                  *
002210*****************************************************
002220 1000-INITIALIZE.
002230     OPEN INPUT PURGE-CONTROL-FILE.
002240     IF NOT FS-PURGE-CONTROL-OK
002250         DISPLAY "HISTPURG ERROR: PRGCTL OPEN FAILED, STATUS="
002260             FS-PURGE-CONTROL
002270         GO TO 1000-INITIALIZE-EXIT
002280     END-IF.
002290     READ PURGE-CONTROL-FILE
002300         AT END
002310             DISPLAY "HISTPURG ERROR: PRGCTL IS EMPTY"
002320             CLOSE PURGE-CONTROL-FILE
002330             GO TO 1000-INITIALIZE-EXIT
002340     END-READ.
002350     CLOSE PURGE-CONTROL-FILE.
002360
002370     IF PRG-RETAIN-DAYS IS NOT NUMERIC
002380         DISPLAY "HISTPURG ERROR: RETAIN-DAYS NOT NUMERIC: "
002390             PRG-RETAIN-DAYS
002400         GO TO 1000-INITIALIZE-EXIT
002410     END-IF.
002420     IF PRG-RETAIN-DAYS = ZERO
002430         DISPLAY "HISTPURG ERROR: RETAIN-DAYS OF ZERO WOULD "
002440             "PURGE THE ENTIRE ONLINE FILE - REFUSED"
002450         GO TO 1000-INITIALIZE-EXIT
002460     END-IF.
002470     MOVE PRG-RETAIN-DAYS TO WS-RETAIN-DAYS.
002480     IF NOT PRG-BUSINESS-DAYS AND NOT PRG-CALENDAR-DAYS
002490         DISPLAY "HISTPURG ERROR: RETAIN-BASIS MUST BE B OR C: "
002500             PRG-RETAIN-BASIS
002510         GO TO 1000-INITIALIZE-EXIT
002520     END-IF.
002530     IF PRG-ME-RETAIN-TEXT NOT = SPACES
002540         IF PRG-ME-RETAIN-DAYS IS NOT NUMERIC
002550             DISPLAY "HISTPURG ERROR: MONTH-END RETAIN-DAYS NOT "
002560                 "NUMERIC: " PRG-ME-RETAIN-TEXT
002570             GO TO 1000-INITIALIZE-EXIT
002580         END-IF
002590         MOVE PRG-ME-RETAIN-DAYS TO WS-ME-RETAIN-DAYS
002600     END-IF.
002610     IF WS-ME-RETAIN-DAYS > ZERO
002620         AND WS-ME-RETAIN-DAYS < WS-RETAIN-DAYS
002630         DISPLAY "HISTPURG ERROR: MONTH-END RETAIN-DAYS SHORTER "
002640             "THAN RETAIN-DAYS WOULD PURGE MONTH-END RUNS "
002650             "INSIDE THE WINDOW - REFUSED"
002660         GO TO 1000-INITIALIZE-EXIT
002670     END-IF.
002680
002690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002700     IF PRG-BUSINESS-DAYS OR WS-ME-RETAIN-DAYS > ZERO
002710         OPEN INPUT CALENDAR-FILE
002720         IF NOT FS-CALENDAR-OK
002730             DISPLAY "HISTPURG ERROR: CALENDAR OPEN FAILED, "
002740                 "STATUS=" FS-CALENDAR-FILE
002750             GO TO 1000-INITIALIZE-EXIT
002760         END-IF
002770         SET CALENDAR-OPEN TO TRUE
002780     END-IF.
002790
002800     MOVE WS-RETAIN-DAYS TO WS-COUNT-DAYS.
002810     PERFORM 1100-COUNT-BACK-WINDOW
002820         THRU 1100-COUNT-BACK-WINDOW-EXIT.
002830     MOVE WS-COUNT-DATE TO WS-PURGE-DATE.
002840     MOVE WS-COUNT-DATE TO WS-ME-PURGE-DATE.
002850     IF WS-ME-RETAIN-DAYS > ZERO
002860         AND COUNT-OK
002870         MOVE WS-ME-RETAIN-DAYS TO WS-COUNT-DAYS
002880         PERFORM 1100-COUNT-BACK-WINDOW
002890             THRU 1100-COUNT-BACK-WINDOW-EXIT
002900         MOVE WS-COUNT-DATE TO WS-ME-PURGE-DATE
002910     END-IF.
002920     IF COUNT-FAILED
002930         CLOSE CALENDAR-FILE
002940         GO TO 1000-INITIALIZE-EXIT
002950     END-IF.
002960     DISPLAY "HISTPURG CONTROL: RETAIN-DAYS=" WS-RETAIN-DAYS
002970         " BASIS=" PRG-RETAIN-BASIS
002980         " PURGE BEFORE " WS-PURGE-DATE.
002990     IF WS-ME-RETAIN-DAYS > ZERO
003000         DISPLAY "HISTPURG CONTROL: MONTH-END RETAIN-DAYS="
003010             WS-ME-RETAIN-DAYS
003020             " MONTH-END RUNS PURGED BEFORE " WS-ME-PURGE-DATE
003030     END-IF.
003040
003050     OPEN I-O HISTORY-FILE.
003060     IF HISTORY-FILE-MISSING
003070         DISPLAY "HISTPURG: NO HISTORY FILE PRESENT - "
003080             "NOTHING TO PURGE"
003090         SET PARM-VALID TO TRUE
003100         SET NOTHING-TO-PURGE TO TRUE
003110         IF CALENDAR-OPEN
003120             CLOSE CALENDAR-FILE
003130         END-IF
003140         GO TO 1000-INITIALIZE-EXIT
003150     END-IF.
003160     IF NOT HISTORY-OK
003170         DISPLAY "HISTPURG ERROR: HISTFILE OPEN FAILED, STATUS="
003180             FS-HISTORY-FILE
003190         GO TO 1000-INITIALIZE-EXIT
003200     END-IF.
003210
003220     OPEN OUTPUT ARCHIVE-FILE.
003230     IF NOT FS-ARCHIVE-OK
003240         DISPLAY "HISTPURG ERROR: HISTARCH OPEN FAILED, STATUS="
003250             FS-ARCHIVE-FILE
003260         CLOSE HISTORY-FILE
003270         GO TO 1000-INITIALIZE-EXIT
003280     END-IF.
003290
003300     SET PARM-VALID TO TRUE.
003310 1000-INITIALIZE-EXIT.
003320     EXIT.
003330
003340*****************************************************
003350*  1100-COUNT-BACK-WINDOW                             *
003360*  LEAVES IN WS-COUNT-DATE THE OLDEST RUN DATE A      *
003370*  WINDOW OF WS-COUNT-DAYS KEEPS: THAT MANY CALENDAR  *
003380*  DAYS BEFORE THE RUN DATE, OR ON A BUSINESS-DAY     *
003390*  BASIS THE LAST OF THAT MANY BUSINESS DAYS COUNTED  *
003400*  BACK FROM THE DAY BEFORE THE RUN DATE.  A DATE THE *
003410*  CALENDAR DOES NOT HOLD STOPS THE COUNT - A         *
003420*  WEEKDAY GUESS COULD PURGE A DAY TOO MANY.          *
003430*****************************************************
003440 1100-COUNT-BACK-WINDOW.
003450     IF NOT PRG-BUSINESS-DAYS
003460         COMPUTE WS-DATE-INTEGER =
003470             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-COUNT-DAYS
003480         COMPUTE WS-COUNT-DATE =
003490             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
003500         GO TO 1100-COUNT-BACK-WINDOW-EXIT
003510     END-IF.
003520     COMPUTE WS-DATE-INTEGER =
003530         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003540     MOVE ZERO TO WS-BUSINESS-COUNT.
003550     PERFORM 1110-STEP-BACK-ONE-DAY
003560         THRU 1110-STEP-BACK-ONE-DAY-EXIT
003570         UNTIL WS-BUSINESS-COUNT >= WS-COUNT-DAYS
003580         OR COUNT-FAILED.
003590     COMPUTE WS-COUNT-DATE =
003600         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
003610 1100-COUNT-BACK-WINDOW-EXIT.
003620     EXIT.
003630
003640 1110-STEP-BACK-ONE-DAY.
003650     SUBTRACT 1 FROM WS-DATE-INTEGER.
003660     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
003670     READ CALENDAR-FILE
003680         INVALID KEY
003690             CONTINUE
003700     END-READ.
003710     IF NOT FS-CALENDAR-OK
003720         DISPLAY "HISTPURG ERROR: NO CALENDAR ENTRY FOR "
003730             CAL-DATE " - BUSINESS DAYS CANNOT BE COUNTED, "
003740             "STATUS=" FS-CALENDAR-FILE
003750         SET COUNT-FAILED TO TRUE
003760         GO TO 1110-STEP-BACK-ONE-DAY-EXIT
003770     END-IF.
003780     IF CAL-BUSINESS-DAY
003790         ADD 1 TO WS-BUSINESS-COUNT
003800     END-IF.
003810 1110-STEP-BACK-ONE-DAY-EXIT.
003820     EXIT.
003830
003840*****************************************************
003850*  3000-PURGE-HISTORY                                 *
003860*  POSITIONS TO THE OLDEST RECORD AND WALKS THE       *
003870*  PRIME KEY FORWARD.  PRIME-KEY ORDER LEADS WITH     *
003880*  RUN-DATE, SO THE PURGEABLE RECORDS COME FIRST AND  *
003890*  THE WALK COULD IN PRINCIPLE STOP AT THE FIRST      *
003900*  KEPT DATE; THE FULL WALK IS KEPT SO THE KEPT       *
003910*  COUNT IN THE CLOSING REPORT IS REAL.               *
003920*****************************************************
003930 3000-PURGE-HISTORY.
003940     MOVE ZEROS TO HIST-PRIME-KEY.
003950     START HISTORY-FILE KEY IS >= HIST-PRIME-KEY
003960         INVALID KEY
003970             GO TO 3000-PURGE-HISTORY-EXIT
003980     END-START.
003990     READ HISTORY-FILE NEXT RECORD
004000         AT END
004010             GO TO 3000-PURGE-HISTORY-EXIT
004020     END-READ.
004030     PERFORM 3100-PURGE-ONE-RECORD
004040         THRU 3100-PURGE-ONE-RECORD-EXIT
004050         UNTIL NOT HISTORY-OK.
004060 3000-PURGE-HISTORY-EXIT.
004070     EXIT.
004080
004090*****************************************************
004100*  3100-PURGE-ONE-RECORD                              *
004110*  ARCHIVES AND DELETES THE CURRENT RECORD IF IT IS   *
004120*  OUTSIDE ITS RETENTION WINDOW, COUNTS IT EITHER     *
004130*  WAY, AND READS THE NEXT.  A RECORD WHOSE ARCHIVE   *
004140*  WRITE FAILED IS LEFT IN THE ONLINE FILE SO NOTHING *
004150*  IS EVER DELETED THAT THE AUDITORS CANNOT SEE.      *
004160*****************************************************
004170 3100-PURGE-ONE-RECORD.
004180     ADD 1 TO WS-READ-COUNT.
004190     PERFORM 3150-DECIDE-PURGE
004200         THRU 3150-DECIDE-PURGE-EXIT.
004210     IF PURGE-THIS-RECORD
004220         PERFORM 3200-ARCHIVE-RECORD
004230             THRU 3200-ARCHIVE-RECORD-EXIT
004240         IF FS-ARCHIVE-OK
004250             DELETE HISTORY-FILE
004260                 INVALID KEY
004270                     DISPLAY "HISTPURG ERROR: DELETE FAILED FOR "
004280                         HIST-PRIME-KEY " STATUS=" FS-HISTORY-FILE
004290             END-DELETE
004300             IF HISTORY-OK
004310                 ADD 1 TO WS-DELETED-COUNT
004320             END-IF
004330         ELSE
004340             ADD 1 TO WS-KEPT-COUNT
004350         END-IF
004360     ELSE
004370         ADD 1 TO WS-KEPT-COUNT
004380     END-IF.
004390     READ HISTORY-FILE NEXT RECORD
004400         AT END
004410             CONTINUE
004420     END-READ.
004430 3100-PURGE-ONE-RECORD-EXIT.
004440     EXIT.
004450
004460*****************************************************
004470*  3150-DECIDE-PURGE                                  *
004480*  A RECORD NOT OLDER THAN THE PURGE DATE IS KEPT.    *
004490*  AN OLDER ONE IS PURGED UNLESS IT IS STILL INSIDE   *
004500*  THE MONTH-END WINDOW AND ITS RUN DATE IS A MONTH-  *
004510*  END ON THE CALENDAR - OR THE CALENDAR CANNOT SAY,  *
004520*  IN WHICH CASE IT IS KEPT FOR A LATER RUN.         *
004530*****************************************************
004540 3150-DECIDE-PURGE.
004550     SET KEEP-THIS-RECORD TO TRUE.
004560     IF HIST-RUN-DATE NOT < WS-PURGE-DATE
004570         GO TO 3150-DECIDE-PURGE-EXIT
004580     END-IF.
004590     IF HIST-RUN-DATE < WS-ME-PURGE-DATE
004600         SET PURGE-THIS-RECORD TO TRUE
004610         GO TO 3150-DECIDE-PURGE-EXIT
004620     END-IF.
004630     IF HIST-RUN-DATE NOT = WS-LAST-CAL-DATE
004640         PERFORM 3160-LOOK-UP-MONTH-END
004650             THRU 3160-LOOK-UP-MONTH-END-EXIT
004660     END-IF.
004670     IF RUN-IS-NOT-MONTH-END
004680         SET PURGE-THIS-RECORD TO TRUE
004690     ELSE
004700         ADD 1 TO WS-ME-KEPT-COUNT
004710     END-IF.
004720 3150-DECIDE-PURGE-EXIT.
004730     EXIT.
004740
004750 3160-LOOK-UP-MONTH-END.
004760     MOVE HIST-RUN-DATE TO WS-LAST-CAL-DATE.
004770     MOVE HIST-RUN-DATE TO CAL-DATE.
004780     SET RUN-MONTH-END-UNKNOWN TO TRUE.
004790     READ CALENDAR-FILE
004800         INVALID KEY
004810             CONTINUE
004820     END-READ.
004830     IF NOT FS-CALENDAR-OK
004840         DISPLAY "HISTPURG WARNING: NO CALENDAR ENTRY FOR "
004850             HIST-RUN-DATE " - MONTH-END STATUS UNKNOWN, KEPT"
004860         GO TO 3160-LOOK-UP-MONTH-END-EXIT
004870     END-IF.
004880     IF CAL-MONTH-END-DAY
004890         SET RUN-IS-MONTH-END TO TRUE
004900     ELSE
004910         SET RUN-IS-NOT-MONTH-END TO TRUE
004920     END-IF.
004930 3160-LOOK-UP-MONTH-END-EXIT.
004940     EXIT.
004950
004960*****************************************************
004970*  3200-ARCHIVE-RECORD                                *
004980*  WRITES THE FORMATTED UNLOAD LINE FOR THE CURRENT   *
004990*  HISTORY RECORD.                                    *
005000*****************************************************
005010 3200-ARCHIVE-RECORD.
005020     MOVE SPACES TO ARCHIVE-RECORD.
005030     MOVE HIST-RUN-DATE          TO ARCH-RUN-DATE.
005040     MOVE HIST-SCENARIO-CODE     TO ARCH-SCENARIO-CODE.
005050     MOVE HIST-CUTOFF            TO ARCH-CUTOFF.
005060     MOVE HIST-EXPECTED-VALUE    TO ARCH-EXPECTED-VALUE.
005070     WRITE ARCHIVE-RECORD.
005080     IF FS-ARCHIVE-OK
005090         ADD 1 TO WS-ARCHIVED-COUNT
005100     ELSE
005110         DISPLAY "HISTPURG ERROR: ARCHIVE WRITE FAILED, STATUS="
005120             FS-ARCHIVE-FILE
005130     END-IF.
005140 3200-ARCHIVE-RECORD-EXIT.
005150     EXIT.
005160
005170*****************************************************
005180*  9000-FINALIZE                                      *
005190*  REPORTS THE COUNTS AND CLOSES THE FILES.           *
005200*****************************************************
005210 9000-FINALIZE.
005220     DISPLAY "HISTPURG SUMMARY: READ=" WS-READ-COUNT
005230         " KEPT=" WS-KEPT-COUNT
005240         " ARCHIVED=" WS-ARCHIVED-COUNT
005250         " DELETED=" WS-DELETED-COUNT
005260         " MONTH-END KEPT=" WS-ME-KEPT-COUNT.
005270     IF WS-DELETED-COUNT NOT = WS-ARCHIVED-COUNT
005280         DISPLAY "HISTPURG WARNING: ARCHIVED AND DELETED "
005290             "COUNTS DISAGREE - REVIEW BEFORE RERUNNING"
005300     END-IF.
005310     CLOSE HISTORY-FILE.
005320     CLOSE ARCHIVE-FILE.
005330     IF CALENDAR-OPEN
005340         CLOSE CALENDAR-FILE
005350     END-IF.
005360 9000-FINALIZE-EXIT.
005370     EXIT.
