000010*****************************************************
000020*  LDGREC - RUN LEDGER RECORD LAYOUT                  *
000030*  ONE RECORD PER RUN DATE AND JOB STEP OF THE        *
000040*  NIGHTLY CHAIN, KEPT ON THE SHARED LEDGER KSDS.     *
000050*  EACH STEP WRITES ITS ROW STARTED WHEN IT BEGINS    *
000060*  AND REWRITES IT ENDED, WITH ITS RETURN CODE AND    *
000070*  KEY RECORD COUNTS, WHEN IT FINISHES.  A STEP THAT  *
000080*  ABENDS LEAVES ITS ROW STARTED.  A DOWNSTREAM STEP  *
000090*  THAT REFUSES TO RUN BECAUSE A PREREQUISITE IS      *
000100*  MISSING, FAILED, OR DISAGREES ON COUNTS WRITES ITS *
000110*  ROW REFUSED WITH THE REASON.  THE RUN DATE IS THE  *
000120*  BUSINESS NIGHT THE CHAIN IS RUNNING FOR - THE      *
000130*  LDGCTL CARD WHEN ONE IS GIVEN, SO STEPS THAT RUN   *
000140*  PAST MIDNIGHT STILL FILE UNDER THE SAME NIGHT.     *
000150*                                                     *
000160*  STEP NAMES AND THEIR COUNT SLOTS:                  *
000170*    ENVELOPE  AUDITS, RESULTS, RECONS, DETAILS       *
000180*              (ENVELOPES, OR PARTMRG FOR A SPLIT     *
000190*              BOOK; EACH PARTITION STEP FILES AS     *
000200*              ENVLPNN WITH THE SAME SLOTS)           *
000210*    NITECON   EDITS, DRIFTS, AUDITS, EXCEPTNS        *
000220*    HISTCHK   AUDITS, HISTORY, DISCREPS             *
000230*    ENVRPT    RESULTS, SCENARIO                      *
000240*    ENVCOMP   RESULTS, SCENARIO                      *
000250*    RESEXTR   RESULTS, ROWS                          *
000260*****************************************************
000270 01  LEDGER-RECORD.
000280     05  LDG-KEY.
000290         10  LDG-RUN-DATE        PIC 9(08).
000300         10  LDG-STEP            PIC X(08).
000310     05  LDG-STATUS              PIC X(01).
000320         88  LDG-STARTED              VALUE "S".
000330         88  LDG-ENDED                VALUE "E".
000340         88  LDG-REFUSED              VALUE "R".
000350     05  LDG-START-DATE          PIC 9(08).
000360     05  LDG-START-TIME          PIC 9(08).
000370     05  LDG-END-DATE            PIC 9(08).
000380     05  LDG-END-TIME            PIC 9(08).
000390     05  LDG-RETURN-CODE         PIC 9(02).
000400     05  LDG-ATTEMPTS            PIC 9(02).
000410     05  LDG-COUNT-ENTRY         OCCURS 4 TIMES.
000420         10  LDG-COUNT-NAME      PIC X(08).
000430         10  LDG-COUNT           PIC 9(09).
000440     05  LDG-REASON              PIC X(50).
000450     05  FILLER                  PIC X(20).
