000580     05  AUD-EARLY-STOP-COUNT    PIC 9(05).
000590     05  FILLER                  PIC X(01) VALUE SPACES.
000600     05  AUD-SWEEP-MODE          PIC X(01).
000610*****************************************************
000620*  RUN MODE STAMP - P FOR THE NIGHTLY PRODUCTION RUN, *
000630*  W FOR AN AD-HOC WHAT-IF RUN (WRITTEN TO WIFAUDIT), *
000640*  WITH THE REQUESTER OF A WHAT-IF RUN.               *
000650*****************************************************
000660     05  FILLER                  PIC X(01) VALUE SPACES.
000670     05  AUD-RUN-MODE            PIC X(01).
000680     05  FILLER                  PIC X(01) VALUE SPACES.
000690     05  AUD-REQUESTED-BY        PIC X(08).
000700*****************************************************
000710*  REPLICATION COUNT - HOW MANY REPLICATIONS OF THE   *
000720*  SWEEP RAN (1 OUTSIDE REPLICATION MODE).            *
000730*****************************************************
000740     05  FILLER                  PIC X(01) VALUE SPACES.
000750     05  AUD-REPLICATIONS        PIC 9(03).
000760*****************************************************
000770*  PARTITION - WHICH PARTITION STEP OF A SPLIT BOOK   *
000780*  RAN THE SCENARIO (SEE PRTREC); ZERO ON AN          *
000790*  UNPARTITIONED RUN.  PARTMRG CHECKS IT AGAINST THE  *
000800*  PARTITION TABLE WHEN IT MERGES THE STEPS' OUTPUTS. *
000810*****************************************************
000820     05  FILLER                  PIC X(01) VALUE SPACES.
000830     05  AUD-PARTITION           PIC 9(02).
