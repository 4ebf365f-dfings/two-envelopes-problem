000330*****************************************************
000340     05  FILLER                  PIC X(02) VALUE SPACES.
000350     05  RES-SWEEP-PHASE         PIC X(01).
000360*****************************************************
000370*  RUN MODE STAMP - P FOR THE NIGHTLY PRODUCTION RUN, *
000380*  W FOR AN AD-HOC WHAT-IF RUN (WRITTEN TO WIFRES),   *
000390*  WITH THE REQUESTER OF A WHAT-IF RUN.               *
000400*****************************************************
000410     05  FILLER                  PIC X(02) VALUE SPACES.
000420     05  RES-RUN-MODE            PIC X(01).
000430     05  FILLER                  PIC X(02) VALUE SPACES.
000440     05  RES-REQUESTED-BY        PIC X(08).
