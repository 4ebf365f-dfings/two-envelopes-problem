000230     05  DTL-SWITCHED            PIC X(01).
000240     05  FILLER                  PIC X(02) VALUE SPACES.
000250     05  DTL-FINAL-VALUE         PIC -(04)9.99.
000260*****************************************************
000270*  RUN MODE STAMP - P FOR THE NIGHTLY PRODUCTION RUN, *
000280*  W FOR AN AD-HOC WHAT-IF RUN (WRITTEN TO WIFDETL),  *
000290*  WITH THE REQUESTER OF A WHAT-IF RUN.               *
000300*****************************************************
000310     05  FILLER                  PIC X(02) VALUE SPACES.
000320     05  DTL-RUN-MODE            PIC X(01).
000330     05  FILLER                  PIC X(02) VALUE SPACES.
000340     05  DTL-REQUESTED-BY        PIC X(08).
