000010*****************************************************
000020*  PCTREC - PAYOFF PERCENTILE RECORD LAYOUT          *
000030*  ONE RECORD PER SCENARIO CODE AND CUTOFF FROM THE  *
000040*  NIGHTLY SWEEP, KEYED BY THE TWO AND WRITTEN IN    *
000050*  THE SAME ORDER AS RESULTOUT.  THE MEASURES COVER  *
000060*  EVERY TRIAL THE CUTOFF SCORED, NOT THE DETLOUT    *
000070*  SAMPLE: THE 5TH AND 25TH PERCENTILE AND MEDIAN    *
000080*  PAYOFF, AND HOW OFTEN THE STRATEGY ENDED WITH     *
000090*  LESS THAN THE ENVELOPE FIRST PICKED.  THE         *
000100*  PERCENTILES ARE READ FROM A 200-BAND HISTOGRAM OF *
000110*  THE PAYOFFS, INTERPOLATED WITHIN THE BAND, SO     *
000120*  THEY ARE GOOD TO WITHIN PCT-BAND-WIDTH.  A        *
000130*  PERCENTILE FALLING PAST THE TOP BAND IS GIVEN AS  *
000140*  THE TOP BAND'S FLOOR AND PCT-TAIL-CAPPED IS Y.    *
000150*  SHARED BY ENVELOPES (WRITER), PARTMRG, AND PCTRPT *
000160*  (DOWNSIDE RISK RANKING REPORT).                   *
000170*****************************************************
000180 01  PERCENTILE-RECORD.
000190     05  PCT-KEY.
000200         10  PCT-SCENARIO-CODE   PIC X(08).
000210         10  PCT-CUTOFF          PIC 9(03).
000220     05  FILLER                  PIC X(02) VALUE SPACES.
000230     05  PCT-RUN-DATE            PIC 9(08).
000240     05  FILLER                  PIC X(02) VALUE SPACES.
000250     05  PCT-NUM-TRIALS          PIC 9(05).
000260     05  FILLER                  PIC X(02) VALUE SPACES.
000270     05  PCT-EXPECTED-VALUE      PIC -(04)9.99.
000280     05  FILLER                  PIC X(02) VALUE SPACES.
000290     05  PCT-P05                 PIC -(04)9.99.
000300     05  FILLER                  PIC X(02) VALUE SPACES.
000310     05  PCT-P25                 PIC -(04)9.99.
000320     05  FILLER                  PIC X(02) VALUE SPACES.
000330     05  PCT-MEDIAN              PIC -(04)9.99.
000340     05  FILLER                  PIC X(02) VALUE SPACES.
000350     05  PCT-LOSS-TRIALS         PIC 9(05).
000360     05  FILLER                  PIC X(02) VALUE SPACES.
000370     05  PCT-LOSS-PROB           PIC 9.9999.
000380     05  FILLER                  PIC X(02) VALUE SPACES.
000390     05  PCT-BAND-WIDTH          PIC Z9.9999.
000400     05  FILLER                  PIC X(02) VALUE SPACES.
000410     05  PCT-TAIL-CAPPED         PIC X(01).
000420         88  PCT-CAPPED               VALUE "Y".
000430         88  PCT-NOT-CAPPED           VALUE "N".
000440*****************************************************
000450*  SWEEP PHASE AND RUN MODE STAMPS - AS ON RESULTOUT  *
000460*  (SEE RESREC).  A WHAT-IF RUN WRITES TO WIFPCT.     *
000470*****************************************************
000480     05  FILLER                  PIC X(02) VALUE SPACES.
000490     05  PCT-SWEEP-PHASE         PIC X(01).
000500     05  FILLER                  PIC X(02) VALUE SPACES.
000510     05  PCT-RUN-MODE            PIC X(01).
000520     05  FILLER                  PIC X(02) VALUE SPACES.
000530     05  PCT-REQUESTED-BY        PIC X(08).
