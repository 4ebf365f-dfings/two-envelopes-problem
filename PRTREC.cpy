000010*****************************************************
000020*  PRTREC - PARTITION CARD LAYOUT                    *
000030*  ONE CARD PER PARTITION OF THE SCENARIO BOOK WHEN  *
000040*  THE NIGHTLY SWEEP RUNS AS SEVERAL CONCURRENT      *
000050*  ENVELOPES STEPS.  EACH STEP READS ITS OWN CARD    *
000060*  ON PARTCTL AND RUNS ONLY THE CTLIN SCENARIOS      *
000070*  WHOSE CODE FALLS IN THE CARD'S RANGE (INCLUSIVE). *
000080*  A BLANK LOW CODE MEANS FROM THE FIRST CODE, A     *
000090*  BLANK HIGH CODE TO THE LAST.  PARTMRG READS ALL   *
000100*  THE CARDS TOGETHER ON PARTTBL, IN PARTITION       *
000110*  ORDER, TO CHECK AND MERGE THE STEPS' OUTPUTS.     *
000120*****************************************************
000130 01  PARTITION-RECORD.
000140     05  PRT-PARTITION-NO        PIC 9(02).
000150     05  FILLER                  PIC X(01).
000160     05  PRT-PARTITION-COUNT     PIC 9(02).
000170     05  FILLER                  PIC X(01).
000180     05  PRT-LOW-CODE            PIC X(08).
000190     05  FILLER                  PIC X(01).
000200     05  PRT-HIGH-CODE           PIC X(08).
000210     05  FILLER                  PIC X(57).
