000030*  ONE RECORD PER SCENARIO IN CTLIN.  SHARED BY      *
000040*  ENVELOPES (NIGHTLY SWEEP) AND ENVRPT (MANAGEMENT  *
000050*  SUMMARY REPORT, WHICH ECHOES THE PARAMETERS IN    *
000060*  EFFECT FOR EACH SCENARIO).  THE NIGHTLY CTLIN IS  *
000070*  BUILT BY CTLBLD FROM THE APPROVED ROWS ON THE     *
000080*  PARMMST PARAMETER MASTER (SEE PRMREC); WHAT-IF    *
000090*  CONTROL FILES ARE STILL PREPARED BY HAND.         *
000100*****************************************************
000110 01  CONTROL-RECORD.
000120     05  CTL-NUM-TRIALS          PIC 9(05).
000130     05  CTL-PRIOR-LOWER-MAX     PIC 9(03).
000140     05  CTL-CUTOFF-START        PIC 9(03).
000150     05  CTL-CUTOFF-STOP         PIC 9(03).
000160     05  CTL-CUTOFF-STEP         PIC 9(03).
000170     05  CTL-DRIFT-THRESHOLD     PIC 9(03)V9(02).
000180     05  CTL-DIST-MODE           PIC X(01).
000190     05  CTL-EARLY-STOP-TOL      PIC 9(03)V9(04).
000200     05  CTL-VALIDATION-TOL      PIC 9(03)V9(04).
000210     05  CTL-RNG-SEED            PIC 9(09).
000220     05  FILLER                  PIC X(02).
000230*****************************************************
000240*  TRIAL-DETAIL CONTROLS - WHEN CTL-DETAIL-FLAG IS    *
000250*  Y, EVERY CTL-DETAIL-SAMPLE-TH TRIAL WRITES ONE     *
000260*  RECORD PER CUTOFF TO THE DETLOUT AUDIT DATASET.    *
000270*  BLANK (AS ON CONTROL FILES CUT BEFORE THE FIELDS   *
000280*  EXISTED) MEANS NO DETAIL.                          *
000290*****************************************************
000300     05  CTL-DETAIL-FLAG         PIC X(01).
000310     05  CTL-DETAIL-SAMPLE       PIC 9(05).
000320*****************************************************
000330*  SCENARIO IDENTITY - THE STABLE SCENARIO CODE,     *
000340*  VALIDATED AGAINST THE SCENMST SCENARIO MASTER     *
000350*  (SEE SCENREC) BY THE CONTROL EDIT PASS AND        *
000360*  STAMPED ON EVERY OUTPUT RECORD IN PLACE OF THE    *
000370*  OLD ARRIVAL-POSITION NUMBER, SO REORDERING CTLIN  *
000380*  CAN NO LONGER SCRAMBLE THE HISTORY CHAINS.        *
000390*****************************************************
000400     05  CTL-SCENARIO-CODE       PIC X(08).
000410*****************************************************
000420*  SWEEP MODE - A RUNS THE ADAPTIVE TWO-PHASE SWEEP:  *
000430*  A COARSE PASS AT CTL-CUTOFF-STEP OVER THE WHOLE    *
000440*  RANGE, THEN A FINE PASS AT STEP 1 IN A BAND OF     *
000450*  ONE COARSE STEP EITHER SIDE OF THE COARSE WINNER.  *
000460*  S OR BLANK RUNS THE SINGLE FULL-RANGE SWEEP AS     *
000470*  BEFORE.                                            *
000480*****************************************************
000490     05  CTL-SWEEP-MODE          PIC X(01).
000500*****************************************************
000510*  RUN MODE - W MAKES THE RUN AN AD-HOC WHAT-IF RUN:  *
000520*  THE FULL SWEEP RUNS BUT WRITES ONLY TO THE WHAT-IF *
000530*  DATASETS, WITH NO HISTORY APPEND, RECONCILE, OR    *
000540*  CHECKPOINT, AND IS LOGGED UNDER CTL-REQUESTED-BY   *
000550*  ON THE REQUEST REGISTER.  P OR BLANK IS THE        *
000560*  NIGHTLY PRODUCTION RUN.  EVERY RECORD IN ONE       *
000570*  CONTROL FILE MUST CARRY THE SAME MODE.             *
000580*****************************************************
000590     05  CTL-RUN-MODE            PIC X(01).
000600     05  CTL-REQUESTED-BY        PIC X(08).
000610*****************************************************
000620*  REPLICATIONS - A COUNT OF 2 OR MORE RUNS THE       *
000630*  SCENARIO'S WHOLE SWEEP THAT MANY TIMES, THE FIRST  *
000640*  UNDER CTL-RNG-SEED AND EACH OTHER UNDER A SEED     *
000650*  DERIVED FROM IT, AND WRITES EVERY REPLICATION'S    *
000660*  OPTIMAL CUTOFF TO THE REPLICATION DATASET.  ONLY   *
000670*  THE FIRST REPLICATION WRITES RESULTS, HISTORY,     *
000680*  AND DETAIL.  NEEDS A NONZERO SEED.  BLANK, ZERO,   *
000690*  OR 1 RUNS THE SWEEP ONCE AS BEFORE.                *
000700*****************************************************
000710     05  CTL-REPLICATIONS        PIC 9(03).
000720*****************************************************
000730*  AS-OF DATE - THE DATE THE SCENARIO MASTER'S        *
000740*  EFFECTIVE AND EXPIRY DATES ARE CHECKED AGAINST.    *
000750*  ONLY A WHAT-IF RECORD MAY CARRY ONE, AND NEVER     *
000760*  LATER THAN THE RUN DATE; ENVRPLY SETS IT TO THE    *
000770*  NIGHT BEING REPLAYED, SO A SCENARIO SINCE EXPIRED  *
000780*  OR RE-DATED STILL REPLAYS AS IT RAN.  BLANK CHECKS *
000790*  AGAINST THE RUN DATE AS BEFORE.                    *
000800*****************************************************
000810     05  CTL-AS-OF-DATE          PIC 9(08).
