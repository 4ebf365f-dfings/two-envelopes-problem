000010*****************************************************
000020*  REPREC - REPLICATION RECORD LAYOUT                *
000030*  ONE RECORD PER REPLICATION OF A SCENARIO RUN IN   *
000040*  REPLICATION MODE: THE SEED THE REPLICATION RAN    *
000050*  UNDER AND THE OPTIMAL CUTOFF AND EXPECTED VALUE   *
000060*  IT FOUND.  REPLICATION 1 IS THE NIGHT'S OWN RUN   *
000070*  UNDER THE CONTROL SEED; THE REST RUN UNDER SEEDS  *
000080*  DERIVED FROM IT.  SHARED BY ENVELOPES (WRITER)    *
000090*  AND REPLRPT (WINNER STABILITY REPORT).            *
000100*****************************************************
000110 01  REPLICATION-RECORD.
000120     05  REP-RUN-DATE            PIC 9(08).
000130     05  FILLER                  PIC X(02) VALUE SPACES.
000140     05  REP-SCENARIO-CODE       PIC X(08).
000150     05  FILLER                  PIC X(02) VALUE SPACES.
000160     05  REP-REPLICATION         PIC 9(03).
000170     05  FILLER                  PIC X(02) VALUE SPACES.
000180     05  REP-REPLICATIONS        PIC 9(03).
000190     05  FILLER                  PIC X(02) VALUE SPACES.
000200     05  REP-RNG-SEED            PIC 9(09).
000210     05  FILLER                  PIC X(02) VALUE SPACES.
000220     05  REP-OPTIMAL-CUTOFF      PIC 9(03).
000230     05  FILLER                  PIC X(02) VALUE SPACES.
000240     05  REP-OPTIMAL-VALUE       PIC -(04)9.99.
000250     05  FILLER                  PIC X(02) VALUE SPACES.
000260     05  REP-TRIALS-RUN          PIC 9(05).
000270     05  FILLER                  PIC X(02) VALUE SPACES.
000280     05  REP-SWEEP-MODE          PIC X(01).
000290     05  FILLER                  PIC X(02) VALUE SPACES.
000300     05  REP-RUN-MODE            PIC X(01).
000310     05  FILLER                  PIC X(02) VALUE SPACES.
000320     05  REP-REQUESTED-BY        PIC X(08).
