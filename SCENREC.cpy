000070*  ARRIVAL-POSITION NUMBER - AND IS STAMPED ON       *
000080*  EVERY DOWNSTREAM RECORD.  SHARED BY ENVELOPES     *
000090*  (CONTROL EDIT PASS) AND ENVRPT (SCENARIO NAME IN  *
000100*  THE BLOCK HEADINGS), AND MAINTAINED ONLY THROUGH  *
000110*  SCENMNT, WHICH LOGS EVERY CHANGE TO SCNLOG.       *
000120*****************************************************
000130 01  SCENARIO-MASTER-RECORD.
000140     05  SCM-SCENARIO-CODE       PIC X(08).
000150     05  SCM-SCENARIO-NAME       PIC X(30).
000160     05  SCM-OWNING-ACTUARY      PIC X(20).
000170     05  SCM-EFFECTIVE-DATE      PIC 9(08).
000180     05  SCM-EXPIRY-DATE         PIC 9(08).
000190     05  FILLER                  PIC X(06).
