000010*****************************************************
000020*  FSTREC - WAREHOUSE FEED STATUS RECORD LAYOUT       *
000030*  ONE RECORD PER WHEXTR FEED, KEYED BY THE RUN DATE  *
000040*  STAMPED ON ITS D ROWS, ON THE FEEDSTAT KSDS.       *
000050*  RESEXTR FILES IT SENT, WITH THE TRAILER COUNT AND  *
000060*  HASH IT SENT, EACH TIME IT WRITES THE FEED (A      *
000070*  RERUN RESENDS AND CLEARS ANY EARLIER ACK).         *
000080*  ACKRECN FILES IT ACKNOWLEDGED, WITH WHAT THE       *
000090*  WAREHOUSE SAYS IT LOADED AND THE RESULT OF THE     *
000100*  COMPARISON, WHEN THE LOAD ACKNOWLEDGEMENT COMES    *
000110*  BACK.  A FEED STILL SENT A DAY AFTER IT WENT IS    *
000120*  OVERDUE.                                           *
000130*****************************************************
000140 01  FEED-STATUS-RECORD.
000150     05  FST-RUN-DATE            PIC 9(08).
000160     05  FST-STATUS              PIC X(01).
000170         88  FST-SENT                 VALUE "S".
000180         88  FST-ACKNOWLEDGED         VALUE "A".
000190     05  FST-SEND-COUNT          PIC 9(02).
000200     05  FST-SENT-DATE           PIC 9(08).
000210     05  FST-SENT-TIME           PIC 9(08).
000220     05  FST-SENT-ROWS           PIC 9(07).
000230     05  FST-SENT-HASH           PIC S9(11)V99.
000240     05  FST-ACK-DATE            PIC 9(08).
000250     05  FST-LOAD-DATE           PIC 9(08).
000260     05  FST-LOAD-TIME           PIC 9(06).
000270     05  FST-ACK-RECEIVED        PIC 9(07).
000280     05  FST-ACK-LOADED          PIC 9(07).
000290     05  FST-ACK-REJECTED        PIC 9(07).
000300     05  FST-ACK-HASH            PIC S9(11)V99.
000310     05  FST-RESULT              PIC X(01).
000320         88  FST-NOT-COMPARED         VALUE " ".
000330         88  FST-MATCHED              VALUE "M".
000340         88  FST-SHORT-LOADED         VALUE "S".
000350         88  FST-OVER-LOADED          VALUE "O".
000360         88  FST-HASH-MISMATCH        VALUE "H".
000370     05  FILLER                  PIC X(20).
