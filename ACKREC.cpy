000010*****************************************************
000020*  ACKREC - WAREHOUSE LOAD ACKNOWLEDGEMENT LAYOUT     *
000030*  RETURNED BY THE RISK WAREHOUSE FOR EACH WHEXTR     *
000040*  FEED IT LOADS, IN THE SAME FIXED-WIDTH, PIPE-      *
000050*  SEPARATED FORM AS THE FEED.  ONE A ROW PER FEED    *
000060*  GIVES WHAT THE LOAD RECEIVED AND LOADED AND THE    *
000070*  EXPECTED-VALUE HASH OVER THE ROWS IT LOADED; IT    *
000080*  IS FOLLOWED BY ONE R ROW PER REJECTED D ROW, WITH  *
000090*  THE WAREHOUSE'S REASON.  THE RUN DATE IS THE ONE   *
000100*  STAMPED ON THE FEED'S D ROWS.                      *
000110*****************************************************
000120 01  ACK-RECORD.
000130     05  ACK-REC-TYPE            PIC X(01).
000140         88  ACK-SUMMARY-ROW          VALUE "A".
000150         88  ACK-REJECT-ROW           VALUE "R".
000160     05  FILLER                  PIC X(01).
000170     05  ACK-RUN-DATE            PIC 9(08).
000180     05  FILLER                  PIC X(01).
000190     05  ACK-BODY                PIC X(109).
000200     05  ACK-SUMMARY-FIELDS REDEFINES ACK-BODY.
000210         10  ACK-ROWS-RECEIVED   PIC 9(07).
000220         10  FILLER              PIC X(01).
000230         10  ACK-ROWS-LOADED     PIC 9(07).
000240         10  FILLER              PIC X(01).
000250         10  ACK-ROWS-REJECTED   PIC 9(07).
000260         10  FILLER              PIC X(01).
000270         10  ACK-HASH-LOADED     PIC +9(11).99.
000280         10  ACK-HASH-TEXT REDEFINES ACK-HASH-LOADED.
000290             15  ACK-HASH-SIGN   PIC X(01).
000300             15  ACK-HASH-WHOLE  PIC X(11).
000310             15  FILLER          PIC X(01).
000320             15  ACK-HASH-CENTS  PIC X(02).
000330         10  FILLER              PIC X(01).
000340         10  ACK-LOAD-DATE       PIC 9(08).
000350         10  FILLER              PIC X(01).
000360         10  ACK-LOAD-TIME       PIC 9(06).
000370         10  FILLER              PIC X(54).
000380     05  ACK-REJECT-FIELDS REDEFINES ACK-BODY.
000390         10  ACK-SCENARIO-CODE   PIC X(08).
000400         10  FILLER              PIC X(01).
000410         10  ACK-CUTOFF          PIC 9(03).
000420         10  FILLER              PIC X(01).
000430         10  ACK-REASON-CODE     PIC X(04).
000440         10  FILLER              PIC X(01).
000450         10  ACK-REASON-TEXT     PIC X(60).
000460         10  FILLER              PIC X(31).
