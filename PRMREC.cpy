000010*****************************************************
000020*  PRMREC - PARAMETER MASTER RECORD LAYOUT           *
000030*  ONE RECORD PER SCENARIO PER EFFECTIVE DATE IN THE *
000040*  PARMMST INDEXED DATASET, KEYED BY SCENARIO CODE   *
000050*  AND EFFECTIVE DATE.  MAINTAINED BY PARMMNT UNDER  *
000060*  MAKER/CHECKER CONTROL AND READ BY CTLBLD, WHICH   *
000070*  BUILDS EACH NIGHT'S CTLIN FROM THE APPROVED ROW   *
000080*  IN EFFECT ON THE RUN DATE FOR EACH SCENARIO.      *
000090*****************************************************
000100 01  PARAMETER-MASTER-RECORD.
000110     05  PRM-KEY.
000120         10  PRM-SCENARIO-CODE   PIC X(08).
000130         10  PRM-EFFECTIVE-DATE  PIC 9(08).
000140*****************************************************
000150*  ROW STATUS - A ROW IS ENTERED PENDING AND TAKES    *
000160*  EFFECT ONLY ONCE A SECOND PERSON HAS APPROVED IT.  *
000170*  APPROVED ROWS ARE NEVER CHANGED AGAIN; A LATER     *
000180*  CHANGE IS A NEW ROW WITH A LATER EFFECTIVE DATE.   *
000190*****************************************************
000200     05  PRM-STATUS              PIC X(01).
000210         88  PRM-PENDING              VALUE "P".
000220         88  PRM-APPROVED             VALUE "A".
000230         88  PRM-REJECTED             VALUE "R".
000240         88  PRM-WITHDRAWN            VALUE "W".
000250*****************************************************
000260*  BOOK FLAG - Y RUNS THE SCENARIO NIGHTLY UNDER THE  *
000270*  PARAMETERS BELOW FROM THE EFFECTIVE DATE; N TAKES  *
000280*  IT OUT OF THE NIGHTLY BOOK FROM THAT DATE.         *
000290*****************************************************
000300     05  PRM-BOOK-FLAG           PIC X(01).
000310         88  PRM-IN-BOOK              VALUE "Y".
000320         88  PRM-OUT-OF-BOOK          VALUE "N".
000330*****************************************************
000340*  RUN PARAMETERS - THE SAME FIELDS, WITH THE SAME    *
000350*  PICTURES AND RULES, AS THE CTLIN RECORD (SEE       *
000360*  CTLREC).                                           *
000370*****************************************************
000380     05  PRM-PARAMETERS.
000390         10  PRM-NUM-TRIALS      PIC 9(05).
000400         10  PRM-PRIOR-LOWER-MAX PIC 9(03).
000410         10  PRM-CUTOFF-START    PIC 9(03).
000420         10  PRM-CUTOFF-STOP     PIC 9(03).
000430         10  PRM-CUTOFF-STEP     PIC 9(03).
000440         10  PRM-DRIFT-THRESHOLD PIC 9(03)V9(02).
000450         10  PRM-DIST-MODE       PIC X(01).
000460         10  PRM-EARLY-STOP-TOL  PIC 9(03)V9(04).
000470         10  PRM-VALIDATION-TOL  PIC 9(03)V9(04).
000480         10  PRM-RNG-SEED        PIC 9(09).
000490         10  PRM-DETAIL-FLAG     PIC X(01).
000500         10  PRM-DETAIL-SAMPLE   PIC 9(05).
000510         10  PRM-SWEEP-MODE      PIC X(01).
000520         10  PRM-REPLICATIONS    PIC 9(03).
000530*****************************************************
000540*  MAKER AND CHECKER - WHO ENTERED (OR LAST AMENDED)  *
000550*  THE ROW AND WHEN, AND WHO APPROVED OR REJECTED IT  *
000560*  AND WHEN.  THE CHECKER IS NEVER THE MAKER.  THE    *
000570*  MAKER'S REASON FOR THE CHANGE AND THE CHECKER'S    *
000580*  NOTE (THE REASON FOR A REJECTION OR WITHDRAWAL)    *
000590*  ARE KEPT WITH THE ROW.                             *
000600*****************************************************
000610     05  PRM-MAKER-ID            PIC X(08).
000620     05  PRM-MADE-DATE           PIC 9(08).
000630     05  PRM-MADE-TIME           PIC 9(08).
000640     05  PRM-CHECKER-ID          PIC X(08).
000650     05  PRM-CHECKED-DATE        PIC 9(08).
000660     05  PRM-CHECKED-TIME        PIC 9(08).
000670     05  PRM-CHANGE-REASON       PIC X(30).
000680     05  PRM-CHECKER-NOTE        PIC X(30).
000690     05  FILLER                  PIC X(10).
