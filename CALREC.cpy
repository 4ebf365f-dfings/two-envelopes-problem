000010*****************************************************
000020*  CALREC - BUSINESS CALENDAR RECORD LAYOUT           *
000030*  ONE RECORD PER CALENDAR DATE ON THE SHARED         *
000040*  CALENDAR KSDS, KEYED BY THE DATE.  A YEAR IS       *
000050*  GENERATED WHOLE BY CALMNT - MONDAY THROUGH FRIDAY  *
000060*  AS BUSINESS DAYS, SATURDAY AND SUNDAY AS WEEKEND - *
000070*  AND BANK HOLIDAYS AND PLANNED OUTAGES ARE THEN     *
000080*  MARKED ON IT BY TRANSACTION.  THE MONTH-END FLAG   *
000090*  IS KEPT BY CALMNT ON THE LAST BUSINESS DAY OF      *
000100*  EACH MONTH AND IS NEVER KEYED BY HAND.  READ BY    *
000110*  HISTCHK AND AUDRPT (EXPECTED NON-RUN NIGHTS ARE    *
000120*  EXPLAINED, NOT GAPS), HISTPURG (BUSINESS-DAY       *
000130*  RETENTION AND MONTH-END PROTECTION), AND ENVELOPES *
000140*  (NO PRODUCTION RUN ON A NON-BUSINESS NIGHT UNLESS  *
000150*  FORCED).  A DATE WITH NO RECORD FALLS BACK TO THE  *
000160*  OLD MONDAY-TO-FRIDAY RULE EVERYWHERE BUT HISTPURG, *
000170*  WHICH WILL NOT COUNT BUSINESS DAYS IT CANNOT SEE.  *
000180*****************************************************
000190 01  CALENDAR-RECORD.
000200     05  CAL-DATE                PIC 9(08).
000210     05  CAL-DAY-TYPE            PIC X(01).
000220         88  CAL-BUSINESS-DAY         VALUE "B".
000230         88  CAL-WEEKEND              VALUE "W".
000240         88  CAL-HOLIDAY              VALUE "H".
000250         88  CAL-OUTAGE               VALUE "O".
000260         88  CAL-NON-BUSINESS-DAY     VALUE "W" "H" "O".
000270     05  CAL-MONTH-END           PIC X(01).
000280         88  CAL-MONTH-END-DAY        VALUE "Y".
000290         88  CAL-NOT-MONTH-END        VALUE "N".
000300     05  CAL-DESCRIPTION         PIC X(30).
000310     05  CAL-CHANGED-BY          PIC X(08).
000320     05  CAL-CHANGED-DATE        PIC 9(08).
000330     05  FILLER                  PIC X(24).
