      *----------------------------------------------------------------
      * DAYSPARM - PARAMETER AREA PASSED ON THE CALL TO DAYCNT.
      *            SHARED BY EVERY PROGRAM THAT AGES SOMETHING - HOW
      *            MANY CALENDAR DAYS LIE BETWEEN TWO YYYYMMDD DATES
      *            - SO THE CALLER'S WORKING-STORAGE COPY AND
      *            DAYCNT'S OWN LINKAGE SECTION COPY NEVER DRIFT
      *            APART.
      *
      *            DAYS-ELAPSED IS DAYS-TO-DATE LESS DAYS-FROM-DATE,
      *            NEGATIVE WHEN THE FROM DATE IS THE LATER ONE.
      *            RETURN CODE 00 = COUNTED, 04 = ONE OF THE DATES
      *            IS NOT NUMERIC OR HAS A MONTH OUTSIDE 01-12
      *            (DAYS-ELAPSED IS THEN ZERO).
      *----------------------------------------------------------------
       01  DAYS-PARM-AREA.
           05  DAYS-FROM-DATE                  PIC 9(8).
           05  DAYS-TO-DATE                    PIC 9(8).
           05  DAYS-ELAPSED                    PIC S9(7).
           05  DAYS-RETURN-CODE                PIC 9(2).
