      *----------------------------------------------------------------
      * TAXREC   - RECORD LAYOUT OF THE INDEXED SALES TAX RATE TABLE
      *            (TAXRATE), KEYED BY THE JURISDICTION CODE CARRIED
      *            ON EACH CUSTOMER (CM-TAX-JURIS).  SHARED BY THE
      *            TAXMNT MAINTENANCE SCREEN, CUSTMNT, EXAMPLE'S ORDER
      *            LINE TAX AND THE TAXRPT LIABILITY REPORT SO THE
      *            LAYOUTS NEVER DRIFT APART.
      *----------------------------------------------------------------
      *            TX-RATE IS A PERCENT (07.250 IS 7.25 PERCENT) AND
      *            APPLIES TO ORDERS DATED ON OR AFTER TX-EFF-DATE;
      *            AN ORDER DATED BEFORE IT IS TAXED AT TX-PRIOR-RATE,
      *            SO A RATE CHANGE CAN BE KEYED AHEAD OF TIME AND
      *            LATE-KEYED ORDERS ARE STILL TAXED AT THE RATE IN
      *            FORCE ON THEIR ORDER DATE.
      *            TX-STATUS "I" IS A JURISDICTION NO LONGER IN USE;
      *            CUSTMNT WILL NOT ASSIGN IT TO A CUSTOMER.
       01  TX-RATE-REC.
           05  TX-JURIS                            PIC X(2).
           05  TX-JURIS-NAME                       PIC X(30).
           05  TX-RATE                             PIC 9(2)V999.
           05  TX-EFF-DATE                         PIC 9(8).
           05  TX-PRIOR-RATE                       PIC 9(2)V999.
           05  TX-STATUS                           PIC X(1).
               88  TX-ACTIVE                       VALUE "A".
               88  TX-INACTIVE                     VALUE "I".
           05  FILLER                              PIC X(29).
