      *            CALENDAR MONTH.  SHARED BY THE GLPOST POSTING RUN
      *            AND ANY INQUIRY OVER THE LEDGER SO THE LAYOUTS
      *            NEVER DRIFT APART.
      *
      *            GL-FISCAL-YEAR IS THE YEAR THE BUCKETS BELONG TO
      *            AND GL-OPEN-BAL THE BALANCE CARRIED FORWARD INTO IT
      *            BY THE GLCLOSE YEAR-END CLOSE (ZERO FOR AN INCOME
      *            ACCOUNT).  RECORDS WRITTEN BEFORE THE YEAR-END
      *            CLOSE EXISTED CARRY SPACES IN BOTH - TEST THEM
      *            NUMERIC BEFORE USE.
      *----------------------------------------------------------------
       01  GL-LEDGER-REC.
           05  GL-ACCT-KEY.
               10  GL-COST-CENTER                  PIC 9(2).
           05  GL-PERIOD-BAL OCCURS 13 TIMES       PIC S9(9)V99
                                                       COMP-3.
           05  GL-FISCAL-YEAR                      PIC 9(4).
           05  GL-OPEN-BAL                         PIC S9(9)V99
                                                       COMP-3.
           05  FILLER                              PIC X(2).
