      *----------------------------------------------------------------
      * RETROREC - RECORD LAYOUT OF THE RETROACTIVE PAY ADJUSTMENT
      *            CARDS (80 BYTES), ONE PER EMPLOYEE.  WRITTEN BY THE
      *            RETROPAY RELEASE RUN AND READ BY PAYBLD, WHICH ADDS
      *            RR-RETRO-AMT TO THE EMPLOYEE'S GROSS ON THE RUN
      *            WHOSE PERIOD ENDING DATE MATCHES RR-PAY-PERIOD-END
      *            (MMDDYY), SO A CARD LEFT ON THE FILE IS NEVER PAID
      *            IN A LATER PERIOD.  THE REMAINING FIELDS RECORD HOW
      *            THE AMOUNT WAS FIGURED: THE PERCENT, THE EFFECTIVE
      *            RANGE (CCYYMMDD), THE NUMBER OF HISTORY PERIODS AND
      *            THE EARNINGS THE PERCENT WAS APPLIED TO.
      *----------------------------------------------------------------
       01  RR-RETRO-REC.
           05  RR-REC-CODE                     PIC X(2).
           05  RR-SSN                          PIC X(9).
           05  RR-PAY-PERIOD-END               PIC X(6).
           05  RR-RETRO-AMT                    PIC S9(5)V99.
           05  RR-PERCENT                      PIC 9(2)V9(3).
           05  RR-FROM-DATE                    PIC 9(8).
           05  RR-TO-DATE                      PIC 9(8).
           05  RR-PERIOD-COUNT                 PIC 9(3).
           05  RR-EARN-BASE                    PIC S9(7)V99.
           05  RR-RUN-DATE                     PIC 9(8).
           05  FILLER                          PIC X(15).
