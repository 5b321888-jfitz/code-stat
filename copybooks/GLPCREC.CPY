      *----------------------------------------------------------------
      * GLPCREC  - LAYOUT OF THE ONE-RECORD GL PERIOD CONTROL FILE
      *            (GLPCTL).  CARRIES THE OPEN FISCAL YEAR AND THE
      *            OPEN/CLOSED STATUS OF EACH OF THE 13 GLMAST PERIOD
      *            BUCKETS.  GLCLOSE CLOSES AND REOPENS PERIODS AND
      *            RUNS THE YEAR-END CLOSE; GLPOST READS IT TO KEEP
      *            POSTINGS OUT OF A CLOSED MONTH.  HELD IN WORKING
      *            STORAGE AND READ/WRITTEN THROUGH AN 80-BYTE FD, THE
      *            WAY EXAMPLE CARRIES ITS CONTROL CARD.
      *
      *            GP-CLOSED-ACTION SAYS WHAT GLPOST DOES WITH A
      *            JOURNAL DATED INTO A CLOSED PERIOD: R = REDIRECT IT
      *            TO THE OPEN PERIOD, ANYTHING ELSE = REFUSE IT.
      *            EITHER WAY THE JOURNAL IS LISTED ON THE CLOSED-
      *            PERIOD REGISTER.
      *----------------------------------------------------------------
       01  GP-PERIOD-CTL-REC.
           05  GP-FISCAL-YEAR                      PIC 9(4).
           05  GP-PERIOD-STATUS OCCURS 13 TIMES    PIC X(1).
               88  GP-PERIOD-CLOSED                VALUE "C".
               88  GP-PERIOD-OPEN                  VALUE "O" " ".
           05  GP-CLOSED-ACTION                    PIC X(1).
               88  GP-REDIRECT-CLOSED              VALUE "R".
           05  GP-LAST-CLOSE-DATE                  PIC 9(8).
           05  GP-LAST-CLOSE-PERIOD                PIC 9(2).
           05  GP-YE-CLOSE-DATE                    PIC 9(8).
           05  GP-YE-CLOSED-YEAR                   PIC 9(4).
           05  FILLER                              PIC X(40).
