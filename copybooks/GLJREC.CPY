      *----------------------------------------------------------------
      * GLJREC   - RECORD LAYOUT OF THE GL JOURNAL DETAIL HISTORY FILE
      *            (GLJHIST).  GLPOST APPENDS ONE RECORD FOR EVERY
      *            JOURNAL LINE IT APPLIES TO GLMAST, SO A BUCKET
      *            BALANCE CAN ALWAYS BE TRACED BACK TO THE RUNS AND
      *            LINES THAT MADE IT UP.  SHARED BY GLPOST AND THE
      *            GLINQ ACCOUNT INQUIRY SCREEN SO THE LAYOUTS NEVER
      *            DRIFT APART.
      *
      *            JH-SOURCE IS THE PROGRAM THAT BUILT THE JOURNAL
      *            (GJ SOURCE FIELD, UNKNOWN WHEN THE BATCH PREDATES
      *            IT).  JH-PERIOD-BKT IS THE BUCKET ACTUALLY POSTED -
      *            JH-REDIRECTED = R MEANS GLPOST MOVED THE LINE OUT
      *            OF A CLOSED PERIOD, AND JH-PERIOD-END STILL SHOWS
      *            THE DATE THE JOURNAL CARRIED.
      *----------------------------------------------------------------
       01  JH-JOURNAL-HIST-REC.
           05  JH-SOURCE                           PIC X(8).
           05  JH-RUN-DATE                         PIC 9(8).
           05  JH-RUN-TIME                         PIC 9(8).
           05  JH-LINE-SEQ                         PIC 9(7).
           05  JH-ACCT-KEY.
               10  JH-ACCOUNT                      PIC X(8).
               10  JH-COST-CENTER                  PIC 9(2).
           05  JH-DEPT-NUM                         PIC X(4).
           05  JH-FISCAL-YEAR                      PIC 9(4).
           05  JH-PERIOD-BKT                       PIC 9(2).
           05  JH-PERIOD-END                       PIC X(6).
           05  JH-DEBIT-AMT                        PIC 9(7)V99.
           05  JH-CREDIT-AMT                       PIC 9(7)V99.
           05  JH-REDIRECTED                       PIC X(1).
               88  JH-WAS-REDIRECTED               VALUE "R".
           05  FILLER                              PIC X(24).
