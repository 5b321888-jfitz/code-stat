      *----------------------------------------------------------------
      * AGBKREC  - RECORD LAYOUT OF THE A/R AGING BUCKET FILE
      *            (ARAGE-BKT).  ARAGE WRITES ONE RECORD PER CUSTOMER
      *            ON THE MASTER WITH THE SAME FOUR BUCKETS IT PRINTS,
      *            AFTER PAYMENTS AND CREDITS ARE APPLIED AND THE
      *            UNEXPLAINED BALANCE IS FOLDED INTO 90-PLUS.
      *            SHARED BY ARAGE AND THE DUNLTR DUNNING RUN SO THE
      *            LETTERS ALWAYS AGREE WITH THE AGING REPORT.
      *
      *            AB-BUCKET (1) IS CURRENT, (2) 30 DAYS, (3) 60 DAYS
      *            AND (4) 90 PLUS.  AB-AGING-DATE IS THE AS-OF DATE
      *            OF THE ARAGE RUN THAT BUILT THE FILE.
      *----------------------------------------------------------------
       01  AB-AGING-BUCKET-REC.
           05  AB-CUST-NUMBER                      PIC X(8).
           05  AB-AGING-DATE                       PIC 9(8).
           05  AB-CURR-BALANCE                     PIC S9(9)V99.
           05  AB-BUCKET OCCURS 4 TIMES            PIC S9(9)V99.
           05  FILLER                              PIC X(9).
