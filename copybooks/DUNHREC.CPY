      *----------------------------------------------------------------
      * DUNHREC  - RECORD LAYOUT OF THE DUNNING LETTER HISTORY FILE
      *            (DUNHIST).  DUNLTR APPENDS ONE RECORD FOR EVERY
      *            COLLECTION LETTER IT PRINTS, AND READS THE FILE
      *            BACK AT THE START OF EACH RUN SO A CUSTOMER IS
      *            NEVER SENT THE SAME LETTER LEVEL TWICE IN ONE
      *            DUNNING CYCLE.  COLLECTIONS CAN LIST THE FILE TO
      *            SEE EXACTLY WHICH LETTERS WENT OUT AND WHEN.
      *
      *            DH-CYCLE IS THE DUNNING CYCLE (CCYYMM) THE LETTER
      *            BELONGS TO.  DH-PAST-DUE AND DH-CURR-BALANCE ARE
      *            THE FIGURES PRINTED ON THE LETTER, FROM THE AGING
      *            RUN DATED DH-AGING-DATE.
      *----------------------------------------------------------------
       01  DH-DUNNING-HIST-REC.
           05  DH-CUST-NUMBER                      PIC X(8).
           05  DH-CYCLE                            PIC 9(6).
           05  DH-LEVEL                            PIC 9(1).
               88  DH-REMINDER                     VALUE 1.
               88  DH-SECOND-NOTICE                VALUE 2.
               88  DH-FINAL-NOTICE                 VALUE 3.
           05  DH-DATE-SENT                        PIC 9(8).
           05  DH-PAST-DUE                         PIC S9(9)V99.
           05  DH-CURR-BALANCE                     PIC S9(9)V99.
           05  DH-AGING-DATE                       PIC 9(8).
           05  FILLER                              PIC X(27).
