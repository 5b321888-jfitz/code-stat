      *----------------------------------------------------------------
      * SUBREC   - RECORD LAYOUT OF THE INDEXED ITEM SUBSTITUTION FILE
      *            (ITEMSUB), KEYED BY THE CATALOGUE CODE OF A
      *            DISCONTINUED ITEM AND NAMING THE ITEM THAT REPLACES
      *            IT.  SHARED BY THE ITEMMNT MAINTENANCE SCREEN,
      *            ORDENT AND EXAMPLE SO THE LAYOUTS NEVER DRIFT APART.
      *----------------------------------------------------------------
      *            THE LINK ONLY COUNTS WHILE THE OLD ITEM IS
      *            DISCONTINUED, AND ONLY FOR ORDERS DATED ON OR AFTER
      *            SB-EFF-DATE, SO A REPLACEMENT CAN BE KEYED AHEAD OF
      *            THE DISCONTINUE.  A REPLACEMENT THAT IS ITSELF
      *            DISCONTINUED LATER IS FOLLOWED TO ITS OWN
      *            REPLACEMENT, UP TO FIVE LINKS DEEP.
      *            SB-SET-DATE AND SB-OPERATOR RECORD WHO LAST KEYED
      *            THE LINK AND WHEN.
       01  SB-SUB-REC.
           05  SB-OLD-CAT-CODE                     PIC X(13).
           05  SB-NEW-CAT-CODE                     PIC X(13).
           05  SB-EFF-DATE                         PIC 9(8).
           05  SB-SET-DATE                         PIC 9(8).
           05  SB-OPERATOR                         PIC X(8).
           05  FILLER                              PIC X(30).
