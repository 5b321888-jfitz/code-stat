      *----------------------------------------------------------------
      * CNTEREC  - RECORD LAYOUT OF THE INDEXED STOCK COUNT ENTRY
      *            FILE (CNTENTRY), KEYED BY COUNT ID, CATALOGUE CODE
      *            AND WAREHOUSE LOCATION - ONE RECORD PER ITEM PER
      *            LOCATION COUNTED, SO AN ITEM SHELVED IN TWO PLACES
      *            IS COUNTED IN BOTH AND PHYCNT ADDS THEM UP.  KEYED
      *            ON THE CNTENT SCREEN, READ BY PHYCNT.
      *----------------------------------------------------------------
       01  CE-ENTRY-REC.
           05  CE-KEY.
               10  CE-COUNT-ID                     PIC X(8).
               10  CE-CAT-CODE.
                   15  CE-CC-SUPPLIER              PIC X(2).
                   15  CE-CC-ITEM-NO               PIC X(5).
                   15  CE-CC-SIZE                  PIC X(5).
                   15  CE-CC-COLOR                 PIC X(1).
               10  CE-LOCATION                     PIC X(6).
           05  CE-COUNTED-QTY                      PIC 9(7).
           05  CE-OPERATOR                         PIC X(8).
           05  CE-ENTRY-DATE                       PIC 9(8).
           05  CE-ENTRY-TIME                       PIC 9(8).
           05  FILLER                              PIC X(2).
