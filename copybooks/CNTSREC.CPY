      *----------------------------------------------------------------
      * CNTSREC  - RECORD LAYOUT OF THE INDEXED STOCK COUNT SNAPSHOT
      *            FILE (CNTSNAP), KEYED BY COUNT ID AND CATALOGUE
      *            CODE.  THE PHYCNT FREEZE RUN WRITES ONE RECORD PER
      *            ITEM IN THE COUNT'S SCOPE WITH THE INVBAL ON-HAND
      *            AT THE MOMENT OF THE FREEZE, SO THE VARIANCE IS
      *            TAKEN AGAINST THE BOOK AS IT STOOD WHEN COUNTING
      *            STARTED AND STOCK CAN KEEP MOVING WHILE THE COUNT
      *            IS OUT.  SHARED BY PHYCNT AND THE CNTENT COUNT
      *            ENTRY SCREEN SO THE LAYOUTS NEVER DRIFT APART.
      *
      *            THE RECORD WITH A BLANK CATALOGUE CODE IS THE
      *            COUNT HEADER (CS-COUNT-HDR VIEW) CARRYING THE
      *            COUNT'S SCOPE AND STATUS:
      *              O  OPEN - FROZEN, TAKING COUNT ENTRIES
      *              A  APPROVED ON CNTENT - NO MORE ENTRIES, READY
      *                 FOR THE PHYCNT POSTING RUN
      *              P  POSTED - VARIANCES ON INVBAL
      *            CS-POSTED-FLAG = P ON AN ITEM ONCE ITS VARIANCE
      *            HAS BEEN POSTED, SO A RERUN OF THE POSTING SKIPS
      *            IT.
      *----------------------------------------------------------------
       01  CS-COUNT-REC.
           05  CS-KEY.
               10  CS-COUNT-ID                     PIC X(8).
               10  CS-CAT-CODE                     PIC X(13).
           05  CS-BOOK-QTY                         PIC S9(7).
           05  CS-UNIT-VALUE                       PIC 9(5)V99.
           05  CS-FREEZE-DATE                      PIC 9(8).
           05  CS-FREEZE-TIME                      PIC 9(8).
           05  CS-POSTED-FLAG                      PIC X(1).
               88  CS-POSTED                       VALUE "P".
           05  CS-VARIANCE-POSTED                  PIC S9(7).
           05  FILLER                              PIC X(21).
      *
       01  CS-COUNT-HDR REDEFINES CS-COUNT-REC.
           05  FILLER                              PIC X(21).
           05  CS-HDR-STATUS                       PIC X(1).
               88  CS-HDR-OPEN                     VALUE "O".
               88  CS-HDR-APPROVED                 VALUE "A".
               88  CS-HDR-POSTED                   VALUE "P".
           05  CS-HDR-SUPPLIER                     PIC X(2).
           05  CS-HDR-ITEM-FROM                    PIC X(5).
           05  CS-HDR-ITEM-TO                      PIC X(5).
           05  CS-HDR-FREEZE-DATE                  PIC 9(8).
           05  CS-HDR-ITEM-COUNT                   PIC 9(7).
           05  CS-HDR-APPROVED-BY                  PIC X(8).
           05  CS-HDR-APPROVED-DATE                PIC 9(8).
           05  CS-HDR-POSTED-DATE                  PIC 9(8).
           05  FILLER                              PIC X(7).
