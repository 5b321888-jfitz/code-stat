      *----------------------------------------------------------------
      * BNKHREC  - RECORD LAYOUT OF THE INDEXED DIRECT-DEPOSIT HOLD
      *            FILE (BANKHOLD), ONE RECORD PER EMPLOYEE WHOSE BANK
      *            ROUTING OR ACCOUNT HAS CHANGED AND IS NOT YET
      *            PROVEN, KEYED BY SOCIAL SECURITY NUMBER.  WRITTEN
      *            BY THE EMPMNT SCREEN WHEN THE BANK FIELDS ARE
      *            KEYED OR CHANGED, AND WORKED BY DIRDEP.
      *
      *            STATUS P - A PRENOTE IS DUE: THE NEXT DIRDEP RUN
      *            SENDS A ZERO-DOLLAR PRENOTE ENTRY TO THE NEW
      *            ACCOUNT, STAMPS BH-PRENOTE-DATE AND MOVES THE
      *            RECORD TO STATUS H.
      *            STATUS H - THE PRENOTE IS OUT: PAY GOES TO THE
      *            CHECK RUN UNTIL THE HOLD DAYS HAVE PASSED SINCE
      *            BH-PRENOTE-DATE, WHEN DIRDEP DELETES THE RECORD
      *            AND DEPOSITS NORMALLY.
      *
      *            THE OLD ROUTING AND ACCOUNT ARE KEPT FOR THE
      *            AUDIT; ZEROS/SPACES MEAN THERE WAS NO DIRECT
      *            DEPOSIT BEFORE.
      *----------------------------------------------------------------
       01  BH-BANK-HOLD-REC.
           05  BH-SSN                              PIC X(9).
           05  BH-STATUS                           PIC X(1).
               88  BH-PRENOTE-DUE                  VALUE "P".
               88  BH-IN-HOLD                      VALUE "H".
           05  BH-NEW-ROUTING                      PIC 9(9).
           05  BH-NEW-ACCOUNT                      PIC X(12).
           05  BH-OLD-ROUTING                      PIC 9(9).
           05  BH-OLD-ACCOUNT                      PIC X(12).
           05  BH-CHANGE-DATE                      PIC 9(8).
           05  BH-CHANGE-OPERATOR                  PIC X(8).
           05  BH-PRENOTE-DATE                     PIC 9(8).
           05  FILLER                              PIC X(4).
