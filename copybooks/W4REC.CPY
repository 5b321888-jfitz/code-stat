      *----------------------------------------------------------------
      * W4REC    - RECORD LAYOUT OF THE INDEXED EMPLOYEE WITHHOLDING
      *            PROFILE FILE (EMPW4), ONE RECORD PER EMPLOYEE PER
      *            INCOME TAX CODE, KEYED BY SSN AND TAX CODE.  SHARED
      *            BY THE W4MNT MAINTENANCE SCREEN AND PAYBLD.  THE
      *            PROFILE IS KEPT OFF EMPMAST BECAUSE THE MASTER
      *            RECORD HAS NO FILLER LEFT, AND BECAUSE AN EMPLOYEE
      *            FILES A SEPARATE CERTIFICATE FOR EACH TAXING BODY.
      *
      *            AN EMPLOYEE WITH NO PROFILE FOR AN INCOME TAX CODE
      *            IS WITHHELD AS SINGLE WITH NO ALLOWANCES.
      *            W4-EXTRA-WH IS AN ADDITIONAL FLAT AMOUNT WITHHELD
      *            EVERY PERIOD.  AN EXEMPT PROFILE WITHHOLDS NOTHING
      *            FOR ITS TAX CODE, THE EXTRA AMOUNT INCLUDED.
      *----------------------------------------------------------------
       01  W4-PROFILE-REC.
           05  W4-KEY.
               10  W4-SSN                          PIC X(9).
               10  W4-TAX-CODE                     PIC X(3).
           05  W4-FILING-STATUS                    PIC X(1).
               88  W4-STATUS-SINGLE                VALUE "S".
               88  W4-STATUS-MARRIED               VALUE "M".
               88  W4-STATUS-HEAD                  VALUE "H".
           05  W4-ALLOWANCES                       PIC 9(2).
           05  W4-EXTRA-WH                         PIC 9(5)V99.
           05  W4-EXEMPT-FLAG                      PIC X(1).
               88  W4-EXEMPT                       VALUE "Y".
               88  W4-NOT-EXEMPT                   VALUE "N".
           05  W4-SIGNED-DATE                      PIC 9(8).
           05  FILLER                              PIC X(9).
