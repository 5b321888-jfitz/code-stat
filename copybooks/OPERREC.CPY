      *----------------------------------------------------------------
      * OPERREC  - RECORD LAYOUT OF THE INDEXED OPERATOR SECURITY FILE
      *            (OPERSEC), KEYED BY OPERATOR ID.  SHARED BY SIGNON,
      *            THE OPERMNT MAINTENANCE SCREEN, THE CHGAPPR
      *            APPROVAL SCREEN, THE PWDCHG PASSWORD CHANGE SCREEN
      *            AND THE OPERCERT RECERTIFICATION REPORT SO THE
      *            LAYOUTS NEVER DRIFT APART.
      *----------------------------------------------------------------
      *            AUTHORITY 1 = INQUIRY AND REPORTS ONLY, 2 = FILE
      *            MAINTENANCE, 3 = SUPERVISOR.  A PASSWORD OF SPACES
      *            IS NOT YET SET AND ACCEPTS ANYTHING (THE SEEDED
      *            SUPERVIS RECORD).
      *
      *            OS-PWD-CHANGED-DATE IS THE DAY THE OPERATOR LAST
      *            CHANGED THEIR OWN PASSWORD THROUGH SIGNON.  SIGNON
      *            REFUSES THE SIGN-ON ONCE IT IS TOO OLD UNTIL THE
      *            PASSWORD IS CHANGED.  ZERO MEANS THE PASSWORD WAS
      *            SET BY A SUPERVISOR ON OPERMNT (OR CONVERTED BY
      *            OPERCONV) AND MUST BE CHANGED AT THE FIRST SIGN-ON.
      *            ADDING IT GREW THE RECORD FROM 40 TO 60 BYTES.
       01  OS-OPERATOR-REC.
           05  OS-OPERATOR-ID                      PIC X(8).
           05  OS-OPERATOR-NAME                    PIC X(20).
           05  OS-AUTHORITY                        PIC 9(1).
           05  OS-PASSWORD                         PIC X(8).
           05  OS-PWD-CHANGED-DATE                 PIC 9(8).
           05  FILLER                              PIC X(15).
