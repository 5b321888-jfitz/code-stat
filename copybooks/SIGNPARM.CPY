      *                  PRODUCTION-TABLE UNLOAD CARDS)
      *            RETURN CODE 00 = VERIFIED, 04 = OPERATOR NOT ON
      *            FILE, 08 = SECURITY FILE NOT AVAILABLE, 12 =
      *            WRONG PASSWORD (OR THE RETRY LIMIT REACHED), 16 =
      *            PASSWORD EXPIRED - IT MUST BE CHANGED ON PWDCHG
      *            BEFORE THE OPERATOR CAN SIGN ON, 20 = THE NEW
      *            PASSWORD WAS REFUSED (BLANK, OR THE SAME AS THE
      *            CURRENT ONE).
      *            AN OPERATOR RECORD WHOSE PASSWORD IS STILL
      *            SPACES (NOT YET SET ON THE OPERMNT SCREEN)
      *            ACCEPTS ANY PASSWORD, SO THE FIRST-RUN
      *            SUPERVISOR IS NEVER LOCKED OUT.
      *
      *            A CALLER CHANGING THE OPERATOR'S PASSWORD (PWDCHG)
      *            SETS SIGN-REQUEST TO "NEWPASS" AND SUPPLIES THE
      *            NEW PASSWORD; THE CURRENT ONE IS VERIFIED FIRST.
      *            EVERY OTHER CALLER LEAVES BOTH FIELDS ALONE.
      *----------------------------------------------------------------
       01  SIGN-PARM-AREA.
           05  SIGN-OPERATOR-ID                PIC X(8).
           05  SIGN-CALLER                     PIC X(8).
           05  SIGN-AUTHORITY                  PIC 9(1).
           05  SIGN-RETURN-CODE                PIC 9(2).
           05  SIGN-REQUEST                    PIC X(8).
               88  SIGN-CHANGE-PASSWORD        VALUE "NEWPASS".
           05  SIGN-NEW-PASSWORD               PIC X(8).
