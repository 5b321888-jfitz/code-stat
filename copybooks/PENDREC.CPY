      *----------------------------------------------------------------
      * PENDREC  - RECORD LAYOUT OF THE INDEXED PENDING CHANGES FILE
      *            (PENDCHG), ONE RECORD PER SENSITIVE MASTER FILE
      *            CHANGE HELD FOR A SECOND OPERATOR'S APPROVAL,
      *            KEYED BY THE MASTER, THE MASTER RECORD'S KEY AND
      *            THE DATE AND TIME THE CHANGE WAS KEYED.  WRITTEN BY
      *            CUSTMNT (A CREDIT LIMIT RAISE), EMPMNT (A BANK
      *            ROUTING OR ACCOUNT CHANGE) AND OPERMNT (AN
      *            AUTHORITY RAISE) INSTEAD OF APPLYING THE CHANGE,
      *            AND WORKED BY THE CHGAPPR APPROVAL SCREEN.  SHARED
      *            BY ALL OF THEM SO THE LAYOUTS NEVER DRIFT APART.
      *----------------------------------------------------------------
      *            PC-MASTER NAMES THE MASTER FILE: C = CUSTMAST (KEY
      *            IS THE CUSTOMER NUMBER), E = EMPMAST (THE SSN),
      *            O = OPERSEC (THE OPERATOR ID).  PC-CHANGE-DATA
      *            CARRIES THE FIELD'S VALUE ON THE MASTER WHEN THE
      *            CHANGE WAS KEYED AND THE VALUE ASKED FOR, IN THE
      *            VIEW FOR THAT MASTER.
      *
      *            STATUS P - PENDING, THE MASTER STILL CARRIES THE
      *            OLD VALUE.  A - APPROVED, THE NEW VALUE WAS APPLIED
      *            AND THE MASTER'S HISTORY WRITTEN.  R - REJECTED,
      *            THE MASTER WAS NEVER TOUCHED.  DECIDED RECORDS STAY
      *            ON FILE AS THE RECORD OF WHO ASKED AND WHO DECIDED.
       01  PC-PEND-REC.
           05  PC-PEND-KEY.
               10  PC-MASTER                       PIC X(1).
                   88  PC-CUSTMAST                 VALUE "C".
                   88  PC-EMPMAST                  VALUE "E".
                   88  PC-OPERSEC                  VALUE "O".
               10  PC-MASTER-KEY                   PIC X(9).
               10  PC-REQ-DATE                     PIC 9(8).
               10  PC-REQ-TIME                     PIC 9(8).
           05  PC-REQ-OPERATOR                     PIC X(8).
           05  PC-STATUS                           PIC X(1).
               88  PC-PENDING                      VALUE "P".
               88  PC-APPROVED                     VALUE "A".
               88  PC-REJECTED                     VALUE "R".
           05  PC-CHANGE-DATA                      PIC X(42).
           05  PC-CREDIT-CHANGE REDEFINES PC-CHANGE-DATA.
               10  PC-OLD-CREDIT-LIMIT             PIC 9(7)V99.
               10  PC-NEW-CREDIT-LIMIT             PIC 9(7)V99.
               10  FILLER                          PIC X(24).
           05  PC-BANK-CHANGE REDEFINES PC-CHANGE-DATA.
               10  PC-OLD-ROUTING                  PIC 9(9).
               10  PC-OLD-ACCOUNT                  PIC X(12).
               10  PC-NEW-ROUTING                  PIC 9(9).
               10  PC-NEW-ACCOUNT                  PIC X(12).
           05  PC-AUTH-CHANGE REDEFINES PC-CHANGE-DATA.
               10  PC-OLD-AUTHORITY                PIC 9(1).
               10  PC-NEW-AUTHORITY                PIC 9(1).
               10  FILLER                          PIC X(40).
           05  PC-DECIDE-OPERATOR                  PIC X(8).
           05  PC-DECIDE-DATE                      PIC 9(8).
           05  PC-DECIDE-TIME                      PIC 9(8).
           05  FILLER                              PIC X(19).
