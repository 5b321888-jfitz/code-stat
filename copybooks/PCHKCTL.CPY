      *----------------------------------------------------------------
      * PCHKCTL  - THE ONE-RECORD PAYROLL CHECK CONTROL FILE (PCHKCTL)
      *            PAYCHK READS AT THE START OF A RUN AND REWRITES AT
      *            THE END.  PK-NEXT-CHECK IS THE NEXT CHECK NUMBER TO
      *            PRINT, SO NUMBERS RUN UNBROKEN FROM ONE RUN TO THE
      *            NEXT.  THE BANK ROUTING AND ACCOUNT ARE THE PAYROLL
      *            DISBURSEMENT ACCOUNT THE POSITIVE-PAY FILE NAMES.
      *            PK-LAST-SOURCE-DATE IS THE DIRDEP RUN DATE OF THE
      *            LAST CHECK RUN PRINTED, SO THE SAME CHECK-RUN FILE
      *            CANNOT BE PRINTED TWICE.
      *----------------------------------------------------------------
       01  PK-CHECK-CTL-REC.
           05  PK-NEXT-CHECK                       PIC 9(8).
           05  PK-BANK-ROUTING                     PIC 9(9).
           05  PK-BANK-ACCOUNT                     PIC X(12).
           05  PK-LAST-RUN-DATE                    PIC 9(8).
           05  PK-LAST-SOURCE-DATE                 PIC 9(8).
           05  FILLER                              PIC X(35).
