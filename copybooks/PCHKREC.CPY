      *----------------------------------------------------------------
      * PCHKREC  - RECORD LAYOUT OF THE INDEXED PAYROLL CHECK REGISTER
      *            (CHKREG), KEYED BY CHECK NUMBER.  ONE RECORD PER
      *            CHECK PAYCHK HAS EVER PRINTED, SO A VOID, A
      *            REISSUE, OR A BANK QUESTION ABOUT A CHECK CAN
      *            ALWAYS BE ANSWERED FROM ONE PLACE.  SHARED BY EVERY
      *            PROGRAM THAT ACCESSES THE FILE SO THE LAYOUTS NEVER
      *            DRIFT APART.
      *
      *            CK-STATUS: I = ISSUED (OUTSTANDING), V = VOIDED,
      *            C = CLEARED (PAID BY THE BANK - SET BY BANKRECN
      *            WITH THE PAID DATE AND THE AMOUNT THE BANK PAID).
      *            A REISSUED CHECK IS VOIDED WITH CK-REISSUED-AS
      *            POINTING AT ITS REPLACEMENT, WHICH CARRIES THE
      *            ORIGINAL NUMBER IN CK-REISSUE-OF.
      *----------------------------------------------------------------
       01  CK-CHECK-REC.
           05  CK-CHECK-NUMBER                     PIC 9(8).
           05  CK-ISSUE-DATE                       PIC 9(8).
           05  CK-SSN                              PIC X(9).
           05  CK-PAYEE-NAME                       PIC X(18).
           05  CK-AMOUNT                           PIC 9(6)V99.
           05  CK-PERIOD-END                       PIC X(6).
           05  CK-STATUS                           PIC X(1).
               88  CK-ISSUED                       VALUE "I".
               88  CK-VOIDED                       VALUE "V".
               88  CK-CLEARED                      VALUE "C".
           05  CK-VOID-DATE                        PIC 9(8).
           05  CK-REISSUE-OF                       PIC 9(8).
           05  CK-REISSUED-AS                      PIC 9(8).
           05  CK-CLEARED-DATE                     PIC 9(8).
           05  CK-CLEARED-AMT                      PIC 9(6)V99.
           05  FILLER                              PIC X(2).
