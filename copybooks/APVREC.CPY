      *----------------------------------------------------------------
      * APVREC   - RECORD LAYOUT OF THE INDEXED ACCOUNTS PAYABLE
      *            VOUCHER FILE (APVOUCH), KEYED BY SUPPLIER, SUPPLIER
      *            INVOICE NUMBER, AND THE PURCHASE ORDER LINE THE
      *            INVOICE LINE BILLS FOR - ONE VOUCHER PER INVOICE
      *            LINE, SO THE SAME INVOICE LINE CANNOT BE ENTERED
      *            TWICE AND THE FILE READS IN SUPPLIER ORDER FOR THE
      *            PAYMENT RUN.  SHARED BY THE APVENT VOUCHER ENTRY
      *            SCREEN AND THE APPAY PAYMENT RUN SO THE LAYOUTS
      *            NEVER DRIFT APART.
      *
      *            AV-PO-UNIT-COST AND AV-QTY-AVAILABLE ARE THE PO
      *            PRICE AND THE QUANTITY RECEIVED BUT NOT YET BILLED
      *            AT THE TIME OF THE MATCH, KEPT SO A HOLD CAN BE
      *            EXPLAINED LATER.
      *
      *            VOUCHER STATUS:
      *              H  HELD - PRICE OR QUANTITY DID NOT MATCH (SEE
      *                 AV-HOLD-REASON); NOT PAYABLE UNTIL RELEASED
      *              A  APPROVED - MATCHED OR RELEASED, AWAITING THE
      *                 PAYMENT RUN
      *              P  PAID - AV-CHECK-NUMBER AND AV-PAID-DATE SET
      *              V  VOID
      *            AV-JOURNAL-FLAG = J ONCE APPAY HAS JOURNALED THE
      *            APPROVED VOUCHER (DR PURCHASES, CR PAYABLES).
      *----------------------------------------------------------------
       01  AV-VOUCHER-REC.
           05  AV-KEY.
               10  AV-SUPPLIER-CODE                PIC X(2).
               10  AV-INVOICE-NO                   PIC X(12).
               10  AV-PO-NUMBER                    PIC X(8).
               10  AV-PO-LINE-NO                   PIC 9(3).
           05  AV-CAT-CODE                         PIC X(13).
           05  AV-INVOICE-DATE                     PIC 9(8).
           05  AV-DUE-DATE                         PIC 9(8).
           05  AV-QTY-BILLED                       PIC 9(7).
           05  AV-UNIT-PRICE                       PIC 9(5)V99.
           05  AV-LINE-AMT                         PIC 9(7)V99.
           05  AV-PO-UNIT-COST                     PIC 9(5)V99.
           05  AV-QTY-AVAILABLE                    PIC 9(7).
           05  AV-STATUS                           PIC X(1).
               88  AV-HELD                         VALUE "H".
               88  AV-APPROVED                     VALUE "A".
               88  AV-PAID                         VALUE "P".
               88  AV-VOID                         VALUE "V".
           05  AV-HOLD-REASON                      PIC X(1).
               88  AV-HOLD-PRICE                   VALUE "P".
               88  AV-HOLD-QTY                     VALUE "Q".
               88  AV-HOLD-BOTH                    VALUE "B".
           05  AV-JOURNAL-FLAG                     PIC X(1).
               88  AV-JOURNALED                    VALUE "J".
           05  AV-ENTRY-DATE                       PIC 9(8).
           05  AV-OPERATOR                         PIC X(8).
           05  AV-RELEASED-BY                      PIC X(8).
           05  AV-CHECK-NUMBER                     PIC 9(8).
           05  AV-PAID-DATE                        PIC 9(8).
           05  FILLER                              PIC X(16).
