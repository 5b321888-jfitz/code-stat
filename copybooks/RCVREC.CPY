      *----------------------------------------------------------------
      * RCVREC   - RECORD LAYOUT OF THE RECEIVING LOG (RCVLOG), ONE
      *            RECORD APPENDED BY THE PORCV RECEIVING SCREEN FOR
      *            EVERY QUANTITY RECEIVED AGAINST A PURCHASE ORDER
      *            LINE, AND FOR A LINE CLOSED SHORT (QUANTITY ZERO,
      *            CLOSE FLAG C).  SHARED BY EVERY PROGRAM THAT READS
      *            RECEIPTS BACK SO THE LAYOUTS NEVER DRIFT APART.
      *----------------------------------------------------------------
       01  RV-RECEIPT-REC.
           05  RV-PO-NUMBER                        PIC X(8).
           05  RV-PO-LINE-NO                       PIC 9(3).
           05  RV-SUPPLIER-CODE                    PIC X(2).
           05  RV-CAT-CODE                         PIC X(13).
           05  RV-QTY-RECEIVED                     PIC 9(7).
           05  RV-UNIT-COST                        PIC 9(5)V99.
           05  RV-CLOSE-FLAG                       PIC X(1).
               88  RV-LINE-CLOSED                  VALUE "C".
           05  RV-DATE                             PIC 9(8).
           05  RV-TIME                             PIC 9(8).
           05  RV-OPERATOR                         PIC X(8).
           05  FILLER                              PIC X(15).
