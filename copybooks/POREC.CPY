      *----------------------------------------------------------------
      * POREC    - RECORD LAYOUT OF THE INDEXED PURCHASE ORDER LINE
      *            FILE (POFILE), KEYED BY PURCHASE ORDER NUMBER AND
      *            LINE NUMBER.  EVERY LINE ORDERS ONE CATALOGUE CODE
      *            FROM THE SUPPLIER THAT CODE BELONGS TO.  SHARED BY
      *            THE POGEN SUGGESTED ORDER RUN, THE POMNT
      *            MAINTENANCE SCREEN, THE PORCV RECEIVING SCREEN,
      *            AND THE APVENT VOUCHER ENTRY SCREEN SO THE LAYOUTS
      *            NEVER DRIFT APART.  PO-QTY-BILLED IS THE QUANTITY
      *            SUPPLIER INVOICES HAVE BEEN VOUCHERED FOR, SO THE
      *            THREE-WAY MATCH CAN TELL WHAT HAS BEEN RECEIVED
      *            BUT NOT YET BILLED.
      *----------------------------------------------------------------
      *            LINE STATUS:
      *              S  SUGGESTED BY POGEN, NOT YET ISSUED - NOT ON
      *                 IB-ON-ORDER
      *              O  ISSUED TO THE SUPPLIER - THE QUANTITY STILL
      *                 TO COME (ORDERED LESS RECEIVED) IS CARRIED IN
      *                 IB-ON-ORDER
      *              C  CLOSED - RECEIVED IN FULL, OR CLOSED SHORT AT
      *                 RECEIVING
      *              X  CANCELLED
       01  PO-LINE-REC.
           05  PO-KEY.
               10  PO-NUMBER                       PIC X(8).
               10  PO-LINE-NO                      PIC 9(3).
           05  PO-SUPPLIER-CODE                    PIC X(2).
           05  PO-CAT-CODE                         PIC X(13).
           05  PO-ORDER-DATE                       PIC 9(8).
           05  PO-DUE-DATE                         PIC 9(8).
           05  PO-QTY-ORDERED                      PIC 9(7).
           05  PO-QTY-RECEIVED                     PIC 9(7).
           05  PO-UNIT-COST                        PIC 9(5)V99.
           05  PO-LINE-STATUS                      PIC X(1).
               88  PO-SUGGESTED                    VALUE "S".
               88  PO-OPEN                         VALUE "O".
               88  PO-CLOSED                       VALUE "C".
               88  PO-CANCELLED                    VALUE "X".
           05  PO-LAST-RECV-DATE                   PIC 9(8).
           05  PO-BUYER                            PIC X(8).
           05  PO-QTY-BILLED                       PIC 9(7).
           05  FILLER                              PIC X(3).
