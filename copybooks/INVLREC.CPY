      *----------------------------------------------------------------
      * INVLREC  - RECORD LAYOUT OF THE INDEXED INVENTORY TRANSACTION
      *            LEDGER (INVLEDG).  ONE RECORD FOR EVERY CHANGE TO
      *            AN INVBAL ON-HAND BALANCE, WRITTEN BY THE PROGRAM
      *            THAT MAKES THE CHANGE, SO AN ON-HAND FIGURE CAN BE
      *            EXPLAINED MOVEMENT BY MOVEMENT.  SHARED BY EXAMPLE
      *            (ORDER DRAWDOWN AND CREDIT RETURNS), THE INVADJ AND
      *            PORCV SCREENS (ADJUSTMENTS AND RECEIPTS), THE
      *            PHYCNT STOCK COUNT POSTING, AND THE INVMOVE ITEM
      *            MOVEMENT REPORT SO THE LAYOUTS NEVER DRIFT APART.
      *
      *            KEYED BY ITEM, POSTING DATE, SOURCE PROGRAM AND
      *            SOURCE REFERENCE, SO THE FILE READS IN ITEM ORDER
      *            FOR THE REPORT AND A BATCH POSTING CAN BE LOOKED UP
      *            DIRECTLY:
      *              EXAMPLE  REFERENCE = HDR BATCH ID, SEQ 01 FOR THE
      *                       RUN'S ORDER DRAWDOWN, SEQ 02 FOR ITS
      *                       CREDIT RETURNS - ONE OF EACH PER ITEM
      *                       PER BATCH, WHICH IS WHAT MAKES A RERUN
      *                       SAFE
      *              INVADJ   REFERENCE = TIME OF THE ADJUSTMENT
      *              PORCV    REFERENCE = PO NUMBER AND LINE
      *              PHYCNT   REFERENCE = STOCK COUNT ID
      *            IL-SEQ SEPARATES TWO ONLINE MOVEMENTS THAT WOULD
      *            OTHERWISE SHARE A KEY.
      *
      *            IL-QUANTITY IS SIGNED: POSITIVE INTO STOCK,
      *            NEGATIVE OUT.  IL-ON-HAND-AFTER IS THE BALANCE THE
      *            MOVEMENT LEFT ON INVBAL.
      *----------------------------------------------------------------
       01  IL-LEDGER-REC.
           05  IL-KEY.
               10  IL-CAT-CODE.
                   15  IL-CC-SUPPLIER              PIC X(2).
                   15  IL-CC-ITEM-NO               PIC X(5).
                   15  IL-CC-SIZE                  PIC X(5).
                   15  IL-CC-COLOR                 PIC X(1).
               10  IL-POST-DATE                    PIC 9(8).
               10  IL-SOURCE                       PIC X(8).
               10  IL-REFERENCE                    PIC X(12).
               10  IL-SEQ                          PIC 9(2).
           05  IL-MOVE-TYPE                        PIC X(1).
               88  IL-SALE                         VALUE "S".
               88  IL-RETURN                       VALUE "R".
               88  IL-RECEIPT                      VALUE "P".
               88  IL-ADJUSTMENT                   VALUE "A".
               88  IL-COUNT-ADJ                    VALUE "C".
           05  IL-QUANTITY                         PIC S9(7).
           05  IL-ON-HAND-AFTER                    PIC S9(7).
           05  IL-POST-TIME                        PIC 9(8).
           05  IL-OPERATOR                         PIC X(8).
           05  FILLER                              PIC X(26).
