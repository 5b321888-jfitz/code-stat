      *----------------------------------------------------------------
      * OPITMREC - RECORD LAYOUT OF THE A/R OPEN ITEM FILE
      *            (ARAGE-OPN).  ARAGE WRITES ONE RECORD PER OPEN
      *            INVOICE, IN CUSTOMER NUMBER ORDER, AFTER EACH
      *            PAYMENT OR CREDIT THAT NAMES AN INVOICE IS APPLIED
      *            TO THAT INVOICE AND THE ON-ACCOUNT MONEY IS APPLIED
      *            OLDEST-FIRST.  CUSTSTMT PRINTS THE SAME ITEMS ON
      *            THE STATEMENT SO IT ALWAYS AGREES WITH THE AGING.
      *
      *            OP-INVOICE-NUMBER IS THE PURCHASES ORDER NUMBER,
      *            OR "NO REF" FOR A CHARGE RETAINED BEFORE THE
      *            NUMBER WAS CARRIED.  TWO ITEMS ARE NOT INVOICES:
      *            "ON ACCT" CARRIES CREDIT LEFT OVER AFTER EVERY
      *            INVOICE IS PAID, AND "BAL FWD" CARRIES ANY PART OF
      *            THE MASTER BALANCE THE RETAINED ACTIVITY CANNOT
      *            EXPLAIN.
      *
      *            OP-AGE-BUCKET IS 1 CURRENT, 2 30 DAYS, 3 60 DAYS
      *            AND 4 90 PLUS, THE SAME AS AB-BUCKET IN AGBKREC.
      *----------------------------------------------------------------
       01  OP-OPEN-ITEM-REC.
           05  OP-CUST-NUMBER                      PIC X(8).
           05  OP-INVOICE-NUMBER                   PIC X(8).
           05  OP-INVOICE-DATE                     PIC 9(8).
           05  OP-ORIG-AMT                         PIC S9(9)V99.
           05  OP-PAID-AMT                         PIC S9(9)V99.
           05  OP-OPEN-AMT                         PIC S9(9)V99.
           05  OP-AGE-BUCKET                       PIC 9(1).
           05  OP-AGING-DATE                       PIC 9(8).
           05  FILLER                              PIC X(14).
