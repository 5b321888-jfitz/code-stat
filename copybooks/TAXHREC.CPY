      *----------------------------------------------------------------
      * TAXHREC  - RECORD LAYOUT OF THE SALES TAX HISTORY FILE
      *            (INVPRT-TAXH).  INVPRT APPENDS ONE RECORD PER
      *            INVOICE OR CREDIT MEMO IT BILLS, SPLITTING THE
      *            INVOICE'S GOODS BY HOW EACH LINE WAS TAXED, AND
      *            TAXRPT SUMMARIZES A MONTH OF THEM BY JURISDICTION
      *            FOR THE SALES TAX FILING.  SHARED BY THE TWO SO THE
      *            LAYOUTS NEVER DRIFT APART.
      *----------------------------------------------------------------
      *            TH-RUN-DATE AND TH-RUN-TIME IDENTIFY THE INVPRT RUN.
      *            A SAME-DAY RERUN OF INVPRT REISSUES THE SAME INVOICE
      *            NUMBERS AND APPENDS ITS RECORDS AGAIN UNDER A LATER
      *            RUN TIME; TAXRPT COUNTS ONLY THE LAST RUN OF EACH
      *            DATE, SO NOTHING IS REPORTED TWICE.
      *            AMOUNTS ARE SIGNED - A CREDIT MEMO CARRIES THEM
      *            NEGATIVE.
      *              TH-TAXABLE-AMT   GOODS TAXED AT THE JURISDICTION
      *                               RATE
      *              TH-EXEMPT-AMT    GOODS SOLD TO AN EXEMPT CUSTOMER
      *              TH-NONTAX-AMT    ITEMS NOT SUBJECT TO SALES TAX
      *              TH-UNTAXED-AMT   GOODS THAT SHOULD HAVE BEEN TAXED
      *                               BUT HAD NO RATE ON TAXRATE
      *              TH-TAX-AMT       THE TAX BILLED
       01  TH-TAX-HIST-REC.
           05  TH-RUN-DATE                         PIC 9(8).
           05  TH-RUN-TIME                         PIC 9(8).
           05  TH-INVOICE-NUMBER                   PIC X(8).
           05  TH-CUST-NUMBER                      PIC X(8).
           05  TH-TAX-JURIS                        PIC X(2).
           05  TH-TAXABLE-AMT                      PIC S9(7)V99.
           05  TH-EXEMPT-AMT                       PIC S9(7)V99.
           05  TH-NONTAX-AMT                       PIC S9(7)V99.
           05  TH-UNTAXED-AMT                      PIC S9(7)V99.
           05  TH-TAX-AMT                          PIC S9(7)V99.
           05  FILLER                              PIC X(10).
