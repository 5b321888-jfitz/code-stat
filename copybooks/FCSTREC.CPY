      *----------------------------------------------------------------
      * FCSTREC  - RECORD LAYOUT OF THE INDEXED REORDER PROPOSAL FILE
      *            (FCSTPROP), KEYED BY CATALOGUE CODE.  FCSTGEN WRITES
      *            ONE PROPOSAL FOR EVERY INVBAL ITEM WHOSE RECOMMENDED
      *            REORDER POINT OR ORDER QUANTITY DIFFERS FROM WHAT
      *            INVBAL CARRIES; THE BUYER APPLIES OR REJECTS EACH
      *            ONE ON FCSTAPR.  SHARED BY THE TWO SO THE LAYOUTS
      *            NEVER DRIFT APART.
      *----------------------------------------------------------------
      *            FP-CUR- FIELDS ARE WHAT INVBAL CARRIED WHEN THE
      *            PROPOSAL WAS MADE, FP-REC- FIELDS WHAT THE FORECAST
      *            RECOMMENDS.  ONCE APPLIED, FP-REC- FIELDS HOLD THE
      *            VALUES THE BUYER ACTUALLY PUT ON INVBAL, SO THE
      *            RECORD IS ITS OWN BEFORE-AND-AFTER AUDIT.
      *            STATUS:
      *              P  PROPOSED, WAITING FOR THE BUYER
      *              A  APPLIED TO INVBAL
      *              R  REJECTED - INVBAL LEFT AS IT WAS
      *            A LATER FCSTGEN RUN REPLACES THE RECORD.
       01  FP-PROPOSAL-REC.
           05  FP-CAT-CODE.
               10  FP-CC-SUPPLIER                  PIC X(2).
               10  FP-CC-ITEM-NO                   PIC X(5).
               10  FP-CC-SIZE                      PIC X(5).
               10  FP-CC-COLOR                     PIC X(1).
           05  FP-RUN-DATE                         PIC 9(8).
           05  FP-WINDOW-DAYS                      PIC 9(3).
           05  FP-UNITS-SOLD                       PIC S9(7).
           05  FP-DAILY-RATE                       PIC 9(5)V99.
           05  FP-LEAD-DAYS                        PIC 9(3).
           05  FP-CUR-REORDER-POINT                PIC 9(7).
           05  FP-CUR-ORDER-QTY                    PIC 9(7).
           05  FP-REC-REORDER-POINT                PIC 9(7).
           05  FP-REC-ORDER-QTY                    PIC 9(7).
           05  FP-STATUS                           PIC X(1).
               88  FP-PROPOSED                     VALUE "P".
               88  FP-APPLIED                      VALUE "A".
               88  FP-REJECTED                     VALUE "R".
           05  FP-DECIDED-BY                       PIC X(8).
           05  FP-DECIDED-DATE                     PIC 9(8).
           05  FILLER                              PIC X(14).
