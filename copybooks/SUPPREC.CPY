      *----------------------------------------------------------------
      * SUPPREC  - RECORD LAYOUT OF THE INDEXED SUPPLIER MASTER FILE
      *            (SUPPMAST), KEYED BY THE TWO-CHARACTER SUPPLIER
      *            CODE THAT LEADS EVERY CATALOGUE CODE (IM-CC-
      *            SUPPLIER, IB-CC-SUPPLIER).  SHARED BY THE SUPPMNT
      *            MAINTENANCE SCREEN, THE POGEN SUGGESTED PURCHASE
      *            ORDER RUN, POMNT'S SUPPLIER VALIDATION, AND THE
      *            FCSTGEN REORDER FORECAST SO THE LAYOUTS NEVER DRIFT
      *            APART.
      *----------------------------------------------------------------
      *            AN INACTIVE SUPPLIER STAYS ON FILE FOR THE OLD
      *            PURCHASE ORDERS BUT GETS NO NEW ONES.
      *            SP-LEAD-TIME-DAYS IS HOW MANY DAYS THE SUPPLIER
      *            TAKES TO DELIVER; ZERO (OR SPACES ON A RECORD KEYED
      *            BEFORE IT EXISTED) MEANS NOT KNOWN.
       01  SP-SUPP-REC.
           05  SP-SUPPLIER-CODE                    PIC X(2).
           05  SP-SUPP-NAME                        PIC X(30).
           05  SP-ADDRESS                          PIC X(30).
           05  SP-CITY                             PIC X(20).
           05  SP-CONTACT                          PIC X(20).
           05  SP-PHONE                            PIC X(12).
           05  SP-ACTIVE-FLAG                      PIC X(1).
               88  SP-ACTIVE                       VALUE "A".
               88  SP-INACTIVE                     VALUE "I".
           05  SP-LEAD-TIME-DAYS                   PIC 9(3).
           05  FILLER                              PIC X(12).
