      *----------------------------------------------------------------
      *            A CREDIT LIMIT OF ZERO MEANS NO LIMIT HAS BEEN
      *            ASSIGNED YET, AND THE OVER-LIMIT CHECK IS SKIPPED.
      *
      *            CM-HOLD-STATUS IS SET "H" BY THE NIGHTLY CRHOLD RUN
      *            FROM AGING AND OVER-LIMIT CONDITIONS, OR BY HAND ON
      *            CUSTMNT.  ORDER ENTRY ACCEPTS ONLY CREDITS FOR A
      *            CUSTOMER ON HOLD.  "R" IS A HOLD RELEASED ON
      *            CUSTMNT UNDER SUPERVISOR AUTHORITY; CRHOLD LEAVES IT
      *            RELEASED UNTIL THE ACCOUNT CLEARS.  CM-HOLD-REASON
      *            SAYS WHY THE HOLD WAS PLACED.
      *
      *            CM-CUST-STATUS "C" IS A DUPLICATE CUSTOMER NUMBER
      *            CLOSED BY THE CUSTMRG MERGE UTILITY AFTER ITS
      *            BALANCE AND HISTORY WERE MOVED TO THE SURVIVING
      *            NUMBER.  NO NEW ORDER IS TAKEN FOR IT.
      *
      *            CM-TAX-JURIS IS THE SALES TAX JURISDICTION THE
      *            CUSTOMER'S ORDERS ARE TAXED IN, LOOKED UP ON THE
      *            TAXRATE TABLE; SPACES MEANS NO SALES TAX IS
      *            COLLECTED FOR THE CUSTOMER.  CM-TAX-EXEMPT "E" IS A
      *            CUSTOMER WITH AN EXEMPTION CERTIFICATE ON FILE.
      *            BOTH WERE CARVED OUT OF FILLER, SO A RECORD WRITTEN
      *            BEFORE THEY EXISTED CARRIES SPACES IN EACH.
       01  CM-REC.
           05  CM-CUST-NUMBER                      PIC X(8).
           05  CM-CUST-NAME                        PIC X(30).
           05  CM-CITY                             PIC X(13).
           05  CM-CREDIT-LIMIT                     PIC 9(7)V99.
           05  CM-CURR-BALANCE                     PIC S9(7)V99.
           05  CM-HOLD-STATUS                      PIC X(1).
               88  CM-HOLD-CLEAR                   VALUE SPACE.
               88  CM-ON-HOLD                      VALUE "H".
               88  CM-HOLD-RELEASED                VALUE "R".
           05  CM-HOLD-REASON                      PIC X(1).
               88  CM-HOLD-PAST-DUE                VALUE "A".
               88  CM-HOLD-OVER-LIMIT              VALUE "L".
               88  CM-HOLD-MANUAL                  VALUE "M".
           05  CM-CUST-STATUS                      PIC X(1).
               88  CM-CUST-OPEN                    VALUE SPACE.
               88  CM-CUST-CLOSED                  VALUE "C".
           05  CM-TAX-JURIS                        PIC X(2).
           05  CM-TAX-EXEMPT                       PIC X(1).
               88  CM-TAX-NOT-EXEMPT               VALUE SPACE.
               88  CM-TAX-EXEMPT-CUST              VALUE "E".
