      *            EXISTING FILES ARE CONVERTED ONCE BY DEPTCONV;
      *            THE BYTE CAME OUT OF THE TRAILING FILLER SO THE
      *            RECORD STAYS 120 BYTES.
      *
      *            PAY TYPE, PAY RATE AND OVERTIME RULE DRIVE THE
      *            GROSS PAYBLD COMPUTES FROM THE HOURS ON THE TIME
      *            CARD.  AN HOURLY (H) RATE IS DOLLARS PER HOUR; A
      *            SALARIED (S) RATE IS THE SALARY FOR ONE PAY
      *            PERIOD.  OVERTIME HOURS ARE PAID AT STRAIGHT TIME
      *            (E - EXEMPT; A SALARIED EXEMPT EMPLOYEE IS NOT
      *            PAID FOR THEM AT ALL), TIME AND A HALF (H) OR
      *            DOUBLE TIME (D).  THE THREE FIELDS TOOK THE LAST
      *            OF THE TRAILING FILLER.
      *----------------------------------------------------------------
       01  EM-EMPL-REC.
           05  EM-SSN.
               88  EM-TERMINATED                   VALUE "T".
           05  EM-BANK-ROUTING                     PIC 9(9).
           05  EM-BANK-ACCOUNT                     PIC X(12).
           05  EM-PAY-TYPE                         PIC X(1).
               88  EM-PAY-HOURLY                   VALUE "H".
               88  EM-PAY-SALARIED                 VALUE "S".
           05  EM-PAY-RATE                         PIC 9(5)V99.
           05  EM-OT-RULE                          PIC X(1).
               88  EM-OT-EXEMPT                    VALUE "E".
               88  EM-OT-TIME-HALF                 VALUE "H".
               88  EM-OT-DOUBLE                    VALUE "D".
