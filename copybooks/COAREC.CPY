      *
      *            CA-POST-ROLE NAMES THE ACCOUNT'S ROLE IN THE
      *            PAYROLL POSTING: L = LABOR EXPENSE DEBIT,
      *            P = ACCRUED PAYROLL CREDIT, R = RETAINED EARNINGS
      *            (RECEIVES THE YEAR-END CLOSE OF THE INCOME
      *            ACCOUNTS), SPACE = NO ROLE.  THE RECEIVABLES
      *            JOURNALS ARPOST BUILDS USE S = SALES REVENUE,
      *            A = ACCOUNTS RECEIVABLE, C = CASH,
      *            F = FINANCE CHARGE INCOME, AND T = SALES TAX
      *            PAYABLE (THE SALES TAX BILLED ON INVOICES).  THE
      *            PAYABLES JOURNALS APPAY BUILDS USE E = PURCHASES
      *            EXPENSE (THE DEBIT FOR AN APPROVED SUPPLIER
      *            INVOICE), V = ACCOUNTS PAYABLE, AND C = CASH FOR THE
      *            CHECKS.
      *
      *            CA-ACCT-TYPE DECIDES THE YEAR-END CLOSE: I = INCOME
      *            STATEMENT ACCOUNT, CLOSED TO RETAINED EARNINGS;
      *            B OR SPACE = BALANCE SHEET ACCOUNT, CARRIED
      *            FORWARD.
      *----------------------------------------------------------------
       01  CA-COA-REC.
           05  CA-ACCOUNT                          PIC X(8).
           05  CA-POST-ROLE                        PIC X(1).
               88  CA-ROLE-LABOR                   VALUE "L".
               88  CA-ROLE-ACCRUED                 VALUE "P".
               88  CA-ROLE-RETAINED                VALUE "R".
               88  CA-ROLE-REVENUE                 VALUE "S".
               88  CA-ROLE-RECEIVABLE              VALUE "A".
               88  CA-ROLE-CASH                    VALUE "C".
               88  CA-ROLE-FINCHG                  VALUE "F".
               88  CA-ROLE-EXPENSE                 VALUE "E".
               88  CA-ROLE-PAYABLE                 VALUE "V".
               88  CA-ROLE-SALES-TAX               VALUE "T".
           05  CA-ACCT-TYPE                        PIC X(1).
               88  CA-TYPE-INCOME                  VALUE "I".
               88  CA-TYPE-BALANCE                 VALUE "B" " ".
           05  FILLER                              PIC X(9).
