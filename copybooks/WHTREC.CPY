      *----------------------------------------------------------------
      * WHTREC   - RECORD LAYOUT OF THE INDEXED WITHHOLDING TAX TABLE
      *            (WHTAX), KEYED BY TAX CODE, FILING STATUS AND
      *            BRACKET.  SHARED BY THE WHTMNT MAINTENANCE SCREEN,
      *            PAYBLD (WHICH COMPUTES EACH EMPLOYEE'S WITHHOLDING
      *            FROM IT AND WRITES THE 03 TAX DEDUCTION RECORDS),
      *            PROG5 (WHICH PICKS THE TAX CODES OUT OF THE 03
      *            RECORDS FOR THE EARNINGS HISTORY) AND TAXQTR (THE
      *            QUARTERLY LIABILITY SUMMARY).
      *
      *            BRACKET 00 UNDER FILING STATUS * IS THE TAX CODE'S
      *            CONTROL ROW (WT-CONTROL-DATA): THE DESCRIPTION,
      *            THE CODE TYPE, AND THE RATES AND LIMITS THAT APPLY
      *            TO EVERY EMPLOYEE.  CODE TYPES:
      *              I = INCOME TAX, WITHHELD BY BRACKET ON THE
      *                  ANNUALIZED WAGE LESS THE W-4 ALLOWANCES
      *              P = PAYROLL TAX, WITHHELD AT THE FLAT EMPLOYEE
      *                  RATE, WITH THE EMPLOYER MATCHING AT ITS OWN
      *                  RATE
      *              E = EMPLOYER-ONLY TAX, NOTHING WITHHELD
      *            WT-WAGE-LIMIT IS THE ANNUAL WAGE BASE A P OR E TAX
      *            STOPS AT (ZERO = NO LIMIT).  RATES ARE PERCENTS.
      *
      *            BRACKETS 01-99 (WT-BRACKET-DATA) BELONG TO AN I
      *            CODE, UNDER FILING STATUS S, M OR H, OR * WHEN ONE
      *            SCHEDULE SERVES EVERY STATUS.  THE ANNUAL TAX ON A
      *            WAGE IN A BRACKET IS WT-BASE-TAX PLUS WT-BRACKET-
      *            RATE PERCENT OF THE WAGE OVER WT-OVER-AMT.  KEEP
      *            EACH SCHEDULE'S OVER-AMOUNTS ASCENDING.
      *----------------------------------------------------------------
       01  WT-TAX-REC.
           05  WT-KEY.
               10  WT-TAX-CODE                     PIC X(3).
               10  WT-FILING-STATUS                PIC X(1).
                   88  WT-STATUS-ALL               VALUE "*".
                   88  WT-STATUS-SINGLE            VALUE "S".
                   88  WT-STATUS-MARRIED           VALUE "M".
                   88  WT-STATUS-HEAD              VALUE "H".
               10  WT-BRACKET                      PIC 9(2).
                   88  WT-CONTROL-ROW              VALUE ZERO.
           05  WT-CONTROL-DATA.
               10  WT-DESCRIPTION                  PIC X(20).
               10  WT-CODE-TYPE                    PIC X(1).
                   88  WT-TYPE-INCOME              VALUE "I".
                   88  WT-TYPE-PAYROLL             VALUE "P".
                   88  WT-TYPE-EMPLOYER            VALUE "E".
               10  WT-ALLOW-AMT                    PIC 9(5)V99.
               10  WT-WAGE-LIMIT                   PIC 9(7)V99.
               10  WT-EE-RATE                      PIC 9(2)V9(4).
               10  WT-ER-RATE                      PIC 9(2)V9(4).
               10  FILLER                          PIC X(25).
           05  WT-BRACKET-DATA REDEFINES WT-CONTROL-DATA.
               10  WT-OVER-AMT                     PIC 9(7)V99.
               10  WT-BASE-TAX                     PIC 9(7)V99.
               10  WT-BRACKET-RATE                 PIC 9(2)V9(4).
               10  FILLER                          PIC X(50).
