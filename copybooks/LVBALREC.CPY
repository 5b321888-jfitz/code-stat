      *----------------------------------------------------------------
      * LVBALREC - RECORD LAYOUT OF THE INDEXED LEAVE BALANCE FILE
      *            (LVBAL), ONE RECORD PER EMPLOYEE KEYED BY SOCIAL
      *            SECURITY NUMBER.  SHARED BY LVACCR (THE PER-PERIOD
      *            ACCRUAL AND LEAVE-TAKEN RUN, WHICH ALONE UPDATES
      *            IT), THE LVINQ INQUIRY SCREEN AND THE LVLIAB LEAVE
      *            LIABILITY REPORT.  BALANCES ARE IN HOURS.
      *
      *            PLANT, DEPARTMENT, HOURLY RATE AND SERVICE YEARS
      *            ARE AS OF THE LAST PERIOD ACCRUED; THE HOURLY RATE
      *            OF A SALARIED EMPLOYEE IS THE PERIOD SALARY SPREAD
      *            OVER 2080 HOURS A YEAR.
      *
      *            THE LB-PER- FIELDS HOLD WHAT THE RUN FOR PERIOD
      *            LB-LAST-PERIOD-END (MMDDYY) ACCRUED, TOOK AND
      *            ADJUSTED, SO A RERUN OF THAT PERIOD BACKS THEM OUT
      *            BEFORE APPLYING THE PERIOD AGAIN.  THE YTD FIELDS
      *            BELONG TO LB-YTD-YEAR AND START OVER WITH THE
      *            FIRST PERIOD OF A NEW YEAR; BALANCES CARRY OVER.
      *----------------------------------------------------------------
       01  LB-LEAVE-REC.
           05  LB-SSN                              PIC X(9).
           05  LB-PLANT-CODE                       PIC X(3).
           05  LB-DEPT-NUM                         PIC 9(3).
           05  LB-HOURLY-RATE                      PIC 9(5)V9(4).
           05  LB-SERVICE-YEARS                    PIC 9(2).
           05  LB-VAC-BALANCE                      PIC S9(4)V99.
           05  LB-SICK-BALANCE                     PIC S9(4)V99.
           05  LB-YTD-YEAR                         PIC 9(4).
           05  LB-VAC-ACCRUED-YTD                  PIC 9(4)V99.
           05  LB-VAC-TAKEN-YTD                    PIC 9(4)V99.
           05  LB-SICK-ACCRUED-YTD                 PIC 9(4)V99.
           05  LB-SICK-TAKEN-YTD                   PIC 9(4)V99.
           05  LB-LAST-PERIOD-END                  PIC X(6).
           05  LB-PER-VAC-ACCRUED                  PIC 9(3)V99.
           05  LB-PER-VAC-TAKEN                    PIC 9(3)V99.
           05  LB-PER-VAC-ADJUST                   PIC S9(3)V99.
           05  LB-PER-SICK-ACCRUED                 PIC 9(3)V99.
           05  LB-PER-SICK-TAKEN                   PIC 9(3)V99.
           05  LB-PER-SICK-ADJUST                  PIC S9(3)V99.
           05  LB-LAST-UPDATE                      PIC 9(8).
           05  FILLER                              PIC X(10).
