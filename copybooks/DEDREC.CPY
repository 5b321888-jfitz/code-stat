      *----------------------------------------------------------------
      * DEDREC   - RECORD LAYOUT OF THE INDEXED STANDING DEDUCTIONS
      *            FILE (EMPDED), KEYED BY SSN, DEDUCTION CODE AND A
      *            SEQUENCE NUMBER (SO AN EMPLOYEE CAN CARRY TWO
      *            ORDERS UNDER ONE CODE).  SHARED BY THE DEDMNT
      *            MAINTENANCE SCREEN, PAYBLD (WHICH TAKES EACH
      *            ACTIVE DEDUCTION EVERY PERIOD AND CARRIES THE
      *            BALANCE) AND THE DEDLIST ORDERS REPORT.
      *
      *            SD-DED-TYPE: B = BENEFIT PREMIUM, G = GARNISHMENT
      *            OR OTHER COURT ORDER, O = OTHER.  SD-GOAL-AMT IS
      *            THE TOTAL TO BE TAKEN (THE AMOUNT OF THE ORDER OR
      *            A LOAN), ZERO FOR A DEDUCTION THAT RUNS UNTIL ITS
      *            STOP DATE OR UNTIL STOPPED.  SD-TAKEN-TO-DATE IS
      *            KEPT BY PAYBLD; WHEN IT REACHES THE GOAL THE
      *            STATUS GOES TO P (PAID OFF) AND NOTHING MORE IS
      *            TAKEN.  DATES ARE YYYYMMDD; A ZERO STOP DATE HAS
      *            NO END.
      *
      *            SD-LAST-PERIOD-END AND SD-LAST-AMT RECORD WHAT
      *            THE LAST PAYBLD RUN TOOK, SO A RERUN FOR THE SAME
      *            PERIOD BACKS IT OUT BEFORE TAKING IT AGAIN.
      *----------------------------------------------------------------
       01  SD-DEDUCT-REC.
           05  SD-KEY.
               10  SD-SSN                          PIC X(9).
               10  SD-DED-CODE                     PIC X(3).
               10  SD-SEQ                          PIC 9(2).
           05  SD-DED-TYPE                         PIC X(1).
               88  SD-TYPE-BENEFIT                 VALUE "B".
               88  SD-TYPE-GARNISH                 VALUE "G".
               88  SD-TYPE-OTHER                   VALUE "O".
           05  SD-STATUS                           PIC X(1).
               88  SD-ACTIVE                       VALUE "A".
               88  SD-PAID-OFF                     VALUE "P".
               88  SD-STOPPED                      VALUE "S".
           05  SD-PER-PERIOD-AMT                   PIC 9(5)V99.
           05  SD-GOAL-AMT                         PIC 9(7)V99.
           05  SD-TAKEN-TO-DATE                    PIC 9(7)V99.
           05  SD-START-DATE                       PIC 9(8).
           05  SD-STOP-DATE                        PIC 9(8).
           05  SD-CASE-NUMBER                      PIC X(15).
           05  SD-PAYEE                            PIC X(20).
           05  SD-LAST-PERIOD-END                  PIC X(6).
           05  SD-LAST-AMT                         PIC 9(5)V99.
           05  FILLER                              PIC X(15).
