       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MORNSUM.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  OCT 15,2026.
      *DATE-COMPILED. OCT 15,2026.
      *SECURITY.      NONE.
      *
      *MODIFICATION HISTORY.
      *
      *  15OCT26  EJR  ORIGINAL VERSION.  ONE MORNING SUMMARY OF THE
      *                NIGHT'S BATCH, SO THE FIRST PERSON IN NO
      *                LONGER PIECES THE NIGHT TOGETHER FROM FIVE
      *                REPORTS AND THE JOB LOG.  FOR THE PARM-CARD
      *                RUN DATE (ZERO = THE LATEST DATE ON BATCHLOG):
      *                EACH STEP'S OUTCOME AND RETURN CODE FROM
      *                BATCHLOG, EACH EXPECTED PROGRAM'S BALANCING
      *                STATUS FROM RECONLOG (RECONRPT'S OWN DUE AND
      *                STATUS RULES), THE OPEN EXCPLOG EXCEPTIONS BY
      *                SOURCE PROGRAM WITH HOW MANY ARRIVED
      *                OVERNIGHT, EVERY DSSWAP PROMOTION AND WHETHER
      *                IT WAS REFUSED, AND THE LAST IDXBKUP BACKUP OF
      *                EACH FILE ON BKUPCTLG.  EVERYTHING THAT NEEDS
      *                SOMEONE'S ATTENTION - A FAILED OR HELD STEP NOT
      *                RERUN CLEAN, A MISSING OR DUPLICATE BALANCING
      *                ENTRY, NEW EXCEPTIONS, A REFUSED SWAP, A
      *                BACKUP OLDER THAN THE PARM-CARD DAYS, OR A LOG
      *                THAT COULD NOT BE READ - IS LISTED FIRST UNDER
      *                ACTION REQUIRED, AND THE RUN ENDS RC 4 SO THE
      *                SCHEDULER CAN PAGE ON IT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RUN-LOG-IN
               ASSIGN TO BATCHLOG
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RECON-FILE-IN
               ASSIGN TO RECONLOG-FILE
               FILE STATUS IS WS-RECON-STATUS.
           SELECT OPTIONAL EXPECTED-FILE-IN
               ASSIGN TO RECONRPT-EXPT
               FILE STATUS IS WS-EXPT-FILE-STATUS.
           SELECT EXCP-FILE-IN
               ASSIGN TO EXCPLOG-FILE
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT CATALOG-FILE-IN
               ASSIGN TO BKUPCTLG
               FILE STATUS IS WS-CTLG-STATUS.
           SELECT PARM-FILE-IN
               ASSIGN TO MORNSUM-PARM.
           SELECT SUMMARY-REPORT-OUT
               ASSIGN TO MORNSUM-OUT.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RUN-LOG-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RL-RUN-LOG-REC-IN.
       01  RL-RUN-LOG-REC-IN.
           05  RL-PROGRAM-IN              PIC X(8).
           05  FILLER                     PIC X(1).
           05  RL-RUN-DATE-IN             PIC 9(8).
           05  FILLER                     PIC X(1).
           05  RL-START-TIME-IN           PIC 9(8).
           05  FILLER                     PIC X(1).
           05  RL-STOP-TIME-IN            PIC 9(8).
           05  FILLER                     PIC X(1).
           05  RL-OUTCOME-IN              PIC X(8).
           05  FILLER                     PIC X(1).
           05  RL-RETURN-CODE-IN          PIC 9(4).
           05  FILLER                     PIC X(31).
      *
       FD  RECON-FILE-IN
               RECORD CONTAINS 77 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RECON-REC-IN.
       01  RECON-REC-IN.
           05  RC-PROGRAM-ID-IN           PIC X(8).
           05  FILLER                     PIC X(1).
           05  RC-RUN-DATE-IN             PIC 9(8).
           05  FILLER                     PIC X(1).
           05  RC-RECORD-COUNT-IN         PIC 9(9).
           05  FILLER                     PIC X(1).
           05  RC-DOLLAR-TOTAL-IN         PIC S9(9)V99 COMP-3.
           05  FILLER                     PIC X(1).
           05  RC-KEY-FIELD-IN            PIC X(18).
           05  FILLER                     PIC X(1).
           05  RC-SUPERSEDE-IN            PIC X(1).
           05  FILLER                     PIC X(22).
      *
       FD  EXPECTED-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS EXPECTED-REC-IN.
       01  EXPECTED-REC-IN.
           05  EP-PROGRAM-NAME-IN         PIC X(8).
           05  FILLER                     PIC X(1).
           05  EP-FREQUENCY-IN            PIC X(1).
           05  FILLER                     PIC X(1).
           05  EP-DUE-DOW-IN              PIC X(1).
           05  FILLER                     PIC X(68).
      *
       FD  EXCP-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS EXCP-REC-IN.
       01  EXCP-REC-IN.
           05  XL-PROGRAM-ID-IN           PIC X(8).
           05  FILLER                     PIC X(1).
           05  XL-KEY-FIELD-IN            PIC X(20).
           05  FILLER                     PIC X(1).
           05  XL-REASON-IN               PIC X(30).
           05  FILLER                     PIC X(1).
           05  XL-LOG-DATE-IN             PIC X(8).
           05  FILLER                     PIC X(1).
           05  XL-LOG-TIME-IN             PIC X(6).
           05  FILLER                     PIC X(1).
           05  XL-DISP-CODE-IN            PIC X(1).
           05  FILLER                     PIC X(2).
      *
       FD  CATALOG-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CG-CATALOG-REC-IN.
       01  CG-CATALOG-REC-IN.
           05  CG-FILE-ID-IN              PIC X(8).
           05  CG-BACKUP-DATE-IN          PIC 9(8).
           05  CG-DSNAME-IN               PIC X(44).
           05  CG-REC-COUNT-IN            PIC 9(9).
           05  FILLER                     PIC X(11).
      *
       FD  PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PARM-REC-IN.
       01  PARM-REC-IN.
           05  PARM-RUN-DATE              PIC 9(8).
           05  PARM-BACKUP-DAYS           PIC 9(3).
           05  FILLER                     PIC X(69).
      *
       FD  SUMMARY-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MS-REPORT-LINE-OUT.
       01  MS-REPORT-LINE-OUT             PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(3) VALUE "NO".
           05  WS-EXPT-EOF-SWITCH         PIC X(3) VALUE "NO".
           05  WS-RUN-HOLIDAY-SWITCH      PIC X(1) VALUE "N".
           05  WS-LOG-OPEN-SWITCH         PIC X(3) VALUE "NO".
           05  WS-RECON-OPEN-SWITCH       PIC X(3) VALUE "NO".
           05  WS-EXCP-OPEN-SWITCH        PIC X(3) VALUE "NO".
           05  WS-CTLG-OPEN-SWITCH        PIC X(3) VALUE "NO".
      *
       01  WS-LOG-STATUS                  PIC X(2) VALUE "00".
       01  WS-RECON-STATUS                PIC X(2) VALUE "00".
       01  WS-EXCP-STATUS                 PIC X(2) VALUE "00".
       01  WS-CTLG-STATUS                 PIC X(2) VALUE "00".
       01  WS-EXPT-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-EXPT-FILE-NOT-FOUND         VALUE "35".
      *
       01  WS-TODAY                       PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE                    PIC 9(8) VALUE ZEROS.
       01  WS-TABLE-VERSION               PIC X(8) VALUE SPACES.
       01  WS-DAYS-OLD                    PIC S9(7) VALUE ZEROS.
       01  WS-WORK-LOG-DATE               PIC 9(8) VALUE ZEROS.
      *
      *    EVERY BATCHLOG STEP RECORD FOR THE RUN DATE, IN LOG ORDER.
      *    ST-CLEARED IS SET WHEN A LATER RECORD FOR THE SAME PROGRAM
      *    CAME BACK OK - THE STEP WAS RERUN CLEAN.
       01  WS-STEP-COUNT                  PIC 9(2) VALUE ZEROS.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  ST-PROGRAM             PIC X(8).
               10  ST-START-TIME          PIC 9(8).
               10  ST-STOP-TIME           PIC 9(8).
               10  ST-OUTCOME             PIC X(8).
               10  ST-RETURN-CODE         PIC 9(4).
               10  ST-CLEARED             PIC X(1).
       01  WS-ST-IDX                      PIC 9(2) VALUE ZEROS.
       01  WS-ST-JDX                      PIC 9(2) VALUE ZEROS.
      *
      *    THE DSSWAP PROMOTIONS FOR THE RUN DATE (TAGS SW...).
       01  WS-SWAP-COUNT                  PIC 9(2) VALUE ZEROS.
       01  WS-SWAP-TABLE.
           05  WS-SWAP-ENTRY OCCURS 20 TIMES.
               10  SW-TAG                 PIC X(8).
               10  SW-OUTCOME             PIC X(8).
       01  WS-SW-IDX                      PIC 9(2) VALUE ZEROS.
      *
      *    EXPECTED BALANCING PROGRAMS - THE SAME FILE, FALLBACK AND
      *    DUE RULES AS RECONRPT.
       01  WS-EP-COUNT                    PIC 9(2) VALUE ZEROS.
       01  WS-EP-IDX                      PIC 9(2) VALUE ZEROS.
       01  WS-EP-MATCH-IDX                PIC 9(2) VALUE ZEROS.
       01  WS-EXPECTED-PROGRAM-TABLE.
           05  WS-EP-ENTRY OCCURS 20 TIMES.
               10  WS-EP-PROGRAM-NAME     PIC X(8).
               10  WS-EP-FREQUENCY        PIC X(1).
               10  WS-EP-DUE-DOW          PIC X(1).
               10  WS-EP-DUE-SWITCH       PIC X(1).
               10  WS-EP-SEEN-COUNT       PIC 9(3).
               10  WS-EP-SUPERSEDE-SWITCH PIC X(1).
               10  WS-EP-STATUS           PIC X(10).
      *
      *    OPEN EXCEPTIONS BY SOURCE PROGRAM.
       01  WS-XS-COUNT                    PIC 9(2) VALUE ZEROS.
       01  WS-EXCP-SOURCE-TABLE.
           05  WS-XS-ENTRY OCCURS 50 TIMES.
               10  XS-PROGRAM-ID          PIC X(8).
               10  XS-OPEN-COUNT          PIC 9(5).
               10  XS-NEW-COUNT           PIC 9(5).
               10  XS-OLDEST-DATE         PIC 9(8).
       01  WS-XS-IDX                      PIC 9(2) VALUE ZEROS.
       01  WS-XS-FOUND-IDX                PIC 9(2) VALUE ZEROS.
      *
      *    LAST BACKUP OF EACH FILE ON THE BACKUP CATALOG.
       01  WS-BK-COUNT                    PIC 9(2) VALUE ZEROS.
       01  WS-BACKUP-TABLE.
           05  WS-BK-ENTRY OCCURS 20 TIMES.
               10  BK-FILE-ID             PIC X(8).
               10  BK-BACKUP-DATE         PIC 9(8).
               10  BK-DSNAME              PIC X(44).
               10  BK-REC-COUNT           PIC 9(9).
       01  WS-BK-IDX                      PIC 9(2) VALUE ZEROS.
       01  WS-BK-FOUND-IDX                PIC 9(2) VALUE ZEROS.
      *
      *    THE ACTION LIST PRINTED AT THE TOP OF THE REPORT.
       01  WS-ACT-COUNT                   PIC 9(2) VALUE ZEROS.
       01  WS-ACTION-TABLE.
           05  WS-ACT-ENTRY OCCURS 60 TIMES.
               10  AT-AREA                PIC X(10).
               10  AT-ITEM                PIC X(20).
               10  AT-TEXT                PIC X(40).
       01  WS-AT-IDX                      PIC 9(2) VALUE ZEROS.
       01  WS-NEW-AREA                    PIC X(10) VALUE SPACES.
       01  WS-NEW-ITEM                    PIC X(20) VALUE SPACES.
       01  WS-NEW-TEXT                    PIC X(40) VALUE SPACES.
      *
      *    DUE-DATE WORK FIELDS, THE SAME ARITHMETIC RECONRPT USES:
      *    DAY OF WEEK BY ZELLER'S CONGRUENCE (1 = MONDAY THROUGH
      *    7 = SUNDAY) AND THE MONTH-END DAY FROM THE DAYS-IN-MONTH
      *    TABLE WITH THE LEAP-YEAR ADJUSTMENT FOR FEBRUARY.
       01  WS-DUE-DATE-WORK.
           05  WS-RUN-DATE-SPLIT.
               10  WS-RUN-YEAR            PIC 9(4).
               10  WS-RUN-MONTH           PIC 9(2).
               10  WS-RUN-DAY             PIC 9(2).
           05  WS-RUN-DOW                 PIC 9(1) VALUE ZEROS.
           05  WS-MONTH-END-DAY           PIC 9(2) VALUE ZEROS.
           05  WS-DOW-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-DOW-MONTH               PIC 9(2) VALUE ZEROS.
           05  WS-DOW-WORK-1              PIC 9(9) COMP VALUE ZEROS.
           05  WS-DOW-WORK-2              PIC 9(9) COMP VALUE ZEROS.
           05  WS-DOW-TERM-M              PIC 9(9) COMP VALUE ZEROS.
           05  WS-DOW-TERM-Y4             PIC 9(9) COMP VALUE ZEROS.
           05  WS-DOW-TERM-Y100           PIC 9(9) COMP VALUE ZEROS.
           05  WS-DOW-TERM-Y400           PIC 9(9) COMP VALUE ZEROS.
           05  WS-LEAP-REM                PIC 9(4) VALUE ZEROS.
      *
       01  WS-DAYS-IN-MONTH-LIST.
           05  FILLER                     PIC X(6) VALUE "312831".
           05  FILLER                     PIC X(6) VALUE "303130".
           05  FILLER                     PIC X(6) VALUE "313130".
           05  FILLER                     PIC X(6) VALUE "313031".
       01  WS-DAYS-IN-MONTH-TABLE
               REDEFINES WS-DAYS-IN-MONTH-LIST.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES  PIC 9(2).
      *
           COPY CALPARM.
           COPY DAYSPARM.
      *
       01  WS-HDR-LINE.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  FILLER                     PIC X(28) VALUE
                   "MORNING OPERATIONS SUMMARY".
           05  FILLER                     PIC X(9) VALUE "RUN DATE ".
           05  WS-HD-RUN-DATE-OUT         PIC 9(8).
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE
                   "BATCH TABLE VERSION ".
           05  WS-HD-VERSION-OUT          PIC X(8).
           05  FILLER                     PIC X(54) VALUE SPACES.
      *
       01  WS-SECTION-LINE.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  WS-SC-TITLE-OUT            PIC X(50).
           05  FILLER                     PIC X(81) VALUE SPACES.
      *
       01  WS-NOTE-LINE.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-NT-TEXT-OUT             PIC X(50).
           05  FILLER                     PIC X(79) VALUE SPACES.
      *
       01  WS-ACTION-LINE.
           05  FILLER                     PIC X(3) VALUE "** ".
           05  WS-AL-AREA-OUT             PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-AL-ITEM-OUT             PIC X(20).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-AL-TEXT-OUT             PIC X(40).
           05  FILLER                     PIC X(55) VALUE SPACES.
      *
       01  WS-STEP-LINE.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SL-PROGRAM-OUT          PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SL-START-OUT            PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SL-STOP-OUT             PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SL-OUTCOME-OUT          PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(3) VALUE "RC ".
           05  WS-SL-RC-OUT               PIC ZZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SL-FLAG-OUT             PIC X(20).
           05  FILLER                     PIC X(60) VALUE SPACES.
      *
       01  WS-RECON-LINE.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-RL-PROGRAM-OUT          PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "FREQ ".
           05  WS-RL-FREQUENCY-OUT        PIC X(1).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(8) VALUE "ENTRIES ".
           05  WS-RL-SEEN-OUT             PIC ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-RL-STATUS-OUT           PIC X(10).
           05  FILLER                     PIC X(88) VALUE SPACES.
      *
       01  WS-EXCP-LINE.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-XL-PROGRAM-OUT          PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(5) VALUE "OPEN ".
           05  WS-XL-OPEN-OUT             PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
                   "OVERNIGHT ".
           05  WS-XL-NEW-OUT              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  FILLER                     PIC X(7) VALUE "OLDEST ".
           05  WS-XL-OLDEST-OUT           PIC 9(8).
           05  FILLER                     PIC X(73) VALUE SPACES.
      *
       01  WS-SWAP-LINE.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-SW-TAG-OUT              PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SW-OUTCOME-OUT          PIC X(8).
           05  FILLER                     PIC X(111) VALUE SPACES.
      *
       01  WS-BACKUP-LINE.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  WS-BL-FILE-ID-OUT          PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BL-DATE-OUT             PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BL-DSNAME-OUT           PIC X(44).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BL-COUNT-OUT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-BL-NOTE-OUT             PIC X(20).
           05  FILLER                     PIC X(30) VALUE SPACES.
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT PARM-FILE-IN.
           READ PARM-FILE-IN
               AT END MOVE ZEROS TO PARM-REC-IN.
           CLOSE PARM-FILE-IN.
           IF PARM-BACKUP-DAYS = ZEROS
               MOVE 7 TO PARM-BACKUP-DAYS
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE PARM-RUN-DATE TO WS-RUN-DATE.
           IF WS-RUN-DATE = ZEROS
               PERFORM B05-LATEST-RUN-DATE-PARA
           END-IF.
           IF WS-RUN-DATE = ZEROS
               MOVE WS-TODAY TO WS-RUN-DATE
           END-IF.
           PERFORM B10-SCAN-BATCHLOG-PARA
               THRU B10-SCAN-BATCHLOG-EXIT.
           PERFORM B20-LOAD-EXPECTED-PARA
               THRU B20-LOAD-EXPECTED-EXIT.
           PERFORM B30-SET-DUE-FLAGS-PARA.
           PERFORM B40-SCAN-RECON-PARA
               THRU B40-SCAN-RECON-EXIT.
           PERFORM B50-SCAN-EXCEPTIONS-PARA
               THRU B50-SCAN-EXCEPTIONS-EXIT.
           PERFORM B60-SCAN-CATALOG-PARA
               THRU B60-SCAN-CATALOG-EXIT.
           PERFORM C10-BUILD-ACTIONS-PARA.
           PERFORM D10-PRINT-REPORT-PARA.
           IF WS-ACT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *
      *    NO RUN DATE ON THE PARM CARD: SUMMARIZE THE MOST RECENT
      *    NIGHT BATCHLOG KNOWS ABOUT.
       B05-LATEST-RUN-DATE-PARA.
           OPEN INPUT RUN-LOG-IN.
           IF WS-LOG-STATUS = "00"
               MOVE "NO" TO WS-EOF-SWITCH
               READ RUN-LOG-IN
                   AT END MOVE "YES" TO WS-EOF-SWITCH
               END-READ
               PERFORM B06-LATEST-ONE-PARA
                   UNTIL WS-EOF-SWITCH = "YES"
               CLOSE RUN-LOG-IN
           END-IF.
      *
       B06-LATEST-ONE-PARA.
           IF RL-RUN-DATE-IN > WS-RUN-DATE
               MOVE RL-RUN-DATE-IN TO WS-RUN-DATE
           END-IF.
           READ RUN-LOG-IN
               AT END MOVE "YES" TO WS-EOF-SWITCH.
      *
      ***************************************************************
      *    BATCHLOG - THE RUN DATE'S STEP RECORDS, THE BATCH TABLE   *
      *    VERSION BATCHDRV LOGGED, AND THE DSSWAP PROMOTIONS.       *
      ***************************************************************
       B10-SCAN-BATCHLOG-PARA.
           OPEN INPUT RUN-LOG-IN.
           IF WS-LOG-STATUS NOT = "00"
               GO TO B10-SCAN-BATCHLOG-EXIT
           END-IF.
           MOVE "YES" TO WS-LOG-OPEN-SWITCH.
           MOVE "NO" TO WS-EOF-SWITCH.
           READ RUN-LOG-IN
               AT END MOVE "YES" TO WS-EOF-SWITCH.
           PERFORM B15-ONE-LOG-PARA
               THRU B15-ONE-LOG-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           CLOSE RUN-LOG-IN.
       B10-SCAN-BATCHLOG-EXIT.
           EXIT.
      *
       B15-ONE-LOG-PARA.
           IF RL-RUN-DATE-IN NOT = WS-RUN-DATE
               GO TO B15-ONE-LOG-READ
           END-IF.
           IF RL-PROGRAM-IN = "BATCHTBL"
               MOVE RL-OUTCOME-IN TO WS-TABLE-VERSION
               GO TO B15-ONE-LOG-READ
           END-IF.
           IF RL-PROGRAM-IN (1:2) = "SW"
               IF WS-SWAP-COUNT = 20
                   DISPLAY "MORNSUM: SWAP TABLE FULL"
               ELSE
                   ADD 1 TO WS-SWAP-COUNT
                   MOVE RL-PROGRAM-IN TO SW-TAG (WS-SWAP-COUNT)
                   MOVE RL-OUTCOME-IN TO SW-OUTCOME (WS-SWAP-COUNT)
               END-IF
               GO TO B15-ONE-LOG-READ
           END-IF.
           IF WS-STEP-COUNT = 50
               DISPLAY "MORNSUM: STEP TABLE FULL"
               GO TO B15-ONE-LOG-READ
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE RL-PROGRAM-IN TO ST-PROGRAM (WS-STEP-COUNT).
           MOVE RL-START-TIME-IN TO ST-START-TIME (WS-STEP-COUNT).
           MOVE RL-STOP-TIME-IN TO ST-STOP-TIME (WS-STEP-COUNT).
           MOVE RL-OUTCOME-IN TO ST-OUTCOME (WS-STEP-COUNT).
           MOVE RL-RETURN-CODE-IN TO ST-RETURN-CODE (WS-STEP-COUNT).
           MOVE "N" TO ST-CLEARED (WS-STEP-COUNT).
           IF RL-OUTCOME-IN = "OK"
               MOVE 1 TO WS-ST-IDX
               PERFORM B16-CLEAR-EARLIER-PARA
                   UNTIL WS-ST-IDX NOT < WS-STEP-COUNT
           END-IF.
       B15-ONE-LOG-READ.
           READ RUN-LOG-IN
               AT END MOVE "YES" TO WS-EOF-SWITCH.
       B15-ONE-LOG-EXIT.
           EXIT.
      *
      *    A CLEAN RERUN CLEARS EVERY EARLIER FAILURE OR HOLD OF THE
      *    SAME PROGRAM THAT NIGHT.
       B16-CLEAR-EARLIER-PARA.
           IF ST-PROGRAM (WS-ST-IDX) = RL-PROGRAM-IN
               MOVE "Y" TO ST-CLEARED (WS-ST-IDX)
           END-IF.
           ADD 1 TO WS-ST-IDX.
      *
      ***************************************************************
      *    LOAD THE EXPECTED-PROGRAM LIST FROM THE SAME MAINTAINED   *
      *    FILE RECONRPT USES; MISSING OR EMPTY FALLS BACK TO THE    *
      *    FOUR ORIGINAL DAILY PROGRAMS.                             *
      ***************************************************************
       B20-LOAD-EXPECTED-PARA.
           OPEN INPUT EXPECTED-FILE-IN.
           IF WS-EXPT-FILE-NOT-FOUND
               MOVE "YES" TO WS-EXPT-EOF-SWITCH
           ELSE
               READ EXPECTED-FILE-IN
                   AT END MOVE "YES" TO WS-EXPT-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM B22-LOAD-ONE-EXPECTED-PARA
               UNTIL WS-EXPT-EOF-SWITCH = "YES"
                  OR WS-EP-COUNT = 20.
           CLOSE EXPECTED-FILE-IN.
           IF WS-EP-COUNT = ZEROS
               PERFORM B23-DEFAULT-EXPECTED-PARA
           END-IF.
       B20-LOAD-EXPECTED-EXIT.
           EXIT.
      *
       B22-LOAD-ONE-EXPECTED-PARA.
           IF EP-PROGRAM-NAME-IN NOT = SPACES
               ADD 1 TO WS-EP-COUNT
               MOVE EP-PROGRAM-NAME-IN
                   TO WS-EP-PROGRAM-NAME (WS-EP-COUNT)
               MOVE EP-FREQUENCY-IN
                   TO WS-EP-FREQUENCY (WS-EP-COUNT)
               MOVE EP-DUE-DOW-IN
                   TO WS-EP-DUE-DOW (WS-EP-COUNT)
               MOVE WS-EP-COUNT TO WS-EP-IDX
               PERFORM B24-ZERO-ENTRY-PARA
           END-IF.
           READ EXPECTED-FILE-IN
               AT END MOVE "YES" TO WS-EXPT-EOF-SWITCH.
      *
       B23-DEFAULT-EXPECTED-PARA.
           MOVE 4 TO WS-EP-COUNT.
           MOVE "EXAMPLE" TO WS-EP-PROGRAM-NAME (1).
           MOVE "PROG1" TO WS-EP-PROGRAM-NAME (2).
           MOVE "PROG2" TO WS-EP-PROGRAM-NAME (3).
           MOVE "PROG5" TO WS-EP-PROGRAM-NAME (4).
           MOVE 1 TO WS-EP-IDX.
           PERFORM B23-DEFAULT-ONE-PARA
               UNTIL WS-EP-IDX > 4.
      *
       B23-DEFAULT-ONE-PARA.
           MOVE "D" TO WS-EP-FREQUENCY (WS-EP-IDX).
           MOVE SPACE TO WS-EP-DUE-DOW (WS-EP-IDX).
           PERFORM B24-ZERO-ENTRY-PARA.
           ADD 1 TO WS-EP-IDX.
      *
       B24-ZERO-ENTRY-PARA.
           MOVE "N" TO WS-EP-DUE-SWITCH (WS-EP-IDX)
                       WS-EP-SUPERSEDE-SWITCH (WS-EP-IDX).
           MOVE ZEROS TO WS-EP-SEEN-COUNT (WS-EP-IDX).
           MOVE SPACES TO WS-EP-STATUS (WS-EP-IDX).
      *
      ***************************************************************
      *    WHICH EXPECTED PROGRAMS WERE DUE ON THE RUN DATE: DAILY   *
      *    ALWAYS, WEEKLY ON ITS DAY OF WEEK, MONTH-END ON THE LAST  *
      *    DAY OF THE MONTH, YEAR-END ON DECEMBER 31, AND NOTHING ON *
      *    A BUSINESS-CALENDAR HOLIDAY - RECONRPT'S RULES.           *
      ***************************************************************
       B30-SET-DUE-FLAGS-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-SPLIT.
           PERFORM B32-DAY-OF-WEEK-PARA.
           PERFORM B34-MONTH-END-DAY-PARA.
           MOVE WS-RUN-DATE TO CAL-DATE.
           CALL "CALLKP" USING CAL-PARM-AREA.
           IF CAL-RETURN-CODE = ZERO AND CAL-HOLIDAY
               MOVE "Y" TO WS-RUN-HOLIDAY-SWITCH
           END-IF.
           MOVE 1 TO WS-EP-IDX.
           PERFORM B36-SET-ONE-DUE-PARA
               UNTIL WS-EP-IDX > WS-EP-COUNT.
      *
      *    DAY OF WEEK BY ZELLER'S CONGRUENCE, SHIFTED SO THAT
      *    1 = MONDAY THROUGH 7 = SUNDAY, EACH DIVISION TERM FLOORED
      *    WITH ITS OWN DIVIDE.
       B32-DAY-OF-WEEK-PARA.
           MOVE WS-RUN-YEAR TO WS-DOW-YEAR.
           MOVE WS-RUN-MONTH TO WS-DOW-MONTH.
           IF WS-DOW-MONTH < 3
               ADD 12 TO WS-DOW-MONTH
               SUBTRACT 1 FROM WS-DOW-YEAR
           END-IF.
           COMPUTE WS-DOW-WORK-1 = 13 * (WS-DOW-MONTH + 1).
           DIVIDE WS-DOW-WORK-1 BY 5 GIVING WS-DOW-TERM-M.
           DIVIDE WS-DOW-YEAR BY 4 GIVING WS-DOW-TERM-Y4.
           DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-TERM-Y100.
           DIVIDE WS-DOW-YEAR BY 400 GIVING WS-DOW-TERM-Y400.
           COMPUTE WS-DOW-WORK-1 =
               WS-RUN-DAY + WS-DOW-TERM-M + WS-DOW-YEAR
               + WS-DOW-TERM-Y4 - WS-DOW-TERM-Y100
               + WS-DOW-TERM-Y400.
           DIVIDE WS-DOW-WORK-1 BY 7
               GIVING WS-DOW-WORK-2 REMAINDER WS-RUN-DOW.
           IF WS-RUN-DOW < 2
               ADD 5 TO WS-RUN-DOW
           ELSE
               SUBTRACT 2 FROM WS-RUN-DOW
           END-IF.
           ADD 1 TO WS-RUN-DOW.
      *
       B34-MONTH-END-DAY-PARA.
           IF WS-RUN-MONTH > ZERO AND WS-RUN-MONTH < 13
               MOVE WS-DAYS-IN-MONTH (WS-RUN-MONTH)
                   TO WS-MONTH-END-DAY
           ELSE
               MOVE 31 TO WS-MONTH-END-DAY
           END-IF.
           IF WS-RUN-MONTH IS EQUAL TO 2
               DIVIDE WS-RUN-YEAR BY 4
                   GIVING WS-DOW-WORK-2 REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   DIVIDE WS-RUN-YEAR BY 100
                       GIVING WS-DOW-WORK-2 REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT EQUAL TO ZERO
                       MOVE 29 TO WS-MONTH-END-DAY
                   ELSE
                       DIVIDE WS-RUN-YEAR BY 400
                           GIVING WS-DOW-WORK-2 REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM IS EQUAL TO ZERO
                           MOVE 29 TO WS-MONTH-END-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       B36-SET-ONE-DUE-PARA.
           MOVE "N" TO WS-EP-DUE-SWITCH (WS-EP-IDX).
           IF WS-RUN-HOLIDAY-SWITCH NOT = "Y"
               EVALUATE WS-EP-FREQUENCY (WS-EP-IDX)
                   WHEN "D"
                       MOVE "Y" TO WS-EP-DUE-SWITCH (WS-EP-IDX)
                   WHEN "W"
                       IF WS-EP-DUE-DOW (WS-EP-IDX) IS EQUAL TO
                               WS-RUN-DOW
                           MOVE "Y" TO WS-EP-DUE-SWITCH (WS-EP-IDX)
                       END-IF
                   WHEN "M"
                       IF WS-RUN-DAY IS EQUAL TO WS-MONTH-END-DAY
                           MOVE "Y" TO WS-EP-DUE-SWITCH (WS-EP-IDX)
                       END-IF
                   WHEN "Y"
                       IF WS-RUN-MONTH IS EQUAL TO 12
                              AND WS-RUN-DAY IS EQUAL TO 31
                           MOVE "Y" TO WS-EP-DUE-SWITCH (WS-EP-IDX)
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-EP-DUE-SWITCH (WS-EP-IDX)
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-EP-IDX.
      *
      ***************************************************************
      *    RECONLOG - COUNT EACH EXPECTED PROGRAM'S UNQUALIFIED      *
      *    ENTRIES FOR THE RUN DATE AND NOTE A SUPERSEDE MARK, THEN  *
      *    SET RECONRPT'S STATUS FOR EACH.                           *
      ***************************************************************
       B40-SCAN-RECON-PARA.
           OPEN INPUT RECON-FILE-IN.
           IF WS-RECON-STATUS NOT = "00"
               GO TO B40-SCAN-RECON-EXIT
           END-IF.
           MOVE "YES" TO WS-RECON-OPEN-SWITCH.
           MOVE "NO" TO WS-EOF-SWITCH.
           READ RECON-FILE-IN
               AT END MOVE "YES" TO WS-EOF-SWITCH.
           PERFORM B42-ONE-RECON-PARA
               UNTIL WS-EOF-SWITCH = "YES".
           CLOSE RECON-FILE-IN.
           MOVE 1 TO WS-EP-IDX.
           PERFORM B46-SET-ONE-STATUS-PARA
               UNTIL WS-EP-IDX > WS-EP-COUNT.
       B40-SCAN-RECON-EXIT.
           EXIT.
      *
       B42-ONE-RECON-PARA.
           IF RC-RUN-DATE-IN = WS-RUN-DATE
               MOVE ZEROS TO WS-EP-MATCH-IDX
               MOVE 1 TO WS-EP-IDX
               PERFORM B44-MATCH-PROGRAM-PARA
                   UNTIL WS-EP-IDX > WS-EP-COUNT
                      OR WS-EP-MATCH-IDX NOT = ZEROS
               IF RC-KEY-FIELD-IN NOT = SPACES
                  AND RC-PROGRAM-ID-IN NOT = "UNLDBCU2"
                  AND RC-PROGRAM-ID-IN NOT = "RLDDBCU2"
                   MOVE ZEROS TO WS-EP-MATCH-IDX
               END-IF
               IF WS-EP-MATCH-IDX NOT = ZEROS
                   ADD 1 TO WS-EP-SEEN-COUNT (WS-EP-MATCH-IDX)
                   IF RC-SUPERSEDE-IN = "S"
                       MOVE "Y" TO WS-EP-SUPERSEDE-SWITCH
                           (WS-EP-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.
           READ RECON-FILE-IN
               AT END MOVE "YES" TO WS-EOF-SWITCH.
      *
       B44-MATCH-PROGRAM-PARA.
           IF WS-EP-PROGRAM-NAME (WS-EP-IDX) = RC-PROGRAM-ID-IN
               MOVE WS-EP-IDX TO WS-EP-MATCH-IDX
           END-IF.
           ADD 1 TO WS-EP-IDX.
      *
       B46-SET-ONE-STATUS-PARA.
           IF WS-EP-SEEN-COUNT (WS-EP-IDX) = ZEROS
               IF WS-EP-DUE-SWITCH (WS-EP-IDX) = "Y"
                   MOVE "MISSING" TO WS-EP-STATUS (WS-EP-IDX)
               ELSE
                   MOVE "NOT DUE" TO WS-EP-STATUS (WS-EP-IDX)
               END-IF
           ELSE
               IF WS-EP-SEEN-COUNT (WS-EP-IDX) = 1
                   MOVE "OK" TO WS-EP-STATUS (WS-EP-IDX)
               ELSE
                   IF WS-EP-SUPERSEDE-SWITCH (WS-EP-IDX) = "Y"
                       MOVE "RERUN OK" TO WS-EP-STATUS (WS-EP-IDX)
                   ELSE
                       MOVE "DUPLICATE" TO WS-EP-STATUS (WS-EP-IDX)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-EP-IDX.
      *
      ***************************************************************
      *    EXCPLOG - OPEN EXCEPTIONS (DISPOSITION SLOT SPACE) BY     *
      *    SOURCE PROGRAM.  ONE LOGGED ON OR AFTER THE RUN DATE IS   *
      *    NEW OVERNIGHT; A RECORD WITH NO DATE STAMP AGES FROM      *
      *    DATE ZERO, AS ON EXCPAGE.                                 *
      ***************************************************************
       B50-SCAN-EXCEPTIONS-PARA.
           OPEN INPUT EXCP-FILE-IN.
           IF WS-EXCP-STATUS NOT = "00"
               GO TO B50-SCAN-EXCEPTIONS-EXIT
           END-IF.
           MOVE "YES" TO WS-EXCP-OPEN-SWITCH.
           MOVE "NO" TO WS-EOF-SWITCH.
           READ EXCP-FILE-IN
               AT END MOVE "YES" TO WS-EOF-SWITCH.
           PERFORM B52-ONE-EXCEPTION-PARA
               THRU B52-ONE-EXCEPTION-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           CLOSE EXCP-FILE-IN.
       B50-SCAN-EXCEPTIONS-EXIT.
           EXIT.
      *
       B52-ONE-EXCEPTION-PARA.
           IF XL-DISP-CODE-IN NOT = SPACE
               GO TO B52-ONE-EXCEPTION-READ
           END-IF.
           IF XL-LOG-DATE-IN IS NUMERIC
               MOVE XL-LOG-DATE-IN TO WS-WORK-LOG-DATE
           ELSE
               MOVE ZEROS TO WS-WORK-LOG-DATE
           END-IF.
           MOVE ZEROS TO WS-XS-FOUND-IDX.
           MOVE 1 TO WS-XS-IDX.
           PERFORM B54-FIND-SOURCE-PARA
               UNTIL WS-XS-IDX > WS-XS-COUNT
                  OR WS-XS-FOUND-IDX NOT = ZEROS.
           IF WS-XS-FOUND-IDX = ZEROS
               IF WS-XS-COUNT = 50
                   DISPLAY "MORNSUM: EXCEPTION SOURCE TABLE FULL"
                   GO TO B52-ONE-EXCEPTION-READ
               END-IF
               ADD 1 TO WS-XS-COUNT
               MOVE WS-XS-COUNT TO WS-XS-FOUND-IDX
               MOVE XL-PROGRAM-ID-IN TO XS-PROGRAM-ID (WS-XS-COUNT)
               MOVE ZEROS TO XS-OPEN-COUNT (WS-XS-COUNT)
                             XS-NEW-COUNT (WS-XS-COUNT)
               MOVE WS-WORK-LOG-DATE TO XS-OLDEST-DATE (WS-XS-COUNT)
           END-IF.
           ADD 1 TO XS-OPEN-COUNT (WS-XS-FOUND-IDX).
           IF WS-WORK-LOG-DATE NOT < WS-RUN-DATE
               ADD 1 TO XS-NEW-COUNT (WS-XS-FOUND-IDX)
           END-IF.
           IF WS-WORK-LOG-DATE < XS-OLDEST-DATE (WS-XS-FOUND-IDX)
               MOVE WS-WORK-LOG-DATE
                   TO XS-OLDEST-DATE (WS-XS-FOUND-IDX)
           END-IF.
       B52-ONE-EXCEPTION-READ.
           READ EXCP-FILE-IN
               AT END MOVE "YES" TO WS-EOF-SWITCH.
       B52-ONE-EXCEPTION-EXIT.
           EXIT.
      *
       B54-FIND-SOURCE-PARA.
           IF XS-PROGRAM-ID (WS-XS-IDX) = XL-PROGRAM-ID-IN
               MOVE WS-XS-IDX TO WS-XS-FOUND-IDX
           END-IF.
           ADD 1 TO WS-XS-IDX.
      *
      ***************************************************************
      *    BKUPCTLG - THE LATEST IDXBKUP BACKUP OF EACH FILE.  THE   *
      *    CATALOG IS APPENDED IN BACKUP ORDER, BUT THE DATES ARE    *
      *    COMPARED ANYWAY SO A RESTORED CATALOG CANNOT MISLEAD.     *
      ***************************************************************
       B60-SCAN-CATALOG-PARA.
           OPEN INPUT CATALOG-FILE-IN.
           IF WS-CTLG-STATUS NOT = "00"
               GO TO B60-SCAN-CATALOG-EXIT
           END-IF.
           MOVE "YES" TO WS-CTLG-OPEN-SWITCH.
           MOVE "NO" TO WS-EOF-SWITCH.
           READ CATALOG-FILE-IN
               AT END MOVE "YES" TO WS-EOF-SWITCH.
           PERFORM B62-ONE-CATALOG-PARA
               THRU B62-ONE-CATALOG-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           CLOSE CATALOG-FILE-IN.
       B60-SCAN-CATALOG-EXIT.
           EXIT.
      *
       B62-ONE-CATALOG-PARA.
           MOVE ZEROS TO WS-BK-FOUND-IDX.
           MOVE 1 TO WS-BK-IDX.
           PERFORM B64-FIND-FILE-PARA
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-BK-FOUND-IDX NOT = ZEROS.
           IF WS-BK-FOUND-IDX = ZEROS
               IF WS-BK-COUNT = 20
                   DISPLAY "MORNSUM: BACKUP TABLE FULL"
                   GO TO B62-ONE-CATALOG-READ
               END-IF
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-COUNT TO WS-BK-FOUND-IDX
               MOVE CG-FILE-ID-IN TO BK-FILE-ID (WS-BK-COUNT)
               MOVE ZEROS TO BK-BACKUP-DATE (WS-BK-COUNT)
           END-IF.
           IF CG-BACKUP-DATE-IN NOT < BK-BACKUP-DATE (WS-BK-FOUND-IDX)
               MOVE CG-BACKUP-DATE-IN
                   TO BK-BACKUP-DATE (WS-BK-FOUND-IDX)
               MOVE CG-DSNAME-IN TO BK-DSNAME (WS-BK-FOUND-IDX)
               MOVE CG-REC-COUNT-IN TO BK-REC-COUNT (WS-BK-FOUND-IDX)
           END-IF.
       B62-ONE-CATALOG-READ.
           READ CATALOG-FILE-IN
               AT END MOVE "YES" TO WS-EOF-SWITCH.
       B62-ONE-CATALOG-EXIT.
           EXIT.
      *
       B64-FIND-FILE-PARA.
           IF BK-FILE-ID (WS-BK-IDX) = CG-FILE-ID-IN
               MOVE WS-BK-IDX TO WS-BK-FOUND-IDX
           END-IF.
           ADD 1 TO WS-BK-IDX.
      *
      ***************************************************************
      *    THE ACTION LIST - EVERYTHING ABOVE THAT NEEDS SOMEONE.    *
      ***************************************************************
       C10-BUILD-ACTIONS-PARA.
           IF WS-LOG-OPEN-SWITCH NOT = "YES"
               MOVE "BATCHLOG" TO WS-NEW-AREA
               MOVE "BATCHLOG" TO WS-NEW-ITEM
               MOVE "LOG NOT AVAILABLE - STEPS UNKNOWN"
                   TO WS-NEW-TEXT
               PERFORM C90-ADD-ACTION-PARA
           END-IF.
           MOVE 1 TO WS-ST-IDX.
           PERFORM C20-STEP-ACTION-PARA
               UNTIL WS-ST-IDX > WS-STEP-COUNT.
           IF WS-RECON-OPEN-SWITCH NOT = "YES"
               MOVE "RECON" TO WS-NEW-AREA
               MOVE "RECONLOG" TO WS-NEW-ITEM
               MOVE "LOG NOT AVAILABLE - BALANCING UNKNOWN"
                   TO WS-NEW-TEXT
               PERFORM C90-ADD-ACTION-PARA
           ELSE
               MOVE 1 TO WS-EP-IDX
               PERFORM C30-RECON-ACTION-PARA
                   UNTIL WS-EP-IDX > WS-EP-COUNT
           END-IF.
           IF WS-EXCP-OPEN-SWITCH NOT = "YES"
               MOVE "EXCEPTION" TO WS-NEW-AREA
               MOVE "EXCPLOG" TO WS-NEW-ITEM
               MOVE "LOG NOT AVAILABLE - EXCEPTIONS UNKNOWN"
                   TO WS-NEW-TEXT
               PERFORM C90-ADD-ACTION-PARA
           END-IF.
           MOVE 1 TO WS-XS-IDX.
           PERFORM C40-EXCP-ACTION-PARA
               UNTIL WS-XS-IDX > WS-XS-COUNT.
           MOVE 1 TO WS-SW-IDX.
           PERFORM C50-SWAP-ACTION-PARA
               UNTIL WS-SW-IDX > WS-SWAP-COUNT.
           IF WS-CTLG-OPEN-SWITCH NOT = "YES"
               MOVE "BACKUP" TO WS-NEW-AREA
               MOVE "BKUPCTLG" TO WS-NEW-ITEM
               MOVE "CATALOG NOT AVAILABLE - BACKUPS UNKNOWN"
                   TO WS-NEW-TEXT
               PERFORM C90-ADD-ACTION-PARA
           END-IF.
           MOVE 1 TO WS-BK-IDX.
           PERFORM C60-BACKUP-ACTION-PARA
               UNTIL WS-BK-IDX > WS-BK-COUNT.
      *
       C20-STEP-ACTION-PARA.
           IF ST-OUTCOME (WS-ST-IDX) NOT = "OK"
                  AND ST-CLEARED (WS-ST-IDX) NOT = "Y"
               MOVE "STEP" TO WS-NEW-AREA
               MOVE ST-PROGRAM (WS-ST-IDX) TO WS-NEW-ITEM
               MOVE SPACES TO WS-NEW-TEXT
               STRING ST-OUTCOME (WS-ST-IDX) DELIMITED BY SPACE
                      " - NOT RERUN CLEAN" DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               PERFORM C90-ADD-ACTION-PARA
           END-IF.
           ADD 1 TO WS-ST-IDX.
      *
       C30-RECON-ACTION-PARA.
           IF WS-EP-STATUS (WS-EP-IDX) = "MISSING"
                  OR WS-EP-STATUS (WS-EP-IDX) = "DUPLICATE"
               MOVE "RECON" TO WS-NEW-AREA
               MOVE WS-EP-PROGRAM-NAME (WS-EP-IDX) TO WS-NEW-ITEM
               MOVE SPACES TO WS-NEW-TEXT
               STRING "BALANCING ENTRY " DELIMITED BY SIZE
                      WS-EP-STATUS (WS-EP-IDX) DELIMITED BY SPACE
                   INTO WS-NEW-TEXT
               PERFORM C90-ADD-ACTION-PARA
           END-IF.
           ADD 1 TO WS-EP-IDX.
      *
       C40-EXCP-ACTION-PARA.
           IF XS-NEW-COUNT (WS-XS-IDX) > ZEROS
               MOVE "EXCEPTION" TO WS-NEW-AREA
               MOVE XS-PROGRAM-ID (WS-XS-IDX) TO WS-NEW-ITEM
               MOVE "NEW OPEN EXCEPTIONS LOGGED OVERNIGHT"
                   TO WS-NEW-TEXT
               PERFORM C90-ADD-ACTION-PARA
           END-IF.
           ADD 1 TO WS-XS-IDX.
      *
       C50-SWAP-ACTION-PARA.
           IF SW-OUTCOME (WS-SW-IDX) = "REFUSED"
               MOVE "SWAP" TO WS-NEW-AREA
               MOVE SW-TAG (WS-SW-IDX) TO WS-NEW-ITEM
               MOVE "PROMOTION REFUSED - GENERATIONS UNMOVED"
                   TO WS-NEW-TEXT
               PERFORM C90-ADD-ACTION-PARA
           END-IF.
           ADD 1 TO WS-SW-IDX.
      *
       C60-BACKUP-ACTION-PARA.
           PERFORM C65-BACKUP-AGE-PARA.
           IF WS-DAYS-OLD > PARM-BACKUP-DAYS
               MOVE "BACKUP" TO WS-NEW-AREA
               MOVE BK-FILE-ID (WS-BK-IDX) TO WS-NEW-ITEM
               MOVE "LAST BACKUP OLDER THAN LIMIT - OVERDUE"
                   TO WS-NEW-TEXT
               PERFORM C90-ADD-ACTION-PARA
           END-IF.
           ADD 1 TO WS-BK-IDX.
      *
      *    DAYS FROM THE FILE'S LAST BACKUP TO THE RUN DATE.  A DATE
      *    DAYCNT CANNOT COUNT IS TREATED AS OVERDUE.
       C65-BACKUP-AGE-PARA.
           MOVE BK-BACKUP-DATE (WS-BK-IDX) TO DAYS-FROM-DATE.
           MOVE WS-RUN-DATE TO DAYS-TO-DATE.
           CALL "DAYCNT" USING DAYS-PARM-AREA.
           IF DAYS-RETURN-CODE = ZERO
               MOVE DAYS-ELAPSED TO WS-DAYS-OLD
           ELSE
               COMPUTE WS-DAYS-OLD = PARM-BACKUP-DAYS + 1
           END-IF.
      *
       C90-ADD-ACTION-PARA.
           IF WS-ACT-COUNT = 60
               DISPLAY "MORNSUM: ACTION TABLE FULL"
           ELSE
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-NEW-AREA TO AT-AREA (WS-ACT-COUNT)
               MOVE WS-NEW-ITEM TO AT-ITEM (WS-ACT-COUNT)
               MOVE WS-NEW-TEXT TO AT-TEXT (WS-ACT-COUNT)
           END-IF.
      *
      ***************************************************************
      *    PRINT - THE ACTION LIST FIRST, THEN ONE SECTION EACH FOR  *
      *    STEPS, BALANCING, EXCEPTIONS, SWAPS AND BACKUPS.          *
      ***************************************************************
       D10-PRINT-REPORT-PARA.
           OPEN OUTPUT SUMMARY-REPORT-OUT.
           MOVE WS-RUN-DATE TO WS-HD-RUN-DATE-OUT.
           MOVE WS-TABLE-VERSION TO WS-HD-VERSION-OUT.
           MOVE SPACES TO MS-REPORT-LINE-OUT.
           WRITE MS-REPORT-LINE-OUT FROM WS-HDR-LINE
               AFTER ADVANCING PAGE.
           MOVE "ACTION REQUIRED" TO WS-SC-TITLE-OUT.
           PERFORM D90-SECTION-TITLE-PARA.
           IF WS-ACT-COUNT = ZEROS
               MOVE "NOTHING NEEDS ACTION" TO WS-NT-TEXT-OUT
               PERFORM D95-NOTE-PARA
           END-IF.
           MOVE 1 TO WS-AT-IDX.
           PERFORM D20-ONE-ACTION-PARA
               UNTIL WS-AT-IDX > WS-ACT-COUNT.
      *
           MOVE "BATCH STEPS" TO WS-SC-TITLE-OUT.
           PERFORM D90-SECTION-TITLE-PARA.
           IF WS-STEP-COUNT = ZEROS
               MOVE "NO STEPS LOGGED FOR THE RUN DATE"
                   TO WS-NT-TEXT-OUT
               PERFORM D95-NOTE-PARA
           END-IF.
           MOVE 1 TO WS-ST-IDX.
           PERFORM D30-ONE-STEP-PARA
               UNTIL WS-ST-IDX > WS-STEP-COUNT.
      *
           MOVE "RECONCILIATION BALANCING" TO WS-SC-TITLE-OUT.
           PERFORM D90-SECTION-TITLE-PARA.
           IF WS-RECON-OPEN-SWITCH NOT = "YES"
               MOVE "RECONLOG NOT AVAILABLE" TO WS-NT-TEXT-OUT
               PERFORM D95-NOTE-PARA
           ELSE
               IF WS-RUN-HOLIDAY-SWITCH = "Y"
                   MOVE "BUSINESS HOLIDAY - NOTHING DUE"
                       TO WS-NT-TEXT-OUT
                   PERFORM D95-NOTE-PARA
               END-IF
               MOVE 1 TO WS-EP-IDX
               PERFORM D40-ONE-RECON-PARA
                   UNTIL WS-EP-IDX > WS-EP-COUNT
           END-IF.
      *
           MOVE "OPEN EXCEPTIONS BY SOURCE" TO WS-SC-TITLE-OUT.
           PERFORM D90-SECTION-TITLE-PARA.
           IF WS-XS-COUNT = ZEROS
               MOVE "NO OPEN EXCEPTIONS" TO WS-NT-TEXT-OUT
               PERFORM D95-NOTE-PARA
           END-IF.
           MOVE 1 TO WS-XS-IDX.
           PERFORM D50-ONE-SOURCE-PARA
               UNTIL WS-XS-IDX > WS-XS-COUNT.
      *
           MOVE "DATASET SWAPS" TO WS-SC-TITLE-OUT.
           PERFORM D90-SECTION-TITLE-PARA.
           IF WS-SWAP-COUNT = ZEROS
               MOVE "NO SWAPS LOGGED FOR THE RUN DATE"
                   TO WS-NT-TEXT-OUT
               PERFORM D95-NOTE-PARA
           END-IF.
           MOVE 1 TO WS-SW-IDX.
           PERFORM D60-ONE-SWAP-PARA
               UNTIL WS-SW-IDX > WS-SWAP-COUNT.
      *
           MOVE "BACKUPS ON THE CATALOG" TO WS-SC-TITLE-OUT.
           PERFORM D90-SECTION-TITLE-PARA.
           IF WS-BK-COUNT = ZEROS
               MOVE "NO BACKUPS CATALOGUED" TO WS-NT-TEXT-OUT
               PERFORM D95-NOTE-PARA
           END-IF.
           MOVE 1 TO WS-BK-IDX.
           PERFORM D70-ONE-BACKUP-PARA
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           CLOSE SUMMARY-REPORT-OUT.
      *
       D20-ONE-ACTION-PARA.
           MOVE AT-AREA (WS-AT-IDX) TO WS-AL-AREA-OUT.
           MOVE AT-ITEM (WS-AT-IDX) TO WS-AL-ITEM-OUT.
           MOVE AT-TEXT (WS-AT-IDX) TO WS-AL-TEXT-OUT.
           MOVE SPACES TO MS-REPORT-LINE-OUT.
           WRITE MS-REPORT-LINE-OUT FROM WS-ACTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-AT-IDX.
      *
       D30-ONE-STEP-PARA.
           MOVE ST-PROGRAM (WS-ST-IDX) TO WS-SL-PROGRAM-OUT.
           MOVE ST-START-TIME (WS-ST-IDX) TO WS-SL-START-OUT.
           MOVE ST-STOP-TIME (WS-ST-IDX) TO WS-SL-STOP-OUT.
           MOVE ST-OUTCOME (WS-ST-IDX) TO WS-SL-OUTCOME-OUT.
           MOVE ST-RETURN-CODE (WS-ST-IDX) TO WS-SL-RC-OUT.
           IF ST-OUTCOME (WS-ST-IDX) = "OK"
               MOVE SPACES TO WS-SL-FLAG-OUT
           ELSE
               IF ST-CLEARED (WS-ST-IDX) = "Y"
                   MOVE "RERUN OK LATER" TO WS-SL-FLAG-OUT
               ELSE
                   MOVE "** ACTION" TO WS-SL-FLAG-OUT
               END-IF
           END-IF.
           MOVE SPACES TO MS-REPORT-LINE-OUT.
           WRITE MS-REPORT-LINE-OUT FROM WS-STEP-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-ST-IDX.
      *
       D40-ONE-RECON-PARA.
           MOVE WS-EP-PROGRAM-NAME (WS-EP-IDX) TO WS-RL-PROGRAM-OUT.
           MOVE WS-EP-FREQUENCY (WS-EP-IDX) TO WS-RL-FREQUENCY-OUT.
           MOVE WS-EP-SEEN-COUNT (WS-EP-IDX) TO WS-RL-SEEN-OUT.
           MOVE WS-EP-STATUS (WS-EP-IDX) TO WS-RL-STATUS-OUT.
           MOVE SPACES TO MS-REPORT-LINE-OUT.
           WRITE MS-REPORT-LINE-OUT FROM WS-RECON-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EP-IDX.
      *
       D50-ONE-SOURCE-PARA.
           MOVE XS-PROGRAM-ID (WS-XS-IDX) TO WS-XL-PROGRAM-OUT.
           MOVE XS-OPEN-COUNT (WS-XS-IDX) TO WS-XL-OPEN-OUT.
           MOVE XS-NEW-COUNT (WS-XS-IDX) TO WS-XL-NEW-OUT.
           MOVE XS-OLDEST-DATE (WS-XS-IDX) TO WS-XL-OLDEST-OUT.
           MOVE SPACES TO MS-REPORT-LINE-OUT.
           WRITE MS-REPORT-LINE-OUT FROM WS-EXCP-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-XS-IDX.
      *
       D60-ONE-SWAP-PARA.
           MOVE SW-TAG (WS-SW-IDX) TO WS-SW-TAG-OUT.
           MOVE SW-OUTCOME (WS-SW-IDX) TO WS-SW-OUTCOME-OUT.
           MOVE SPACES TO MS-REPORT-LINE-OUT.
           WRITE MS-REPORT-LINE-OUT FROM WS-SWAP-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SW-IDX.
      *
      *    A BACKUP TAKEN ON OR AFTER THE RUN DATE IS THE NIGHT'S OWN.
       D70-ONE-BACKUP-PARA.
           MOVE BK-FILE-ID (WS-BK-IDX) TO WS-BL-FILE-ID-OUT.
           MOVE BK-BACKUP-DATE (WS-BK-IDX) TO WS-BL-DATE-OUT.
           MOVE BK-DSNAME (WS-BK-IDX) TO WS-BL-DSNAME-OUT.
           MOVE BK-REC-COUNT (WS-BK-IDX) TO WS-BL-COUNT-OUT.
           PERFORM C65-BACKUP-AGE-PARA.
           IF BK-BACKUP-DATE (WS-BK-IDX) NOT < WS-RUN-DATE
               MOVE "TAKEN THIS RUN" TO WS-BL-NOTE-OUT
           ELSE
               IF WS-DAYS-OLD > PARM-BACKUP-DAYS
                   MOVE "** OVERDUE" TO WS-BL-NOTE-OUT
               ELSE
                   MOVE SPACES TO WS-BL-NOTE-OUT
               END-IF
           END-IF.
           MOVE SPACES TO MS-REPORT-LINE-OUT.
           WRITE MS-REPORT-LINE-OUT FROM WS-BACKUP-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-BK-IDX.
      *
       D90-SECTION-TITLE-PARA.
           MOVE SPACES TO MS-REPORT-LINE-OUT.
           WRITE MS-REPORT-LINE-OUT FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.
      *
       D95-NOTE-PARA.
           MOVE SPACES TO MS-REPORT-LINE-OUT.
           WRITE MS-REPORT-LINE-OUT FROM WS-NOTE-LINE
               AFTER ADVANCING 1 LINE.
