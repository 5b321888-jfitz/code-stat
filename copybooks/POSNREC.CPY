      *----------------------------------------------------------------
      * POSNREC  - RECORD LAYOUT OF THE INDEXED AUTHORIZED POSITIONS
      *            FILE (POSNMAST), ONE RECORD PER DEPARTMENT KEYED BY
      *            THE THREE-DIGIT CADEPTO CODE.  SHARED BY THE POSNMNT
      *            MAINTENANCE SCREEN AND THE POSNRPT VACANCY REPORT
      *            SO THE LAYOUTS NEVER DRIFT APART.
      *
      *            PA-AUTH-POSITIONS IS THE HEADCOUNT THE DEPARTMENT
      *            IS APPROVED FOR, EFFECTIVE PA-EFFECTIVE-DATE
      *            (YYYYMMDD) UNDER THE APPROVAL REFERENCE (BUDGET
      *            MEMO OR REQUISITION NUMBER) IN PA-APPROVAL-REF.
      *----------------------------------------------------------------
       01  PA-POSITION-REC.
           05  PA-DEPT-NUM                         PIC 9(3).
           05  PA-AUTH-POSITIONS                   PIC 9(4).
           05  PA-EFFECTIVE-DATE                   PIC 9(8).
           05  PA-APPROVAL-REF                     PIC X(15).
           05  FILLER                              PIC X(10).
