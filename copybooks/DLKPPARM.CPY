      *            SUPPLIES THE DEPARTMENT NUMBER (UP TO FOUR DIGITS;
      *            THE LOW THREE ARE THE CADEPTO KEY) AND GETS BACK
      *            THE NAME, OR *NOT ON FILE* WITH RETURN CODE 04.
      *            DLKP-DEPT-DIVISION RETURNS THE CADEPTO DIVISAO -
      *            THE CODE OF THE DEPARTMENT HEADING THE DIVISION
      *            THIS ONE REPORTS TO - OR ZEROS FOR NO DIVISION
      *            (AND FOR A DEPARTMENT NOT ON FILE).
      *----------------------------------------------------------------
       01  DLKP-PARM-AREA.
           05  DLKP-DEPT-NUM                   PIC 9(4).
           05  DLKP-DEPT-NAME                  PIC X(15).
           05  DLKP-RETURN-CODE                PIC 9(2).
           05  DLKP-DEPT-DIVISION              PIC 9(3).
