      *            FILE (INVBAL), KEYED BY THE SAME STRUCTURED
      *            CATALOGUE CODE AS THE ITEM MASTER.  SHARED BY THE
      *            INVADJ MAINTENANCE SCREEN, EXAMPLE'S ON-HAND
      *            DECREMENT, THE INVRPT REORDER REPORT, AND THE
      *            FCSTGEN/FCSTAPR REORDER FORECAST SO THE LAYOUTS
      *            NEVER DRIFT APART.
      *----------------------------------------------------------------
      *            ON-HAND IS SIGNED: AN ADJUSTMENT CAN DRIVE IT
      *            NEGATIVE AND THE BOOKS SHOULD SAY SO RATHER THAN
      *            HIDE IT AT ZERO.
      *            IB-ORDER-QTY IS THE QUANTITY TO ORDER WHEN THE ITEM
      *            FALLS TO ITS REORDER POINT; ZERO (OR SPACES ON A
      *            RECORD WRITTEN BEFORE IT EXISTED) MEANS JUST ORDER
      *            THE SHORTFALL.
       01  IB-INV-REC.
           05  IB-CAT-CODE.
               10  IB-CC-SUPPLIER                  PIC X(2).
           05  IB-ON-HAND                          PIC S9(7).
           05  IB-ON-ORDER                         PIC 9(7).
           05  IB-REORDER-POINT                    PIC 9(7).
           05  IB-ORDER-QTY                        PIC 9(7).
           05  FILLER                              PIC X(3).
