      *            SIZE, COLOR).  SHARED BY EVERY PROGRAM THAT
      *            VALIDATES OR DESCRIBES CATALOGUE ITEMS SO THE
      *            LAYOUTS NEVER DRIFT APART.
      *
      *            IM-UNIT-COST IS WHAT ONE UNIT COSTS US, MAINTAINED
      *            ON ITEMMNT; IT VALUES STOCK AND COSTS SALES FOR THE
      *            MARGIN REPORTING.  ZERO MEANS NO COST KEYED YET.  IT
      *            WAS CARVED OUT OF FILLER, SO A RECORD WRITTEN BEFORE
      *            IT EXISTED CAN CARRY SPACES - TEST IT NUMERIC BEFORE
      *            USING IT.
      *
      *            IM-TAXABLE-FLAG "N" IS AN ITEM NOT SUBJECT TO SALES
      *            TAX; "Y" - OR SPACES ON A RECORD WRITTEN BEFORE THE
      *            FLAG EXISTED - IS TAXABLE.
      *----------------------------------------------------------------
       01  IM-ITEM-REC.
           05  IM-CAT-CODE.
           05  IM-STATUS-CODE                      PIC X(1).
               88  IM-ACTIVE                       VALUE "A".
               88  IM-DISCONTINUED                 VALUE "D".
           05  IM-UNIT-COST                        PIC 9(4)V99.
           05  IM-TAXABLE-FLAG                     PIC X(1).
               88  IM-NOT-TAXABLE                  VALUE "N".
           05  FILLER                              PIC X(3).
