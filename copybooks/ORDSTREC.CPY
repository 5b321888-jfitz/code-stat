      *----------------------------------------------------------------
      * ORDSTREC - RECORD LAYOUT OF THE INDEXED ORDER STATUS FILE
      *            (ORDSTAT), ONE RECORD PER ORDER LINE, KEYED BY THE
      *            ORDER NUMBER ORDENT ASSIGNS AND THE CATALOGUE CODE
      *            AS ORDERED.  ORDENT WRITES THE LINE WHEN IT IS
      *            KEYED, AND EACH STEP THE LINE PASSES THROUGH MOVES
      *            ITS STATUS ON: EXAMPLE (ACCEPTED, REJECTED OR
      *            BACKORDERED), BKOREL (A BACKORDER CANCELLED),
      *            INVPRT (INVOICED, WITH THE INVOICE NUMBER) AND
      *            ARAGE (PAID, ONCE THE INVOICE IS PAID IN FULL).
      *            SHARED BY ALL OF THEM AND THE ORDINQ STATUS
      *            INQUIRY SO THE LAYOUTS NEVER DRIFT APART.
      *----------------------------------------------------------------
      *            OS-CAT-CODE IS THE ITEM THE CUSTOMER ORDERED - ON A
      *            SUBSTITUTED LINE THE TRANSACTION'S SUBSTITUTE-FOR
      *            CODE - SO THE KEY NEVER CHANGES AS THE LINE MOVES
      *            ON.  OS-SUPPLIED-CAT-CODE IS THE ITEM ACTUALLY
      *            SHIPPED.  OS-EXT-AMT IS THE PRICED LINE FROM
      *            EXAMPLE, NEGATIVE FOR A CREDIT MEMO.  OS-REASON
      *            CARRIES EXAMPLE'S EXCEPTION REASON ON A REJECTED
      *            LINE.  OS-CUST-NUMBER AND OS-INVOICE-NUMBER ARE
      *            ALTERNATE KEYS, WITH DUPLICATES, FOR THE INQUIRY BY
      *            CUSTOMER AND FOR ARAGE'S PAID INVOICES.
       01  OS-ORDER-STATUS-REC.
           05  OS-ORDER-KEY.
               10  OS-ORDER-NUMBER                 PIC 9(6).
               10  OS-CAT-CODE                     PIC X(13).
           05  OS-CUST-NUMBER                      PIC X(8).
           05  OS-ORDER-DATE                       PIC 9(8).
           05  OS-QUANTITY                         PIC 9(5).
           05  OS-TRANS-TYPE                       PIC X(1).
           05  OS-SUPPLIED-CAT-CODE                PIC X(13).
           05  OS-LINE-STATUS                      PIC X(1).
               88  OS-ENTERED                      VALUE "E".
               88  OS-ACCEPTED                     VALUE "A".
               88  OS-REJECTED                     VALUE "R".
               88  OS-BACKORDERED                  VALUE "B".
               88  OS-CANCELLED                    VALUE "X".
               88  OS-INVOICED                     VALUE "I".
               88  OS-PAID                         VALUE "P".
           05  OS-STATUS-DATE                      PIC 9(8).
           05  OS-REASON                           PIC X(30).
           05  OS-EXT-AMT                          PIC S9(7)V99.
           05  OS-INVOICE-NUMBER                   PIC X(8).
           05  OS-INVOICE-DATE                     PIC 9(8).
           05  OS-ENTRY-OPERATOR                   PIC X(8).
           05  FILLER                              PIC X(24).
