      *                 A DELIBERATE RE-EXTRACT AFTER A FAILED
      *                 DOWNSTREAM STEP BALANCES CLEANLY ON RECONRPT
      *                 INSTEAD OF PRINTING DUPLICATE FOREVER.
      *   OCT 15, 2026  HASKINS  AN ORDER FOR A CUSTOMER ON CREDIT
      *                 HOLD (CM-HOLD-STATUS 'H', SET BY THE NIGHTLY
      *                 CRHOLD RUN OR ON CUSTMNT) IS REJECTED TO THE
      *                 EXCEPTION FILE AS CUSTOMER ON CREDIT HOLD
      *                 WITHOUT TOUCHING THE RUNNING CREDIT TOTAL.  A
      *                 CREDIT MEMO STILL GOES THROUGH, AND A HOLD A
      *                 SUPERVISOR HAS RELEASED ('R') IS NOT CHECKED.
      *   OCT 15, 2026  HASKINS  AN ORDER FOR A DUPLICATE CUSTOMER
      *                 NUMBER CLOSED BY THE CUSTMRG MERGE
      *                 (CM-CUST-STATUS 'C') IS REJECTED AS CUSTOMER
      *                 ACCOUNT CLOSED, CREDIT MEMOS INCLUDED - THE
      *                 BALANCE NOW LIVES ON THE SURVIVING NUMBER.
      *   OCT 15, 2026  HASKINS  EXAMPLE-OUT NOW ALSO CARRIES, IN ITS
      *                 FILLER, THE ORDER DATE AS YYYYMMDD, THE UNIT
      *                 PRICE THE LINE WAS ACTUALLY PRICED AT, AND THE
      *                 SIGNED EXTENDED PRICE UNEDITED, SO THE INVPRT
      *                 INVOICING RUN BILLS EXACTLY WHAT WAS ACCEPTED.
      *   OCT 15, 2026  HASKINS  THE HDR LABEL NOW CARRIES AN OPTIONAL
      *                 BATCH ID IN WHAT WAS FILLER.  THE DAY'S FEED
      *                 LEAVES IT BLANK; THE BACKORDER RELEASE BATCH
      *                 BKOREL WRITES IS LABELED BKOREL AND RUNS
      *                 THROUGH ITS OWN EXAMPLE STEP.  THE BATCH ID IS
      *                 PASSED TO RECONLOG AS THE KEY QUALIFIER SO THE
      *                 TWO RUNS ON ONE DATE ARE NOT TAKEN FOR A
      *                 DUPLICATE.
      *   OCT 15, 2026  HASKINS  332-CHECK-STOCK NO LONGER REWRITES
      *                 INVBAL AS IT GOES.  THE STOCK DECISIONS ARE
      *                 MADE AGAINST A WORKING ON-HAND TABLE SEEDED
      *                 FROM INVBAL, AND THE RUN'S DRAWDOWN AND CREDIT
      *                 RETURNS ARE POSTED PER ITEM ONLY IN 400-WRAPUP,
      *                 EACH WITH A RECORD ON THE NEW INVENTORY
      *                 TRANSACTION LEDGER (INVLEDG, SHARED INVLREC
      *                 COPYBOOK) KEYED BY BUSINESS DATE AND BATCH ID.
      *                 A RUN THAT STOPS THROUGH 410-ABORT-CLOSE POSTS
      *                 NOTHING.  A RERUN OF A BATCH ALREADY POSTED
      *                 FINDS ITS LEDGER RECORDS, ADDS THEM BACK INTO
      *                 THE WORKING ON-HAND SO IT MAKES THE SAME STOCK
      *                 DECISIONS, AND DOES NOT POST THEM AGAIN - THE
      *                 STOCK IS NO LONGER DECREMENTED TWICE.
      *   OCT 15, 2026  HASKINS  EVERY ACCEPTED LINE IS NOW ALSO
      *                 COSTED AT THE NEW ITEM MASTER UNIT COST
      *                 (IM-UNIT-COST).  THE SALES-BY-ITEM SUMMARY ON
      *                 EXAMPLE-ITMS PRINTS EACH ITEM'S COST AND GROSS
      *                 MARGIN PERCENT, AND THE ITEM SALES HISTORY ON
      *                 EXAMPLE-ITMH CARRIES THE COST ON EACH ITEM
      *                 RECORD (TYPE I) PLUS ONE NEW TYPE C RECORD PER
      *                 CUSTOMER WITH THAT CUSTOMER'S UNITS, DOLLARS
      *                 AND COST FOR THE RUN, FOR THE GMRPT GROSS
      *                 MARGIN REPORT.  A LINE FOR AN ITEM WITH NO
      *                 UNIT COST YET IS COSTED AT ZERO AND THE RECORD
      *                 IS FLAGGED SO THE MARGIN IS NOT TAKEN AT FACE
      *                 VALUE.
      *   OCT 15, 2026  HASKINS  SALES TAX.  EVERY ACCEPTED LINE IS
      *                 NOW TAXED AT THE RATE ON THE NEW TAXRATE TABLE
      *                 FOR THE CUSTOMER'S JURISDICTION (CM-TAX-JURIS),
      *                 TAKING THE PRIOR RATE WHEN THE ORDER IS DATED
      *                 BEFORE THE RATE'S EFFECTIVE DATE.  NO TAX IS
      *                 CHARGED FOR A CUSTOMER WITH NO JURISDICTION, AN
      *                 EXEMPT CUSTOMER (CM-TAX-EXEMPT 'E') OR AN ITEM
      *                 FLAGGED NOT TAXABLE (IM-TAXABLE-FLAG 'N').  A
      *                 JURISDICTION WITH NO RATE ON FILE - OR NO
      *                 TAXRATE FILE AT ALL - LEAVES THE LINE UNTAXED
      *                 AND IS FLAGGED THROUGH EXCPLOG.  EXAMPLE-OUT
      *                 CARRIES THE JURISDICTION, HOW THE LINE WAS
      *                 TAXED AND THE SIGNED TAX IN WHAT WAS FILLER,
      *                 FOR INVPRT TO BILL.
      *   OCT 15, 2026  HASKINS  ITEM SUBSTITUTION.  AN ORDER FOR A
      *                 DISCONTINUED ITEM IS SWITCHED TO ITS
      *                 REPLACEMENT ON THE NEW ITEM SUBSTITUTION FILE
      *                 (ITEMSUB, SHARED SUBREC COPYBOOK, KEYED ON
      *                 ITEMMNT) WHEN A LINK IS IN FORCE FOR THE ORDER
      *                 DATE, FOLLOWING A REPLACEMENT THAT IS ITSELF
      *                 DISCONTINUED UP TO FIVE LINKS.  THE LINE IS
      *                 PRICED, COSTED, TAXED AND STOCK-CHECKED AS THE
      *                 REPLACEMENT, FALLING BACK TO ITS LIST PRICE -
      *                 NOT THE PRICE KEYED FOR THE OLD ITEM - WHEN IT
      *                 HAS NO PRICE RECORD FOR THE DATE.  THE ORIGINAL
      *                 CODE RIDES IN WHAT WAS TRANSACTION FILLER, WHERE
      *                 ORDENT ALSO PUTS IT WHEN THE OPERATOR TAKES A
      *                 SUBSTITUTE AT THE KEYBOARD.  EVERY SUBSTITUTED
      *                 LINE, AND EVERY DISCONTINUED ITEM THAT HAD NO
      *                 SUBSTITUTE, IS LISTED ON THE NEW SUBSTITUTION
      *                 REPORT (EXAMPLE-SUBS) WITH WHAT BECAME OF THE
      *                 LINE.  THE INCREMENTAL EXTRACT LOG KEEPS THE
      *                 CODE AS RECEIVED SO ITS GUARD CHECKS STILL
      *                 MATCH.
      *   OCT 15, 2026  HASKINS  ORDER NUMBERS.  THE ORDER NUMBER
      *                 ORDENT NOW ASSIGNS RIDES IN THE LAST OF THE
      *                 TRANSACTION FILLER, SO IT GOES THROUGH TO
      *                 EXAMPLE-OUT AND EXAMPLE-BKO WITH THE REST OF
      *                 THE IMAGE, AND IS SHOWN ON THE EXCEPTION LINE.
      *                 EVERY NUMBERED LINE'S OUTCOME IS POSTED TO THE
      *                 ORDER STATUS FILE (ORDSTAT, SHARED ORDSTREC
      *                 COPYBOOK) - ACCEPTED, BACKORDERED, OR REJECTED
      *                 WITH THE EXCEPTION REASON - UNDER THE ITEM AS
      *                 ORDERED.  A LINE ALREADY INVOICED OR PAID IS
      *                 LEFT ALONE.  WITHOUT ORDSTAT THE RUN GOES ON
      *                 AND NO STATUS IS POSTED.

       ENVIRONMENT DIVISION.

                     ACCESS MODE IS RANDOM
                     RECORD KEY IS IB-CAT-CODE
                     FILE STATUS IS WS-INVBAL-STATUS.
              SELECT INVENTORY-LEDGER
                     ASSIGN TO INVLEDG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS IL-KEY
                     FILE STATUS IS WS-INVLEDG-STATUS.
              SELECT BACKORDER-FILE
                     ASSIGN TO EXAMPLE-BKO.
              SELECT ITEM-PRICE-FILE
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IP-PRICE-KEY
                     FILE STATUS IS WS-ITEMPRC-STATUS.
              SELECT ITEM-SUB-FILE
                     ASSIGN TO ITEMSUB
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS SB-OLD-CAT-CODE
                     FILE STATUS IS WS-ITEMSUB-STATUS.
              SELECT SUBSTITUTION-FILE
                     ASSIGN TO EXAMPLE-SUBS.
              SELECT TAX-RATE-FILE
                     ASSIGN TO TAXRATE
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS TX-JURIS
                     FILE STATUS IS WS-TAXRATE-STATUS.
              SELECT ORDER-STATUS-FILE
                     ASSIGN TO ORDSTAT
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS OS-ORDER-KEY
                     ALTERNATE RECORD KEY IS OS-CUST-NUMBER
                            WITH DUPLICATES
                     ALTERNATE RECORD KEY IS OS-INVOICE-NUMBER
                            WITH DUPLICATES
                     FILE STATUS IS WS-ORDSTAT-STATUS.
              SELECT CUSTOMER-MASTER
                     ASSIGN TO CUSTMAST
                     ORGANIZATION IS INDEXED
            05  TR-UNIT-PRICE                   PIC S9(4)V99.
            05  TR-QUANTITY                     PIC S9(5).
            05  TR-TRANS-TYPE                   PIC X.
            05  TR-SUB-FROM-CAT-CODE            PIC X(13).
            05  TR-ORDER-NUMBER                 PIC 9(6).

      *  THE SAME 60-BYTE RECORD VIEWED AS THE HDR AND TRL LABELS
      *  THAT NOW BOOKEND THE FEED.
            05  TH-REC-TYPE                PIC X(3).
            05  TH-FILE-ID                 PIC X(8).
            05  TH-BUS-DATE                PIC 9(8).
            05  TH-BATCH-ID                PIC X(8).
            05  FILLER                     PIC X(33).

       01  TRANS-TRL-REC.
            05  TT-REC-TYPE                PIC X(3).

       01  SH-SALES-HIST-REC.
            05  SH-RUN-DATE-OUT            PIC 9(8).
            05  SH-ITEM-KEY-OUT.
                   10  SH-SUPPLIER-OUT     PIC X(2).
                   10  SH-ITEM-NO-OUT      PIC X(5).
                   10  SH-ITEM-DESC-OUT    PIC X(30).
            05  SH-CUST-KEY-OUT REDEFINES SH-ITEM-KEY-OUT.
                   10  SH-CUST-NUMBER-OUT  PIC X(8).
                   10  SH-CUST-NAME-OUT    PIC X(29).
            05  SH-UNITS-OUT               PIC S9(7) COMP-3.
            05  SH-DOLLARS-OUT             PIC S9(9)V99 COMP-3.
            05  SH-COST-OUT                PIC S9(9)V99 COMP-3.
            05  SH-REC-TYPE-OUT            PIC X.
            05  SH-NO-COST-OUT             PIC X.
            05  FILLER                     PIC X(17).

       FD  ITEM-MASTER
             LABEL RECORDS ARE STANDARD
             DATA RECORD IS IB-INV-REC.
       COPY INVREC.

       FD  INVENTORY-LEDGER
             LABEL RECORDS ARE STANDARD
             DATA RECORD IS IL-LEDGER-REC.
       COPY INVLREC.

       FD  BACKORDER-FILE
             RECORD CONTAINS 60 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS IP-PRICE-REC.
       COPY PRCREC.

       FD  ITEM-SUB-FILE
             LABEL RECORDS ARE STANDARD
             DATA RECORD IS SB-SUB-REC.
       COPY SUBREC.

       FD  SUBSTITUTION-FILE
             RECORD CONTAINS 132 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS SUBSTITUTION-REC.

       01  SUBSTITUTION-REC                      PIC X(132).

       FD  TAX-RATE-FILE
             LABEL RECORDS ARE STANDARD
             DATA RECORD IS TX-RATE-REC.
       COPY TAXREC.

       FD  ORDER-STATUS-FILE
             LABEL RECORDS ARE STANDARD
             DATA RECORD IS OS-ORDER-STATUS-REC.
       COPY ORDSTREC.

       WORKING-STORAGE SECTION.
       01  END-OF-FILE                     PIC X        VALUE 'N'.
       01  WS-VALID-RECORD                 PIC X        VALUE 'Y'.
       01  WS-CUST-CURR-BALANCE            PIC S9(7)V99 VALUE ZERO.
       01  WS-PROSPECTIVE-TOTAL            PIC S9(9)V99 VALUE ZERO.
       01  WS-CREDIT-OK                    PIC X        VALUE 'Y'.
       01  WS-CREDIT-REASON                PIC X(30)    VALUE SPACES.
       01  WS-CUST-HOLD-STATUS             PIC X        VALUE SPACE.
       01  WS-CUST-ACCT-STATUS             PIC X        VALUE SPACE.
       01  WS-OUTPUT-REC-COUNT             PIC 9(9)     VALUE ZERO.
       01  WS-LABEL-FATAL                  PIC X        VALUE 'N'.
       01  WS-ITEM-ON-FILE                 PIC X        VALUE 'Y'.
       01  WS-INVBAL-AVAIL                 PIC X        VALUE 'N'.
       01  WS-STOCK-OK                     PIC X        VALUE 'Y'.
       01  WS-BACKORDER-COUNT              PIC 9(9)     VALUE ZERO.
       01  WS-INVLEDG-STATUS               PIC X(2)     VALUE SPACES.
       01  WS-BUS-DATE                     PIC 9(8)     VALUE ZERO.
       01  WS-STOCK-POSTINGS               PIC 9(7)     VALUE ZERO.
       01  WS-IL-SEQ                       PIC 9(2)     VALUE ZERO.
       01  WS-IL-QTY                       PIC S9(7)    VALUE ZERO.
       01  WS-IL-TYPE                      PIC X        VALUE SPACE.
       01  WS-IL-TIME                      PIC 9(8)     VALUE ZERO.

      *  WORKING ON-HAND FOR EVERY ITEM THIS RUN HAS TOUCHED, SEEDED
      *  FROM INVBAL THE FIRST TIME THE ITEM COMES UP.  THE STOCK
      *  DECISIONS ARE MADE AGAINST IT AND THE UNITS DRAWN AND
      *  RETURNED ARE ONLY POSTED TO INVBAL IN WRAPUP.  THE POSTED
      *  FLAGS MARK A DRAWDOWN OR RETURN AN EARLIER RUN OF THIS SAME
      *  BATCH ALREADY POSTED.

       01  WS-SK-COUNT                     PIC 9(4)     VALUE ZERO.
       01  WS-STOCK-TABLE.
            05  WS-STOCK-ENTRY OCCURS 1000 TIMES.
                   10  SK-CAT-CODE         PIC X(13).
                   10  SK-ON-HAND          PIC S9(7).
                   10  SK-QTY-OUT          PIC 9(7).
                   10  SK-QTY-IN           PIC 9(7).
                   10  SK-OUT-POSTED       PIC X.
                   10  SK-IN-POSTED        PIC X.
       01  WS-SK-IDX                       PIC 9(4)     VALUE ZERO.
       01  WS-SK-FOUND-IDX                 PIC 9(4)     VALUE ZERO.
       01  WS-ITEMPRC-STATUS               PIC X(2)     VALUE SPACES.
       01  WS-ITEMPRC-AVAIL                PIC X        VALUE 'N'.
       01  WS-PRICE-FOUND                  PIC X        VALUE 'N'.
       01  WS-PRICE-EOF                    PIC X        VALUE 'N'.
       01  WS-PRICE-USED                   PIC S9(4)V99 VALUE ZERO.

      *  THE SALES TAX ON THE LINE BEING WRITTEN.  WS-LINE-TAX-STATUS
      *  SAYS HOW IT WAS TAXED: T TAXED, E EXEMPT CUSTOMER, N ITEM NOT
      *  TAXABLE, U NO RATE ON FILE FOR THE JURISDICTION, SPACE NO
      *  JURISDICTION ON THE CUSTOMER.

       01  WS-TAXRATE-STATUS               PIC X(2)     VALUE SPACES.
       01  WS-TAXRATE-AVAIL                PIC X        VALUE 'N'.
       01  WS-CUST-TAX-JURIS               PIC X(2)     VALUE SPACES.
       01  WS-CUST-TAX-EXEMPT              PIC X        VALUE SPACE.
       01  WS-ITEM-TAXABLE                 PIC X        VALUE 'Y'.
       01  WS-TAX-RATE-USED                PIC 9(2)V999 VALUE ZERO.
       01  WS-LINE-TAX                     PIC S9(7)V99 VALUE ZERO.
       01  WS-LINE-TAX-STATUS              PIC X        VALUE SPACE.
       01  WS-UNTAXED-COUNT                PIC 9(9)     VALUE ZERO.

      *  WS-RECEIVED-CAT-CODE IS THE CATALOGUE CODE AS THE LINE
      *  ARRIVED, BEFORE ANY SUBSTITUTION.  WS-SUB-HOW IS KEYED WHEN
      *  ORDENT ALREADY SUBSTITUTED THE LINE, AUTO WHEN 316 DOES IT
      *  HERE, NONE FOR A DISCONTINUED ITEM WITH NO SUBSTITUTE, AND
      *  SPACES FOR AN ORDINARY LINE.

       01  WS-ITEMSUB-STATUS               PIC X(2)     VALUE SPACES.
       01  WS-ITEMSUB-AVAIL                PIC X        VALUE 'N'.
       01  WS-RECEIVED-CAT-CODE            PIC X(13)    VALUE SPACES.
       01  WS-SUB-FROM-CODE                PIC X(13)    VALUE SPACES.
       01  WS-SUB-HOW                      PIC X(5)     VALUE SPACES.
       01  WS-SUB-FOUND                    PIC X        VALUE 'N'.
       01  WS-SUB-HOPS                     PIC 9        VALUE ZERO.
       01  WS-SUB-LIST-PRICE               PIC 9(4)V99  VALUE ZERO.
       01  WS-SUB-COUNT                    PIC 9(9)     VALUE ZERO.
       01  WS-NO-SUB-COUNT                 PIC 9(9)     VALUE ZERO.

       01  WS-SUB-HDR.
            05  FILLER                     PIC X(1)     VALUE SPACES.
            05  FILLER                     PIC X(41)    VALUE
                   'ITEM SUBSTITUTIONS FOR DISCONTINUED ITEMS'.
            05  FILLER                     PIC X(90)    VALUE SPACES.

       01  WS-SUB-COL-HDR.
            05  FILLER                     PIC X(1)     VALUE SPACES.
            05  FILLER                     PIC X(10)    VALUE
                   'CUSTOMER'.
            05  FILLER                     PIC X(10)    VALUE
                   'ORDER DATE'.
            05  FILLER                     PIC X(15)    VALUE
                   'ORDERED'.
            05  FILLER                     PIC X(15)    VALUE
                   'SUPPLIED'.
            05  FILLER                     PIC X(32)    VALUE
                   'DESCRIPTION'.
            05  FILLER                     PIC X(7)     VALUE
                   '    QTY'.
            05  FILLER                     PIC X(9)     VALUE
                   '    PRICE'.
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  FILLER                     PIC X(7)     VALUE
                   'HOW'.
            05  FILLER                     PIC X(24)    VALUE
                   'OUTCOME'.

       01  WS-SUB-LINE.
            05  FILLER                     PIC X(1)     VALUE SPACES.
            05  WU-CUST-NUMBER             PIC X(8).
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WU-ORDER-DATE              PIC 9(8).
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WU-ORDERED-CODE            PIC X(13).
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WU-SUPPLIED-CODE           PIC X(13).
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WU-ITEM-DESC               PIC X(30).
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WU-QUANTITY                PIC ZZZZ9.
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WU-UNIT-PRICE              PIC ZZZZ9.99.
            05  FILLER                     PIC X(3)     VALUE SPACES.
            05  WU-HOW                     PIC X(5).
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WU-OUTCOME                 PIC X(24).

       01  WS-SUB-TOTAL-LINE.
            05  FILLER                     PIC X(1)     VALUE SPACES.
            05  FILLER                     PIC X(20)    VALUE
                   'LINES SUBSTITUTED'.
            05  WU-SUB-COUNT               PIC ZZZ,ZZZ,ZZ9.
            05  FILLER                     PIC X(4)     VALUE SPACES.
            05  FILLER                     PIC X(34)    VALUE
                   'DISCONTINUED WITH NO SUBSTITUTE'.
            05  WU-NO-SUB-COUNT            PIC ZZZ,ZZZ,ZZ9.
            05  FILLER                     PIC X(51)    VALUE SPACES.

      *  WS-OS-NEW-STATUS IS THE ORDSTAT STATUS 347 POSTS FOR THE
      *  CURRENT LINE: A ACCEPTED, B BACKORDERED, R REJECTED.

       01  WS-ORDSTAT-STATUS               PIC X(2)     VALUE SPACES.
       01  WS-ORDSTAT-AVAIL                PIC X        VALUE 'N'.
       01  WS-OS-NEW-STATUS                PIC X        VALUE SPACE.
       01  WS-OS-KEY                       PIC X(19)    VALUE SPACES.
       01  WS-OS-POSTED-COUNT              PIC 9(9)     VALUE ZERO.

       01  WS-XLGI-STATUS                  PIC X(2)     VALUE SPACES.
       01  WS-XLOG-EOF                     PIC X        VALUE 'N'.
       01  WS-PLOG-AVAIL                   PIC X        VALUE 'N'.
                   10  IS-ITEM-DESC        PIC X(30).
                   10  IS-UNITS            PIC S9(7).
                   10  IS-DOLLARS          PIC S9(9)V99.
                   10  IS-COST             PIC S9(9)V99.
                   10  IS-NO-COST          PIC X.
       01  WS-IS-IDX                       PIC 9(3)     VALUE ZERO.
       01  WS-IS-JDX                       PIC 9(3)     VALUE ZERO.
       01  WS-IS-FOUND-IDX                 PIC 9(3)     VALUE ZERO.
            05  FILLER                     PIC X(30).
            05  FILLER                     PIC X(7).
            05  FILLER                     PIC X(11).
            05  FILLER                     PIC X(11).
            05  FILLER                     PIC X.

      *  SALES AND COST BY CUSTOMER FOR THE RUN, WRITTEN TO THE ITEM
      *  SALES HISTORY AS TYPE C RECORDS FOR THE GROSS MARGIN REPORT.

       01  WS-UNIT-COST                    PIC 9(4)V99  VALUE ZERO.
       01  WS-EXT-COST                     PIC S9(9)V99 VALUE ZERO.
       01  WS-MARGIN-PCT                   PIC S9(3)V9  VALUE ZERO.
       01  WS-CUST-SALES-COUNT             PIC 9(3)     VALUE ZERO.
       01  WS-CUST-SALES-TABLE.
            05  WS-CUST-SALES-ENTRY OCCURS 200 TIMES.
                   10  CG-CUST-NUMBER      PIC X(8).
                   10  CG-CUST-NAME        PIC X(30).
                   10  CG-UNITS            PIC S9(7).
                   10  CG-DOLLARS          PIC S9(9)V99.
                   10  CG-COST             PIC S9(9)V99.
                   10  CG-NO-COST          PIC X.
       01  WS-CG-IDX                       PIC 9(3)     VALUE ZERO.
       01  WS-CG-FOUND-IDX                 PIC 9(3)     VALUE ZERO.

       01  WS-ITEM-SUM-HDR.
            05  FILLER                     PIC X(1)     VALUE SPACES.
            05  WI-UNITS                   PIC Z,ZZZ,ZZ9-.
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WI-DOLLARS                 PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WI-COST                    PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WI-MARGIN-PCT              PIC ZZZ9.9-.
            05  FILLER                     PIC X(1)     VALUE '%'.
            05  FILLER                     PIC X(1)     VALUE SPACES.
            05  WI-NO-COST                 PIC X(13).
            05  FILLER                     PIC X(20)    VALUE SPACES.
       01  WS-TRAILER-SEEN                 PIC X        VALUE 'N'.
       01  WS-BATCH-ID                     PIC X(8)     VALUE SPACES.
       01  WS-FEED-READ-COUNT              PIC 9(9)     VALUE ZERO.
       01  WS-FEED-AMT-HASH                PIC 9(11)V99 VALUE ZERO.
       01  WS-TRL-REC-COUNT                PIC 9(9)     VALUE ZERO.
            05  TOF-CUST-NAME              PIC X(30).
            05  FILLER                     PIC X        VALUE SPACES.
            05  TOF-EXT-PRICE              PIC ZZZZZ9.99-.
            05  FILLER                     PIC X        VALUE SPACES.
            05  TOF-ORDER-DATE             PIC 9(8).
            05  TOF-UNIT-PRICE             PIC S9(4)V99.
            05  TOF-EXT-AMT                PIC S9(7)V99.
            05  TOF-TAX-JURIS              PIC X(2).
            05  TOF-TAX-STATUS             PIC X.
            05  TOF-TAX-AMT                PIC S9(7)V99.
            05  FILLER                     PIC X        VALUE SPACES.

       01  WS-EXCEPTION-LINE.
            05  FILLER                     PIC X        VALUE SPACES.
            05  WX-ORDER-DATE              PIC 9(8).
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WX-REASON                  PIC X(30).
            05  FILLER                     PIC X(2)     VALUE SPACES.
            05  WX-ORDER-NUMBER            PIC X(6).
            05  FILLER                     PIC X(21)    VALUE SPACES.

       01  WS-EXT-DETAIL-LINE.
            05  FILLER                     PIC X        VALUE SPACES.
                               EXCEPTION-FILE
                               EXTENDED-FILE
                               ITEM-SUMMARY-FILE
                               BACKORDER-FILE
                               SUBSTITUTION-FILE.
             OPEN EXTEND ITEM-SALES-HISTORY.
             MOVE SPACES TO SUBSTITUTION-REC.
             WRITE SUBSTITUTION-REC FROM WS-SUB-HDR.
             WRITE SUBSTITUTION-REC FROM WS-SUB-COL-HDR.

             OPEN I-O INVENTORY-BALANCE.
             IF WS-INVBAL-STATUS = '00'
                   DISPLAY 'EXAMPLE: INVBAL NOT AVAILABLE - '
                         'EXTRACT RUNS WITHOUT THE STOCK CHECK'
             END-IF.
             IF WS-INVBAL-AVAIL = 'Y'
                   PERFORM 270-OPEN-LEDGER
             END-IF.

             OPEN INPUT ITEM-PRICE-FILE.
             IF WS-ITEMPRC-STATUS = '00'
                         'EXTENDING AT THE KEYED UNIT PRICE'
             END-IF.

             OPEN INPUT ITEM-SUB-FILE.
             IF WS-ITEMSUB-STATUS = '00'
                   MOVE 'Y' TO WS-ITEMSUB-AVAIL
             ELSE
                   MOVE 'N' TO WS-ITEMSUB-AVAIL
                   DISPLAY 'EXAMPLE: ITEMSUB NOT AVAILABLE - '
                         'NO SUBSTITUTES APPLIED'
             END-IF.

             OPEN INPUT TAX-RATE-FILE.
             IF WS-TAXRATE-STATUS = '00'
                   MOVE 'Y' TO WS-TAXRATE-AVAIL
             ELSE
                   MOVE 'N' TO WS-TAXRATE-AVAIL
                   DISPLAY 'EXAMPLE: TAXRATE NOT AVAILABLE - '
                         'TAXABLE LINES GO OUT UNTAXED'
             END-IF.

             OPEN I-O ORDER-STATUS-FILE.
             IF WS-ORDSTAT-STATUS = '35'
                   OPEN OUTPUT ORDER-STATUS-FILE
                   CLOSE ORDER-STATUS-FILE
                   OPEN I-O ORDER-STATUS-FILE
             END-IF.
             IF WS-ORDSTAT-STATUS = '00'
                   MOVE 'Y' TO WS-ORDSTAT-AVAIL
             ELSE
                   MOVE 'N' TO WS-ORDSTAT-AVAIL
                   DISPLAY 'EXAMPLE: ORDSTAT NOT AVAILABLE - '
                         'NO ORDER STATUS POSTED'
             END-IF.

             MOVE "O" TO EXCP-FUNCTION.
             CALL "EXCPLOG" USING EXCP-PARM-AREA.

      *  validation exactly as before.

       301-PROCESS-DATA-RECORD.
             MOVE TR-CAT-CODE TO WS-RECEIVED-CAT-CODE.
             MOVE SPACES TO WS-SUB-HOW.
             ADD 1 TO WS-FEED-READ-COUNT.
             ADD TR-UNIT-PRICE TO WS-FEED-AMT-HASH.
             PERFORM 305-BUILD-DATE-KEY.
             IF DTVAL-NOT-VALID
                   MOVE 'INVALID ORDER DATE' TO WS-REJECT-REASON
                   PERFORM 340-WRITE-EXCEPTION
                   MOVE 'R' TO WS-OS-NEW-STATUS
                   PERFORM 347-POST-ORDER-STATUS
                         THRU 347-POST-ORDER-STATUS-EXIT
             ELSE
                   MOVE WS-TR-DATE-KEY TO CAL-DATE
                   CALL 'CALLKP' USING CAL-PARM-AREA
                   IF WS-VALID-RECORD = 'Y'
                         PERFORM 320-LOOKUP-CUSTOMER
                         PERFORM 330-BUILD-OUTPUT-RECORDS
                         IF WS-SUB-HOW NOT = SPACES
                               PERFORM 319-WRITE-SUBSTITUTION
                         END-IF
                   ELSE
                         PERFORM 340-WRITE-EXCEPTION
                         MOVE 'R' TO WS-OS-NEW-STATUS
                         PERFORM 347-POST-ORDER-STATUS
                               THRU 347-POST-ORDER-STATUS-EXIT
                   END-IF
             END-IF.


      *  Looks the transaction catalogue code up on the item master.
      *  A mis-keyed item number no longer flows straight through to
      *  the output file.  A discontinued item is switched to its
      *  replacement when one is in force.

       315-VALIDATE-ITEM.
             MOVE SPACES TO WS-SUB-FROM-CODE.
             IF TR-SUB-FROM-CAT-CODE NOT = SPACES
                   MOVE TR-SUB-FROM-CAT-CODE TO WS-SUB-FROM-CODE
                   MOVE 'KEYED' TO WS-SUB-HOW
             END-IF.
             MOVE TR-CAT-CODE TO IM-CAT-CODE.
             READ ITEM-MASTER
                     INVALID KEY
                           MOVE 'N' TO WS-ITEM-ON-FILE
                           MOVE SPACES TO WS-ITEM-DESC
                           MOVE ZERO TO WS-UNIT-COST
                     NOT INVALID KEY
                           MOVE 'Y' TO WS-ITEM-ON-FILE
                           PERFORM 318-LOAD-ITEM-FIELDS
             END-READ.
             IF WS-ITEM-ON-FILE = 'Y' AND IM-DISCONTINUED
                   PERFORM 316-SUBSTITUTE-ITEM
                         THRU 316-SUBSTITUTE-ITEM-EXIT
             END-IF.

      *  Follows the discontinued item's ITEMSUB links to an item
      *  still sold and puts it on the transaction in place of the
      *  one ordered.  With no link in force for the order date the
      *  line goes through for the item ordered, as it always has,
      *  and is listed on the substitution report as having none.

       316-SUBSTITUTE-ITEM.
             MOVE 'N' TO WS-SUB-FOUND.
             MOVE ZERO TO WS-SUB-HOPS.
             IF WS-ITEMSUB-AVAIL = 'Y'
                   PERFORM 316A-FOLLOW-LINK
                         UNTIL WS-SUB-FOUND NOT = 'N'
             END-IF.
             IF WS-SUB-FOUND = 'Y'
                   MOVE TR-CAT-CODE TO WS-SUB-FROM-CODE
                                       TR-SUB-FROM-CAT-CODE
                   MOVE IM-CAT-CODE TO TR-CAT-CODE
                   MOVE IM-LIST-PRICE TO WS-SUB-LIST-PRICE
                   MOVE 'AUTO' TO WS-SUB-HOW
                   PERFORM 318-LOAD-ITEM-FIELDS
                   GO TO 316-SUBSTITUTE-ITEM-EXIT.
             MOVE 'NONE' TO WS-SUB-HOW.
             MOVE TR-CAT-CODE TO WS-SUB-FROM-CODE.
             MOVE TR-CAT-CODE TO IM-CAT-CODE.
             READ ITEM-MASTER
                     INVALID KEY
                           MOVE SPACES TO WS-ITEM-DESC
             END-READ.
             MOVE 'W'            TO EXCP-FUNCTION.
             MOVE 'EXAMPLE'      TO EXCP-PROGRAM-ID.
             MOVE TR-CUST-NUMBER TO EXCP-KEY-FIELD.
             MOVE 'DISCONTINUED - NO SUBSTITUTE' TO EXCP-REASON.
             CALL 'EXCPLOG' USING EXCP-PARM-AREA.
       316-SUBSTITUTE-ITEM-EXIT.
             EXIT.

      *  Follows one link from the item now in IM-ITEM-REC: 'Y' when
      *  it reaches an item still sold, 'X' when there is no link in
      *  force for the order date, the replacement is not on file,
      *  or the chain runs past five links.

       316A-FOLLOW-LINK.
             ADD 1 TO WS-SUB-HOPS.
             IF WS-SUB-HOPS > 5
                   MOVE 'X' TO WS-SUB-FOUND
             ELSE
                   MOVE IM-CAT-CODE TO SB-OLD-CAT-CODE
                   READ ITEM-SUB-FILE
                           INVALID KEY
                                 MOVE 'X' TO WS-SUB-FOUND
                   END-READ
             END-IF.
             IF WS-SUB-FOUND = 'N'
                   IF SB-EFF-DATE > WS-TR-DATE-KEY
                         MOVE 'X' TO WS-SUB-FOUND
                   ELSE
                         MOVE SB-NEW-CAT-CODE TO IM-CAT-CODE
                         READ ITEM-MASTER
                                 INVALID KEY
                                       MOVE 'X' TO WS-SUB-FOUND
                         END-READ
                   END-IF
             END-IF.
             IF WS-SUB-FOUND = 'N'
                   IF NOT IM-DISCONTINUED
                         MOVE 'Y' TO WS-SUB-FOUND
                   END-IF
             END-IF.

      *  Picks up what the rest of the run needs from the item
      *  master record just read.

       318-LOAD-ITEM-FIELDS.
             MOVE IM-ITEM-DESC TO WS-ITEM-DESC.
             MOVE 'Y' TO WS-ITEM-TAXABLE.
             IF IM-NOT-TAXABLE
                   MOVE 'N' TO WS-ITEM-TAXABLE
             END-IF.
             MOVE ZERO TO WS-UNIT-COST.
             IF IM-UNIT-COST IS NUMERIC
                   MOVE IM-UNIT-COST TO WS-UNIT-COST
             END-IF.

      *  Lists a substituted line - or a discontinued item that had
      *  no substitute - on the substitution report with what became
      *  of it, so customer service can tell the customer.

       319-WRITE-SUBSTITUTION.
             MOVE TR-CUST-NUMBER   TO WU-CUST-NUMBER.
             MOVE WS-TR-DATE-KEY   TO WU-ORDER-DATE.
             MOVE WS-SUB-FROM-CODE TO WU-ORDERED-CODE.
             MOVE WS-ITEM-DESC     TO WU-ITEM-DESC.
             MOVE TR-QUANTITY      TO WU-QUANTITY.
             MOVE WS-PRICE-USED    TO WU-UNIT-PRICE.
             MOVE WS-SUB-HOW       TO WU-HOW.
             IF WS-SUB-HOW = 'NONE'
                   MOVE SPACES TO WU-SUPPLIED-CODE
                   ADD 1 TO WS-NO-SUB-COUNT
             ELSE
                   MOVE TR-CAT-CODE TO WU-SUPPLIED-CODE
                   ADD 1 TO WS-SUB-COUNT
             END-IF.
             IF WS-PRICE-OK = 'N'
                   MOVE 'REJECTED - SEE EXCEPTION' TO WU-OUTCOME
             ELSE
                   IF WS-CREDIT-OK = 'N'
                         MOVE 'REJECTED - SEE EXCEPTION' TO WU-OUTCOME
                   ELSE
                         IF WS-STOCK-OK = 'N'
                               MOVE 'BACKORDERED' TO WU-OUTCOME
                         ELSE
                               MOVE 'ACCEPTED' TO WU-OUTCOME
                         END-IF
                   END-IF
             END-IF.
             MOVE WS-SUB-LINE TO SUBSTITUTION-REC.
             WRITE SUBSTITUTION-REC.

      *  Looks up the customer name for the customer number on this
      *  transaction against the customer master file, so it can be
                                 WS-CUST-NAME
                           MOVE ZERO TO WS-CUST-CREDIT-LIMIT
                                        WS-CUST-CURR-BALANCE
                           MOVE SPACE TO WS-CUST-HOLD-STATUS
                                         WS-CUST-ACCT-STATUS
                                         WS-CUST-TAX-EXEMPT
                           MOVE SPACES TO WS-CUST-TAX-JURIS
                     NOT INVALID KEY
                           MOVE CM-CUST-NAME TO WS-CUST-NAME
                           MOVE CM-CREDIT-LIMIT TO
                                 WS-CUST-CREDIT-LIMIT
                           MOVE CM-CURR-BALANCE TO
                                 WS-CUST-CURR-BALANCE
                           MOVE CM-HOLD-STATUS TO
                                 WS-CUST-HOLD-STATUS
                           MOVE CM-CUST-STATUS TO
                                 WS-CUST-ACCT-STATUS
                           MOVE CM-TAX-JURIS TO WS-CUST-TAX-JURIS
                           MOVE CM-TAX-EXEMPT TO WS-CUST-TAX-EXEMPT
             END-READ.

      *  Computes the extended price for this line, adds it to the

             IF WS-PRICE-OK = 'N'
                   PERFORM 340-WRITE-EXCEPTION
                   MOVE 'R' TO WS-OS-NEW-STATUS
             ELSE
                   PERFORM 335-CHECK-CREDIT-LIMIT
                         THRU 335-CHECK-CREDIT-LIMIT-EXIT
                   IF WS-CREDIT-OK = 'N'
                         MOVE WS-CREDIT-REASON TO
                               WS-REJECT-REASON
                         PERFORM 340-WRITE-EXCEPTION
                         MOVE 'R' TO WS-OS-NEW-STATUS
                   ELSE
                         PERFORM 332-CHECK-STOCK
                               THRU 332-CHECK-STOCK-EXIT
                         IF WS-STOCK-OK = 'N'
                               PERFORM 333-WRITE-BACKORDER
                               MOVE 'B' TO WS-OS-NEW-STATUS
                         ELSE
                               PERFORM 337-WRITE-ACCEPTED-ORDER
                               MOVE 'A' TO WS-OS-NEW-STATUS
                         END-IF
                   END-IF
             END-IF.
             PERFORM 347-POST-ORDER-STATUS
                   THRU 347-POST-ORDER-STATUS-EXIT.

      *  Prices the transaction by its order date: the latest price
      *  record on ITEMPRC dated on or before the order date wins.

       331-PRICE-BY-DATE.
             MOVE TR-UNIT-PRICE TO WS-PRICE-USED.
             IF WS-SUB-HOW = 'AUTO'
                   MOVE WS-SUB-LIST-PRICE TO WS-PRICE-USED
             END-IF.
             IF WS-ITEMPRC-AVAIL NOT = 'Y'
                   GO TO 331-PRICE-BY-DATE-EXIT.
             MOVE 'N' TO WS-PRICE-FOUND.
                   END-IF
             END-IF.

      *  Draws the accepted line's quantity out of the item's
      *  working on-hand, or puts a credit memo's quantity back.  A
      *  line the on-hand balance cannot cover - or an item with no
      *  balance record at all - is a short line for the backorder
      *  file.  Nothing is rewritten here; 440-POST-STOCK posts the
      *  run's totals to INVBAL once the run has finished cleanly.
      *  With INVBAL unavailable every line passes, as before.

       332-CHECK-STOCK.
             MOVE 'Y' TO WS-STOCK-OK.
             IF WS-INVBAL-AVAIL NOT = 'Y'
                   GO TO 332-CHECK-STOCK-EXIT.
             PERFORM 332A-FIND-STOCK-ENTRY
                   THRU 332A-FIND-STOCK-ENTRY-EXIT.
             IF WS-SK-FOUND-IDX = ZERO
                   IF TR-TRANS-TYPE NOT = 'C'
                         MOVE 'N' TO WS-STOCK-OK
                   END-IF
                   GO TO 332-CHECK-STOCK-EXIT.
             IF TR-TRANS-TYPE = 'C'
                   ADD TR-QUANTITY TO SK-ON-HAND (WS-SK-FOUND-IDX)
                                      SK-QTY-IN (WS-SK-FOUND-IDX)
                   GO TO 332-CHECK-STOCK-EXIT.
             IF SK-ON-HAND (WS-SK-FOUND-IDX) < TR-QUANTITY
                   MOVE 'N' TO WS-STOCK-OK
             ELSE
                   SUBTRACT TR-QUANTITY FROM
                         SK-ON-HAND (WS-SK-FOUND-IDX)
                   ADD TR-QUANTITY TO SK-QTY-OUT (WS-SK-FOUND-IDX)
             END-IF.
       332-CHECK-STOCK-EXIT.
             EXIT.

      *  Finds the item in the working on-hand table, or adds it
      *  from its INVBAL record.  WS-SK-FOUND-IDX is left zero for
      *  an item with no balance record, or when the table is full.

       332A-FIND-STOCK-ENTRY.
             MOVE ZERO TO WS-SK-FOUND-IDX.
             MOVE 1 TO WS-SK-IDX.
             PERFORM 332B-MATCH-STOCK-ENTRY
                   UNTIL WS-SK-IDX > WS-SK-COUNT
                      OR WS-SK-FOUND-IDX NOT = ZERO.
             IF WS-SK-FOUND-IDX NOT = ZERO
                   GO TO 332A-FIND-STOCK-ENTRY-EXIT.
             MOVE TR-CAT-CODE TO IB-CAT-CODE.
             READ INVENTORY-BALANCE
                     INVALID KEY
                           GO TO 332A-FIND-STOCK-ENTRY-EXIT
             END-READ.
             IF WS-SK-COUNT = 1000
                   DISPLAY 'EXAMPLE: STOCK TABLE FULL - ITEM '
                         TR-CAT-CODE ' NOT CHECKED'
                   MOVE 'STOCK TABLE FULL - NOT CHECKED' TO
                         WS-REJECT-REASON
                   MOVE 'W'            TO EXCP-FUNCTION
                   MOVE 'EXAMPLE'      TO EXCP-PROGRAM-ID
                   MOVE TR-CAT-CODE    TO EXCP-KEY-FIELD
                   MOVE WS-REJECT-REASON TO EXCP-REASON
                   CALL 'EXCPLOG' USING EXCP-PARM-AREA
                   GO TO 332A-FIND-STOCK-ENTRY-EXIT.
             ADD 1 TO WS-SK-COUNT.
             MOVE WS-SK-COUNT TO WS-SK-FOUND-IDX.
             MOVE TR-CAT-CODE TO SK-CAT-CODE (WS-SK-FOUND-IDX).
             MOVE IB-ON-HAND TO SK-ON-HAND (WS-SK-FOUND-IDX).
             MOVE ZERO TO SK-QTY-OUT (WS-SK-FOUND-IDX)
                          SK-QTY-IN (WS-SK-FOUND-IDX).
             MOVE 'N' TO SK-OUT-POSTED (WS-SK-FOUND-IDX)
                         SK-IN-POSTED (WS-SK-FOUND-IDX).
             PERFORM 332C-PRIOR-POSTING.
       332A-FIND-STOCK-ENTRY-EXIT.
             EXIT.

       332B-MATCH-STOCK-ENTRY.
             IF SK-CAT-CODE (WS-SK-IDX) = TR-CAT-CODE
                   MOVE WS-SK-IDX TO WS-SK-FOUND-IDX
             END-IF.
             ADD 1 TO WS-SK-IDX.

      *  A rerun of a batch already posted finds that run's ledger
      *  records for the item.  Their quantities are taken back out
      *  of the working on-hand, so the rerun sees the balance the
      *  first run saw and makes the same stock decisions, and the
      *  posted flags keep wrapup from posting them a second time.

       332C-PRIOR-POSTING.
             MOVE TR-CAT-CODE TO IL-CAT-CODE.
             MOVE WS-BUS-DATE TO IL-POST-DATE.
             MOVE 'EXAMPLE' TO IL-SOURCE.
             MOVE WS-BATCH-ID TO IL-REFERENCE.
             MOVE 01 TO IL-SEQ.
             READ INVENTORY-LEDGER
                     NOT INVALID KEY
                           SUBTRACT IL-QUANTITY FROM
                                 SK-ON-HAND (WS-SK-FOUND-IDX)
                           MOVE 'Y' TO SK-OUT-POSTED (WS-SK-FOUND-IDX)
             END-READ.
             MOVE TR-CAT-CODE TO IL-CAT-CODE.
             MOVE WS-BUS-DATE TO IL-POST-DATE.
             MOVE 'EXAMPLE' TO IL-SOURCE.
             MOVE WS-BATCH-ID TO IL-REFERENCE.
             MOVE 02 TO IL-SEQ.
             READ INVENTORY-LEDGER
                     NOT INVALID KEY
                           SUBTRACT IL-QUANTITY FROM
                                 SK-ON-HAND (WS-SK-FOUND-IDX)
                           MOVE 'Y' TO SK-IN-POSTED (WS-SK-FOUND-IDX)
             END-READ.

      *  A short line goes to the backorder file in the raw
      *  transaction image, re-feedable once stock arrives, instead
      *  of flowing into EXAMPLE-OUT.
       306-MATCH-PRIOR-LOG.
             IF PL-CUST-NUMBER (WS-PL-IDX) = TR-CUST-NUMBER
                    AND PL-ORDER-DATE (WS-PL-IDX) = WS-TR-DATE-KEY
                    AND PL-CAT-CODE (WS-PL-IDX) = WS-RECEIVED-CAT-CODE
                    AND PL-QUANTITY (WS-PL-IDX) = TR-QUANTITY
                   MOVE WS-PL-IDX TO WS-PL-FOUND-IDX
             END-IF.
      *  A zero limit means no limit has been assigned yet, so the
      *  check is skipped.  The running total is only advanced when
      *  the order is accepted, so a rejected order does not count
      *  against later ones.  A customer on credit hold is refused
      *  anything but a credit memo before the limit is looked at,
      *  and a closed (merged) customer number is refused outright.

       335-CHECK-CREDIT-LIMIT.
             MOVE 'Y' TO WS-CREDIT-OK.
             MOVE 'OVER CREDIT LIMIT' TO WS-CREDIT-REASON.
             IF WS-CUST-ACCT-STATUS = 'C'
                   MOVE 'N' TO WS-CREDIT-OK
                   MOVE 'CUSTOMER ACCOUNT CLOSED' TO WS-CREDIT-REASON
                   GO TO 335-CHECK-CREDIT-LIMIT-EXIT.
             IF WS-CUST-HOLD-STATUS = 'H'
                    AND TR-TRANS-TYPE NOT = 'C'
                   MOVE 'N' TO WS-CREDIT-OK
                   MOVE 'CUSTOMER ON CREDIT HOLD' TO WS-CREDIT-REASON
                   GO TO 335-CHECK-CREDIT-LIMIT-EXIT.
             MOVE ZERO TO WS-CT-FOUND-IDX.
             MOVE 1 TO WS-CT-IDX.
             PERFORM 336-FIND-CUST-ENTRY
                               CT-RUNNING-TOTAL (WS-CT-FOUND-IDX)
                   END-IF
             END-IF.
       335-CHECK-CREDIT-LIMIT-EXIT.
             EXIT.

       336-FIND-CUST-ENTRY.
             IF CT-CUST-NUMBER (WS-CT-IDX) = TR-CUST-NUMBER
                   PERFORM 341-GUARD-AND-LOG-SELECTION
             END-IF.
             PERFORM 338-ADD-ITEM-SALES.
             PERFORM 344-COMPUTE-SALES-TAX.
             ADD WS-EXTENDED-PRICE TO WS-ORDER-TOTAL.
             ADD 1 TO WS-OUTPUT-REC-COUNT.
             MOVE TRANSACTION-REC     TO TOF-TRANS-SLOT.
             MOVE WS-CUST-NAME        TO TOF-CUST-NAME.
             MOVE WS-EXTENDED-PRICE   TO TOF-EXT-PRICE.
             MOVE WS-TR-DATE-KEY      TO TOF-ORDER-DATE.
             MOVE WS-PRICE-USED       TO TOF-UNIT-PRICE.
             MOVE WS-EXTENDED-PRICE   TO TOF-EXT-AMT.
             MOVE WS-CUST-TAX-JURIS   TO TOF-TAX-JURIS.
             MOVE WS-LINE-TAX-STATUS  TO TOF-TAX-STATUS.
             MOVE WS-LINE-TAX         TO TOF-TAX-AMT.
             MOVE TRANSACTION-OUTPUT-FORMAT TO OUTPUT-REC.
             WRITE OUTPUT-REC.
             MOVE TR-CUST-NUMBER      TO WE-CUST-NUMBER.
                   MOVE 'D' TO XLO-REC-TYPE
                   MOVE TR-CUST-NUMBER TO XLO-CUST-NUMBER
                   MOVE WS-TR-DATE-KEY TO XLO-ORDER-DATE
                   MOVE WS-RECEIVED-CAT-CODE TO XLO-CAT-CODE
                   MOVE TR-QUANTITY TO XLO-QUANTITY
                   WRITE XLO-LOG-REC
             END-IF.

      *  Rolls an accepted order into the sales-by-item summary,
      *  keyed by supplier and item number, and into the sales by
      *  customer, costed at the item's unit cost.

       338-ADD-ITEM-SALES.
             COMPUTE WS-EXT-COST = WS-UNIT-COST * TR-QUANTITY.
             IF TR-TRANS-TYPE = 'C'
                   COMPUTE WS-EXT-COST = WS-EXT-COST * -1
             END-IF.
             PERFORM 342-ADD-CUST-SALES.
             MOVE ZERO TO WS-IS-FOUND-IDX.
             MOVE 1 TO WS-IS-IDX.
             PERFORM 339-FIND-ITEM-ENTRY
                               IS-ITEM-DESC (WS-IS-FOUND-IDX)
                         MOVE ZERO TO IS-UNITS (WS-IS-FOUND-IDX)
                         MOVE ZERO TO IS-DOLLARS (WS-IS-FOUND-IDX)
                         MOVE ZERO TO IS-COST (WS-IS-FOUND-IDX)
                         MOVE 'N' TO IS-NO-COST (WS-IS-FOUND-IDX)
                   END-IF
             END-IF.
             IF WS-IS-FOUND-IDX NOT = ZERO
                   END-IF
                   ADD WS-EXTENDED-PRICE TO
                         IS-DOLLARS (WS-IS-FOUND-IDX)
                   ADD WS-EXT-COST TO IS-COST (WS-IS-FOUND-IDX)
                   IF WS-UNIT-COST = ZERO
                         MOVE 'Y' TO IS-NO-COST (WS-IS-FOUND-IDX)
                   END-IF
             END-IF.

       339-FIND-ITEM-ENTRY.
             END-IF.
             ADD 1 TO WS-IS-IDX.

      *  Rolls the accepted line into its customer's sales and cost
      *  for the run, the same table search the item summary uses.

       342-ADD-CUST-SALES.
             MOVE ZERO TO WS-CG-FOUND-IDX.
             MOVE 1 TO WS-CG-IDX.
             PERFORM 343-FIND-CUST-SALES
                   UNTIL WS-CG-IDX > WS-CUST-SALES-COUNT
                      OR WS-CG-FOUND-IDX NOT = ZERO.
             IF WS-CG-FOUND-IDX = ZERO
                   IF WS-CUST-SALES-COUNT = 200
                         DISPLAY 'EXAMPLE: CUSTOMER SALES TABLE FULL'
                               ' - CUSTOMER ' TR-CUST-NUMBER
                               ' OMITTED'
                   ELSE
                         ADD 1 TO WS-CUST-SALES-COUNT
                         MOVE WS-CUST-SALES-COUNT TO WS-CG-FOUND-IDX
                         MOVE TR-CUST-NUMBER TO
                               CG-CUST-NUMBER (WS-CG-FOUND-IDX)
                         MOVE WS-CUST-NAME TO
                               CG-CUST-NAME (WS-CG-FOUND-IDX)
                         MOVE ZERO TO CG-UNITS (WS-CG-FOUND-IDX)
                                      CG-DOLLARS (WS-CG-FOUND-IDX)
                                      CG-COST (WS-CG-FOUND-IDX)
                         MOVE 'N' TO CG-NO-COST (WS-CG-FOUND-IDX)
                   END-IF
             END-IF.
             IF WS-CG-FOUND-IDX NOT = ZERO
                   IF TR-TRANS-TYPE = 'C'
                         SUBTRACT TR-QUANTITY FROM
                               CG-UNITS (WS-CG-FOUND-IDX)
                   ELSE
                         ADD TR-QUANTITY TO
                               CG-UNITS (WS-CG-FOUND-IDX)
                   END-IF
                   ADD WS-EXTENDED-PRICE TO
                         CG-DOLLARS (WS-CG-FOUND-IDX)
                   ADD WS-EXT-COST TO CG-COST (WS-CG-FOUND-IDX)
                   IF WS-UNIT-COST = ZERO
                         MOVE 'Y' TO CG-NO-COST (WS-CG-FOUND-IDX)
                   END-IF
             END-IF.

       343-FIND-CUST-SALES.
             IF CG-CUST-NUMBER (WS-CG-IDX) = TR-CUST-NUMBER
                   MOVE WS-CG-IDX TO WS-CG-FOUND-IDX
             END-IF.
             ADD 1 TO WS-CG-IDX.

      *  Taxes the accepted line at its customer's jurisdiction rate
      *  in force on the order date.  A credit memo's extended price
      *  is already negative, so its tax comes out negative too and
      *  gives the tax back.

       344-COMPUTE-SALES-TAX.
             MOVE ZERO TO WS-LINE-TAX.
             IF WS-CUST-TAX-JURIS = SPACES
                   MOVE SPACE TO WS-LINE-TAX-STATUS
             ELSE
                   IF WS-CUST-TAX-EXEMPT = 'E'
                         MOVE 'E' TO WS-LINE-TAX-STATUS
                   ELSE
                         IF WS-ITEM-TAXABLE = 'N'
                               MOVE 'N' TO WS-LINE-TAX-STATUS
                         ELSE
                               PERFORM 346-TAX-ONE-LINE
                         END-IF
                   END-IF
             END-IF.

      *  Looks the rate up and applies it.  A jurisdiction with no
      *  rate on file goes out untaxed and is reported so the table
      *  can be put right before the invoices are mailed.

       346-TAX-ONE-LINE.
             MOVE 'U' TO WS-LINE-TAX-STATUS.
             IF WS-TAXRATE-AVAIL = 'Y'
                   MOVE WS-CUST-TAX-JURIS TO TX-JURIS
                   READ TAX-RATE-FILE
                         INVALID KEY
                               MOVE 'U' TO WS-LINE-TAX-STATUS
                         NOT INVALID KEY
                               MOVE 'T' TO WS-LINE-TAX-STATUS
                   END-READ
             END-IF.
             IF WS-LINE-TAX-STATUS = 'U'
                   ADD 1 TO WS-UNTAXED-COUNT
                   MOVE 'W'            TO EXCP-FUNCTION
                   MOVE 'EXAMPLE'      TO EXCP-PROGRAM-ID
                   MOVE TR-CUST-NUMBER TO EXCP-KEY-FIELD
                   MOVE 'NO TAX RATE FOR JURISDICTION' TO EXCP-REASON
                   CALL 'EXCPLOG' USING EXCP-PARM-AREA
             ELSE
                   IF WS-TR-DATE-KEY < TX-EFF-DATE
                         MOVE TX-PRIOR-RATE TO WS-TAX-RATE-USED
                   ELSE
                         MOVE TX-RATE TO WS-TAX-RATE-USED
                   END-IF
                   COMPUTE WS-LINE-TAX ROUNDED
                         = WS-EXTENDED-PRICE * WS-TAX-RATE-USED / 100
             END-IF.

      *  Closes out one customer-order group on the extended-price
      *  file: the order total line, then the accumulator is cleared
      *  for the next group.
             MOVE TR-CUST-NUMBER      TO WX-CUST-NUMBER.
             MOVE WS-TR-DATE-KEY      TO WX-ORDER-DATE.
             MOVE WS-REJECT-REASON    TO WX-REASON.
             MOVE TR-ORDER-NUMBER     TO WX-ORDER-NUMBER.
             MOVE WS-EXCEPTION-LINE   TO EXCEPTION-REC.
             WRITE EXCEPTION-REC.
             MOVE TR-CUST-NUMBER      TO WS-EXCP-KEY-FIELD.
             CALL "EXCPLOG" USING EXCP-PARM-AREA.
             MOVE SPACES              TO EXCP-RECORD-IMAGE.

      *  Posts what became of a numbered order line to the order
      *  status file under the item as ordered, adding the line if
      *  ORDENT's record is missing.  A line already invoiced or
      *  paid has gone past this run and is left alone; a rerun
      *  simply posts the same outcome again.

       347-POST-ORDER-STATUS.
             IF WS-ORDSTAT-AVAIL NOT = 'Y'
                   GO TO 347-POST-ORDER-STATUS-EXIT.
             IF TR-ORDER-NUMBER NOT NUMERIC
                   GO TO 347-POST-ORDER-STATUS-EXIT.
             IF TR-ORDER-NUMBER = ZERO
                   GO TO 347-POST-ORDER-STATUS-EXIT.
             MOVE TR-ORDER-NUMBER TO OS-ORDER-NUMBER.
             IF TR-SUB-FROM-CAT-CODE NOT = SPACES
                   MOVE TR-SUB-FROM-CAT-CODE TO OS-CAT-CODE
             ELSE
                   MOVE WS-RECEIVED-CAT-CODE TO OS-CAT-CODE
             END-IF.
             MOVE OS-ORDER-KEY TO WS-OS-KEY.
             READ ORDER-STATUS-FILE
                     INVALID KEY
                           MOVE SPACES TO OS-ORDER-STATUS-REC
                           MOVE WS-OS-KEY TO OS-ORDER-KEY
                           MOVE ZERO TO OS-INVOICE-DATE
             END-READ.
             IF WS-ORDSTAT-STATUS = '00'
                   IF OS-INVOICED OR OS-PAID
                         GO TO 347-POST-ORDER-STATUS-EXIT
                   END-IF
             END-IF.
             MOVE TR-CUST-NUMBER      TO OS-CUST-NUMBER.
             MOVE WS-TR-DATE-KEY      TO OS-ORDER-DATE.
             MOVE TR-QUANTITY         TO OS-QUANTITY.
             MOVE TR-TRANS-TYPE       TO OS-TRANS-TYPE.
             MOVE TR-CAT-CODE         TO OS-SUPPLIED-CAT-CODE.
             MOVE WS-OS-NEW-STATUS    TO OS-LINE-STATUS.
             MOVE WS-TODAY            TO OS-STATUS-DATE.
             IF OS-REJECTED
                   MOVE WS-REJECT-REASON TO OS-REASON
                   MOVE ZERO TO OS-EXT-AMT
             ELSE
                   MOVE SPACES TO OS-REASON
                   MOVE WS-EXTENDED-PRICE TO OS-EXT-AMT
             END-IF.
             IF WS-ORDSTAT-STATUS = '00'
                   REWRITE OS-ORDER-STATUS-REC
             ELSE
                   WRITE OS-ORDER-STATUS-REC
             END-IF.
             IF WS-ORDSTAT-STATUS = '00'
                   ADD 1 TO WS-OS-POSTED-COUNT
             ELSE
                   DISPLAY 'EXAMPLE: ORDSTAT STATUS ' WS-ORDSTAT-STATUS
                         ' POSTING ORDER ' TR-ORDER-NUMBER
             END-IF.
       347-POST-ORDER-STATUS-EXIT.
             EXIT.

      *  Wrapup performs left-over operations once Mainloop is
      *  finished.  Here it writes the order running total and closes
      *  all the files.  The control card is only rewritten for an
      *  type, the file id, and a business date equal to today's
      *  date, so yesterday's file left in place is refused.

      *  Opens the inventory transaction ledger, creating it the first
      *  time.  Without the ledger there is nowhere to record the
      *  drawdown, so the run goes on without the stock check just as
      *  it would without INVBAL.

       270-OPEN-LEDGER.
             OPEN I-O INVENTORY-LEDGER.
             IF WS-INVLEDG-STATUS = '35'
                   OPEN OUTPUT INVENTORY-LEDGER
                   CLOSE INVENTORY-LEDGER
                   OPEN I-O INVENTORY-LEDGER
             END-IF.
             IF WS-INVLEDG-STATUS NOT = '00'
                   DISPLAY 'EXAMPLE: INVLEDG NOT AVAILABLE - '
                         'EXTRACT RUNS WITHOUT THE STOCK CHECK'
                   CLOSE INVENTORY-BALANCE
                   MOVE 'N' TO WS-INVBAL-AVAIL
             END-IF.

       240-CHECK-HEADER.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             IF END-OF-FILE = 'Y'
                                           ' IS NOT TODAY - STALE '
                                           'FEED - RUN STOPPED'
                                     MOVE 'Y' TO WS-LABEL-FATAL
                               ELSE
                                     MOVE TH-BATCH-ID TO WS-BATCH-ID
                                     MOVE TH-BUS-DATE TO WS-BUS-DATE
                               END-IF
                         END-IF
                   END-IF
             END-IF.

      *  Closes the files and the shared exception log after a fatal
      *  label failure, without writing totals, advancing the
      *  low-water mark, or posting any stock movement to INVBAL.

       410-ABORT-CLOSE.
             CLOSE TRANSACTION-FILE
                          EXTENDED-FILE
                          ITEM-SUMMARY-FILE
                          BACKORDER-FILE
                          SUBSTITUTION-FILE
                          ITEM-SALES-HISTORY
                          ITEM-MASTER
                          CUSTOMER-MASTER.
             IF WS-INVBAL-AVAIL = 'Y'
                   CLOSE INVENTORY-BALANCE
                         INVENTORY-LEDGER
             END-IF.
             IF WS-ITEMPRC-AVAIL = 'Y'
                   CLOSE ITEM-PRICE-FILE
             END-IF.
             IF WS-ITEMSUB-AVAIL = 'Y'
                   CLOSE ITEM-SUB-FILE
             END-IF.
             IF WS-TAXRATE-AVAIL = 'Y'
                   CLOSE TAX-RATE-FILE
             END-IF.
             IF WS-ORDSTAT-AVAIL = 'Y'
                   CLOSE ORDER-STATUS-FILE
             END-IF.
             IF WS-XLOG-OPEN = 'Y'
                   CLOSE EXTRACT-LOG-OUT
             END-IF.

       400-WRAPUP.

             IF WS-INVBAL-AVAIL = 'Y'
                   PERFORM 440-POST-STOCK
             END-IF.
             PERFORM 430-ITEM-SUMMARY.

             IF WS-FIRST-ORDER = 'N'
             MOVE WS-ORDER-TOTAL     TO WE-TOTAL-PRICE.
             MOVE WS-EXT-TOTAL-LINE  TO EXTENDED-REC.
             WRITE EXTENDED-REC.
             MOVE WS-SUB-COUNT       TO WU-SUB-COUNT.
             MOVE WS-NO-SUB-COUNT    TO WU-NO-SUB-COUNT.
             MOVE WS-SUB-TOTAL-LINE  TO SUBSTITUTION-REC.
             WRITE SUBSTITUTION-REC.

             ACCEPT WS-TODAY FROM DATE YYYYMMDD.

                          EXTENDED-FILE
                          ITEM-SUMMARY-FILE
                          BACKORDER-FILE
                          SUBSTITUTION-FILE
                          ITEM-SALES-HISTORY
                          ITEM-MASTER
                          CUSTOMER-MASTER.
             IF WS-INVBAL-AVAIL = 'Y'
                   CLOSE INVENTORY-BALANCE
                         INVENTORY-LEDGER
             END-IF.
             IF WS-ITEMPRC-AVAIL = 'Y'
                   CLOSE ITEM-PRICE-FILE
             END-IF.
             IF WS-ITEMSUB-AVAIL = 'Y'
                   CLOSE ITEM-SUB-FILE
             END-IF.
             IF WS-TAXRATE-AVAIL = 'Y'
                   CLOSE TAX-RATE-FILE
             END-IF.
             IF WS-ORDSTAT-AVAIL = 'Y'
                   CLOSE ORDER-STATUS-FILE
                   DISPLAY 'EXAMPLE: ' WS-OS-POSTED-COUNT
                         ' ORDER LINE STATUSES POSTED TO ORDSTAT'
             END-IF.
             IF WS-SUB-COUNT > ZERO
                   DISPLAY 'EXAMPLE: ' WS-SUB-COUNT
                         ' ORDER LINES SUBSTITUTED - SEE EXAMPLE-SUBS'
             END-IF.
             IF WS-BACKORDER-COUNT > ZERO
                   DISPLAY 'EXAMPLE: ' WS-BACKORDER-COUNT
                         ' ORDER LINES SHORT - SEE BACKORDER FILE'
             END-IF.
             IF WS-UNTAXED-COUNT > ZERO
                   DISPLAY 'EXAMPLE: ' WS-UNTAXED-COUNT
                         ' TAXABLE LINES UNTAXED - NO RATE ON TAXRATE'
             END-IF.
             IF WS-XLOG-OPEN = 'Y'
                   CLOSE EXTRACT-LOG-OUT
             END-IF.
             MOVE WS-TODAY           TO RECON-RUN-DATE.
             MOVE WS-OUTPUT-REC-COUNT TO RECON-RECORD-COUNT.
             MOVE WS-ORDER-TOTAL     TO RECON-DOLLAR-TOTAL.
             MOVE WS-BATCH-ID        TO RECON-KEY-FIELD.
             IF PARM-RERUN = 'R'
                   SET RECON-SUPERSEDES-PRIOR TO TRUE
             ELSE
             MOVE 1 TO WS-IS-IDX.
             PERFORM 433-WRITE-SUMMARY-LINE
                   UNTIL WS-IS-IDX > WS-ITEM-SUM-COUNT.
             MOVE 1 TO WS-CG-IDX.
             PERFORM 434-WRITE-CUST-HISTORY
                   UNTIL WS-CG-IDX > WS-CUST-SALES-COUNT.

       431-SUMMARY-SORT-OUTER.
             MOVE WS-IS-IDX TO WS-IS-MIN-IDX.
             MOVE IS-ITEM-DESC (WS-IS-IDX) TO WI-ITEM-DESC.
             MOVE IS-UNITS (WS-IS-IDX) TO WI-UNITS.
             MOVE IS-DOLLARS (WS-IS-IDX) TO WI-DOLLARS.
             MOVE IS-COST (WS-IS-IDX) TO WI-COST.
             MOVE ZERO TO WS-MARGIN-PCT.
             IF IS-DOLLARS (WS-IS-IDX) NOT = ZERO
                   COMPUTE WS-MARGIN-PCT ROUNDED =
                         (IS-DOLLARS (WS-IS-IDX) - IS-COST (WS-IS-IDX))
                         * 100 / IS-DOLLARS (WS-IS-IDX)
                         ON SIZE ERROR MOVE ZERO TO WS-MARGIN-PCT
                   END-COMPUTE
             END-IF.
             MOVE WS-MARGIN-PCT TO WI-MARGIN-PCT.
             IF IS-NO-COST (WS-IS-IDX) = 'Y'
                   MOVE 'SOME NO COST' TO WI-NO-COST
             END-IF.
             MOVE WS-ITEM-SUM-LINE TO ITEM-SUMMARY-REC.
             WRITE ITEM-SUMMARY-REC.
             MOVE SPACES TO SH-SALES-HIST-REC.
             MOVE IS-ITEM-DESC (WS-IS-IDX) TO SH-ITEM-DESC-OUT.
             MOVE IS-UNITS (WS-IS-IDX) TO SH-UNITS-OUT.
             MOVE IS-DOLLARS (WS-IS-IDX) TO SH-DOLLARS-OUT.
             MOVE IS-COST (WS-IS-IDX) TO SH-COST-OUT.
             MOVE 'I' TO SH-REC-TYPE-OUT.
             MOVE IS-NO-COST (WS-IS-IDX) TO SH-NO-COST-OUT.
             WRITE SH-SALES-HIST-REC.
             ADD 1 TO WS-IS-IDX.

      *  Writes one customer's sales and cost for the run to the
      *  item sales history as a type C record.

       434-WRITE-CUST-HISTORY.
             MOVE SPACES TO SH-SALES-HIST-REC.
             MOVE WS-TODAY TO SH-RUN-DATE-OUT.
             MOVE CG-CUST-NUMBER (WS-CG-IDX) TO SH-CUST-NUMBER-OUT.
             MOVE CG-CUST-NAME (WS-CG-IDX) TO SH-CUST-NAME-OUT.
             MOVE CG-UNITS (WS-CG-IDX) TO SH-UNITS-OUT.
             MOVE CG-DOLLARS (WS-CG-IDX) TO SH-DOLLARS-OUT.
             MOVE CG-COST (WS-CG-IDX) TO SH-COST-OUT.
             MOVE 'C' TO SH-REC-TYPE-OUT.
             MOVE CG-NO-COST (WS-CG-IDX) TO SH-NO-COST-OUT.
             WRITE SH-SALES-HIST-REC.
             ADD 1 TO WS-CG-IDX.

      *  Posts the run's stock movements to INVBAL now that the run
      *  has finished cleanly: per item, the units drawn by accepted
      *  orders and the units put back by credit memos, each with a
      *  ledger record keyed by business date and batch ID.  The
      *  ledger record is written before INVBAL is rewritten, and a
      *  record already on file means this batch's movement was
      *  posted by an earlier run, so it is never posted twice.

       440-POST-STOCK.
             ACCEPT WS-IL-TIME FROM TIME.
             MOVE 1 TO WS-SK-IDX.
             PERFORM 441-POST-STOCK-ENTRY
                   UNTIL WS-SK-IDX > WS-SK-COUNT.
             DISPLAY 'EXAMPLE: ' WS-STOCK-POSTINGS
                   ' STOCK MOVEMENTS POSTED TO INVBAL AND INVLEDG'.

       441-POST-STOCK-ENTRY.
             IF SK-QTY-OUT (WS-SK-IDX) > ZERO
                    AND SK-OUT-POSTED (WS-SK-IDX) = 'N'
                   MOVE 01 TO WS-IL-SEQ
                   MOVE 'S' TO WS-IL-TYPE
                   COMPUTE WS-IL-QTY = ZERO - SK-QTY-OUT (WS-SK-IDX)
                   PERFORM 442-POST-MOVEMENT
                         THRU 442-POST-MOVEMENT-EXIT
             END-IF.
             IF SK-QTY-IN (WS-SK-IDX) > ZERO
                    AND SK-IN-POSTED (WS-SK-IDX) = 'N'
                   MOVE 02 TO WS-IL-SEQ
                   MOVE 'R' TO WS-IL-TYPE
                   MOVE SK-QTY-IN (WS-SK-IDX) TO WS-IL-QTY
                   PERFORM 442-POST-MOVEMENT
                         THRU 442-POST-MOVEMENT-EXIT
             END-IF.
             ADD 1 TO WS-SK-IDX.

       442-POST-MOVEMENT.
             MOVE SK-CAT-CODE (WS-SK-IDX) TO IB-CAT-CODE.
             READ INVENTORY-BALANCE
                     INVALID KEY
                           DISPLAY 'EXAMPLE: ITEM '
                                 SK-CAT-CODE (WS-SK-IDX)
                                 ' GONE FROM INVBAL - NOT POSTED'
                           GO TO 442-POST-MOVEMENT-EXIT
             END-READ.
             ADD WS-IL-QTY TO IB-ON-HAND.
             MOVE SPACES TO IL-LEDGER-REC.
             MOVE SK-CAT-CODE (WS-SK-IDX) TO IL-CAT-CODE.
             MOVE WS-BUS-DATE TO IL-POST-DATE.
             MOVE 'EXAMPLE' TO IL-SOURCE.
             MOVE WS-BATCH-ID TO IL-REFERENCE.
             MOVE WS-IL-SEQ TO IL-SEQ.
             MOVE WS-IL-TYPE TO IL-MOVE-TYPE.
             MOVE WS-IL-QTY TO IL-QUANTITY.
             MOVE IB-ON-HAND TO IL-ON-HAND-AFTER.
             MOVE WS-IL-TIME TO IL-POST-TIME.
             MOVE 'BATCH' TO IL-OPERATOR.
             WRITE IL-LEDGER-REC
                     INVALID KEY
                           DISPLAY 'EXAMPLE: ITEM '
                                 SK-CAT-CODE (WS-SK-IDX)
                                 ' ALREADY POSTED FOR THIS BATCH'
                           GO TO 442-POST-MOVEMENT-EXIT
             END-WRITE.
             REWRITE IB-INV-REC.
             ADD 1 TO WS-STOCK-POSTINGS.
       442-POST-MOVEMENT-EXIT.
             EXIT.
