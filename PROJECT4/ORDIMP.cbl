       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDIMP as "ORDIMP".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE-IN
               ASSIGN TO "D:\COBOL\ORDERIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-IN-STATUS.
           SELECT ORDER-HOLD-FILE
               ASSIGN TO "D:\COBOL\ORDHOLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-HOLD-STATUS.
           SELECT SALES-ORDER-FILE
               ASSIGN TO "D:\COBOL\SALESORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               ALTERNATE RECORD KEY IS SO-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS SALES-ORDER-STATUS.
           SELECT ORDER-NUMBER-FILE
               ASSIGN TO "D:\COBOL\SORDNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-NUMBER-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS STATUS-FIELD.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               ALTERNATE RECORD KEY IS SB-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS STOCK-BAL-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT SHIP-TO-FILE
               ASSIGN TO "D:\COBOL\SHIPTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS SHIP-TO-FILE-STATUS.
           SELECT CUST-PART-FILE
               ASSIGN TO "D:\COBOL\CUSTPART.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               ALTERNATE RECORD KEY IS CP-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS CUST-PART-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO "D:\COBOL\OPENINV.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPEN-INVOICE-STATUS.
           SELECT PICK-LIST-FILE-OUT
               ASSIGN TO PICK-LIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE-OUT
               ASSIGN TO REGISTER-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *==============================================================
      * One line per part on a customer's order file.  The lines
      * of one order sit together and carry the same customer,
      * order reference and ship-to.  The part may be ours or the
      * customer's own number from the cross-reference.  The
      * reason field is blank from the customer; it is filled in
      * on the hold file so the counter can see what to fix.
      *==============================================================
       FD  ORDER-FILE-IN.
       01  ORDER-RECORD-IN.
           05 EI-CUSTOMER-CODE  PIC X(5).
           05 EI-ORDER-REF      PIC X(15).
           05 EI-SHIP-TO-CODE   PIC X(4).
           05 EI-PART-NUMBER    PIC X(15).
           05 EI-PART-PARTS REDEFINES EI-PART-NUMBER.
               10 EI-OUR-PART   PIC X(7).
               10 EI-PART-REST  PIC X(8).
           05 EI-ORDER-QTY      PIC 9(7)V99.
           05 EI-REJECT-REASON  PIC X(30).

      *==============================================================
      * Rejected lines, in the intake layout with the reason filled
      * in.  The counter corrects them here and feeds the file back
      * in as the next ORDERIN.TXT.
      *==============================================================
       FD  ORDER-HOLD-FILE.
       01  ORDER-HOLD-RECORD    PIC X(78).

       FD  SALES-ORDER-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

       FD  ORDER-NUMBER-FILE.
       01  ORDER-NUMBER-RECORD  PIC 9(6).

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  SHIP-TO-FILE.
           COPY "D:\COBOL\SHIP_TO_RECORD.cpy".

       FD  CUST-PART-FILE.
           COPY "D:\COBOL\CUSTOMER_PART_RECORD.cpy".

       FD  OPEN-INVOICE-FILE.
           COPY "D:\COBOL\OPEN_INVOICE_RECORD.cpy".

       FD  PICK-LIST-FILE-OUT.
       01  PICK-LIST-RECORD-OUT PIC X(80).

      *==============================================================
      * The acceptance register: every line of every order taken
      * in, under a heading per order, so the part for one
      * customer can be sent back to them as their acknowledgement.
      *==============================================================
       FD  REGISTER-FILE-OUT.
       01  REGISTER-RECORD-OUT  PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 ORDER-IN-STATUS       PIC X(2)  VALUE SPACES.
       01 ORDER-HOLD-STATUS     PIC X(2)  VALUE SPACES.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 ORDER-NUMBER-STATUS   PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 SHIP-TO-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 SHIP-TO-FILE-OPEN-WS  PIC X(3)  VALUE "NO".
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 QUAR-FILES-OPEN-WS    PIC X(3)  VALUE "NO".
       01 CUST-PART-STATUS      PIC X(2)  VALUE SPACES.
       01 CPX-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 CPX-FOUND-WS          PIC X(3)  VALUE "NO".
       01 EOF-CPX-WS            PIC X(3)  VALUE SPACES.
       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 AR-FILE-OPEN-WS       PIC X(3)  VALUE "NO".
       01 EOF-AR-WS             PIC X(3)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-ORDER-IN-WS       PIC X(3)  VALUE SPACES.
       01 EOF-ORDER-WS          PIC X(3)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.

      *==============================================================
      * The order being built: the customer, their reference and
      * the site that identify it in the file, and whether the
      * heading checks let any of its lines through.
      *==============================================================
       01 GROUP-KEY-WS.
           05 GROUP-CUSTOMER-WS PIC X(5)  VALUE SPACES.
           05 GROUP-REF-WS      PIC X(15) VALUE SPACES.
           05 GROUP-SHIP-TO-WS  PIC X(4)  VALUE SPACES.
       01 LINE-KEY-WS.
           05 LINE-CUSTOMER-WS  PIC X(5)  VALUE SPACES.
           05 LINE-REF-WS       PIC X(15) VALUE SPACES.
           05 LINE-SHIP-TO-WS   PIC X(4)  VALUE SPACES.
       01 ORDER-REASON-WS       PIC X(30) VALUE SPACES.
       01 REJECT-REASON-WS      PIC X(30) VALUE SPACES.
       01 LINE-SEQUENCE-WS      PIC 9(3)  VALUE ZERO.

       01 LAST-ORDER-NUMBER-WS  PIC 9(6)  VALUE ZERO.
       01 CURRENT-ORDER-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 ORDER-CUSTOMER-WS     PIC X(5)  VALUE SPACES.
       01 ORDER-SHIP-TO-WS      PIC X(4)  VALUE SPACES.
       01 ORDER-REP-WS          PIC X(3)  VALUE SPACES.
       01 LINE-PART-NUMBER-WS   PIC X(7)  VALUE SPACES.
       01 LINE-ORDER-QTY-WS     PIC 9(7)V99 VALUE ZERO.
       01 QUARANTINED-QTY-WS    PIC 9(9)V99 VALUE ZERO.
       01 OPEN-ALLOC-QTY-WS     PIC 9(9)V99 VALUE ZERO.
       01 AVAILABLE-QTY-WS      PIC S9(9)V99 VALUE ZERO.
       01 LINE-ALLOC-QTY-WS     PIC 9(7)V99 VALUE ZERO.
       01 LINE-WRITTEN-WS       PIC X(3)  VALUE "NO".
           COPY "D:\COBOL\PRICE_CALC_PARMS.cpy".

      *==============================================================
      * The credit check: what the account already owes on open
      * invoices, plus what this file has put on order for it so
      * far, plus the line in hand, against the limit -- the check
      * the transaction screen makes on a sale.
      *==============================================================
       01 AR-OPEN-BALANCE-WS    PIC S9(9)V99 VALUE ZERO.
       01 ORDER-VALUE-WS        PIC 9(9)V99 VALUE ZERO.
       01 LINE-VALUE-WS         PIC 9(9)V99 VALUE ZERO.
       01 CREDIT-EXPOSURE-WS    PIC S9(9)V99 VALUE ZERO.

       01 LINES-READ-WS         PIC 9(5)  VALUE ZERO.
       01 LINES-ACCEPTED-WS     PIC 9(5)  VALUE ZERO.
       01 LINES-REJECTED-WS     PIC 9(5)  VALUE ZERO.
       01 ORDERS-CREATED-WS     PIC 9(5)  VALUE ZERO.
       01 REGISTER-LINES-WS     PIC 9(6)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The order's lines held until the order is complete, so the
      * pick list can come out sorted by location -- the same
      * table and pick list order entry prints.
      *==============================================================
       01 PICK-TABLE-WS.
           05 PICK-LINE-COUNT-WS PIC 9(2) VALUE ZERO.
           05 PICK-SUB          PIC 9(2)  VALUE ZERO.
           05 PICK-SUB-2        PIC 9(2)  VALUE ZERO.
           05 PICK-LOW-SUB      PIC 9(2)  VALUE ZERO.
           05 PICK-LINE-ITEM OCCURS 25 TIMES.
               10 PK-LOCATION-CODE PIC X(5)  VALUE SPACES.
               10 PK-PART-NUMBER   PIC X(7)  VALUE SPACES.
               10 PK-PART-NAME     PIC X(20) VALUE SPACES.
               10 PK-ALLOC-QTY     PIC 9(7)V99 VALUE ZERO.
               10 PK-ORDER-QTY     PIC 9(7)V99 VALUE ZERO.
       01 PICK-HOLD-ITEM-WS     PIC X(50)  VALUE SPACES.

       01 PICK-LIST-FILE-NAME-WS PIC X(40) VALUE SPACES.
       01 REGISTER-FILE-NAME-WS PIC X(40) VALUE SPACES.

       01 PICK-HEADER-OUT.
           05 FILLER            PIC X(11)  VALUE "PICK LIST".
           05 PH-ORDER-NUMBER-OUT PIC 9(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PH-CUSTOMER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PH-CUSTOMER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PH-ORDER-DATE-OUT PIC X(8).
           05 FILLER            PIC X(5)   VALUE "  PO".
           05 PH-ORDER-REF-OUT  PIC X(15).

       01 PICK-SHIP-TO-OUT.
           05 FILLER            PIC X(9)   VALUE "SHIP TO".
           05 PS-SHIP-TO-CODE-OUT PIC X(4).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PS-SHIP-TO-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PS-ADDRESS-OUT    PIC X(30).

       01 PICK-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "LOC".
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(7)  VALUE "PICK".
           05 FILLER PIC X(9)  VALUE "ORDERED".

       01 PICK-DETAIL-OUT.
           05 PD-LOCATION-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-ALLOC-OUT      PIC ZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 PD-ORDERED-OUT    PIC ZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-SHORT-FLAG-OUT PIC X(12)  VALUE SPACES.

       01 PICK-CUST-PART-OUT.
           05 FILLER            PIC X(16)  VALUE SPACES.
           05 FILLER            PIC X(10)  VALUE "CUST PART".
           05 PC-CUST-PART-OUT  PIC X(15)  VALUE SPACES.

       01 REGISTER-HEADER-OUT.
           05 FILLER            PIC X(34)
                       VALUE "ORDER IMPORT REGISTER".
           05 FILLER            PIC X(6)   VALUE "AS OF".
           05 RH-AS-OF-DATE-OUT PIC 9(8).

       01 REGISTER-ORDER-OUT.
           05 FILLER            PIC X(10)  VALUE "CUSTOMER".
           05 RO-CUSTOMER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RO-CUSTOMER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(13)  VALUE "  YOUR ORDER".
           05 RO-ORDER-REF-OUT  PIC X(15).
           05 FILLER            PIC X(10)  VALUE "  SHIP TO".
           05 RO-SHIP-TO-OUT    PIC X(4).

       01 REGISTER-COLUMN-NAME.
           05 FILLER PIC X(6)  VALUE "LINE".
           05 FILLER PIC X(17) VALUE "YOUR PART".
           05 FILLER PIC X(9)  VALUE "OUR PART".
           05 FILLER PIC X(8)  VALUE "ORDER".
           05 FILLER PIC X(12) VALUE "   ORDERED".
           05 FILLER PIC X(12) VALUE " ALLOCATED".
           05 FILLER PIC X(9)  VALUE "   PRICE".
           05 FILLER PIC X(10) VALUE "  STATUS".
           05 FILLER PIC X(30) VALUE "REASON".

       01 REGISTER-DETAIL-OUT.
           05 RD-LINE-OUT       PIC ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 RD-THEIR-PART-OUT PIC X(15).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-OUR-PART-OUT   PIC X(7).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-ORDER-NUMBER-OUT PIC Z(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-ORDERED-OUT    PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-ALLOC-OUT      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-PRICE-OUT      PIC ZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-STATUS-OUT     PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-REASON-OUT     PIC X(30).

       01 REGISTER-TOTAL-OUT.
           05 FILLER            PIC X(12)  VALUE "LINES READ".
           05 RT-READ-OUT       PIC ZZZZ9.
           05 FILLER            PIC X(13)  VALUE "   ACCEPTED".
           05 RT-ACCEPTED-OUT   PIC ZZZZ9.
           05 FILLER            PIC X(13)  VALUE "   REJECTED".
           05 RT-REJECTED-OUT   PIC ZZZZ9.
           05 FILLER            PIC X(11)  VALUE "   ORDERS".
           05 RT-ORDERS-OUT     PIC ZZZZ9.

      *==============================================================
      * Take in the order files customers send instead of phoning.
      * Each order becomes real order lines on SALESORD, numbered
      * from the order series, checked and allocated the way the
      * counter would have done it, with a pick list per order.
      * Every line is accepted or rejected on the register; the
      * rejects wait on the hold file for the counter.
      *==============================================================
       PROCEDURE DIVISION.
       100-IMPORT-CUSTOMER-ORDERS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-ORDER-IMPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 301-READ-ORDER-RECORD
               PERFORM 210-IMPORT-ONE-LINE
                   UNTIL EOF-ORDER-IN-WS = "YES"
               PERFORM 220-FINISH-CURRENT-ORDER
               PERFORM 202-TERM-ORDER-IMPORT.

           EXIT PROGRAM.

      *==============================================================
      * Open the intake file and the order register -- creating
      * the register the first time -- the masters the lines are
      * checked against, the hold file and the acceptance register.
      *==============================================================
       200-INIT-ORDER-IMPORT.
           PERFORM 360-GET-BUSINESS-DATE.
           OPEN INPUT ORDER-FILE-IN.
           IF ORDER-IN-STATUS NOT = "00"
               DISPLAY "ORDIMP: CANNOT OPEN ORDER FILE "
                   ORDER-IN-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS = "35"
               OPEN OUTPUT SALES-ORDER-FILE
               CLOSE SALES-ORDER-FILE
               OPEN I-O SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS NOT = "00"
               DISPLAY "ORDIMP: CANNOT OPEN SALESORD "
                   SALES-ORDER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ORDIMP: CANNOT OPEN INVENT-FILE "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ORDIMP: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           IF OPEN-ERROR-FLAG = "YES"
               EXIT PARAGRAPH.
           OPEN INPUT STOCK-BALANCE-FILE.
           OPEN INPUT LOCATION-FILE.
           IF STOCK-BAL-STATUS = "00"
                   AND LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO QUAR-FILES-OPEN-WS.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-FILE-STATUS = "00"
               MOVE "YES" TO SHIP-TO-FILE-OPEN-WS.
           OPEN INPUT CUST-PART-FILE.
           IF CUST-PART-STATUS = "00"
               MOVE "YES" TO CPX-FILE-OPEN-WS.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF OPEN-INVOICE-STATUS = "00"
               MOVE "YES" TO AR-FILE-OPEN-WS.
           OPEN EXTEND ORDER-HOLD-FILE.
           IF ORDER-HOLD-STATUS = "35"
               OPEN OUTPUT ORDER-HOLD-FILE.
           PERFORM 340-READ-LAST-ORDER-NUMBER.
           STRING "D:\COBOL\ORDIMP_"  DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO REGISTER-FILE-NAME-WS.
           OPEN OUTPUT REGISTER-FILE-OUT.
           MOVE CDT-DATE TO RH-AS-OF-DATE-OUT.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-HEADER-OUT.
           MOVE SPACES TO GROUP-KEY-WS.
           MOVE ZERO TO CURRENT-ORDER-NUMBER-WS.
           MOVE ZERO TO PICK-LINE-COUNT-WS.

      *==============================================================
      * One line of the intake file.  A change of customer, order
      * reference or ship-to closes off the order before it and
      * starts the next.  A line the heading checks refused, or
      * that fails its own checks, goes to the hold file.
      *==============================================================
       210-IMPORT-ONE-LINE.
           ADD 1 TO LINES-READ-WS.
           MOVE EI-CUSTOMER-CODE TO LINE-CUSTOMER-WS.
           MOVE EI-ORDER-REF     TO LINE-REF-WS.
           MOVE EI-SHIP-TO-CODE  TO LINE-SHIP-TO-WS.
           IF LINE-KEY-WS NOT = GROUP-KEY-WS
               PERFORM 220-FINISH-CURRENT-ORDER
               MOVE LINE-KEY-WS TO GROUP-KEY-WS
               PERFORM 230-START-ORDER.
           ADD 1 TO LINE-SEQUENCE-WS.
           MOVE SPACES TO LINE-PART-NUMBER-WS.
           MOVE EI-ORDER-QTY TO LINE-ORDER-QTY-WS.
           MOVE ZERO TO LINE-ALLOC-QTY-WS.
           MOVE ZERO TO PR-RESOLVED-PRICE.
           MOVE "NO" TO LINE-WRITTEN-WS.
           MOVE SPACES TO REJECT-REASON-WS.
           IF ORDER-REASON-WS NOT = SPACES
               MOVE ORDER-REASON-WS TO REJECT-REASON-WS
           ELSE
               PERFORM 240-CHECK-ORDER-LINE.
           IF REJECT-REASON-WS = SPACES
               IF PICK-LINE-COUNT-WS NOT < 25
                   PERFORM 220-FINISH-CURRENT-ORDER
                   PERFORM 232-TAKE-ORDER-NUMBER
               END-IF
               PERFORM 215-ALLOCATE-ORDER-LINE.
           IF LINE-WRITTEN-WS = "YES"
               ADD LINE-VALUE-WS TO ORDER-VALUE-WS
               ADD 1 TO LINES-ACCEPTED-WS
               MOVE "ACCEPTED" TO RD-STATUS-OUT
               IF LINE-ALLOC-QTY-WS < LINE-ORDER-QTY-WS
                   MOVE "NOT ALL IN STOCK - TO FOLLOW"
                       TO REJECT-REASON-WS
               END-IF
           ELSE
               PERFORM 250-HOLD-REJECTED-LINE.
           PERFORM 310-WRITE-REGISTER-LINE.
           PERFORM 301-READ-ORDER-RECORD.

      *==============================================================
      * Allocate what the shelf can still promise of the line and
      * write it -- on hand less open-order allocations and
      * quarantine, the figure order entry allocates from.  A part
      * already on the order cannot take a second line.
      *==============================================================
       215-ALLOCATE-ORDER-LINE.
           PERFORM 320-TOTAL-OPEN-ALLOCATION.
           PERFORM 321-TOTAL-QUARANTINED-QTY.
           COMPUTE AVAILABLE-QTY-WS =
               QUANTITY - OPEN-ALLOC-QTY-WS
               - QUARANTINED-QTY-WS.
           IF AVAILABLE-QTY-WS < ZERO
               MOVE ZERO TO AVAILABLE-QTY-WS.
           IF LINE-ORDER-QTY-WS > AVAILABLE-QTY-WS
               MOVE AVAILABLE-QTY-WS TO LINE-ALLOC-QTY-WS
           ELSE
               MOVE LINE-ORDER-QTY-WS TO LINE-ALLOC-QTY-WS.
           PERFORM 330-WRITE-ORDER-LINE.
           IF LINE-WRITTEN-WS = "YES"
               PERFORM 225-HOLD-PICK-LINE
           ELSE
               MOVE ZERO TO LINE-ALLOC-QTY-WS
               MOVE "PART REPEATED ON THE ORDER"
                   TO REJECT-REASON-WS.

      *==============================================================
      * Print the pick list for the order just built.  An order
      * that got no lines at all gives its number back.
      *==============================================================
       220-FINISH-CURRENT-ORDER.
           IF CURRENT-ORDER-NUMBER-WS = ZERO
               EXIT PARAGRAPH.
           IF PICK-LINE-COUNT-WS > ZERO
               PERFORM 245-PRINT-PICK-LIST
               ADD 1 TO ORDERS-CREATED-WS
           ELSE
               IF CURRENT-ORDER-NUMBER-WS = LAST-ORDER-NUMBER-WS
                   SUBTRACT 1 FROM LAST-ORDER-NUMBER-WS.
           MOVE ZERO TO CURRENT-ORDER-NUMBER-WS.
           MOVE ZERO TO PICK-LINE-COUNT-WS.

      *==============================================================
      * Start an order: the customer must be on file and the
      * ship-to, when one is named, must be one of theirs -- the
      * checks order entry makes before it takes a line.  Either
      * failing refuses every line of the order.
      *==============================================================
       230-START-ORDER.
           MOVE SPACES TO ORDER-REASON-WS.
           MOVE ZERO TO LINE-SEQUENCE-WS.
           MOVE ZERO TO ORDER-VALUE-WS.
           MOVE GROUP-CUSTOMER-WS TO ORDER-CUSTOMER-WS.
           MOVE GROUP-CUSTOMER-WS TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CU-CUSTOMER-NAME
                   MOVE "CUSTOMER NOT ON FILE" TO ORDER-REASON-WS
           END-READ.
           MOVE GROUP-SHIP-TO-WS TO ORDER-SHIP-TO-WS.
           MOVE SPACES TO SHIP-TO-RECORD.
           IF ORDER-REASON-WS = SPACES
                   AND ORDER-SHIP-TO-WS NOT = SPACES
               PERFORM 235-READ-SHIP-TO.
           PERFORM 311-WRITE-REGISTER-HEADING.
           IF ORDER-REASON-WS NOT = SPACES
               EXIT PARAGRAPH.
           MOVE CU-REP-CODE TO ORDER-REP-WS.
           PERFORM 257-TOTAL-OPEN-AR-BALANCE.
           PERFORM 232-TAKE-ORDER-NUMBER.

      *==============================================================
      * The next number in the order series -- also taken when an
      * order outgrows one pick list and carries on under a second
      * order for the same customer and site.
      *==============================================================
       232-TAKE-ORDER-NUMBER.
           ADD 1 TO LAST-ORDER-NUMBER-WS.
           MOVE LAST-ORDER-NUMBER-WS TO CURRENT-ORDER-NUMBER-WS.
           MOVE ZERO TO PICK-LINE-COUNT-WS.

       235-READ-SHIP-TO.
           IF SHIP-TO-FILE-OPEN-WS = "YES"
               MOVE ORDER-CUSTOMER-WS TO ST-CUSTOMER-CODE
               MOVE ORDER-SHIP-TO-WS  TO ST-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       MOVE "SHIP-TO NOT ON FILE"
                           TO ORDER-REASON-WS
               END-READ
           ELSE
               MOVE "SHIP-TO NOT ON FILE" TO ORDER-REASON-WS.

      *==============================================================
      * The line's own checks: the part, by our number or the
      * customer's, on file and open for sale; a quantity; and
      * room under the account's credit limit.  A discontinued
      * part with a successor is ordered as the successor, the
      * way a sale at the screen switches over.
      *==============================================================
       240-CHECK-ORDER-LINE.
           PERFORM 241-RESOLVE-PART-NUMBER.
           IF LINE-PART-NUMBER-WS = SPACES
               MOVE "PART NOT ON FILE" TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           MOVE LINE-PART-NUMBER-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "PART NOT ON FILE" TO REJECT-REASON-WS
                   EXIT PARAGRAPH
           END-READ.
           IF PART-DISCONTINUED AND SUPERSEDED-BY NOT = SPACES
               MOVE SUPERSEDED-BY TO LINE-PART-NUMBER-WS
               MOVE LINE-PART-NUMBER-WS TO PART-NUMBER
               READ INVENT-FILE
                   INVALID KEY
                       MOVE "SUCCESSOR PART NOT ON FILE"
                           TO REJECT-REASON-WS
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           IF PART-ON-HOLD
               MOVE "PART IS ON HOLD" TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           IF PART-DISCONTINUED
               MOVE "PART DISCONTINUED" TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           IF LINE-ORDER-QTY-WS = ZERO
               MOVE "ZERO QUANTITY" TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           PERFORM 325-PRICE-ORDER-LINE.
           COMPUTE LINE-VALUE-WS ROUNDED =
               LINE-ORDER-QTY-WS * PR-RESOLVED-PRICE.
           IF CU-CREDIT-LIMIT NOT = ZERO
               COMPUTE CREDIT-EXPOSURE-WS =
                   AR-OPEN-BALANCE-WS + ORDER-VALUE-WS
                   + LINE-VALUE-WS
               IF CREDIT-EXPOSURE-WS > CU-CREDIT-LIMIT
                   MOVE "CUSTOMER OVER CREDIT LIMIT"
                       TO REJECT-REASON-WS.

      *==============================================================
      * The customer's own number for the part when they have one
      * on the cross-reference; otherwise the number as sent is
      * taken as ours, if it is short enough to be one.
      *==============================================================
       241-RESOLVE-PART-NUMBER.
           MOVE SPACES TO LINE-PART-NUMBER-WS.
           IF CPX-FILE-OPEN-WS = "YES"
               MOVE ORDER-CUSTOMER-WS TO CP-CUSTOMER-CODE
               MOVE EI-PART-NUMBER    TO CP-CUSTOMER-PART
               READ CUST-PART-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-PART-NUMBER TO LINE-PART-NUMBER-WS
               END-READ
           END-IF.
           IF LINE-PART-NUMBER-WS = SPACES
                   AND EI-PART-REST = SPACES
               MOVE EI-OUR-PART TO LINE-PART-NUMBER-WS.

      *==============================================================
      * Park a refused line on the hold file, reason and all.
      *==============================================================
       250-HOLD-REJECTED-LINE.
           ADD 1 TO LINES-REJECTED-WS.
           MOVE "REJECTED" TO RD-STATUS-OUT.
           MOVE REJECT-REASON-WS TO EI-REJECT-REASON.
           WRITE ORDER-HOLD-RECORD FROM ORDER-RECORD-IN.

      *==============================================================
      * Total the unpaid remainder of every open invoice on the
      * account, positioned straight at the customer's first
      * invoice through the register's key.
      *==============================================================
       257-TOTAL-OPEN-AR-BALANCE.
           MOVE ZERO TO AR-OPEN-BALANCE-WS.
           IF AR-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-AR-WS.
           MOVE ORDER-CUSTOMER-WS TO OI-CUSTOMER-CODE.
           MOVE ZERO              TO OI-INVOICE-NUMBER.
           START OPEN-INVOICE-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY MOVE "YES" TO EOF-AR-WS.
           PERFORM UNTIL EOF-AR-WS = "YES"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-AR-WS
                   NOT AT END
                       IF OI-CUSTOMER-CODE NOT = ORDER-CUSTOMER-WS
                           MOVE "YES" TO EOF-AR-WS
                       ELSE
                           IF NOT OI-PAID-OFF
                               COMPUTE AR-OPEN-BALANCE-WS =
                                   AR-OPEN-BALANCE-WS +
                                   OI-INVOICE-AMOUNT -
                                   OI-PAID-AMOUNT -
                                   OI-ADJUSTED-AMOUNT
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * Hold the line for the pick list.
      *==============================================================
       225-HOLD-PICK-LINE.
           ADD 1 TO PICK-LINE-COUNT-WS.
           MOVE LOCATION-CODE TO
               PK-LOCATION-CODE (PICK-LINE-COUNT-WS).
           MOVE LINE-PART-NUMBER-WS TO
               PK-PART-NUMBER (PICK-LINE-COUNT-WS).
           MOVE PART-NAME TO
               PK-PART-NAME (PICK-LINE-COUNT-WS).
           MOVE LINE-ALLOC-QTY-WS TO
               PK-ALLOC-QTY (PICK-LINE-COUNT-WS).
           MOVE LINE-ORDER-QTY-WS TO
               PK-ORDER-QTY (PICK-LINE-COUNT-WS).

      *==============================================================
      * Sort the held lines by location and write the order's pick
      * list as its own file, catalogued with order entry's.
      *==============================================================
       245-PRINT-PICK-LIST.
           PERFORM 246-SORT-PICK-LINES.
           MOVE SPACES TO PICK-LIST-FILE-NAME-WS.
           STRING "D:\COBOL\PICK_"       DELIMITED BY SIZE
                  CURRENT-ORDER-NUMBER-WS DELIMITED BY SIZE
                  ".TXT"                  DELIMITED BY SIZE
               INTO PICK-LIST-FILE-NAME-WS.
           OPEN OUTPUT PICK-LIST-FILE-OUT.
           MOVE CURRENT-ORDER-NUMBER-WS TO PH-ORDER-NUMBER-OUT.
           MOVE ORDER-CUSTOMER-WS       TO PH-CUSTOMER-CODE-OUT.
           MOVE CU-CUSTOMER-NAME        TO PH-CUSTOMER-NAME-OUT.
           MOVE CDT-DATE                TO PH-ORDER-DATE-OUT.
           MOVE GROUP-REF-WS            TO PH-ORDER-REF-OUT.
           WRITE PICK-LIST-RECORD-OUT FROM PICK-HEADER-OUT.
           IF ORDER-SHIP-TO-WS = SPACES
               MOVE SPACES           TO PS-SHIP-TO-CODE-OUT
               MOVE CU-CUSTOMER-NAME TO PS-SHIP-TO-NAME-OUT
               MOVE CU-ADDRESS       TO PS-ADDRESS-OUT
           ELSE
               MOVE ORDER-SHIP-TO-WS TO PS-SHIP-TO-CODE-OUT
               MOVE ST-SHIP-TO-NAME  TO PS-SHIP-TO-NAME-OUT
               MOVE ST-ADDRESS       TO PS-ADDRESS-OUT.
           WRITE PICK-LIST-RECORD-OUT FROM PICK-SHIP-TO-OUT.
           WRITE PICK-LIST-RECORD-OUT FROM PICK-COLUMN-NAME.
           PERFORM VARYING PICK-SUB FROM 1 BY 1
                   UNTIL PICK-SUB > PICK-LINE-COUNT-WS
               MOVE PK-LOCATION-CODE (PICK-SUB) TO PD-LOCATION-OUT
               MOVE PK-PART-NUMBER (PICK-SUB) TO PD-PART-NUMBER-OUT
               MOVE PK-PART-NAME (PICK-SUB)   TO PD-PART-NAME-OUT
               MOVE PK-ALLOC-QTY (PICK-SUB)   TO PD-ALLOC-OUT
               MOVE PK-ORDER-QTY (PICK-SUB)   TO PD-ORDERED-OUT
               IF PK-ALLOC-QTY (PICK-SUB) <
                       PK-ORDER-QTY (PICK-SUB)
                   MOVE "*SHORT*" TO PD-SHORT-FLAG-OUT
               ELSE
                   MOVE SPACES TO PD-SHORT-FLAG-OUT
               END-IF
               WRITE PICK-LIST-RECORD-OUT FROM PICK-DETAIL-OUT
               PERFORM 247-FIND-CUSTOMER-PART
               IF CPX-FOUND-WS = "YES"
                   MOVE CP-CUSTOMER-PART TO PC-CUST-PART-OUT
                   WRITE PICK-LIST-RECORD-OUT FROM PICK-CUST-PART-OUT
               END-IF
           END-PERFORM.
           CLOSE PICK-LIST-FILE-OUT.
           MOVE "PICK LIST"            TO RC-REPORT-NAME.
           MOVE PICK-LINE-COUNT-WS     TO RC-RECORD-COUNT.
           MOVE PICK-LIST-FILE-NAME-WS TO RC-FILE-NAME.
           PERFORM 370-CATALOG-ONE-FILE.

      *==============================================================
      * Selection-sort the held lines into location order.
      *==============================================================
       246-SORT-PICK-LINES.
           PERFORM VARYING PICK-SUB FROM 1 BY 1
                   UNTIL PICK-SUB NOT < PICK-LINE-COUNT-WS
               MOVE PICK-SUB TO PICK-LOW-SUB
               PERFORM VARYING PICK-SUB-2 FROM PICK-SUB BY 1
                       UNTIL PICK-SUB-2 > PICK-LINE-COUNT-WS
                   IF PK-LOCATION-CODE (PICK-SUB-2) <
                           PK-LOCATION-CODE (PICK-LOW-SUB)
                       MOVE PICK-SUB-2 TO PICK-LOW-SUB
                   END-IF
               END-PERFORM
               IF PICK-LOW-SUB NOT = PICK-SUB
                   MOVE PICK-LINE-ITEM (PICK-SUB)
                       TO PICK-HOLD-ITEM-WS
                   MOVE PICK-LINE-ITEM (PICK-LOW-SUB)
                       TO PICK-LINE-ITEM (PICK-SUB)
                   MOVE PICK-HOLD-ITEM-WS
                       TO PICK-LINE-ITEM (PICK-LOW-SUB)
               END-IF
           END-PERFORM.

      *==============================================================
      * The customer's own number for a pick line's part, if they
      * have one on the cross-reference.
      *==============================================================
       247-FIND-CUSTOMER-PART.
           MOVE "NO" TO CPX-FOUND-WS.
           IF CPX-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-CPX-WS.
           MOVE PK-PART-NUMBER (PICK-SUB) TO CP-PART-NUMBER.
           START CUST-PART-FILE KEY IS EQUAL TO CP-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-CPX-WS.
           PERFORM UNTIL EOF-CPX-WS = "YES"
               READ CUST-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CPX-WS
                   NOT AT END
                       IF CP-PART-NUMBER NOT =
                               PK-PART-NUMBER (PICK-SUB)
                           MOVE "YES" TO EOF-CPX-WS
                       ELSE
                           IF CP-CUSTOMER-CODE = ORDER-CUSTOMER-WS
                               MOVE "YES" TO CPX-FOUND-WS
                               MOVE "YES" TO EOF-CPX-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *==============================================================
      * Read one line of the intake file.
      *==============================================================
       301-READ-ORDER-RECORD.
           READ ORDER-FILE-IN
               AT END MOVE "YES" TO EOF-ORDER-IN-WS.

      *==============================================================
      * One line on the register, accepted or rejected.
      *==============================================================
       310-WRITE-REGISTER-LINE.
           MOVE LINE-SEQUENCE-WS        TO RD-LINE-OUT.
           MOVE EI-PART-NUMBER          TO RD-THEIR-PART-OUT.
           MOVE LINE-PART-NUMBER-WS     TO RD-OUR-PART-OUT.
           IF LINE-WRITTEN-WS = "YES"
               MOVE CURRENT-ORDER-NUMBER-WS TO RD-ORDER-NUMBER-OUT
           ELSE
               MOVE ZERO TO RD-ORDER-NUMBER-OUT.
           MOVE LINE-ORDER-QTY-WS       TO RD-ORDERED-OUT.
           MOVE LINE-ALLOC-QTY-WS       TO RD-ALLOC-OUT.
           MOVE PR-RESOLVED-PRICE       TO RD-PRICE-OUT.
           MOVE REJECT-REASON-WS        TO RD-REASON-OUT.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-DETAIL-OUT.
           ADD 1 TO REGISTER-LINES-WS.

      *==============================================================
      * The heading over each order's lines on the register.
      *==============================================================
       311-WRITE-REGISTER-HEADING.
           MOVE SPACES TO REGISTER-RECORD-OUT.
           WRITE REGISTER-RECORD-OUT.
           MOVE GROUP-CUSTOMER-WS TO RO-CUSTOMER-CODE-OUT.
           MOVE CU-CUSTOMER-NAME  TO RO-CUSTOMER-NAME-OUT.
           MOVE GROUP-REF-WS      TO RO-ORDER-REF-OUT.
           MOVE GROUP-SHIP-TO-WS  TO RO-SHIP-TO-OUT.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-ORDER-OUT.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-COLUMN-NAME.

      *==============================================================
      * Total what every open order line has already promised of
      * this part, through the order file's part-number index.
      *==============================================================
       320-TOTAL-OPEN-ALLOCATION.
           MOVE ZERO TO OPEN-ALLOC-QTY-WS.
           MOVE SPACES TO EOF-ORDER-WS.
           MOVE LINE-PART-NUMBER-WS TO SO-PART-NUMBER.
           START SALES-ORDER-FILE KEY IS = SO-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-ORDER-WS.
           PERFORM UNTIL EOF-ORDER-WS = "YES"
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-ORDER-WS
                   NOT AT END
                       IF SO-PART-NUMBER NOT = LINE-PART-NUMBER-WS
                           MOVE "YES" TO EOF-ORDER-WS
                       ELSE
                           IF SO-OPEN-LINE
                               ADD SO-ALLOC-QTY TO OPEN-ALLOC-QTY-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * How much of the part sits on quarantine-type locations --
      * not the order's to promise.
      *==============================================================
       321-TOTAL-QUARANTINED-QTY.
           MOVE ZERO TO QUARANTINED-QTY-WS.
           IF QUAR-FILES-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE LINE-PART-NUMBER-WS TO SB-PART-NUMBER.
           MOVE LOW-VALUES          TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = LINE-PART-NUMBER-WS
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           PERFORM 322-ADD-IF-QUARANTINED
                       END-IF
           END-PERFORM.

      *==============================================================
      * Stock consigned to a customer site is held back the same
      * way -- still ours, but that customer's to use.
      *==============================================================
       322-ADD-IF-QUARANTINED.
           MOVE SB-LOCATION-CODE TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LO-QUARANTINE-TYPE OR LO-CUSTOMER-SITE-TYPE
                       ADD SB-QUANTITY TO QUARANTINED-QTY-WS
                   END-IF
           END-READ.

      *==============================================================
      * Price the line for the customer through PRICECAL, as order
      * entry does.
      *==============================================================
       325-PRICE-ORDER-LINE.
           MOVE ORDER-CUSTOMER-WS   TO PR-CUSTOMER-CODE.
           MOVE LINE-PART-NUMBER-WS TO PR-PART-NUMBER.
           MOVE LINE-ORDER-QTY-WS   TO PR-QUANTITY.
           IF SELL-PRICE = ZERO
               MOVE UNIT-PRICE TO PR-LIST-PRICE
           ELSE
               MOVE SELL-PRICE TO PR-LIST-PRICE.
           MOVE CDT-DATE            TO PR-PRICE-DATE.
           CALL ".\PRICECAL" USING PRICE-CALC-PARMS.

      *==============================================================
      * Write the order line with its allocation and its price.
      *==============================================================
       330-WRITE-ORDER-LINE.
           MOVE CURRENT-ORDER-NUMBER-WS TO SO-ORDER-NUMBER.
           MOVE LINE-PART-NUMBER-WS TO SO-PART-NUMBER.
           MOVE ORDER-CUSTOMER-WS   TO SO-CUSTOMER-CODE.
           MOVE LINE-ORDER-QTY-WS   TO SO-ORDER-QTY.
           MOVE LINE-ALLOC-QTY-WS   TO SO-ALLOC-QTY.
           MOVE ZERO                TO SO-FILLED-QTY.
           MOVE CDT-DATE            TO SO-ORDER-DATE.
           MOVE "O"                 TO SO-STATUS.
           MOVE SPACES              TO SO-CLOSED-DATE.
           MOVE PR-RESOLVED-PRICE   TO SO-UNIT-PRICE.
           MOVE PR-PRICE-RULE       TO SO-PRICE-RULE.
           MOVE ORDER-SHIP-TO-WS    TO SO-SHIP-TO-CODE.
           MOVE ORDER-REP-WS        TO SO-REP-CODE.
           WRITE SALES-ORDER-RECORD
               INVALID KEY
                   MOVE "NO" TO LINE-WRITTEN-WS
               NOT INVALID KEY
                   MOVE "YES" TO LINE-WRITTEN-WS.

      *==============================================================
      * Pick up the last order number handed out -- shared with
      * order entry, so imported and keyed orders draw on the one
      * series.
      *==============================================================
       340-READ-LAST-ORDER-NUMBER.
           MOVE ZERO TO LAST-ORDER-NUMBER-WS.
           OPEN INPUT ORDER-NUMBER-FILE.
           IF ORDER-NUMBER-STATUS = "00"
               READ ORDER-NUMBER-FILE
                   NOT AT END MOVE ORDER-NUMBER-RECORD
                       TO LAST-ORDER-NUMBER-WS
               END-READ
               CLOSE ORDER-NUMBER-FILE.

       341-REWRITE-LAST-ORDER-NUMBER.
           OPEN OUTPUT ORDER-NUMBER-FILE.
           MOVE LAST-ORDER-NUMBER-WS TO ORDER-NUMBER-RECORD.
           WRITE ORDER-NUMBER-RECORD.
           CLOSE ORDER-NUMBER-FILE.

      *==============================================================
      * Fill the run's date from the business date the chain
      * stamps its work with, falling back to the clock.
      *==============================================================
       360-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.

       370-CATALOG-ONE-FILE.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE CDT-DATE     TO RC-RUN-DATE.
           MOVE SPACE        TO RC-SCOPE-FLAG.
           MOVE SPACE        TO RC-FORMAT-FLAG.
           MOVE "N"          TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Total the register, record the number control and close
      * every file.
      *==============================================================
       202-TERM-ORDER-IMPORT.
           MOVE LINES-READ-WS     TO RT-READ-OUT.
           MOVE LINES-ACCEPTED-WS TO RT-ACCEPTED-OUT.
           MOVE LINES-REJECTED-WS TO RT-REJECTED-OUT.
           MOVE ORDERS-CREATED-WS TO RT-ORDERS-OUT.
           MOVE SPACES TO REGISTER-RECORD-OUT.
           WRITE REGISTER-RECORD-OUT.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-TOTAL-OUT.
           CLOSE REGISTER-FILE-OUT.
           MOVE "ORDER IMP"           TO RC-REPORT-NAME.
           MOVE REGISTER-LINES-WS     TO RC-RECORD-COUNT.
           MOVE REGISTER-FILE-NAME-WS TO RC-FILE-NAME.
           PERFORM 370-CATALOG-ONE-FILE.
           PERFORM 341-REWRITE-LAST-ORDER-NUMBER.
           CLOSE ORDER-FILE-IN.
           CLOSE ORDER-HOLD-FILE.
           CLOSE SALES-ORDER-FILE.
           CLOSE INVENT-FILE.
           CLOSE CUSTOMER-FILE.
           IF QUAR-FILES-OPEN-WS = "YES"
               CLOSE STOCK-BALANCE-FILE
               CLOSE LOCATION-FILE.
           IF SHIP-TO-FILE-OPEN-WS = "YES"
               CLOSE SHIP-TO-FILE.
           IF CPX-FILE-OPEN-WS = "YES"
               CLOSE CUST-PART-FILE.
           IF AR-FILE-OPEN-WS = "YES"
               CLOSE OPEN-INVOICE-FILE.
           DISPLAY "ORDIMP: " LINES-ACCEPTED-WS " LINES ACCEPTED, "
               LINES-REJECTED-WS " HELD, "
               ORDERS-CREATED-WS " ORDERS".

       end program ORDIMP.
