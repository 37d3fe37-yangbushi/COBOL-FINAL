       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDGEN as "STORDGEN".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "D:\COBOL\STANDORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS STANDING-ORDER-STATUS.
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
           SELECT PICK-LIST-FILE-OUT
               ASSIGN TO PICK-LIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE-OUT
               ASSIGN TO EXCEPTION-FILE-NAME-WS
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
       FD  STANDING-ORDER-FILE.
           COPY "D:\COBOL\STANDING_ORDER_RECORD.cpy".

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

       FD  PICK-LIST-FILE-OUT.
       01  PICK-LIST-RECORD-OUT PIC X(80).

      *==============================================================
      * The counter's call list: every standing-order line that
      * came due and could not be put on the shelf in full, with
      * the customer's phone number to ring.
      *==============================================================
       FD  EXCEPTION-FILE-OUT.
       01  EXCEPTION-RECORD-OUT PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STANDING-ORDER-STATUS PIC X(2)  VALUE SPACES.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 ORDER-NUMBER-STATUS   PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 CUSTOMER-OK-WS        PIC X(3)  VALUE "NO".
       01 SHIP-TO-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 SHIP-TO-FILE-OPEN-WS  PIC X(3)  VALUE "NO".
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 QUAR-FILES-OPEN-WS    PIC X(3)  VALUE "NO".
       01 CUST-PART-STATUS      PIC X(2)  VALUE SPACES.
       01 CPX-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 CPX-FOUND-WS          PIC X(3)  VALUE "NO".
       01 EOF-CPX-WS            PIC X(3)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-STANDING-WS       PIC X(3)  VALUE SPACES.
       01 EOF-ORDER-WS          PIC X(3)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.

       01 LAST-ORDER-NUMBER-WS  PIC 9(6)  VALUE ZERO.
       01 CURRENT-ORDER-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 GROUP-NUMBER-WS       PIC 9(6)  VALUE ZERO.
       01 ORDER-CUSTOMER-WS     PIC X(5)  VALUE SPACES.
       01 ORDER-SHIP-TO-WS      PIC X(4)  VALUE SPACES.
       01 ORDER-REP-WS          PIC X(3)  VALUE SPACES.
       01 LINE-PART-NUMBER-WS   PIC X(7)  VALUE SPACES.
       01 LINE-ORDER-QTY-WS     PIC 9(7)V99 VALUE ZERO.
       01 QUARANTINED-QTY-WS    PIC 9(9)V99 VALUE ZERO.
       01 OPEN-ALLOC-QTY-WS     PIC 9(9)V99 VALUE ZERO.
       01 AVAILABLE-QTY-WS      PIC S9(9)V99 VALUE ZERO.
       01 LINE-ALLOC-QTY-WS     PIC 9(7)V99 VALUE ZERO.
       01 SHORT-QTY-WS          PIC 9(7)V99 VALUE ZERO.
       01 EXCEPTION-REASON-WS   PIC X(30) VALUE SPACES.
           COPY "D:\COBOL\PRICE_CALC_PARMS.cpy".
           COPY "D:\COBOL\WORKDAY_PARMS.cpy".

      *==============================================================
      * Date arithmetic for rolling the schedule forward.
      *==============================================================
       01 DAY-NUMBER-WS         PIC 9(8)  VALUE ZERO.
       01 ROLL-DATE-WS          PIC 9(8)  VALUE ZERO.
       01 ROLL-DATE-PARTS-WS REDEFINES ROLL-DATE-WS.
           05 ROLL-YEAR-WS      PIC 9(4).
           05 ROLL-MONTH-WS     PIC 9(2).
           05 ROLL-DAY-WS       PIC 9(2).
       01 MONTH-END-WS          PIC 9(8)  VALUE ZERO.
       01 MONTH-END-PARTS-WS REDEFINES MONTH-END-WS.
           05 FILLER            PIC 9(6).
           05 MONTH-END-DAY-WS  PIC 9(2).

       01 ORDERS-CREATED-WS     PIC 9(5)  VALUE ZERO.
       01 LINES-CREATED-WS      PIC 9(5)  VALUE ZERO.
       01 EXCEPTION-COUNT-WS    PIC 9(5)  VALUE ZERO.
       01 LINES-ENDED-WS        PIC 9(5)  VALUE ZERO.

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
       01 EXCEPTION-FILE-NAME-WS PIC X(40) VALUE SPACES.

       01 PICK-HEADER-OUT.
           05 FILLER            PIC X(11)  VALUE "PICK LIST".
           05 PH-ORDER-NUMBER-OUT PIC 9(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PH-CUSTOMER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PH-CUSTOMER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PH-ORDER-DATE-OUT PIC X(8).
           05 FILLER            PIC X(11)  VALUE "  STANDING".
           05 PH-STANDING-NUMBER-OUT PIC 9(6).

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

       01 EXCEPTION-HEADER-OUT.
           05 FILLER            PIC X(34)
                       VALUE "STANDING ORDER EXCEPTIONS".
           05 FILLER            PIC X(6)   VALUE "AS OF".
           05 EH-AS-OF-DATE-OUT PIC 9(8).

       01 EXCEPTION-COLUMN-NAME.
           05 FILLER PIC X(8)  VALUE "STAND".
           05 FILLER PIC X(8)  VALUE "ORDER".
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER PIC X(14) VALUE "PHONE".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(12) VALUE "   ORDERED".
           05 FILLER PIC X(12) VALUE " ALLOCATED".
           05 FILLER PIC X(12) VALUE "     SHORT".
           05 FILLER PIC X(30) VALUE "  REASON".

       01 EXCEPTION-DETAIL-OUT.
           05 ED-STANDING-NUMBER-OUT PIC 9(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-ORDER-NUMBER-OUT PIC Z(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-CUSTOMER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-CUSTOMER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-PHONE-OUT      PIC X(12).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-PART-NUMBER-OUT PIC X(7).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-ORDERED-OUT    PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-ALLOC-OUT      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-SHORT-OUT      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-REASON-OUT     PIC X(30).

       01 EXCEPTION-TOTAL-OUT.
           05 FILLER            PIC X(17)  VALUE "ORDERS CREATED".
           05 ET-ORDERS-OUT     PIC ZZZZ9.
           05 FILLER            PIC X(10)  VALUE "   LINES".
           05 ET-LINES-OUT      PIC ZZZZ9.
           05 FILLER            PIC X(15)  VALUE "   EXCEPTIONS".
           05 ET-EXCEPTIONS-OUT PIC ZZZZ9.
           05 FILLER            PIC X(16)  VALUE "   LINES ENDED".
           05 ET-ENDED-OUT      PIC ZZZZ9.

      *==============================================================
      * The standing-order run, a step of the nightly chain after
      * the day's postings: every standing-order line that has come
      * due becomes a real order line on SALESORD, allocated and
      * priced the way order entry would have done it at the
      * counter, with a pick list per order.  The schedule then
      * rolls forward to the next working day the cycle falls on.
      * It asks nothing of anyone -- it runs unattended.
      *==============================================================
       PROCEDURE DIVISION.
       100-GENERATE-STANDING-ORDERS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-STANDING-ORDERS.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-PROCESS-ONE-STANDING-LINE
                   UNTIL EOF-STANDING-WS = "YES"
               PERFORM 220-FINISH-CURRENT-ORDER
               PERFORM 202-TERM-STANDING-ORDERS.

           EXIT PROGRAM.

      *==============================================================
      * Open the standing orders and the order register --
      * creating either the first time -- the masters the lines
      * are validated and allocated against, and the exception
      * list.
      *==============================================================
       200-INIT-STANDING-ORDERS.
           PERFORM 360-GET-BUSINESS-DATE.
           OPEN I-O STANDING-ORDER-FILE.
           IF STANDING-ORDER-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE.
           IF STANDING-ORDER-STATUS NOT = "00"
               DISPLAY "STORDGEN: CANNOT OPEN STANDORD "
                   STANDING-ORDER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS = "35"
               OPEN OUTPUT SALES-ORDER-FILE
               CLOSE SALES-ORDER-FILE
               OPEN I-O SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS NOT = "00"
               DISPLAY "STORDGEN: CANNOT OPEN SALESORD "
                   SALES-ORDER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STORDGEN: CANNOT OPEN INVENT-FILE "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "STORDGEN: CANNOT OPEN CUSTOMER FILE "
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
           PERFORM 340-READ-LAST-ORDER-NUMBER.
           STRING "D:\COBOL\STOEXC_"  DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO EXCEPTION-FILE-NAME-WS.
           OPEN OUTPUT EXCEPTION-FILE-OUT.
           MOVE CDT-DATE TO EH-AS-OF-DATE-OUT.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-HEADER-OUT.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-COLUMN-NAME.
           MOVE ZERO TO GROUP-NUMBER-WS.
           MOVE ZERO TO CURRENT-ORDER-NUMBER-WS.
           MOVE ZERO TO PICK-LINE-COUNT-WS.

      *==============================================================
      * One standing-order line.  A new standing-order number
      * closes off the order built for the one before it.  A line
      * past its end date is ended; a suspended or ended line, or
      * one not yet due, is passed over untouched.
      *==============================================================
       210-PROCESS-ONE-STANDING-LINE.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-STANDING-WS
                   EXIT PARAGRAPH
           END-READ.
           IF SG-STANDING-NUMBER NOT = GROUP-NUMBER-WS
               PERFORM 220-FINISH-CURRENT-ORDER
               MOVE SG-STANDING-NUMBER TO GROUP-NUMBER-WS
               MOVE "NO" TO CUSTOMER-OK-WS.
           IF NOT SG-ACTIVE-LINE
               EXIT PARAGRAPH.
           IF SG-END-DATE NOT = ZERO
                   AND SG-NEXT-RUN-DATE > SG-END-DATE
               PERFORM 355-END-STANDING-LINE
               EXIT PARAGRAPH.
           IF SG-NEXT-RUN-DATE > CDT-DATE
               EXIT PARAGRAPH.
           IF CURRENT-ORDER-NUMBER-WS = ZERO
               PERFORM 230-START-ORDER.
           MOVE SG-PART-NUMBER TO LINE-PART-NUMBER-WS.
           MOVE SG-ORDER-QTY   TO LINE-ORDER-QTY-WS.
           MOVE ZERO           TO LINE-ALLOC-QTY-WS.
           IF CUSTOMER-OK-WS NOT = "YES"
               MOVE "CUSTOMER NOT ON FILE - NOT RUN"
                   TO EXCEPTION-REASON-WS
               PERFORM 240-WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH.
           MOVE SG-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "PART NOT ON FILE - SKIPPED"
                       TO EXCEPTION-REASON-WS
                   PERFORM 240-WRITE-EXCEPTION-LINE
                   PERFORM 350-ROLL-NEXT-RUN-DATE
                   PERFORM 365-REWRITE-STANDING-LINE
                   EXIT PARAGRAPH
           END-READ.
           IF PART-ON-HOLD
               MOVE "PART ON HOLD - SKIPPED" TO EXCEPTION-REASON-WS
               PERFORM 240-WRITE-EXCEPTION-LINE
               PERFORM 350-ROLL-NEXT-RUN-DATE
               PERFORM 365-REWRITE-STANDING-LINE
               EXIT PARAGRAPH.
           IF PICK-LINE-COUNT-WS NOT < 25
               PERFORM 220-FINISH-CURRENT-ORDER
               PERFORM 232-TAKE-ORDER-NUMBER.
           PERFORM 325-PRICE-ORDER-LINE.
           PERFORM 215-ALLOCATE-ORDER-LINE.
           MOVE CDT-DATE                TO SG-LAST-RUN-DATE.
           MOVE CURRENT-ORDER-NUMBER-WS TO SG-LAST-ORDER-NUMBER.
           PERFORM 350-ROLL-NEXT-RUN-DATE.
           PERFORM 365-REWRITE-STANDING-LINE.

      *==============================================================
      * Allocate what the shelf can still promise of the line and
      * write it -- on hand less open-order allocations and
      * quarantine, the figure order entry allocates from.  A line
      * left short goes on the exception list.
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
           PERFORM 225-HOLD-PICK-LINE.
           ADD 1 TO LINES-CREATED-WS.
           IF LINE-ALLOC-QTY-WS < LINE-ORDER-QTY-WS
               MOVE "NOT FULLY ALLOCATED" TO EXCEPTION-REASON-WS
               PERFORM 240-WRITE-EXCEPTION-LINE.

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
      * Start an order for the standing order: its customer, the
      * site it ships to, and the rep -- the one named on the
      * standing order, else the account's own.  A ship-to that
      * has since been dropped sends the goods to the bill-to
      * address and says so on the exception list.
      *==============================================================
       230-START-ORDER.
           MOVE SG-CUSTOMER-CODE TO ORDER-CUSTOMER-WS.
           MOVE ORDER-CUSTOMER-WS TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CU-CUSTOMER-NAME
                   MOVE SPACES TO CU-PHONE
                   MOVE "NO" TO CUSTOMER-OK-WS
                   EXIT PARAGRAPH
           END-READ.
           MOVE "YES" TO CUSTOMER-OK-WS.
           MOVE SG-SHIP-TO-CODE TO ORDER-SHIP-TO-WS.
           MOVE SPACES TO SHIP-TO-RECORD.
           IF ORDER-SHIP-TO-WS NOT = SPACES
               PERFORM 235-READ-SHIP-TO.
           IF SG-REP-CODE = SPACES
               MOVE CU-REP-CODE TO ORDER-REP-WS
           ELSE
               MOVE SG-REP-CODE TO ORDER-REP-WS.
           PERFORM 232-TAKE-ORDER-NUMBER.

      *==============================================================
      * The next number in the order series -- also taken when a
      * standing order outgrows one pick list and carries on under
      * a second order for the same customer and site.
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
                       MOVE "ER" TO STATUS-FIELD
                   NOT INVALID KEY
                       MOVE "OK" TO STATUS-FIELD
               END-READ
           ELSE
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD NOT = "OK"
               MOVE SPACES TO ORDER-SHIP-TO-WS
               MOVE SPACES TO SHIP-TO-RECORD
               MOVE SG-PART-NUMBER TO LINE-PART-NUMBER-WS
               MOVE ZERO   TO LINE-ORDER-QTY-WS
               MOVE ZERO   TO LINE-ALLOC-QTY-WS
               MOVE "SHIP-TO GONE - BILL-TO USED"
                   TO EXCEPTION-REASON-WS
               PERFORM 240-WRITE-EXCEPTION-LINE.

      *==============================================================
      * One line on the counter's call list.
      *==============================================================
       240-WRITE-EXCEPTION-LINE.
           MOVE SG-STANDING-NUMBER      TO ED-STANDING-NUMBER-OUT.
           MOVE CURRENT-ORDER-NUMBER-WS TO ED-ORDER-NUMBER-OUT.
           MOVE SG-CUSTOMER-CODE        TO ED-CUSTOMER-CODE-OUT.
           MOVE CU-CUSTOMER-NAME        TO ED-CUSTOMER-NAME-OUT.
           MOVE CU-PHONE                TO ED-PHONE-OUT.
           MOVE LINE-PART-NUMBER-WS     TO ED-PART-NUMBER-OUT.
           MOVE LINE-ORDER-QTY-WS       TO ED-ORDERED-OUT.
           MOVE LINE-ALLOC-QTY-WS       TO ED-ALLOC-OUT.
           COMPUTE SHORT-QTY-WS =
               LINE-ORDER-QTY-WS - LINE-ALLOC-QTY-WS.
           MOVE SHORT-QTY-WS            TO ED-SHORT-OUT.
           MOVE EXCEPTION-REASON-WS     TO ED-REASON-OUT.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-DETAIL-OUT.
           ADD 1 TO EXCEPTION-COUNT-WS.

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
           MOVE GROUP-NUMBER-WS         TO PH-STANDING-NUMBER-OUT.
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
      * Price the line for the customer through PRICECAL as of the
      * day the order is made, not the day the standing order was
      * set up -- price changes reach standing customers too.
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
                   DISPLAY "STORDGEN: ORDER LINE WRITE FAILED "
                       SO-ORDER-NUMBER SPACE SO-PART-NUMBER
                   MOVE 8 TO RETURN-CODE.

      *==============================================================
      * Pick up the last order number handed out -- shared with
      * order entry, so standing orders and keyed orders draw on
      * the one series.
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
      * Move the schedule on a cycle at a time until the next run
      * lies beyond today -- a chain that missed a night makes one
      * order, not one for every night it missed.  A next run past
      * the end date ends the line.
      *==============================================================
       350-ROLL-NEXT-RUN-DATE.
           IF SG-SCHEDULE-DATE = ZERO
               MOVE SG-NEXT-RUN-DATE TO SG-SCHEDULE-DATE.
           PERFORM 351-ADVANCE-ONE-CYCLE.
           PERFORM 351-ADVANCE-ONE-CYCLE
               UNTIL SG-NEXT-RUN-DATE > CDT-DATE.
           IF SG-END-DATE NOT = ZERO
                   AND SG-NEXT-RUN-DATE > SG-END-DATE
               MOVE "E" TO SG-STATUS
               ADD 1 TO LINES-ENDED-WS.

      *==============================================================
      * One cycle on the calendar -- seven or fourteen days, or the
      * anchor day of the next month, cut back to the month's last
      * day where the month is short -- then on to the first
      * working day on or after it, through WORKDAYS: adding one
      * working day to the day before gives exactly that.
      *==============================================================
       351-ADVANCE-ONE-CYCLE.
           MOVE SG-SCHEDULE-DATE TO ROLL-DATE-WS.
           EVALUATE TRUE
               WHEN SG-WEEKLY
                   COMPUTE DAY-NUMBER-WS =
                       FUNCTION INTEGER-OF-DATE(ROLL-DATE-WS) + 7
                   COMPUTE ROLL-DATE-WS =
                       FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WS)
               WHEN SG-FORTNIGHTLY
                   COMPUTE DAY-NUMBER-WS =
                       FUNCTION INTEGER-OF-DATE(ROLL-DATE-WS) + 14
                   COMPUTE ROLL-DATE-WS =
                       FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WS)
               WHEN OTHER
                   PERFORM 352-ADVANCE-ONE-MONTH
           END-EVALUATE.
           MOVE ROLL-DATE-WS TO SG-SCHEDULE-DATE.
           COMPUTE DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(SG-SCHEDULE-DATE) - 1.
           MOVE "A" TO WD-FUNCTION.
           COMPUTE WD-DATE-1 = FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WS).
           MOVE 1   TO WD-DAYS.
           CALL ".\WORKDAYS" USING WORKDAY-PARMS.
           MOVE WD-DATE-2 TO SG-NEXT-RUN-DATE.

       352-ADVANCE-ONE-MONTH.
           IF ROLL-MONTH-WS = 12
               MOVE 1 TO ROLL-MONTH-WS
               ADD 1 TO ROLL-YEAR-WS
           ELSE
               ADD 1 TO ROLL-MONTH-WS.
           MOVE 1 TO ROLL-DAY-WS.
           IF ROLL-MONTH-WS = 12
               COMPUTE MONTH-END-WS = (ROLL-YEAR-WS + 1) * 10000
                   + 101
           ELSE
               COMPUTE MONTH-END-WS = ROLL-YEAR-WS * 10000
                   + (ROLL-MONTH-WS + 1) * 100 + 1.
           COMPUTE DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(MONTH-END-WS) - 1.
           COMPUTE MONTH-END-WS =
               FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WS).
           IF SG-ANCHOR-DAY > MONTH-END-DAY-WS
               MOVE MONTH-END-DAY-WS TO ROLL-DAY-WS
           ELSE
               MOVE SG-ANCHOR-DAY TO ROLL-DAY-WS.

      *==============================================================
      * End a line whose next run has gone past its end date.
      *==============================================================
       355-END-STANDING-LINE.
           MOVE "E" TO SG-STATUS.
           ADD 1 TO LINES-ENDED-WS.
           PERFORM 365-REWRITE-STANDING-LINE.

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

       365-REWRITE-STANDING-LINE.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "STORDGEN: STANDING LINE REWRITE FAILED "
                       SG-STANDING-NUMBER SPACE SG-PART-NUMBER
                   MOVE 8 TO RETURN-CODE.

      *==============================================================
      * Register one output file in the report catalog.
      *==============================================================
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
      * Total the exception list, record the number control and
      * close every file.
      *==============================================================
       202-TERM-STANDING-ORDERS.
           MOVE ORDERS-CREATED-WS  TO ET-ORDERS-OUT.
           MOVE LINES-CREATED-WS   TO ET-LINES-OUT.
           MOVE EXCEPTION-COUNT-WS TO ET-EXCEPTIONS-OUT.
           MOVE LINES-ENDED-WS     TO ET-ENDED-OUT.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-TOTAL-OUT.
           CLOSE EXCEPTION-FILE-OUT.
           MOVE "STO EXCEPT"           TO RC-REPORT-NAME.
           MOVE EXCEPTION-COUNT-WS     TO RC-RECORD-COUNT.
           MOVE EXCEPTION-FILE-NAME-WS TO RC-FILE-NAME.
           PERFORM 370-CATALOG-ONE-FILE.
           PERFORM 341-REWRITE-LAST-ORDER-NUMBER.
           CLOSE STANDING-ORDER-FILE.
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
           DISPLAY "STORDGEN: " ORDERS-CREATED-WS " ORDERS, "
               LINES-CREATED-WS " LINES, "
               EXCEPTION-COUNT-WS " EXCEPTIONS".

       end program STORDGEN.
