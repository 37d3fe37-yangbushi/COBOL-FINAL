       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPCONF as "SHIPCONF".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-ORDER-FILE
               ASSIGN TO "D:\COBOL\SALESORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               ALTERNATE RECORD KEY IS SO-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS SALES-ORDER-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
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
           SELECT TRANS-LOG-FILE-OUT
               ASSIGN TO "D:\COBOL\TRANSLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT TRANS-LOG-KEYED-FILE
               ASSIGN TO "D:\COBOL\TRANSLOGK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLK-KEY
               FILE STATUS IS KEYED-LOG-STATUS.
           SELECT LOG-SEQ-FILE
               ASSIGN TO "D:\COBOL\LOGSEQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-SEQ-FILE-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO "D:\COBOL\SALESHST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SALES-HIST-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO "D:\COBOL\TAXRATE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-TAX-CODE
               FILE STATUS IS TAX-RATE-STATUS.
           SELECT TAX-LOG-FILE
               ASSIGN TO "D:\COBOL\TAXLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-LOG-STATUS.
           SELECT FREIGHT-RATE-FILE
               ASSIGN TO "D:\COBOL\FRTRATE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-KEY
               FILE STATUS IS FREIGHT-RATE-STATUS.
           SELECT FREIGHT-CHARGE-FILE
               ASSIGN TO "D:\COBOL\FRTCHG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-PACK-NUMBER
               FILE STATUS IS FREIGHT-CHARGE-STATUS.
           SELECT LOT-BALANCE-FILE
               ASSIGN TO "D:\COBOL\LOTBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS LOT-BALANCE-STATUS.
           SELECT LOT-HISTORY-FILE
               ASSIGN TO "D:\COBOL\LOTHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-HISTORY-STATUS.
           SELECT SERIAL-FILE
               ASSIGN TO "D:\COBOL\SERIAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               FILE STATUS IS SERIAL-FILE-STATUS.
           SELECT REORDER-ALERT-FILE
               ASSIGN TO "D:\COBOL\REORDALT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT RUN-TOTAL-FILE
               ASSIGN TO "D:\COBOL\RUNTOTAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-TOTAL-STATUS.
           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO "D:\COBOL\CLOSEDPD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIOD-STATUS.
           SELECT FREEZE-FILE
               ASSIGN TO "D:\COBOL\PHYSFRZ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FREEZE-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT PACK-NUMBER-FILE
               ASSIGN TO "D:\COBOL\PACKNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACK-NUMBER-STATUS.
           SELECT PACKING-LIST-FILE-OUT
               ASSIGN TO PACKING-LIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-ORDER-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

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

       FD  TRANS-LOG-FILE-OUT.
           COPY "D:\COBOL\TRANS_LOG_RECORD.cpy".

       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

      *==============================================================
      * Holds the last transaction sequence number handed out, so
      * the keyed log's sequence keeps climbing across runs.
      *==============================================================
       FD  LOG-SEQ-FILE.
       01  LOG-SEQ-RECORD       PIC 9(9).

       FD  SALES-HISTORY-FILE.
           COPY "D:\COBOL\SALES_HISTORY_RECORD.cpy".

       FD  TAX-RATE-FILE.
           COPY "D:\COBOL\TAX_RATE_RECORD.cpy".

       FD  TAX-LOG-FILE.
           COPY "D:\COBOL\TAX_LOG_RECORD.cpy".

       FD  FREIGHT-RATE-FILE.
           COPY "D:\COBOL\FREIGHT_RATE_RECORD.cpy".

       FD  FREIGHT-CHARGE-FILE.
           COPY "D:\COBOL\FREIGHT_CHARGE_RECORD.cpy".

       FD  LOT-BALANCE-FILE.
           COPY "D:\COBOL\LOT_BALANCE_RECORD.cpy".

       FD  LOT-HISTORY-FILE.
           COPY "D:\COBOL\LOT_HISTORY_RECORD.cpy".

       FD  SERIAL-FILE.
           COPY "D:\COBOL\SERIAL_HISTORY_RECORD.cpy".

       FD  REORDER-ALERT-FILE.
       01  REORDER-ALERT-RECORD-OUT  PIC X(60).

       FD  RUN-TOTAL-FILE.
           COPY "D:\COBOL\RUN_TOTAL_RECORD.cpy".

      *==============================================================
      * Holds the last accounting period closed by the period-end
      * job -- shipping refuses to post into or before it, the
      * same way the transaction screen does.
      *==============================================================
       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD  PIC 9(6).

      *==============================================================
      * The wall-to-wall physical's posting freeze.
      *==============================================================
       FD  FREEZE-FILE.
       01  FREEZE-RECORD        PIC X(1).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

      *==============================================================
      * Holds the last packing list number handed out -- an order
      * shipped in several pieces gets a packing list per piece,
      * so the list cannot simply carry the order's number.
      *==============================================================
       FD  PACK-NUMBER-FILE.
       01  PACK-NUMBER-RECORD   PIC 9(6).

      *==============================================================
      * One packing list per confirmed shipment: what went on the
      * truck against which order, what is still to come, and
      * which lines were closed short.  The sale it records is on
      * the transaction log under the order's customer, which is
      * what the day's invoicing run bills from.
      *==============================================================
       FD  PACKING-LIST-FILE-OUT.
       01  PACKING-LIST-RECORD-OUT PIC X(80).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 LOC-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 SHIP-TO-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 SHIP-TO-FILE-OPEN-WS  PIC X(3)  VALUE "NO".
       01 SHIP-TO-FOUND-WS      PIC X(3)  VALUE "NO".
       01 LOG-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 LOG-SEQ-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 LAST-LOG-SEQ-WS       PIC 9(9)  VALUE ZERO.
       01 SALES-HIST-STATUS     PIC X(2)  VALUE SPACES.
       01 TAX-RATE-STATUS       PIC X(2)  VALUE SPACES.
       01 TAX-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 TAX-LOG-STATUS        PIC X(2)  VALUE SPACES.
       01 FREIGHT-RATE-STATUS   PIC X(2)  VALUE SPACES.
       01 FREIGHT-RATE-OPEN-WS  PIC X(3)  VALUE "NO".
       01 FREIGHT-CHARGE-STATUS PIC X(2)  VALUE SPACES.
       01 LOT-BALANCE-STATUS    PIC X(2)  VALUE SPACES.
       01 LOT-HISTORY-STATUS    PIC X(2)  VALUE SPACES.
       01 SERIAL-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 ALERT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 RUN-TOTAL-STATUS      PIC X(2)  VALUE SPACES.
       01 CLOSED-PERIOD-STATUS  PIC X(2)  VALUE SPACES.
       01 FREEZE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 PACK-NUMBER-STATUS    PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-ORDER-WS          PIC X(3)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 EOF-LOT-WS            PIC X(3)  VALUE SPACES.
       01 EOF-SERIAL-WS         PIC X(3)  VALUE SPACES.
       01 BAL-FOUND-WS          PIC X(3)  VALUE "NO".
       01 LOC-IS-QUAR-WS        PIC X(3)  VALUE "NO".
       01 LOC-IS-SITE-WS        PIC X(3)  VALUE "NO".

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(28)
                               VALUE "CONFIRM A SHIPMENT? (Y OR N)".
       01 SHORT-CLOSE-FLAG      PIC A(1)  VALUE SPACES.
       01 OPERATOR-ID-WS        PIC X(8)  VALUE SPACES.
       01 OPERATOR-PROMPT       PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
       01 AUTH-CODE-COUNT-WS    PIC 9(2)  VALUE ZERO.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\CERT_PARMS.cpy".

       01 CLOSED-PERIOD-WS      PIC 9(6)  VALUE ZERO.
       01 POSTING-PERIOD-WS     PIC 9(6)  VALUE ZERO.
       01 PERIOD-SPLIT-TMP.
           05 PST-PERIOD        PIC 9(6).
           05 PST-DAY           PIC 9(2).

       01 SHIP-ORDER-NUMBER-WS  PIC 9(6)  VALUE ZERO.
       01 ORDER-CUSTOMER-WS     PIC X(5)  VALUE SPACES.
       01 ORDER-SHIP-TO-WS      PIC X(4)  VALUE SPACES.
       01 PART-NUMBER-WS        PIC X(7)  VALUE SPACES.
       01 BAL-LOCATION-WS       PIC X(5)  VALUE SPACES.
       01 SHIPPED-QTY-WS        PIC 9(7)V99 VALUE ZERO.
       01 LINE-DUE-QTY-WS       PIC 9(7)V99 VALUE ZERO.
       01 QUANTITY-BEFORE-WS    PIC 9(7)V99 VALUE ZERO.
       01 OTHER-ALLOC-QTY-WS    PIC 9(9)V99 VALUE ZERO.
       01 QUARANTINED-QTY-WS    PIC 9(9)V99 VALUE ZERO.
       01 SELLABLE-QTY-WS       PIC S9(9)V99 VALUE ZERO.
       01 BAL-ROLLUP-TMP        PIC 9(9)V99 VALUE ZERO.
       01 SHIP-SERIAL-WS        PIC X(12) VALUE SPACES.
       01 SERIAL-SEQ-WS         PIC 9(4)  VALUE ZERO.
       01 LAST-SERIAL-EVENT-WS  PIC X(1)  VALUE SPACES.
           88 LAST-EVENT-LOANED-OUT VALUE "O".
       01 LOT-REMAINING-WS      PIC 9(7)V99 VALUE ZERO.
       01 LOT-TAKE-WS           PIC 9(7)V99 VALUE ZERO.
       01 OLDEST-LOT-WS         PIC X(10) VALUE SPACES.
       01 OLDEST-DATE-WS        PIC X(8)  VALUE SPACES.
       01 LOT-PASS-COUNT-WS     PIC 9(2)  VALUE ZERO.

      *==============================================================
      * Sale valuation and tax for the tax log, worked the same
      * way the transaction screen's sale works them.
      *==============================================================
       01 SALE-TAX-CODE-WS      PIC X(3)  VALUE SPACES.
       01 SALE-TAX-RATE-WS      PIC 9(2)V999 VALUE ZERO.
       01 SALE-TAX-AMOUNT-WS    PIC 9(6)V99 VALUE ZERO.
       01 SALE-QTY-TMP          PIC 9(7)V99 VALUE ZERO.
       01 PRICE-FOR-SALE-WS     PIC 9(4)V99 VALUE ZERO.
       01 ORDER-LINE-PRICE-WS   PIC 9(4)V99 VALUE ZERO.
       01 SALE-VALUE-TMP        PIC 9(8)V99 VALUE ZERO.

      *==============================================================
      * The shipment's freight: keyed by the clerk, looked up on
      * the rate table by weight class and zone, or none.
      *==============================================================
       01 FREIGHT-METHOD-WS     PIC X(1)  VALUE SPACES.
           88 FREIGHT-KEYED     VALUE "K".
           88 FREIGHT-FROM-TABLE VALUE "T".
       01 FREIGHT-PROMPT        PIC X(38)
                       VALUE "FREIGHT? (K=KEY T=RATE TABLE N=NONE)".
       01 FREIGHT-AMOUNT-WS     PIC 9(5)V99 VALUE ZERO.
       01 HANDLING-AMOUNT-WS    PIC 9(5)V99 VALUE ZERO.
       01 CARRIER-COST-WS       PIC 9(5)V99 VALUE ZERO.
       01 WEIGHT-CLASS-WS       PIC X(2)  VALUE SPACES.
       01 ZONE-WS               PIC X(2)  VALUE SPACES.

      *==============================================================
      * The run's control totals for the balancing proof -- every
      * shipment posted here is a sale that moved the master.
      *==============================================================
       01 CT-SALES-COUNT-WS     PIC 9(6)  VALUE ZERO.
       01 CT-QTY-OUT-WS         PIC 9(11)V99 VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-YEAR      PIC 9(4).
               10 CDT-MONTH     PIC 9(2).
               10 CDT-DAY       PIC 9(2).
           05 CDT-TIME          PIC 9(6).
           05 FILLER            PIC X(7).

       01 ALERT-DETAIL-WS.
           05 AL-DATE           PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-PART-NAME      PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-QTY-NOW        PIC 9(7)V99 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-REORDER-POINT  PIC 9(7)  VALUE ZERO.

      *==============================================================
      * The order's open lines, gathered up front by order number
      * so the posting's own reads of the order file (through the
      * part-number index) cannot lose our place in the order.
      *==============================================================
       01 ORDER-LINE-TABLE-WS.
           05 ORDER-LINE-COUNT-WS PIC 9(2) VALUE ZERO.
           05 ORDER-SUB         PIC 9(2)  VALUE ZERO.
           05 ORDER-LINE-PART OCCURS 25 TIMES PIC X(7).

      *==============================================================
      * The shipment's lines held for the packing list.
      *==============================================================
       01 PACK-TABLE-WS.
           05 PACK-LINE-COUNT-WS PIC 9(2) VALUE ZERO.
           05 PACK-SUB          PIC 9(2)  VALUE ZERO.
           05 PACK-LINE-ITEM OCCURS 25 TIMES.
               10 PL-PART-NUMBER   PIC X(7)  VALUE SPACES.
               10 PL-PART-NAME     PIC X(20) VALUE SPACES.
               10 PL-ORDER-QTY     PIC 9(7)V99 VALUE ZERO.
               10 PL-SHIPPED-QTY   PIC 9(7)V99 VALUE ZERO.
               10 PL-DUE-QTY       PIC 9(7)V99 VALUE ZERO.
               10 PL-LINE-NOTE     PIC X(12) VALUE SPACES.

       01 LAST-PACK-NUMBER-WS   PIC 9(6)  VALUE ZERO.
       01 PACKING-LIST-FILE-NAME-WS PIC X(40) VALUE SPACES.

       01 PACK-HEADER-OUT.
           05 FILLER            PIC X(14)  VALUE "PACKING LIST".
           05 PH-PACK-NUMBER-OUT PIC 9(6).
           05 FILLER            PIC X(8)   VALUE "  ORDER ".
           05 PH-ORDER-NUMBER-OUT PIC 9(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PH-SHIP-DATE-OUT  PIC X(8).

       01 PACK-CUSTOMER-OUT.
           05 FILLER            PIC X(9)   VALUE "SHIP TO".
           05 PC-CUSTOMER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 PC-SHIP-TO-CODE-OUT PIC X(4).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PC-CUSTOMER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PC-ADDRESS-OUT    PIC X(30).

       01 PACK-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(12) VALUE "ORDERED".
           05 FILLER PIC X(12) VALUE "SHIPPED".
           05 FILLER PIC X(12) VALUE "STILL DUE".
           05 FILLER PIC X(12) VALUE "LINE".

       01 PACK-DETAIL-OUT.
           05 PD-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-ORDERED-OUT    PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-SHIPPED-OUT    PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-DUE-OUT        PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-LINE-NOTE-OUT  PIC X(12)  VALUE SPACES.

      *==============================================================
      * The top level of the program.
      *==============================================================

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-CONFIRM-SHIPMENTS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-SHIP-CONFIRM.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-CONFIRM-ONE-ORDER
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-SHIP-CONFIRM.

           EXIT PROGRAM.

      *==============================================================
      * Sign the operator on (a shipment is a sale, so the sale
      * authority covers it), refuse the session in a closed
      * period or during the physical's freeze, and open the
      * order register, the masters, and every file a sale posts
      * to.
      *==============================================================
       200-INIT-SHIP-CONFIRM.
           PERFORM 205-SIGN-OPERATOR-ON.
           PERFORM 360-GET-BUSINESS-DATE.
           PERFORM 206-CHECK-CLOSED-PERIOD.
           PERFORM 208-CHECK-PHYSICAL-FREEZE.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "N" TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN I-O SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS NOT = "00"
               DISPLAY "SHIPCONF: CANNOT OPEN SALESORD "
                   SALES-ORDER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "SHIPCONF: CANNOT OPEN INVENT-FILE "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-FILE-STATUS = "00"
               MOVE "YES" TO SHIP-TO-FILE-OPEN-WS.
           OPEN I-O STOCK-BALANCE-FILE.
           IF STOCK-BAL-STATUS = "35"
               OPEN OUTPUT STOCK-BALANCE-FILE
               CLOSE STOCK-BALANCE-FILE
               OPEN I-O STOCK-BALANCE-FILE.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO LOC-FILE-OPEN-WS.
           OPEN EXTEND TRANS-LOG-FILE-OUT.
           IF LOG-FILE-STATUS = "35"
               OPEN OUTPUT TRANS-LOG-FILE-OUT.
           OPEN I-O TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS = "35"
               OPEN OUTPUT TRANS-LOG-KEYED-FILE
               CLOSE TRANS-LOG-KEYED-FILE
               OPEN I-O TRANS-LOG-KEYED-FILE.
           PERFORM 340-READ-LAST-LOG-SEQ.
           OPEN I-O SALES-HISTORY-FILE.
           IF SALES-HIST-STATUS = "35"
               OPEN OUTPUT SALES-HISTORY-FILE
               CLOSE SALES-HISTORY-FILE
               OPEN I-O SALES-HISTORY-FILE.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-RATE-STATUS = "00"
               MOVE "YES" TO TAX-FILE-OPEN-WS.
           OPEN EXTEND TAX-LOG-FILE.
           IF TAX-LOG-STATUS = "35"
               OPEN OUTPUT TAX-LOG-FILE.
           OPEN INPUT FREIGHT-RATE-FILE.
           IF FREIGHT-RATE-STATUS = "00"
               MOVE "YES" TO FREIGHT-RATE-OPEN-WS.
           OPEN I-O FREIGHT-CHARGE-FILE.
           IF FREIGHT-CHARGE-STATUS = "35"
               OPEN OUTPUT FREIGHT-CHARGE-FILE
               CLOSE FREIGHT-CHARGE-FILE
               OPEN I-O FREIGHT-CHARGE-FILE.
           OPEN I-O LOT-BALANCE-FILE.
           IF LOT-BALANCE-STATUS = "35"
               OPEN OUTPUT LOT-BALANCE-FILE
               CLOSE LOT-BALANCE-FILE
               OPEN I-O LOT-BALANCE-FILE.
           OPEN EXTEND LOT-HISTORY-FILE.
           IF LOT-HISTORY-STATUS = "35"
               OPEN OUTPUT LOT-HISTORY-FILE.
           OPEN I-O SERIAL-FILE.
           IF SERIAL-FILE-STATUS = "35"
               OPEN OUTPUT SERIAL-FILE
               CLOSE SERIAL-FILE
               OPEN I-O SERIAL-FILE.
           OPEN EXTEND REORDER-ALERT-FILE.
           IF ALERT-FILE-STATUS = "35"
               OPEN OUTPUT REORDER-ALERT-FILE.
           PERFORM 342-READ-LAST-PACK-NUMBER.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "N" TO ENTRY-FLAG
           ELSE
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * The identity stamped on the sale log has to be a verified
      * one -- take the sign-on handed down by the menu, or prompt
      * and verify it here when run standalone.
      *==============================================================
       205-SIGN-OPERATOR-ON.
           IF ADDRESS OF LINKED-SIGNON-PARMS NOT = NULL
               MOVE LINKED-SIGNON-PARMS TO SIGNON-PARMS
           ELSE
               DISPLAY OPERATOR-PROMPT
               ACCEPT SP-OPERATOR-ID
               DISPLAY PASSWORD-PROMPT
               ACCEPT SP-PASSWORD
               CALL ".\SIGNON" USING SIGNON-PARMS
               IF SP-SIGNON-OK AND SP-MUST-CHANGE
                   CALL ".\PASSCHG" USING SIGNON-PARMS
                   CANCEL ".\PASSCHG"
                   IF SP-MUST-CHANGE
                       MOVE "ER" TO SP-RESULT
                   END-IF
               END-IF
           END-IF.
           MOVE SP-OPERATOR-ID TO OPERATOR-ID-WS.
           MOVE ZERO TO AUTH-CODE-COUNT-WS.
           INSPECT SP-TRANS-CODES TALLYING AUTH-CODE-COUNT-WS
               FOR ALL "S".
           IF NOT SP-SIGNON-OK OR AUTH-CODE-COUNT-WS = ZERO
               DISPLAY "SHIPCONF: SIGN-ON REFUSED"
               MOVE "YES" TO OPEN-ERROR-FLAG.

      *==============================================================
      * Refuse the session when the business-date period is not
      * past the last closed period -- a shipment posts a sale
      * like the transaction screen does.
      *==============================================================
       206-CHECK-CLOSED-PERIOD.
           MOVE ZERO TO CLOSED-PERIOD-WS.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF CLOSED-PERIOD-STATUS = "00"
               READ CLOSED-PERIOD-FILE
                   NOT AT END MOVE CLOSED-PERIOD-RECORD
                       TO CLOSED-PERIOD-WS
               END-READ
               CLOSE CLOSED-PERIOD-FILE.
           IF CLOSED-PERIOD-WS > ZERO
               MOVE CDT-DATE TO PERIOD-SPLIT-TMP
               MOVE PST-PERIOD TO POSTING-PERIOD-WS
               IF POSTING-PERIOD-WS NOT > CLOSED-PERIOD-WS
                   DISPLAY "SHIPCONF: PERIOD " POSTING-PERIOD-WS
                       " IS CLOSED - POSTING LOCKED"
                   MOVE "YES" TO OPEN-ERROR-FLAG
               END-IF
           END-IF.

      *==============================================================
      * Refuse the session while the wall-to-wall physical has
      * posting frozen.
      *==============================================================
       208-CHECK-PHYSICAL-FREEZE.
           OPEN INPUT FREEZE-FILE.
           IF FREEZE-FILE-STATUS = "00"
               READ FREEZE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FREEZE-RECORD = "Y"
                           DISPLAY "SHIPCONF: PHYSICAL INVENTORY "
                               "FREEZE - POSTING LOCKED"
                           MOVE "YES" TO OPEN-ERROR-FLAG
                       END-IF
               END-READ
               CLOSE FREEZE-FILE.

      *==============================================================
      * Confirm one order's shipment: gather its open lines, take
      * the shipped quantity for each off the picker's copy of the
      * pick list, post what went out, and print the packing list.
      *==============================================================
       201-CONFIRM-ONE-ORDER.
           DISPLAY "ORDER NUMBER:".
           ACCEPT SHIP-ORDER-NUMBER-WS.
           PERFORM 220-LOAD-ORDER-LINES.
           IF ORDER-LINE-COUNT-WS = ZERO
               DISPLAY "SHIPCONF: NO OPEN LINES ON THAT ORDER"
           ELSE
               MOVE ORDER-CUSTOMER-WS TO CU-CUSTOMER-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO CU-CUSTOMER-NAME
                       MOVE SPACES TO CU-ADDRESS
                       MOVE SPACES TO CU-TAX-CODE
               END-READ
               PERFORM 225-READ-ORDER-SHIP-TO
               DISPLAY "ORDER " SHIP-ORDER-NUMBER-WS
                   " FOR " CU-CUSTOMER-NAME
               MOVE ZERO TO PACK-LINE-COUNT-WS
               PERFORM 210-CONFIRM-ONE-LINE
                   VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > ORDER-LINE-COUNT-WS
               IF PACK-LINE-COUNT-WS > ZERO
                   PERFORM 230-PRINT-PACKING-LIST
                   PERFORM 270-CAPTURE-FREIGHT
               END-IF
           END-IF.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Gather the part numbers of the order's open lines, read in
      * key order straight from the order's first line.
      *==============================================================
       220-LOAD-ORDER-LINES.
           MOVE ZERO TO ORDER-LINE-COUNT-WS.
           MOVE SPACES TO ORDER-CUSTOMER-WS.
           MOVE SPACES TO ORDER-SHIP-TO-WS.
           MOVE SPACES TO EOF-ORDER-WS.
           MOVE SHIP-ORDER-NUMBER-WS TO SO-ORDER-NUMBER.
           MOVE LOW-VALUES           TO SO-PART-NUMBER.
           START SALES-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY MOVE "YES" TO EOF-ORDER-WS.
           PERFORM 221-HOLD-ONE-ORDER-LINE
               UNTIL EOF-ORDER-WS = "YES".

       221-HOLD-ONE-ORDER-LINE.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-ORDER-WS
                   EXIT PARAGRAPH
           END-READ.
           IF SO-ORDER-NUMBER NOT = SHIP-ORDER-NUMBER-WS
               MOVE "YES" TO EOF-ORDER-WS
               EXIT PARAGRAPH.
           IF SO-OPEN-LINE AND ORDER-LINE-COUNT-WS < 25
               ADD 1 TO ORDER-LINE-COUNT-WS
               MOVE SO-PART-NUMBER
                   TO ORDER-LINE-PART (ORDER-LINE-COUNT-WS)
               MOVE SO-CUSTOMER-CODE TO ORDER-CUSTOMER-WS
               MOVE SO-SHIP-TO-CODE  TO ORDER-SHIP-TO-WS.

      *==============================================================
      * The site the order ships to, when it names one -- its
      * address goes on the packing list and its tax code decides
      * what the shipment is taxed under.  A site since dropped
      * from the file ships and taxes as the customer's own
      * address.
      *==============================================================
       225-READ-ORDER-SHIP-TO.
           MOVE "NO" TO SHIP-TO-FOUND-WS.
           IF ORDER-SHIP-TO-WS = SPACES
                   OR SHIP-TO-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE ORDER-CUSTOMER-WS TO ST-CUSTOMER-CODE.
           MOVE ORDER-SHIP-TO-WS  TO ST-SHIP-TO-CODE.
           READ SHIP-TO-FILE
               INVALID KEY
                   DISPLAY "SHIPCONF: SHIP-TO " ORDER-SHIP-TO-WS
                       " NOT ON FILE - CUSTOMER ADDRESS USED"
               NOT INVALID KEY
                   MOVE "YES" TO SHIP-TO-FOUND-WS
           END-READ.

      *==============================================================
      * One order line: show what was ordered and what is still
      * due, take the shipped quantity, post it as a sale to the
      * order's customer, and relieve the line -- closing it when
      * it is complete, or short when the rest is not coming.
      *==============================================================
       210-CONFIRM-ONE-LINE.
           MOVE SHIP-ORDER-NUMBER-WS TO SO-ORDER-NUMBER.
           MOVE ORDER-LINE-PART (ORDER-SUB) TO SO-PART-NUMBER.
           READ SALES-ORDER-FILE
               INVALID KEY
                   DISPLAY "SHIPCONF: ORDER LINE GONE "
                       SO-PART-NUMBER
                   EXIT PARAGRAPH
           END-READ.
           IF NOT SO-OPEN-LINE
               EXIT PARAGRAPH.
           MOVE SO-UNIT-PRICE  TO ORDER-LINE-PRICE-WS.
           MOVE SO-PART-NUMBER TO PART-NUMBER-WS.
           MOVE SO-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "SHIPCONF: PART NOT ON FILE "
                       PART-NUMBER-WS " - LINE SKIPPED"
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE LINE-DUE-QTY-WS = SO-ORDER-QTY - SO-FILLED-QTY.
           DISPLAY PART-NUMBER-WS " " PART-NAME.
           DISPLAY "  ORDERED " SO-ORDER-QTY
               "  SHIPPED " SO-FILLED-QTY
               "  DUE " LINE-DUE-QTY-WS.
           DISPLAY "QUANTITY SHIPPED:".
           ACCEPT SHIPPED-QTY-WS.
           IF SHIPPED-QTY-WS > LINE-DUE-QTY-WS
               DISPLAY "SHIPCONF: MORE THAN IS DUE - NOT POSTED"
               EXIT PARAGRAPH.
           MOVE "OK" TO STATUS-FIELD.
           IF SHIPPED-QTY-WS > ZERO
               PERFORM 240-POST-SHIPPED-SALE.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           PERFORM 250-APPLY-SHIPMENT-TO-LINE.
           PERFORM 260-HOLD-PACKING-LINE.

      *==============================================================
      * Post the shipped quantity as a sale, the way the
      * transaction screen posts one: no more than the shelf
      * holds, none of what is promised to other customers' open
      * orders, nothing out of quarantine -- issued from the
      * part's carrying location, re-rolled, and logged under the
      * order's customer so the invoicing run bills it.  A
      * serialized unit is identified before anything moves.
      *==============================================================
       240-POST-SHIPPED-SALE.
           IF PART-SERIALIZED
               PERFORM 245-TAKE-SHIPPED-SERIAL
               IF STATUS-FIELD NOT = "OK"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE QUANTITY TO QUANTITY-BEFORE-WS.
           PERFORM 241-TOTAL-OTHER-ALLOCATION.
           PERFORM 242-TOTAL-QUARANTINED-QTY.
           COMPUTE SELLABLE-QTY-WS = QUANTITY - OTHER-ALLOC-QTY-WS
               - QUARANTINED-QTY-WS.
           IF SELLABLE-QTY-WS < ZERO
               MOVE ZERO TO SELLABLE-QTY-WS.
           EVALUATE TRUE
               WHEN SHIPPED-QTY-WS > QUANTITY
                   DISPLAY "SHIPCONF: SHIPPED QTY EXCEEDS ON-HAND"
                       " - NOT POSTED"
                   MOVE "ER" TO STATUS-FIELD
               WHEN SHIPPED-QTY-WS > SELLABLE-QTY-WS
                   DISPLAY "SHIPCONF: STOCK IS ALLOCATED TO OTHER"
                       " ORDERS - NOT POSTED"
                   MOVE "ER" TO STATUS-FIELD
               WHEN OTHER
                   PERFORM 243-POST-LOCATION-ISSUE
           END-EVALUATE.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           REWRITE INVENT-RECORD
               INVALID KEY
                   DISPLAY "SHIPCONF: MASTER REWRITE FAILED "
                       PART-NUMBER-WS
                   MOVE "ER" TO STATUS-FIELD
           END-REWRITE.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           PERFORM 310-WRITE-SALE-LOG.
           ADD 1 TO CT-SALES-COUNT-WS.
           ADD SHIPPED-QTY-WS TO CT-QTY-OUT-WS.
           IF QUANTITY-BEFORE-WS NOT < REORDER-POINT
                   AND QUANTITY < REORDER-POINT
               PERFORM 322-WRITE-REORDER-ALERT.
           PERFORM 314-POST-SALES-HISTORY.
           PERFORM 390-LOG-SALE-TAX.
           IF PART-LOT-CONTROLLED
               PERFORM 393-CONSUME-LOT-FIFO.
           IF PART-SERIALIZED
               PERFORM 395-WRITE-SERIAL-EVENT.

      *==============================================================
      * Total what every open order line has promised of this part
      * to OTHER customers -- this customer's own allocation is
      * exactly what the shipment is here to collect.
      *==============================================================
       241-TOTAL-OTHER-ALLOCATION.
           MOVE ZERO TO OTHER-ALLOC-QTY-WS.
           MOVE SPACES TO EOF-ORDER-WS.
           MOVE PART-NUMBER-WS TO SO-PART-NUMBER.
           START SALES-ORDER-FILE KEY IS = SO-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-ORDER-WS.
           PERFORM UNTIL EOF-ORDER-WS = "YES"
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-ORDER-WS
                   NOT AT END
                       IF SO-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-ORDER-WS
                       ELSE
                           IF SO-OPEN-LINE AND
                                   SO-CUSTOMER-CODE NOT =
                                       ORDER-CUSTOMER-WS
                               ADD SO-ALLOC-QTY
                                   TO OTHER-ALLOC-QTY-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * How much of the part is sitting in quarantine-type
      * locations -- visible in the balances, but promised to
      * nobody until inspection releases it -- or consigned to a
      * customer site, which is that customer's to use.
      *==============================================================
       242-TOTAL-QUARANTINED-QTY.
           MOVE ZERO TO QUARANTINED-QTY-WS.
           IF LOC-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE PART-NUMBER-WS TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           MOVE SB-LOCATION-CODE
                               TO BAL-LOCATION-WS
                           PERFORM 244-TEST-QUARANTINE-LOC
                           IF LOC-IS-QUAR-WS = "YES"
                                   OR LOC-IS-SITE-WS = "YES"
                               ADD SB-QUANTITY
                                   TO QUARANTINED-QTY-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * Take the shipped quantity off the balance at the part's
      * carrying location -- the shelf the pick list sent the
      * picker to -- and re-roll the master QUANTITY from the
      * balances.
      *==============================================================
       243-POST-LOCATION-ISSUE.
           PERFORM 350-ENSURE-PART-BALANCES.
           MOVE LOCATION-CODE TO BAL-LOCATION-WS.
           PERFORM 244-TEST-QUARANTINE-LOC.
           IF LOC-IS-QUAR-WS = "YES"
               DISPLAY "SHIPCONF: STOCK IS IN QUARANTINE - "
                   "NOT POSTED"
               MOVE "ER" TO STATUS-FIELD
               EXIT PARAGRAPH.
           PERFORM 351-READ-OR-CREATE-BALANCE.
           IF SHIPPED-QTY-WS > SB-QUANTITY
               DISPLAY "SHIPCONF: LOCATION BALANCE TOO LOW - "
                   "NOT POSTED"
               MOVE "ER" TO STATUS-FIELD
           ELSE
               SUBTRACT SHIPPED-QTY-WS FROM SB-QUANTITY
               REWRITE STOCK-BALANCE-RECORD
               PERFORM 352-ROLL-UP-TOTAL.

      *==============================================================
      * Whether one location is the quarantine hold, or a customer
      * site.  No location master means neither anywhere.
      *==============================================================
       244-TEST-QUARANTINE-LOC.
           MOVE "NO" TO LOC-IS-QUAR-WS.
           MOVE "NO" TO LOC-IS-SITE-WS.
           IF LOC-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE BAL-LOCATION-WS TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LO-QUARANTINE-TYPE
                       MOVE "YES" TO LOC-IS-QUAR-WS
                   END-IF
                   IF LO-CUSTOMER-SITE-TYPE
                       MOVE "YES" TO LOC-IS-SITE-WS
                   END-IF
           END-READ.

      *==============================================================
      * Take the serial of the unit going out.  No serial keyed
      * logs under the part's own number so the gap shows in the
      * inquiry rather than nowhere.  A unit whose last event is
      * a tool-crib loan is still out on loan and cannot be
      * shipped until it is checked back in -- the line posts
      * nothing.
      *==============================================================
       245-TAKE-SHIPPED-SERIAL.
           DISPLAY "SERIAL NUMBER SHIPPED:".
           ACCEPT SHIP-SERIAL-WS.
           IF SHIP-SERIAL-WS = SPACES
               DISPLAY "SERIALIZED PART - NO SERIAL KEYED"
               MOVE PART-NUMBER-WS TO SHIP-SERIAL-WS.
           PERFORM 396-FIND-NEXT-SERIAL-SEQ.
           IF LAST-EVENT-LOANED-OUT
               DISPLAY "SHIPCONF: SERIAL " SHIP-SERIAL-WS
                   " OUT ON LOAN - NOT POSTED"
               MOVE "ER" TO STATUS-FIELD.

      *==============================================================
      * Relieve the order line by what shipped.  A line shipped in
      * full closes; one that came up short either stays open for
      * the rest or, when the rest is not coming, closes short
      * with its remaining allocation handed back to the shelf.
      *==============================================================
       250-APPLY-SHIPMENT-TO-LINE.
           MOVE SHIP-ORDER-NUMBER-WS TO SO-ORDER-NUMBER.
           MOVE PART-NUMBER-WS       TO SO-PART-NUMBER.
           READ SALES-ORDER-FILE
               INVALID KEY
                   DISPLAY "SHIPCONF: ORDER LINE GONE "
                       PART-NUMBER-WS
                   EXIT PARAGRAPH
           END-READ.
           ADD SHIPPED-QTY-WS TO SO-FILLED-QTY.
           IF SHIPPED-QTY-WS > SO-ALLOC-QTY
               MOVE ZERO TO SO-ALLOC-QTY
           ELSE
               SUBTRACT SHIPPED-QTY-WS FROM SO-ALLOC-QTY.
           IF SO-FILLED-QTY NOT < SO-ORDER-QTY
               MOVE "C" TO SO-STATUS
               MOVE CDT-DATE TO SO-CLOSED-DATE
               MOVE ZERO TO SO-ALLOC-QTY
               MOVE ZERO TO LINE-DUE-QTY-WS
           ELSE
               COMPUTE LINE-DUE-QTY-WS =
                   SO-ORDER-QTY - SO-FILLED-QTY
               DISPLAY "SHIPCONF: " LINE-DUE-QTY-WS " STILL DUE"
               DISPLAY "CLOSE THE LINE SHORT? (Y OR N)"
               ACCEPT SHORT-CLOSE-FLAG
               IF SHORT-CLOSE-FLAG = "Y"
                   MOVE "S" TO SO-STATUS
                   MOVE CDT-DATE TO SO-CLOSED-DATE
                   MOVE ZERO TO SO-ALLOC-QTY
               END-IF
           END-IF.
           REWRITE SALES-ORDER-RECORD
               INVALID KEY
                   DISPLAY "SHIPCONF: ORDER LINE REWRITE FAILED "
                       SO-ORDER-NUMBER SPACE SO-PART-NUMBER.

      *==============================================================
      * Hold the line for the packing list, noting how it stands.
      *==============================================================
       260-HOLD-PACKING-LINE.
           IF PACK-LINE-COUNT-WS NOT < 25
               EXIT PARAGRAPH.
           ADD 1 TO PACK-LINE-COUNT-WS.
           MOVE PART-NUMBER-WS TO PL-PART-NUMBER (PACK-LINE-COUNT-WS).
           MOVE PART-NAME      TO PL-PART-NAME (PACK-LINE-COUNT-WS).
           MOVE SO-ORDER-QTY   TO PL-ORDER-QTY (PACK-LINE-COUNT-WS).
           MOVE SHIPPED-QTY-WS TO PL-SHIPPED-QTY (PACK-LINE-COUNT-WS).
           EVALUATE TRUE
               WHEN SO-FILLED-LINE
                   MOVE ZERO TO PL-DUE-QTY (PACK-LINE-COUNT-WS)
                   MOVE "COMPLETE"
                       TO PL-LINE-NOTE (PACK-LINE-COUNT-WS)
               WHEN SO-SHORT-CLOSED-LINE
                   MOVE ZERO TO PL-DUE-QTY (PACK-LINE-COUNT-WS)
                   MOVE "CLOSED SHORT"
                       TO PL-LINE-NOTE (PACK-LINE-COUNT-WS)
               WHEN OTHER
                   MOVE LINE-DUE-QTY-WS
                       TO PL-DUE-QTY (PACK-LINE-COUNT-WS)
                   MOVE "BACKORDERED"
                       TO PL-LINE-NOTE (PACK-LINE-COUNT-WS)
           END-EVALUATE.

      *==============================================================
      * Write the shipment's packing list as its own numbered
      * file, catalogued so a reprint can find it.
      *==============================================================
       230-PRINT-PACKING-LIST.
           ADD 1 TO LAST-PACK-NUMBER-WS.
           MOVE SPACES TO PACKING-LIST-FILE-NAME-WS.
           STRING "D:\COBOL\PACK_"     DELIMITED BY SIZE
                  LAST-PACK-NUMBER-WS  DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO PACKING-LIST-FILE-NAME-WS.
           OPEN OUTPUT PACKING-LIST-FILE-OUT.
           MOVE LAST-PACK-NUMBER-WS  TO PH-PACK-NUMBER-OUT.
           MOVE SHIP-ORDER-NUMBER-WS TO PH-ORDER-NUMBER-OUT.
           MOVE CDT-DATE             TO PH-SHIP-DATE-OUT.
           WRITE PACKING-LIST-RECORD-OUT FROM PACK-HEADER-OUT.
           MOVE ORDER-CUSTOMER-WS    TO PC-CUSTOMER-CODE-OUT.
           IF SHIP-TO-FOUND-WS = "YES"
               MOVE ORDER-SHIP-TO-WS TO PC-SHIP-TO-CODE-OUT
               MOVE ST-SHIP-TO-NAME  TO PC-CUSTOMER-NAME-OUT
               MOVE ST-ADDRESS       TO PC-ADDRESS-OUT
           ELSE
               MOVE SPACES           TO PC-SHIP-TO-CODE-OUT
               MOVE CU-CUSTOMER-NAME TO PC-CUSTOMER-NAME-OUT
               MOVE CU-ADDRESS       TO PC-ADDRESS-OUT.
           WRITE PACKING-LIST-RECORD-OUT FROM PACK-CUSTOMER-OUT.
           WRITE PACKING-LIST-RECORD-OUT FROM PACK-COLUMN-NAME.
           PERFORM 231-WRITE-PACKING-DETAIL
               VARYING PACK-SUB FROM 1 BY 1
               UNTIL PACK-SUB > PACK-LINE-COUNT-WS.
           CLOSE PACKING-LIST-FILE-OUT.
           PERFORM 232-CATALOG-PACKING-LIST.
           DISPLAY "SHIPCONF: PACKING LIST "
               PACKING-LIST-FILE-NAME-WS.

       231-WRITE-PACKING-DETAIL.
           MOVE PL-PART-NUMBER (PACK-SUB)  TO PD-PART-NUMBER-OUT.
           MOVE PL-PART-NAME (PACK-SUB)    TO PD-PART-NAME-OUT.
           MOVE PL-ORDER-QTY (PACK-SUB)    TO PD-ORDERED-OUT.
           MOVE PL-SHIPPED-QTY (PACK-SUB)  TO PD-SHIPPED-OUT.
           MOVE PL-DUE-QTY (PACK-SUB)      TO PD-DUE-OUT.
           MOVE PL-LINE-NOTE (PACK-SUB)    TO PD-LINE-NOTE-OUT.
           WRITE PACKING-LIST-RECORD-OUT FROM PACK-DETAIL-OUT.

      *==============================================================
      * Register the packing list in the report catalog the way
      * the pick lists are registered.
      *==============================================================
       232-CATALOG-PACKING-LIST.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "PACK LIST"  TO RC-REPORT-NAME.
           MOVE CDT-DATE     TO RC-RUN-DATE.
           MOVE SPACE        TO RC-SCOPE-FLAG.
           MOVE SPACE        TO RC-FORMAT-FLAG.
           MOVE PACK-LINE-COUNT-WS TO RC-RECORD-COUNT.
           MOVE PACKING-LIST-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"          TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Write the sale to the transaction log, the same way the
      * transaction screen logs one, with the order's customer on
      * it -- that is what puts the shipment on the invoice.
      *==============================================================
       310-WRITE-SALE-LOG.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           PERFORM 361-OVERLAY-BUSINESS-DATE.
           MOVE PART-NUMBER-WS     TO LOG-PART-NUMBER.
           MOVE "S"                TO LOG-TRANS-CODE.
           MOVE SHIPPED-QTY-WS     TO LOG-TRANS-AMOUNT.
           MOVE QUANTITY-BEFORE-WS TO LOG-QTY-BEFORE.
           MOVE QUANTITY           TO LOG-QTY-AFTER.
           MOVE CDT-DATE           TO LOG-DATE.
           MOVE CDT-TIME           TO LOG-TIME.
           MOVE OPERATOR-ID-WS     TO LOG-OPERATOR-ID.
           MOVE LOCATION-CODE      TO LOG-FROM-LOC.
           MOVE SPACES             TO LOG-TO-LOC.
           MOVE SPACES             TO LOG-REASON-CODE.
           MOVE "E"                TO LOG-ENTRY-UNIT.
           MOVE SHIPPED-QTY-WS     TO LOG-ENTERED-QTY.
           MOVE ORDER-CUSTOMER-WS  TO LOG-CUSTOMER-CODE.
           WRITE TRANS-LOG-RECORD-OUT.
           PERFORM 311-WRITE-KEYED-LOG.

      *==============================================================
      * Mirror the log line into the keyed live log under the next
      * transaction sequence number.
      *==============================================================
       311-WRITE-KEYED-LOG.
           ADD 1 TO LAST-LOG-SEQ-WS.
           MOVE PART-NUMBER-WS     TO TLK-PART-NUMBER.
           MOVE LAST-LOG-SEQ-WS    TO TLK-SEQ-NUMBER.
           MOVE "S"                TO TLK-TRANS-CODE.
           MOVE SHIPPED-QTY-WS     TO TLK-TRANS-AMOUNT.
           MOVE QUANTITY-BEFORE-WS TO TLK-QTY-BEFORE.
           MOVE QUANTITY           TO TLK-QTY-AFTER.
           MOVE CDT-DATE           TO TLK-DATE.
           MOVE CDT-TIME           TO TLK-TIME.
           MOVE OPERATOR-ID-WS     TO TLK-OPERATOR-ID.
           MOVE LOCATION-CODE      TO TLK-FROM-LOC.
           MOVE SPACES             TO TLK-TO-LOC.
           MOVE SPACES             TO TLK-REASON-CODE.
           MOVE "E"                TO TLK-ENTRY-UNIT.
           MOVE SHIPPED-QTY-WS     TO TLK-ENTERED-QTY.
           MOVE ORDER-CUSTOMER-WS  TO TLK-CUSTOMER-CODE.
           MOVE SHIP-ORDER-NUMBER-WS TO TLK-ORDER-NUMBER.
           MOVE SPACES               TO TLK-JOB-NUMBER.
           MOVE UNIT-PRICE           TO TLK-COST-AFTER.
           MOVE SPACES               TO TLK-LOT-NUMBER.
           MOVE SPACES               TO TLK-LOT-EXPIRY.
           MOVE SPACES               TO TLK-SERIAL-NUMBER.
           WRITE TRANS-LOG-KEYED-RECORD
               INVALID KEY
                   DISPLAY "SHIPCONF: KEYED LOG WRITE FAILED "
                       TLK-PART-NUMBER SPACE TLK-SEQ-NUMBER.

      *==============================================================
      * Roll the sale into its part/month history record.
      *==============================================================
       314-POST-SALES-HISTORY.
           MOVE PART-NUMBER-WS TO SH-PART-NUMBER.
           MOVE CDT-YEAR       TO SH-YEAR.
           MOVE CDT-MONTH      TO SH-MONTH.
           READ SALES-HISTORY-FILE
               INVALID KEY
                   MOVE SHIPPED-QTY-WS TO SH-QTY-SOLD
                   MOVE 1              TO SH-SALE-COUNT
                   WRITE SALES-HISTORY-RECORD
               NOT INVALID KEY
                   ADD SHIPPED-QTY-WS TO SH-QTY-SOLD
                   ADD 1              TO SH-SALE-COUNT
                   REWRITE SALES-HISTORY-RECORD.

      *==============================================================
      * The sale just took the part from at-or-above its reorder
      * point to below it -- append it to the same-day alert file
      * for purchasing.
      *==============================================================
       322-WRITE-REORDER-ALERT.
           MOVE CDT-DATE       TO AL-DATE.
           MOVE PART-NUMBER-WS TO AL-PART-NUMBER.
           MOVE PART-NAME      TO AL-PART-NAME.
           MOVE QUANTITY       TO AL-QTY-NOW.
           MOVE REORDER-POINT  TO AL-REORDER-POINT.
           WRITE REORDER-ALERT-RECORD-OUT FROM ALERT-DETAIL-WS.

      *==============================================================
      * The freight and handling to bill on this shipment, and
      * what the carrier is charging us for it, recorded under the
      * packing list number for the invoice run to bill.  The rate
      * table answers when the clerk gives a weight class and
      * zone; a combination not on the table is keyed instead.
      *==============================================================
       270-CAPTURE-FREIGHT.
           MOVE ZERO   TO FREIGHT-AMOUNT-WS.
           MOVE ZERO   TO HANDLING-AMOUNT-WS.
           MOVE ZERO   TO CARRIER-COST-WS.
           MOVE SPACES TO WEIGHT-CLASS-WS.
           MOVE SPACES TO ZONE-WS.
           DISPLAY FREIGHT-PROMPT.
           ACCEPT FREIGHT-METHOD-WS.
           IF NOT FREIGHT-KEYED AND NOT FREIGHT-FROM-TABLE
               EXIT PARAGRAPH.
           IF FREIGHT-FROM-TABLE
               PERFORM 271-LOOK-UP-FREIGHT-RATE.
           IF FREIGHT-KEYED
               DISPLAY "FREIGHT CHARGE:"
               ACCEPT FREIGHT-AMOUNT-WS
               DISPLAY "HANDLING CHARGE:"
               ACCEPT HANDLING-AMOUNT-WS.
           DISPLAY "CARRIER COST TO US (0=NOT KNOWN):".
           ACCEPT CARRIER-COST-WS.
           IF FREIGHT-AMOUNT-WS = ZERO AND HANDLING-AMOUNT-WS = ZERO
                   AND CARRIER-COST-WS = ZERO
               EXIT PARAGRAPH.
           MOVE LAST-PACK-NUMBER-WS  TO FC-PACK-NUMBER.
           MOVE SHIP-ORDER-NUMBER-WS TO FC-ORDER-NUMBER.
           MOVE ORDER-CUSTOMER-WS    TO FC-CUSTOMER-CODE.
           MOVE ORDER-SHIP-TO-WS     TO FC-SHIP-TO-CODE.
           MOVE CDT-DATE             TO FC-SHIP-DATE.
           MOVE WEIGHT-CLASS-WS      TO FC-WEIGHT-CLASS.
           MOVE ZONE-WS              TO FC-ZONE.
           MOVE FREIGHT-METHOD-WS    TO FC-CHARGE-SOURCE.
           MOVE FREIGHT-AMOUNT-WS    TO FC-FREIGHT-BILLED.
           MOVE HANDLING-AMOUNT-WS   TO FC-HANDLING-BILLED.
           MOVE CARRIER-COST-WS      TO FC-CARRIER-COST.
           MOVE ZERO                 TO FC-INVOICE-NUMBER.
           MOVE OPERATOR-ID-WS       TO FC-OPERATOR-ID.
           WRITE FREIGHT-CHARGE-RECORD
               INVALID KEY
                   DISPLAY "SHIPCONF: FREIGHT WRITE FAILED "
                       FC-PACK-NUMBER
               NOT INVALID KEY
                   DISPLAY "SHIPCONF: FREIGHT RECORDED ON PACK "
                       FC-PACK-NUMBER
           END-WRITE.

       271-LOOK-UP-FREIGHT-RATE.
           DISPLAY "WEIGHT CLASS:".
           ACCEPT WEIGHT-CLASS-WS.
           DISPLAY "ZONE:".
           ACCEPT ZONE-WS.
           IF FREIGHT-RATE-OPEN-WS NOT = "YES"
               DISPLAY "SHIPCONF: NO FREIGHT RATE TABLE - KEY IT"
               MOVE "K" TO FREIGHT-METHOD-WS
               EXIT PARAGRAPH.
           MOVE WEIGHT-CLASS-WS TO FR-WEIGHT-CLASS.
           MOVE ZONE-WS         TO FR-ZONE.
           READ FREIGHT-RATE-FILE
               INVALID KEY
                   DISPLAY "SHIPCONF: NO RATE FOR THAT CLASS/ZONE"
                       " - KEY IT"
                   MOVE "K" TO FREIGHT-METHOD-WS
               NOT INVALID KEY
                   MOVE FR-FREIGHT-CHARGE  TO FREIGHT-AMOUNT-WS
                   MOVE FR-HANDLING-CHARGE TO HANDLING-AMOUNT-WS
                   DISPLAY "SHIPCONF: FREIGHT " FR-FREIGHT-CHARGE
                       " HANDLING " FR-HANDLING-CHARGE
           END-READ.

      *==============================================================
      * Compute and log the tax on the sale, under the customer's
      * tax code exactly as the transaction screen logs it -- on
      * the value at the price the order was taken at.  Goods
      * delivered to one of the customer's sites are taxed in the
      * site's jurisdiction instead, unless the account itself is
      * exempt or buys for resale -- the certificate is the
      * account's and covers every site.  An exempt or resale
      * code holds only while the certificate is in force today;
      * without one the shipment is taxed and logged as STD.
      *==============================================================
       390-LOG-SALE-TAX.
           MOVE CU-TAX-CODE TO SALE-TAX-CODE-WS.
           IF SHIP-TO-FOUND-WS = "YES" AND ST-TAX-CODE NOT = SPACES
                   AND NOT CU-TAX-EXEMPT AND NOT CU-TAX-RESALE
               MOVE ST-TAX-CODE TO SALE-TAX-CODE-WS.
           IF SALE-TAX-CODE-WS = SPACES
               MOVE "STD" TO SALE-TAX-CODE-WS.
           IF SALE-TAX-CODE-WS = "EXM" OR SALE-TAX-CODE-WS = "RSL"
               MOVE ORDER-CUSTOMER-WS TO CX-CUSTOMER-CODE
               MOVE SALE-TAX-CODE-WS  TO CX-TAX-CODE
               MOVE CDT-DATE          TO CX-AS-OF-DATE
               CALL ".\CERTCHK" USING CERT-PARMS
               IF CX-NO-VALID-CERT
                   MOVE "STD" TO SALE-TAX-CODE-WS
               END-IF
           END-IF.
           MOVE ZERO TO SALE-TAX-RATE-WS.
           IF SALE-TAX-CODE-WS NOT = "EXM"
                   AND SALE-TAX-CODE-WS NOT = "RSL"
                   AND TAX-FILE-OPEN-WS = "YES"
               MOVE SALE-TAX-CODE-WS TO TR-TAX-CODE
               READ TAX-RATE-FILE
                   INVALID KEY
                       MOVE ZERO TO SALE-TAX-RATE-WS
                   NOT INVALID KEY
                       MOVE TR-RATE-PCT TO SALE-TAX-RATE-WS
               END-READ
           END-IF.
           MOVE SHIPPED-QTY-WS TO SALE-QTY-TMP.
           IF ORDER-LINE-PRICE-WS > ZERO
               MOVE ORDER-LINE-PRICE-WS TO PRICE-FOR-SALE-WS
           ELSE
               IF SELL-PRICE = ZERO
                   MOVE UNIT-PRICE TO PRICE-FOR-SALE-WS
               ELSE
                   MOVE SELL-PRICE TO PRICE-FOR-SALE-WS.
           CALL ".\CALCULAT"
               USING SALE-QTY-TMP, PRICE-FOR-SALE-WS,
                   SALE-VALUE-TMP.
           COMPUTE SALE-TAX-AMOUNT-WS ROUNDED =
               SALE-VALUE-TMP * SALE-TAX-RATE-WS / 100.
           MOVE CDT-DATE           TO TXL-DATE.
           MOVE PART-NUMBER-WS     TO TXL-PART-NUMBER.
           MOVE ORDER-CUSTOMER-WS  TO TXL-CUSTOMER-CODE.
           MOVE SALE-TAX-CODE-WS   TO TXL-TAX-CODE.
           MOVE SALE-VALUE-TMP     TO TXL-TAXABLE-VALUE.
           MOVE SALE-TAX-AMOUNT-WS TO TXL-TAX-AMOUNT.
           IF SHIP-TO-FOUND-WS = "YES"
               MOVE ORDER-SHIP-TO-WS TO TXL-SHIP-TO-CODE
           ELSE
               MOVE SPACES TO TXL-SHIP-TO-CODE.
           WRITE TAX-LOG-RECORD-OUT.

      *==============================================================
      * Draw the shipped quantity down from the part's lot
      * balances, oldest received first, one history line per lot
      * touched.
      *==============================================================
       393-CONSUME-LOT-FIFO.
           MOVE SHIPPED-QTY-WS TO LOT-REMAINING-WS.
           MOVE ZERO TO LOT-PASS-COUNT-WS.
           MOVE SPACES TO OLDEST-LOT-WS.
           PERFORM 394-CONSUME-OLDEST-LOT
               UNTIL LOT-REMAINING-WS = ZERO
                  OR LOT-PASS-COUNT-WS > 20
                  OR OLDEST-LOT-WS = HIGH-VALUES.

       394-CONSUME-OLDEST-LOT.
           ADD 1 TO LOT-PASS-COUNT-WS.
           MOVE HIGH-VALUES TO OLDEST-LOT-WS.
           MOVE HIGH-VALUES TO OLDEST-DATE-WS.
           MOVE SPACES TO EOF-LOT-WS.
           MOVE PART-NUMBER-WS TO LB-PART-NUMBER.
           MOVE LOW-VALUES     TO LB-LOT-NUMBER.
           START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-KEY
               INVALID KEY MOVE "YES" TO EOF-LOT-WS.
           PERFORM UNTIL EOF-LOT-WS = "YES"
               READ LOT-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOT-WS
                   NOT AT END
                       IF LB-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-LOT-WS
                       ELSE
                           IF LB-QUANTITY > ZERO AND
                                   LB-RECEIVED-DATE <
                                       OLDEST-DATE-WS
                               MOVE LB-RECEIVED-DATE
                                   TO OLDEST-DATE-WS
                               MOVE LB-LOT-NUMBER
                                   TO OLDEST-LOT-WS
                           END-IF
                       END-IF
           END-PERFORM.
           IF OLDEST-LOT-WS = HIGH-VALUES
               EXIT PARAGRAPH.
           MOVE PART-NUMBER-WS TO LB-PART-NUMBER.
           MOVE OLDEST-LOT-WS  TO LB-LOT-NUMBER.
           READ LOT-BALANCE-FILE
               INVALID KEY
                   MOVE HIGH-VALUES TO OLDEST-LOT-WS
                   EXIT PARAGRAPH
           END-READ.
           IF LOT-REMAINING-WS < LB-QUANTITY
               MOVE LOT-REMAINING-WS TO LOT-TAKE-WS
           ELSE
               MOVE LB-QUANTITY TO LOT-TAKE-WS.
           SUBTRACT LOT-TAKE-WS FROM LB-QUANTITY.
           SUBTRACT LOT-TAKE-WS FROM LOT-REMAINING-WS.
           REWRITE LOT-BALANCE-RECORD.
           MOVE CDT-DATE       TO LH-DATE.
           MOVE PART-NUMBER-WS TO LH-PART-NUMBER.
           MOVE OLDEST-LOT-WS  TO LH-LOT-NUMBER.
           MOVE "S"            TO LH-TRANS-CODE.
           MOVE LOT-TAKE-WS    TO LH-QUANTITY.
           WRITE LOT-HISTORY-RECORD-OUT.

      *==============================================================
      * A serialized unit going out the door gets its sale event
      * on the serial history, linking it to the customer, under
      * the serial taken before the sale was posted.  The unit
      * also goes onto the sale's keyed log entry, so forward
      * recovery can lay the event down again.
      *==============================================================
       395-WRITE-SERIAL-EVENT.
           PERFORM 396-FIND-NEXT-SERIAL-SEQ.
           MOVE SHIP-SERIAL-WS    TO SER-SERIAL-NUMBER.
           MOVE SERIAL-SEQ-WS     TO SER-SEQ-NUMBER.
           MOVE PART-NUMBER-WS    TO SER-PART-NUMBER.
           MOVE "S"               TO SER-EVENT-CODE.
           MOVE CDT-DATE          TO SER-EVENT-DATE.
           MOVE ORDER-CUSTOMER-WS TO SER-CUSTOMER-CODE.
           WRITE SERIAL-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "SHIPCONF: SERIAL WRITE FAILED "
                       SER-SERIAL-NUMBER.
           MOVE PART-NUMBER-WS  TO TLK-PART-NUMBER.
           MOVE LAST-LOG-SEQ-WS TO TLK-SEQ-NUMBER.
           READ TRANS-LOG-KEYED-FILE
               INVALID KEY
                   DISPLAY "SHIPCONF: KEYED LOG READ FAILED "
                       TLK-SEQ-NUMBER
               NOT INVALID KEY
                   MOVE SHIP-SERIAL-WS TO TLK-SERIAL-NUMBER
                   REWRITE TRANS-LOG-KEYED-RECORD
           END-READ.

       396-FIND-NEXT-SERIAL-SEQ.
           MOVE ZERO TO SERIAL-SEQ-WS.
           MOVE SPACES TO LAST-SERIAL-EVENT-WS.
           MOVE SPACES TO EOF-SERIAL-WS.
           MOVE SHIP-SERIAL-WS TO SER-SERIAL-NUMBER.
           MOVE ZERO           TO SER-SEQ-NUMBER.
           START SERIAL-FILE KEY IS NOT LESS THAN SER-KEY
               INVALID KEY MOVE "YES" TO EOF-SERIAL-WS.
           PERFORM UNTIL EOF-SERIAL-WS = "YES"
               READ SERIAL-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SERIAL-WS
                   NOT AT END
                       IF SER-SERIAL-NUMBER NOT = SHIP-SERIAL-WS
                           MOVE "YES" TO EOF-SERIAL-WS
                       ELSE
                           MOVE SER-SEQ-NUMBER TO SERIAL-SEQ-WS
                           MOVE SER-EVENT-CODE
                               TO LAST-SERIAL-EVENT-WS
                       END-IF
           END-PERFORM.
           ADD 1 TO SERIAL-SEQ-WS.

      *==============================================================
      * The part has never been touched since the balance file
      * came in -- seed its whole on-hand at its carrying location
      * so the issue has a balance to come off.
      *==============================================================
       350-ENSURE-PART-BALANCES.
           MOVE "NO" TO BAL-FOUND-WS.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE PART-NUMBER-WS TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           IF EOF-BAL-WS NOT = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF SB-PART-NUMBER = PART-NUMBER-WS
                           MOVE "YES" TO BAL-FOUND-WS
                       END-IF
               END-READ.
           IF BAL-FOUND-WS = "NO"
               MOVE PART-NUMBER-WS TO SB-PART-NUMBER
               MOVE LOCATION-CODE  TO SB-LOCATION-CODE
               MOVE QUANTITY       TO SB-QUANTITY
               MOVE ZERO           TO SB-MIN-QTY
               MOVE ZERO           TO SB-MAX-QTY
               WRITE STOCK-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "SHIPCONF: BALANCE SEED FAILED "
                           SB-PART-NUMBER.

      *==============================================================
      * Read the balance for the part at BAL-LOCATION-WS, creating
      * an empty one the first time stock touches that location.
      *==============================================================
       351-READ-OR-CREATE-BALANCE.
           MOVE PART-NUMBER-WS  TO SB-PART-NUMBER.
           MOVE BAL-LOCATION-WS TO SB-LOCATION-CODE.
           READ STOCK-BALANCE-FILE
               INVALID KEY
                   MOVE PART-NUMBER-WS  TO SB-PART-NUMBER
                   MOVE BAL-LOCATION-WS TO SB-LOCATION-CODE
                   MOVE ZERO            TO SB-QUANTITY
                   MOVE ZERO            TO SB-MIN-QTY
                   MOVE ZERO            TO SB-MAX-QTY
                   WRITE STOCK-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "SHIPCONF: BALANCE CREATE FAILED "
                               SB-PART-NUMBER
                   END-WRITE
           END-READ.

      *==============================================================
      * Re-roll the master's QUANTITY as the sum of every location
      * balance the part has.
      *==============================================================
       352-ROLL-UP-TOTAL.
           MOVE ZERO TO BAL-ROLLUP-TMP.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE PART-NUMBER-WS TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           ADD SB-QUANTITY TO BAL-ROLLUP-TMP
                       END-IF
           END-PERFORM.
           MOVE BAL-ROLLUP-TMP TO QUANTITY.

      *==============================================================
      * Pick up the last transaction sequence number handed out.
      *==============================================================
       340-READ-LAST-LOG-SEQ.
           MOVE ZERO TO LAST-LOG-SEQ-WS.
           OPEN INPUT LOG-SEQ-FILE.
           IF LOG-SEQ-FILE-STATUS = "00"
               READ LOG-SEQ-FILE
                   NOT AT END MOVE LOG-SEQ-RECORD
                       TO LAST-LOG-SEQ-WS
               END-READ
               CLOSE LOG-SEQ-FILE.

      *==============================================================
      * Record the last sequence number handed out so the next run
      * keeps counting from it.
      *==============================================================
       341-REWRITE-LAST-LOG-SEQ.
           OPEN OUTPUT LOG-SEQ-FILE.
           MOVE LAST-LOG-SEQ-WS TO LOG-SEQ-RECORD.
           WRITE LOG-SEQ-RECORD.
           CLOSE LOG-SEQ-FILE.

      *==============================================================
      * Pick up the last packing list number handed out -- no
      * control file yet means nothing has ever shipped.
      *==============================================================
       342-READ-LAST-PACK-NUMBER.
           MOVE ZERO TO LAST-PACK-NUMBER-WS.
           OPEN INPUT PACK-NUMBER-FILE.
           IF PACK-NUMBER-STATUS = "00"
               READ PACK-NUMBER-FILE
                   NOT AT END MOVE PACK-NUMBER-RECORD
                       TO LAST-PACK-NUMBER-WS
               END-READ
               CLOSE PACK-NUMBER-FILE.

       343-REWRITE-LAST-PACK-NUMBER.
           OPEN OUTPUT PACK-NUMBER-FILE.
           MOVE LAST-PACK-NUMBER-WS TO PACK-NUMBER-RECORD.
           WRITE PACK-NUMBER-RECORD.
           CLOSE PACK-NUMBER-FILE.

      *==============================================================
      * Append this session's control totals -- the shipments
      * posted here move the master just like the transaction
      * screen's sales, and the balancing proof has to see them.
      * A session that posted nothing writes nothing.
      *==============================================================
       344-WRITE-RUN-TOTALS.
           IF CT-SALES-COUNT-WS > ZERO
               OPEN EXTEND RUN-TOTAL-FILE
               IF RUN-TOTAL-STATUS = "35"
                   OPEN OUTPUT RUN-TOTAL-FILE
               END-IF
               PERFORM 360-GET-BUSINESS-DATE
               MOVE CDT-DATE           TO RT-DATE
               MOVE CT-SALES-COUNT-WS  TO RT-SALES-COUNT
               MOVE ZERO               TO RT-RECEIPT-COUNT
               MOVE ZERO               TO RT-ADJUST-COUNT
               MOVE ZERO               TO RT-WRITEOFF-COUNT
               MOVE ZERO               TO RT-TRANSFER-COUNT
               MOVE ZERO               TO RT-REVERSAL-COUNT
               MOVE ZERO               TO RT-RETURN-COUNT
               MOVE ZERO               TO RT-CRETURN-COUNT
               MOVE ZERO               TO RT-QTY-IN
               MOVE CT-QTY-OUT-WS      TO RT-QTY-OUT
               MOVE ZERO               TO RT-ADJ-NET
               WRITE RUN-TOTAL-RECORD
               CLOSE RUN-TOTAL-FILE.

      *==============================================================
      * Fill the run's date from the business date the chain
      * stamps its work with, falling back to the clock.
      *==============================================================
       360-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           PERFORM 361-OVERLAY-BUSINESS-DATE.

       361-OVERLAY-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.

      *==============================================================
      * Ask whether to confirm another shipment.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

      *==============================================================
      * Record the number controls and the run totals, and close
      * every file.
      *==============================================================
       202-TERM-SHIP-CONFIRM.
           PERFORM 341-REWRITE-LAST-LOG-SEQ.
           PERFORM 343-REWRITE-LAST-PACK-NUMBER.
           PERFORM 344-WRITE-RUN-TOTALS.
           CLOSE SALES-ORDER-FILE.
           CLOSE INVENT-FILE.
           CLOSE CUSTOMER-FILE.
           IF SHIP-TO-FILE-OPEN-WS = "YES"
               CLOSE SHIP-TO-FILE.
           CLOSE STOCK-BALANCE-FILE.
           IF LOC-FILE-OPEN-WS = "YES"
               CLOSE LOCATION-FILE.
           CLOSE TRANS-LOG-FILE-OUT.
           CLOSE TRANS-LOG-KEYED-FILE.
           CLOSE SALES-HISTORY-FILE.
           IF TAX-FILE-OPEN-WS = "YES"
               CLOSE TAX-RATE-FILE.
           CLOSE TAX-LOG-FILE.
           IF FREIGHT-RATE-OPEN-WS = "YES"
               CLOSE FREIGHT-RATE-FILE.
           CLOSE FREIGHT-CHARGE-FILE.
           CLOSE LOT-BALANCE-FILE.
           CLOSE LOT-HISTORY-FILE.
           CLOSE SERIAL-FILE.
           CLOSE REORDER-ALERT-FILE.

       end program SHIPCONF.
