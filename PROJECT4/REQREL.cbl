       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQREL as "REQREL".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-FILE
               ASSIGN TO "D:\COBOL\REQUIS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               ALTERNATE RECORD KEY IS RQ-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS REQUISITION-STATUS.
           SELECT PO-REGISTER-FILE
               ASSIGN TO "D:\COBOL\POREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-LINE-KEY
               ALTERNATE RECORD KEY IS POR-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PO-REGISTER-STATUS.
           SELECT PO-NUMBER-FILE
               ASSIGN TO "D:\COBOL\PONUMCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-NUMBER-FILE-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS STATUS-FIELD.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN IN SUPPLIER-RECORD-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.
           SELECT SPECIAL-ORDER-FILE
               ASSIGN TO "D:\COBOL\SPCLORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPO-KEY
               FILE STATUS IS SPECIAL-ORDER-STATUS.
           SELECT BLANKET-PO-FILE
               ASSIGN TO "D:\COBOL\BLANKPO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS BLANKET-STATUS.
           SELECT PO-DOCUMENT-OUT
               ASSIGN TO PO-DOCUMENT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-SORT-FILE
               ASSIGN TO "D:\COBOL\REQRELSRT.TMP".
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
       FD  REQUISITION-FILE.
           COPY "D:\COBOL\REQUISITION_RECORD.cpy".

       FD  PO-REGISTER-FILE.
           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

      *==============================================================
      * Holds the last purchase-order number handed out -- the
      * same control file the special-order and blanket-release
      * programs count from.
      *==============================================================
       FD  PO-NUMBER-FILE.
       01  PO-NUMBER-RECORD     PIC 9(6).

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  SPECIAL-ORDER-FILE.
           COPY "D:\COBOL\SPECIAL_ORDER_RECORD.cpy".

       FD  BLANKET-PO-FILE.
           COPY "D:\COBOL\BLANKET_PO_RECORD.cpy".

       FD  PO-DOCUMENT-OUT.
       01  PO-DOCUMENT-DATA     PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

      *==============================================================
      * The approved lines, grouped into one purchase order per
      * supplier and, within it, by part -- two approved
      * requisitions for the same part from the same supplier
      * become one PO line.  A special order goes out on a PO of
      * its own, the way the special-order screen always cut it,
      * so its group is its own requisition number.
      *==============================================================
       SD  RELEASE-SORT-FILE.
       01  RELEASE-SORT-RECORD.
           05 RR-SUPPLIER-CODE   PIC X(5).
           05 RR-PO-GROUP        PIC 9(6).
           05 RR-PART-NUMBER     PIC X(7).
           05 RR-REQ-NUMBER      PIC 9(6).
           05 RR-ORDER-QTY       PIC 9(7)V99.
           05 RR-UNIT-PRICE      PIC 9(4)V99.
           05 RR-PART-NAME       PIC X(20).
           05 RR-REVIEWED-BY     PIC X(8).

       WORKING-STORAGE SECTION.
       01 REQUISITION-STATUS    PIC X(2)  VALUE SPACES.
       01 PO-REGISTER-STATUS    PIC X(2)  VALUE SPACES.
       01 PO-NUMBER-FILE-STATUS PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 SUPPLIER-STATUS-WS    PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 SPECIAL-ORDER-STATUS  PIC X(2)  VALUE SPACES.
       01 BLANKET-STATUS        PIC X(2)  VALUE SPACES.
       01 BLANKET-OK-WS         PIC X(3)  VALUE "NO".
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-REQUISITION-WS    PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 DOCUMENT-OPEN-WS      PIC X(3)  VALUE "NO".

       01 PREV-SUPPLIER-WS      PIC X(5)  VALUE SPACES.
       01 PREV-PART-WS          PIC X(7)  VALUE SPACES.
       01 PREV-GROUP-WS         PIC 9(6)  VALUE ZERO.
       01 LINE-PART-NAME-WS     PIC X(20) VALUE SPACES.
       01 LINE-RAISED-BY-WS     PIC X(8)  VALUE SPACES.
       01 REQ-VALUE-WS          PIC 9(11)V99 VALUE ZERO.
       01 LAST-PO-NUMBER-WS     PIC 9(6)  VALUE ZERO.
       01 CURRENT-PO-NUMBER-WS  PIC 9(6)  VALUE ZERO.
       01 PO-DOCUMENT-NAME-WS   PIC X(40) VALUE SPACES.
       01 LINE-QTY-WS           PIC 9(7)V99 VALUE ZERO.
       01 LINE-PRICE-WS         PIC 9(4)V99 VALUE ZERO.
       01 LINE-VALUE-WS         PIC 9(11)V99 VALUE ZERO.
       01 DOCUMENT-TOTAL-WS     PIC 9(12)V99 VALUE ZERO.
       01 LINES-PRINTED-WS      PIC 9(4)  VALUE ZERO.
       01 DOC-CURRENCY-WS       PIC X(3)  VALUE SPACES.
       01 DOC-RATE-WS           PIC 9(4)V9(6) VALUE ZERO.
       01 FOREIGN-PRICE-WS      PIC 9(6)V99 VALUE ZERO.

       01 RELEASE-COUNTERS-WS.
           05 REQS-RELEASED-WS  PIC 9(6)  VALUE ZERO.
           05 PO-LINES-CUT-WS   PIC 9(6)  VALUE ZERO.
           05 POS-CUT-WS        PIC 9(6)  VALUE ZERO.
           05 REQS-HELD-WS      PIC 9(6)  VALUE ZERO.
           05 RAISES-APPLIED-WS PIC 9(6)  VALUE ZERO.
           05 REQS-LAPSED-WS    PIC 9(6)  VALUE ZERO.
           05 REQS-NO-RATE-WS   PIC 9(6)  VALUE ZERO.

           COPY "D:\COBOL\OTB_PARMS.cpy".
           COPY "D:\COBOL\COMPLIANCE_PARMS.cpy".
           COPY "D:\COBOL\FX_PARMS.cpy".

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The PO document, laid out the way POPRINT lays it out so a
      * reprint of a released PO looks like the original.
      *==============================================================
       01 COMPANY-HEADER-OUT    PIC X(60) VALUE
               "YANG AUTOMOTIVE SUPPLY - PURCHASING DEPARTMENT".

       01 PO-HEADER-OUT.
           05 FILLER            PIC X(16)
                               VALUE "PURCHASE ORDER".
           05 PH-PO-NUMBER-OUT  PIC 9(6).
           05 FILLER            PIC X(8)  VALUE "   DATE".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 PH-DATE-OUT       PIC 9(8).

       01 PO-CURRENCY-OUT.
           05 FILLER            PIC X(16) VALUE "PRICES IN".
           05 PC-CURRENCY-OUT   PIC X(3).

       01 PO-SUPPLIER-OUT.
           05 FILLER            PIC X(5)  VALUE "TO: ".
           05 PS-SUPPLIER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PS-SUPPLIER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PS-SUPPLIER-ADDR-OUT PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PS-SUPPLIER-PHONE-OUT PIC X(12).

       01 PO-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(12) VALUE "QUANTITY".
           05 FILLER PIC X(10) VALUE "PRICE".
           05 FILLER PIC X(7)  VALUE "PACK".
           05 FILLER PIC X(14) VALUE "EXTENDED".

       01 PO-DETAIL-OUT.
           05 PD-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-QTY-OUT        PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-PRICE-OUT      PIC ZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 PD-PACK-OUT       PIC ZZ9    VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-EXTENDED-OUT   PIC ZZZZZZZZZ9.99 VALUE ZEROS.

       01 PO-TOTAL-OUT.
           05 FILLER            PIC X(46)  VALUE SPACES.
           05 FILLER            PIC X(9)   VALUE "PO TOTAL".
           05 PT-TOTAL-OUT      PIC ZZZZZZZZZZ9.99.

      *==============================================================
      * The release run: every requisition a buyer has approved
      * becomes a line on a purchase order to its supplier -- a PO
      * number from the control file, a register line receiving
      * can relieve, and a document to send.  Pending and rejected
      * lines are left alone; released lines carry the PO number
      * they went out on.  Each line is checked against its
      * buyer's open-to-buy as it is picked up; one that would
      * overspend the month is held for approval instead, unless
      * it is an over-budget line an approver has already let go.
      *==============================================================
       PROCEDURE DIVISION.
       100-RELEASE-REQUISITIONS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-RELEASE.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT RELEASE-SORT-FILE
                   ON ASCENDING KEY RR-SUPPLIER-CODE
                   ON ASCENDING KEY RR-PO-GROUP
                   ON ASCENDING KEY RR-PART-NUMBER
                   ON ASCENDING KEY RR-REQ-NUMBER
                   INPUT PROCEDURE 400-SELECT-APPROVED-LINES
                   OUTPUT PROCEDURE 410-CUT-PURCHASE-ORDERS
               PERFORM 202-TERM-RELEASE.
           EXIT PROGRAM.

      *==============================================================
      * Open the requisitions and the register, creating the
      * register the first time, and pick up the last PO number.
      *==============================================================
       200-INIT-RELEASE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           OPEN I-O REQUISITION-FILE.
           IF REQUISITION-STATUS NOT = "00"
               DISPLAY "REQREL: BAD OPEN REQUIS "
                   REQUISITION-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN I-O PO-REGISTER-FILE.
           IF PO-REGISTER-STATUS = "35"
               OPEN OUTPUT PO-REGISTER-FILE
               CLOSE PO-REGISTER-FILE
               OPEN I-O PO-REGISTER-FILE.
           IF PO-REGISTER-STATUS NOT = "00"
               DISPLAY "REQREL: BAD OPEN POREG "
                   PO-REGISTER-STATUS
               CLOSE REQUISITION-FILE
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT INVENT-FILE.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN I-O SPECIAL-ORDER-FILE.
           IF SPECIAL-ORDER-STATUS = "35"
               OPEN OUTPUT SPECIAL-ORDER-FILE
               CLOSE SPECIAL-ORDER-FILE
               OPEN I-O SPECIAL-ORDER-FILE.
           OPEN I-O BLANKET-PO-FILE.
           MOVE ZERO TO LAST-PO-NUMBER-WS.
           OPEN INPUT PO-NUMBER-FILE.
           IF PO-NUMBER-FILE-STATUS = "00"
               READ PO-NUMBER-FILE
                   NOT AT END MOVE PO-NUMBER-RECORD
                       TO LAST-PO-NUMBER-WS
               END-READ
               CLOSE PO-NUMBER-FILE.

      *==============================================================
      * Record the last PO number handed out, close every file and
      * say what the run did.
      *==============================================================
       202-TERM-RELEASE.
           OPEN OUTPUT PO-NUMBER-FILE.
           MOVE LAST-PO-NUMBER-WS TO PO-NUMBER-RECORD.
           WRITE PO-NUMBER-RECORD.
           CLOSE PO-NUMBER-FILE.
           CLOSE REQUISITION-FILE.
           CLOSE PO-REGISTER-FILE.
           CLOSE INVENT-FILE.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE SPECIAL-ORDER-FILE.
           CLOSE BLANKET-PO-FILE.
           DISPLAY "REQREL: " REQS-RELEASED-WS
               " REQUISITION(S) RELEASED ON " POS-CUT-WS
               " PO(S), " PO-LINES-CUT-WS " PO LINE(S)".
           DISPLAY "REQREL: " RAISES-APPLIED-WS
               " QUANTITY RAISE(S) APPLIED, " REQS-HELD-WS
               " HELD OVER OPEN-TO-BUY".
           DISPLAY "REQREL: " REQS-LAPSED-WS
               " LEFT APPROVED - SUPPLIER COMPLIANCE LAPSED".
           DISPLAY "REQREL: " REQS-NO-RATE-WS
               " LEFT APPROVED - NO EXCHANGE RATE IN FORCE".

      *==============================================================
      * Feed the sort every approved requisition that clears its
      * open-to-buy.
      *==============================================================
       400-SELECT-APPROVED-LINES.
           MOVE SPACES TO EOF-REQUISITION-WS.
           MOVE ZERO TO RQ-REQ-NUMBER.
           START REQUISITION-FILE KEY IS NOT LESS THAN RQ-REQ-NUMBER
               INVALID KEY MOVE "YES" TO EOF-REQUISITION-WS.
           PERFORM UNTIL EOF-REQUISITION-WS = "YES"
               READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REQUISITION-WS
                   NOT AT END
                       IF RQ-APPROVED
                           PERFORM 401-SCREEN-APPROVED-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *==============================================================
      * Value the line at its approved price and spend it against
      * the open-to-buy.  A blanket release must still fit what is
      * left on its blanket, and a quantity raise goes straight
      * onto the PO line it raises instead of through the sort,
      * counted in the month that line was ordered in.  Nothing is
      * ordered from a supplier whose required compliance
      * documents have lapsed -- the line waits, still approved,
      * for the renewal or for the buyer to change its source.
      * Nor is a PO cut in a foreign currency that has no rate in
      * force today to print its prices at.
      *==============================================================
       401-SCREEN-APPROVED-LINE.
           MOVE RQ-SUPPLIER-CODE TO CC-SUPPLIER-CODE.
           MOVE CDT-DATE         TO CC-AS-OF-DATE.
           CALL ".\COMPCHK" USING COMPLIANCE-PARMS.
           IF CC-LAPSED
               DISPLAY "REQREL: SUPPLIER " RQ-SUPPLIER-CODE " "
                   CC-DOC-TYPE " EXPIRED " CC-EXPIRY-DATE
                   " - REQUISITION " RQ-REQ-NUMBER " WAITS"
               ADD 1 TO REQS-LAPSED-WS
               EXIT PARAGRAPH.
           PERFORM 407-FIND-SUPPLIER-RATE.
           IF FX-NO-RATE
               DISPLAY "REQREL: NO " FX-CURRENCY-CODE
                   " RATE IN FORCE - REQUISITION " RQ-REQ-NUMBER
                   " WAITS"
               ADD 1 TO REQS-NO-RATE-WS
               EXIT PARAGRAPH.
           IF RQ-FROM-BLANKET
               PERFORM 402-CHECK-BLANKET-REMAINING
               IF BLANKET-OK-WS = "NO"
                   DISPLAY "REQREL: BLANKET " RQ-BLANKET-NUMBER
                       " CANNOT COVER REQUISITION " RQ-REQ-NUMBER
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CDT-DATE TO OT-ORDER-DATE.
           IF RQ-FROM-QTY-RAISE
               PERFORM 404-READ-RAISED-LINE
               IF POR-CLOSED-LINE OR POR-CANCELED-LINE
                   PERFORM 406-REJECT-THE-RAISE
                   EXIT PARAGRAPH
               END-IF
               MOVE POR-ORDER-DATE TO OT-ORDER-DATE
           END-IF.
           CALL ".\CALCULAT"
               USING RQ-ORDER-QTY, RQ-UNIT-PRICE, REQ-VALUE-WS.
           IF RQ-OVER-BUDGET-OK
               MOVE "F" TO OT-FUNCTION
           ELSE
               MOVE "K" TO OT-FUNCTION.
           MOVE RQ-SUPPLIER-CODE TO OT-SUPPLIER-CODE.
           MOVE REQ-VALUE-WS     TO OT-AMOUNT.
           CALL ".\OTBCHK" USING OTB-PARMS.
           IF OT-OVER-BUDGET
               PERFORM 403-HOLD-OVER-BUDGET
               EXIT PARAGRAPH.
           IF RQ-FROM-QTY-RAISE
               PERFORM 405-APPLY-QTY-RAISE
               EXIT PARAGRAPH.
           MOVE RQ-SUPPLIER-CODE TO RR-SUPPLIER-CODE.
           IF RQ-FROM-SPECIAL
               MOVE RQ-REQ-NUMBER TO RR-PO-GROUP
           ELSE
               MOVE ZERO          TO RR-PO-GROUP.
           MOVE RQ-PART-NUMBER   TO RR-PART-NUMBER.
           MOVE RQ-REQ-NUMBER    TO RR-REQ-NUMBER.
           MOVE RQ-ORDER-QTY     TO RR-ORDER-QTY.
           MOVE RQ-UNIT-PRICE    TO RR-UNIT-PRICE.
           MOVE RQ-PART-NAME     TO RR-PART-NAME.
           MOVE RQ-REVIEWED-BY   TO RR-REVIEWED-BY.
           RELEASE RELEASE-SORT-RECORD.

       402-CHECK-BLANKET-REMAINING.
           MOVE "NO" TO BLANKET-OK-WS.
           MOVE RQ-BLANKET-NUMBER TO BL-BLANKET-NUMBER.
           MOVE RQ-PART-NUMBER    TO BL-PART-NUMBER.
           READ BLANKET-PO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF BL-OPEN-BLANKET
                   AND RQ-ORDER-QTY NOT >
                       BL-TOTAL-QTY - BL-RELEASED-QTY
               MOVE "YES" TO BLANKET-OK-WS.

      *==============================================================
      * Over the month's open-to-buy: the requisition goes on hold
      * and onto the approval queue at its value.
      *==============================================================
       403-HOLD-OVER-BUDGET.
           MOVE "H"              TO OT-FUNCTION.
           MOVE RQ-PART-NUMBER   TO OT-PART-NUMBER.
           MOVE RQ-PART-NAME     TO OT-PART-NAME.
           MOVE RQ-ORDER-QTY     TO OT-ORDER-QTY.
           MOVE RQ-UNIT-PRICE    TO OT-UNIT-PRICE.
           MOVE RQ-ORIGIN        TO OT-ORIGIN.
           MOVE RQ-CUSTOMER-CODE TO OT-CUSTOMER-CODE.
           MOVE RQ-BLANKET-NUMBER TO OT-BLANKET-NUMBER.
           MOVE RQ-PO-NUMBER     TO OT-PO-NUMBER.
           MOVE "REQREL"         TO OT-OPERATOR-ID.
           MOVE RQ-REQ-NUMBER    TO OT-REQ-NUMBER.
           CALL ".\OTBCHK" USING OTB-PARMS.
           MOVE "H" TO RQ-STATUS.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "REQREL: REQUISITION REWRITE FAILED "
                       RQ-REQ-NUMBER
               NOT INVALID KEY
                   ADD 1 TO REQS-HELD-WS
                   DISPLAY "REQREL: REQUISITION " RQ-REQ-NUMBER
                       " HELD OVER OPEN-TO-BUY FOR BUYER "
                       OT-BUYER-ID " - ITEM " OT-PENDING-NUMBER
           END-REWRITE.

      *==============================================================
      * A held quantity raise, now let go, lifts the PO line it
      * was keyed against.  A line canceled or closed meanwhile
      * cannot take it, and the requisition is rejected for the
      * buyer to raise again if it is still wanted.
      *==============================================================
       404-READ-RAISED-LINE.
           MOVE RQ-PO-NUMBER   TO POR-PO-NUMBER.
           MOVE RQ-PART-NUMBER TO POR-PART-NUMBER.
           READ PO-REGISTER-FILE
               INVALID KEY
                   MOVE "X" TO POR-STATUS
           END-READ.

       405-APPLY-QTY-RAISE.
           ADD RQ-ORDER-QTY TO POR-ORDER-QTY.
           IF POR-RECEIVED-QTY > ZERO
               MOVE "P" TO POR-STATUS
           ELSE
               MOVE "O" TO POR-STATUS.
           REWRITE PO-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "REQREL: PO REGISTER REWRITE FAILED "
                       POR-PO-NUMBER SPACE POR-PART-NUMBER
               NOT INVALID KEY
                   ADD 1 TO RAISES-APPLIED-WS
           END-REWRITE.
           MOVE "R" TO RQ-STATUS.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "REQREL: REQUISITION REWRITE FAILED "
                       RQ-REQ-NUMBER
           END-REWRITE.

       406-REJECT-THE-RAISE.
           MOVE "X" TO RQ-STATUS.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "REQREL: REQUISITION REWRITE FAILED "
                       RQ-REQ-NUMBER
           END-REWRITE.
           DISPLAY "REQREL: PO LINE " RQ-PO-NUMBER SPACE
               RQ-PART-NUMBER " NO LONGER OPEN - RAISE "
               RQ-REQ-NUMBER " REJECTED".

      *==============================================================
      * The supplier's currency and the rate in force today.
      *==============================================================
       407-FIND-SUPPLIER-RATE.
           MOVE RQ-SUPPLIER-CODE TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE SPACES TO SUPPLIER-CURRENCY-IN
           END-READ.
           MOVE SUPPLIER-CURRENCY-IN TO FX-CURRENCY-CODE.
           MOVE CDT-DATE             TO FX-AS-OF-DATE.
           CALL ".\FXCONV" USING FX-PARMS.

      *==============================================================
      * A new supplier, or a special order, starts a new PO; a new
      * part within it starts a new PO line.  Each requisition is
      * marked released as it is added to its line.
      *==============================================================
       410-CUT-PURCHASE-ORDERS.
           MOVE SPACES TO EOF-SORT-WS.
           MOVE SPACES TO PREV-SUPPLIER-WS.
           MOVE SPACES TO PREV-PART-WS.
           MOVE ZERO   TO PREV-GROUP-WS.
           RETURN RELEASE-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               IF RR-SUPPLIER-CODE NOT = PREV-SUPPLIER-WS
                       OR RR-PO-GROUP NOT = PREV-GROUP-WS
                   IF DOCUMENT-OPEN-WS = "YES"
                       PERFORM 421-WRITE-PO-LINE
                       PERFORM 422-CLOSE-THE-DOCUMENT
                   END-IF
                   PERFORM 420-OPEN-THE-DOCUMENT
                   MOVE RR-SUPPLIER-CODE TO PREV-SUPPLIER-WS
                   MOVE RR-PO-GROUP      TO PREV-GROUP-WS
                   MOVE RR-PART-NUMBER   TO PREV-PART-WS
                   MOVE ZERO             TO LINE-QTY-WS
                   MOVE RR-UNIT-PRICE    TO LINE-PRICE-WS
                   MOVE RR-PART-NAME     TO LINE-PART-NAME-WS
               END-IF
               IF RR-PART-NUMBER NOT = PREV-PART-WS
                   PERFORM 421-WRITE-PO-LINE
                   MOVE RR-PART-NUMBER   TO PREV-PART-WS
                   MOVE ZERO             TO LINE-QTY-WS
                   MOVE RR-UNIT-PRICE    TO LINE-PRICE-WS
                   MOVE RR-PART-NAME     TO LINE-PART-NAME-WS
               END-IF
               ADD RR-ORDER-QTY TO LINE-QTY-WS
               MOVE RR-REVIEWED-BY TO LINE-RAISED-BY-WS
               PERFORM 430-MARK-REQUISITION-RELEASED
               RETURN RELEASE-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
               END-RETURN
           END-PERFORM.
           IF DOCUMENT-OPEN-WS = "YES"
               PERFORM 421-WRITE-PO-LINE
               PERFORM 422-CLOSE-THE-DOCUMENT.

      *==============================================================
      * Take the next PO number and open its document with our
      * letterhead and the supplier's address.  The document is
      * priced in the supplier's currency at today's rate.
      *==============================================================
       420-OPEN-THE-DOCUMENT.
           ADD 1 TO LAST-PO-NUMBER-WS.
           MOVE LAST-PO-NUMBER-WS TO CURRENT-PO-NUMBER-WS.
           ADD 1 TO POS-CUT-WS.
           MOVE ZERO TO LINES-PRINTED-WS.
           MOVE ZERO TO DOCUMENT-TOTAL-WS.
           MOVE SPACES TO PO-DOCUMENT-NAME-WS.
           STRING "D:\COBOL\PODOC_"    DELIMITED BY SIZE
                  CURRENT-PO-NUMBER-WS DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO PO-DOCUMENT-NAME-WS.
           OPEN OUTPUT PO-DOCUMENT-OUT.
           MOVE "YES" TO DOCUMENT-OPEN-WS.
           WRITE PO-DOCUMENT-DATA FROM COMPANY-HEADER-OUT.
           MOVE CURRENT-PO-NUMBER-WS TO PH-PO-NUMBER-OUT.
           MOVE CDT-DATE             TO PH-DATE-OUT.
           WRITE PO-DOCUMENT-DATA FROM PO-HEADER-OUT.
           MOVE RR-SUPPLIER-CODE TO PS-SUPPLIER-CODE-OUT.
           MOVE RR-SUPPLIER-CODE TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO PS-SUPPLIER-NAME-OUT
                   MOVE SPACES TO PS-SUPPLIER-ADDR-OUT
                   MOVE SPACES TO PS-SUPPLIER-PHONE-OUT
               NOT INVALID KEY
                   MOVE SUPPLIER-NAME-IN TO PS-SUPPLIER-NAME-OUT
                   MOVE SUPPLIER-ADDRESS-IN
                       TO PS-SUPPLIER-ADDR-OUT
                   MOVE SUPPLIER-PHONE-IN
                       TO PS-SUPPLIER-PHONE-OUT
           END-READ.
           WRITE PO-DOCUMENT-DATA FROM PO-SUPPLIER-OUT.
           PERFORM 407-FIND-SUPPLIER-RATE.
           IF FX-HOME-CURRENCY
               MOVE SPACES           TO DOC-CURRENCY-WS
               MOVE FX-HOME-CODE     TO PC-CURRENCY-OUT
           ELSE
               MOVE FX-CURRENCY-CODE TO DOC-CURRENCY-WS
               MOVE FX-CURRENCY-CODE TO PC-CURRENCY-OUT.
           MOVE FX-RATE TO DOC-RATE-WS.
           WRITE PO-DOCUMENT-DATA FROM PO-CURRENCY-OUT.
           WRITE PO-DOCUMENT-DATA FROM PO-COLUMN-NAME.

      *==============================================================
      * Write the register line and the document line for the
      * part just finished, at the price the buyer approved.
      *==============================================================
       421-WRITE-PO-LINE.
           MOVE CURRENT-PO-NUMBER-WS TO POR-PO-NUMBER.
           MOVE PREV-PART-WS         TO POR-PART-NUMBER.
           MOVE PREV-SUPPLIER-WS     TO POR-SUPPLIER-CODE.
           MOVE LINE-QTY-WS          TO POR-ORDER-QTY.
           MOVE ZERO                 TO POR-RECEIVED-QTY.
           MOVE CDT-DATE             TO POR-ORDER-DATE.
           MOVE "O"                  TO POR-STATUS.
           MOVE SPACES               TO POR-CLOSED-DATE.
           MOVE LINE-RAISED-BY-WS    TO POR-RAISED-BY.
           MOVE SPACES               TO POR-RECEIVED-BY.
           MOVE SPACES               TO POR-MATCHED-BY.
           MOVE SPACES               TO POR-ACK-FLAG.
           MOVE ZERO                 TO POR-ACK-QTY.
           MOVE ZERO                 TO POR-ACK-PRICE.
           MOVE SPACES               TO POR-PROMISE-DATE.
           MOVE SPACES               TO POR-INVOICED-FLAG.
           COMPUTE FOREIGN-PRICE-WS ROUNDED =
               LINE-PRICE-WS / DOC-RATE-WS.
           MOVE DOC-CURRENCY-WS      TO POR-CURRENCY-CODE.
           MOVE DOC-RATE-WS          TO POR-ORDER-RATE.
           MOVE FOREIGN-PRICE-WS     TO POR-FOREIGN-PRICE.
           MOVE ZERO                 TO POR-RECEIPT-RATE.
           MOVE "01"                 TO POR-COMPANY-CODE.
           MOVE PREV-PART-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   IF LINE-PART-NAME-WS = SPACES
                       MOVE "(NOT ON MASTER)" TO PD-PART-NAME-OUT
                   ELSE
                       MOVE LINE-PART-NAME-WS TO PD-PART-NAME-OUT
                   END-IF
                   MOVE ZERO TO PD-PACK-OUT
               NOT INVALID KEY
                   MOVE PART-NAME  TO PD-PART-NAME-OUT
                   MOVE PACK-QTY   TO PD-PACK-OUT
                   IF PART-COMPANY-CODE NOT = SPACES
                       MOVE PART-COMPANY-CODE TO POR-COMPANY-CODE
                   END-IF
           END-READ.
           WRITE PO-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "REQREL: PO REGISTER WRITE FAILED "
                       POR-PO-NUMBER SPACE POR-PART-NUMBER
               NOT INVALID KEY
                   ADD 1 TO PO-LINES-CUT-WS
           END-WRITE.
           ADD 1 TO LINES-PRINTED-WS.
           MOVE PREV-PART-WS TO PD-PART-NUMBER-OUT.
           MOVE LINE-QTY-WS   TO PD-QTY-OUT.
           MOVE FOREIGN-PRICE-WS TO PD-PRICE-OUT.
           IF DOC-CURRENCY-WS = SPACES
               CALL ".\CALCULAT"
                   USING LINE-QTY-WS, LINE-PRICE-WS, LINE-VALUE-WS
           ELSE
               COMPUTE LINE-VALUE-WS ROUNDED =
                   LINE-QTY-WS * FOREIGN-PRICE-WS.
           MOVE LINE-VALUE-WS TO PD-EXTENDED-OUT.
           ADD LINE-VALUE-WS TO DOCUMENT-TOTAL-WS.
           WRITE PO-DOCUMENT-DATA FROM PO-DETAIL-OUT.

      *==============================================================
      * Total the document, close it, and register it in the
      * report catalog the way POPRINT registers a reprint.
      *==============================================================
       422-CLOSE-THE-DOCUMENT.
           MOVE DOCUMENT-TOTAL-WS TO PT-TOTAL-OUT.
           WRITE PO-DOCUMENT-DATA FROM PO-TOTAL-OUT.
           CLOSE PO-DOCUMENT-OUT.
           MOVE "NO" TO DOCUMENT-OPEN-WS.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "PO DOC"   TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-PRINTED-WS TO RC-RECORD-COUNT.
           MOVE PO-DOCUMENT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Mark the requisition released on the PO it went out on.  A
      * blanket release draws its blanket down, and a special
      * order gets the link receiving reads to see the stock is
      * spoken for.
      *==============================================================
       430-MARK-REQUISITION-RELEASED.
           MOVE RR-REQ-NUMBER TO RQ-REQ-NUMBER.
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "REQREL: REQUISITION NOT FOUND "
                       RR-REQ-NUMBER
               NOT INVALID KEY
                   MOVE "R" TO RQ-STATUS
                   MOVE CURRENT-PO-NUMBER-WS TO RQ-PO-NUMBER
                   REWRITE REQUISITION-RECORD
                       INVALID KEY
                           DISPLAY "REQREL: REQUISITION REWRITE "
                               "FAILED " RR-REQ-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO REQS-RELEASED-WS
                   END-REWRITE
                   IF RQ-FROM-BLANKET
                       PERFORM 431-DRAW-DOWN-BLANKET
                   END-IF
                   IF RQ-FROM-SPECIAL
                       PERFORM 432-WRITE-ORDER-LINK
                   END-IF
           END-READ.

       431-DRAW-DOWN-BLANKET.
           MOVE RQ-BLANKET-NUMBER TO BL-BLANKET-NUMBER.
           MOVE RQ-PART-NUMBER    TO BL-PART-NUMBER.
           READ BLANKET-PO-FILE
               INVALID KEY
                   DISPLAY "REQREL: BLANKET NOT FOUND "
                       RQ-BLANKET-NUMBER
                   EXIT PARAGRAPH
           END-READ.
           ADD RQ-ORDER-QTY TO BL-RELEASED-QTY.
           IF BL-RELEASED-QTY NOT < BL-TOTAL-QTY
               MOVE "C" TO BL-STATUS.
           REWRITE BLANKET-PO-RECORD
               INVALID KEY
                   DISPLAY "REQREL: BLANKET REWRITE FAILED "
                       RQ-BLANKET-NUMBER.

       432-WRITE-ORDER-LINK.
           MOVE CURRENT-PO-NUMBER-WS TO SPO-PO-NUMBER.
           MOVE RQ-PART-NUMBER   TO SPO-PART-NUMBER.
           MOVE RQ-CUSTOMER-CODE TO SPO-CUSTOMER-CODE.
           MOVE RQ-PART-NAME     TO SPO-PART-NAME.
           MOVE RQ-ORDER-QTY     TO SPO-ORDER-QTY.
           MOVE CDT-DATE         TO SPO-ORDER-DATE.
           MOVE "O"              TO SPO-STATUS.
           WRITE SPECIAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY "REQREL: ORDER LINK WRITE FAILED "
                       SPO-PO-NUMBER SPACE SPO-PART-NUMBER.

       end program REQREL.
