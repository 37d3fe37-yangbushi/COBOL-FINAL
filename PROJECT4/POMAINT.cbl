               ALTERNATE RECORD KEY IS POR-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS INVENT-STATUS-WS.
           SELECT MASTER-AUDIT-FILE
               ASSIGN TO "D:\COBOL\MSTAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PO-REGISTER-FILE.
           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  MASTER-AUDIT-FILE.
           COPY "D:\COBOL\MASTER_AUDIT_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 AUDIT-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 INVENT-STATUS-WS   PIC X(2)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(30)
                       VALUE "MAINTAIN A PO LINE? (Y OR N)".
       01 MAINT-PO-NUMBER-WS PIC 9(6)  VALUE ZERO.
       01 MAINT-PART-WS      PIC X(7)  VALUE SPACES.
       01 NEW-ORDER-QTY-WS   PIC 9(7)V99 VALUE ZERO.
       01 BEFORE-IMAGE-WS    PIC X(200) VALUE SPACES.
       01 QTY-CHANGE-WS      PIC 9(7)V99 VALUE ZERO.
       01 LINE-PRICE-WS      PIC 9(4)V99 VALUE ZERO.
       01 CHANGE-VALUE-WS    PIC 9(11)V99 VALUE ZERO.
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE       PIC 9(8).
           05 CDT-TIME       PIC 9(6).
           05 FILLER         PIC X(7).

           COPY "D:\COBOL\OTB_PARMS.cpy".

      *==============================================================
      * Once the reorder run writes a line into the register, only
      * receiving ever touched it -- this screen is how the buyer
      * line closed so the on-order netting stops suppressing a
      * reorder we actually need.  Every change leaves the same
      * before/after audit trail the master maintenance leaves.
      * What a change does to the quantity still to come moves the
      * buyer's open-to-buy for the month the line was ordered
      * in: a cut, cancel or short close gives the value back, and
      * a raise must fit what is left or is held for approval.
      *==============================================================
       PROCEDURE DIVISION.
       100-MAINTAIN-PO-LINES.
           ELSE
               DISPLAY "POMAINT: CANNOT OPEN POREG " STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           OPEN INPUT INVENT-FILE.
           OPEN EXTEND MASTER-AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-AUDIT-FILE.

      *==============================================================
      * Cut (or raise) the ordered quantity.  It cannot drop below
      * what already arrived -- that history happened.  A raise
      * that would overspend the month's open-to-buy leaves the
      * line as it was and goes to the approval queue; the release
      * run applies it once it is let go.
      *==============================================================
       310-CHANGE-ORDER-QTY.
           DISPLAY "NEW ORDER QUANTITY:".
           IF NEW-ORDER-QTY-WS < POR-RECEIVED-QTY
               DISPLAY "POMAINT: BELOW RECEIVED QTY - REFUSED"
               EXIT PARAGRAPH.
           IF NEW-ORDER-QTY-WS > POR-ORDER-QTY
               COMPUTE QTY-CHANGE-WS =
                   NEW-ORDER-QTY-WS - POR-ORDER-QTY
               MOVE "K" TO OT-FUNCTION
               PERFORM 340-MOVE-OPEN-TO-BUY
               IF OT-OVER-BUDGET
                   PERFORM 341-HOLD-THE-RAISE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE QTY-CHANGE-WS =
                   POR-ORDER-QTY - NEW-ORDER-QTY-WS
               MOVE "U" TO OT-FUNCTION
               PERFORM 340-MOVE-OPEN-TO-BUY
           END-IF.
           MOVE NEW-ORDER-QTY-WS TO POR-ORDER-QTY.
           MOVE SPACES TO POR-CLOSED-DATE.
           IF POR-RECEIVED-QTY = POR-ORDER-QTY
               MOVE "C" TO POR-STATUS
               MOVE CDT-DATE TO POR-CLOSED-DATE
           ELSE
               IF POR-RECEIVED-QTY > ZERO
                   MOVE "P" TO POR-STATUS
      * its history but stops counting as on-order.
      *==============================================================
       311-CANCEL-THE-LINE.
           PERFORM 342-RELIEVE-UNRECEIVED.
           MOVE "X" TO POR-STATUS.
           MOVE CDT-DATE TO POR-CLOSED-DATE.
           PERFORM 320-REWRITE-AND-TRAIL.

      *==============================================================
      * remainder is no longer expected.
      *==============================================================
       312-CLOSE-SHORT-LINE.
           PERFORM 342-RELIEVE-UNRECEIVED.
           MOVE "C" TO POR-STATUS.
           MOVE CDT-DATE TO POR-CLOSED-DATE.
           PERFORM 320-REWRITE-AND-TRAIL.

       320-REWRITE-AND-TRAIL.
           MOVE PO-REGISTER-RECORD TO MA-AFTER-IMAGE.
           WRITE MASTER-AUDIT-RECORD.

      *==============================================================
      * Value the quantity change at the supplier's acknowledged
      * price, or the part's cost when the supplier has not
      * acknowledged the line, and move the open-to-buy by it.  An
      * acknowledged price is in the line's own currency and is
      * brought home at the rate the line was ordered at.
      *==============================================================
       340-MOVE-OPEN-TO-BUY.
           IF POR-ORDER-RATE > ZERO
               COMPUTE LINE-PRICE-WS ROUNDED =
                   POR-ACK-PRICE * POR-ORDER-RATE
           ELSE
               MOVE POR-ACK-PRICE TO LINE-PRICE-WS.
           IF LINE-PRICE-WS = ZERO
               MOVE POR-PART-NUMBER TO PART-NUMBER
               READ INVENT-FILE
                   NOT INVALID KEY MOVE UNIT-PRICE TO LINE-PRICE-WS
               END-READ
           END-IF.
           CALL ".\CALCULAT"
               USING QTY-CHANGE-WS, LINE-PRICE-WS, CHANGE-VALUE-WS.
           MOVE POR-SUPPLIER-CODE TO OT-SUPPLIER-CODE.
           MOVE POR-ORDER-DATE    TO OT-ORDER-DATE.
           MOVE CHANGE-VALUE-WS   TO OT-AMOUNT.
           CALL ".\OTBCHK" USING OTB-PARMS.

       341-HOLD-THE-RAISE.
           MOVE "H"              TO OT-FUNCTION.
           MOVE POR-PART-NUMBER  TO OT-PART-NUMBER.
           MOVE SPACES           TO OT-PART-NAME.
           MOVE QTY-CHANGE-WS    TO OT-ORDER-QTY.
           MOVE LINE-PRICE-WS    TO OT-UNIT-PRICE.
           MOVE "Q"              TO OT-ORIGIN.
           MOVE SPACES           TO OT-CUSTOMER-CODE.
           MOVE ZERO             TO OT-BLANKET-NUMBER.
           MOVE POR-PO-NUMBER    TO OT-PO-NUMBER.
           MOVE OPERATOR-ID-WS   TO OT-OPERATOR-ID.
           MOVE ZERO             TO OT-REQ-NUMBER.
           MOVE CDT-DATE         TO OT-ORDER-DATE.
           CALL ".\OTBCHK" USING OTB-PARMS.
           DISPLAY "POMAINT: RAISE OVER OPEN-TO-BUY FOR BUYER "
               OT-BUYER-ID " - HELD AS REQUISITION " OT-REQ-NUMBER.

       342-RELIEVE-UNRECEIVED.
           COMPUTE QTY-CHANGE-WS =
               POR-ORDER-QTY - POR-RECEIVED-QTY.
           IF QTY-CHANGE-WS > ZERO
               MOVE "U" TO OT-FUNCTION
               PERFORM 340-MOVE-OPEN-TO-BUY.

      *==============================================================
      * Ask which maintenance action to perform.
      *==============================================================
      *==============================================================
       202-TERM-MAINTAIN-PO.
           CLOSE PO-REGISTER-FILE.
           CLOSE INVENT-FILE.
           CLOSE MASTER-AUDIT-FILE.

       end program POMAINT.
