               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN IN SUPPLIER-RECORD-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS INVENT-STATUS-WS.
           SELECT DRAWDOWN-REPORT-OUT
               ASSIGN TO "D:\COBOL\BLKDRAW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  DRAWDOWN-REPORT-OUT.
       01  DRAWDOWN-REPORT-DATA PIC X(100).

       01 PO-NUMBER-FILE-STATUS PIC X(2)  VALUE SPACES.
       01 BLANKET-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 SUPPLIER-STATUS-WS    PIC X(2)  VALUE SPACES.
       01 INVENT-STATUS-WS      PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-BLANKET-WS        PIC X(3)  VALUE SPACES.
       01 RELEASE-QTY-WS        PIC 9(7)V99 VALUE ZERO.
       01 REMAINING-QTY-WS      PIC 9(7)V99 VALUE ZERO.
       01 BLANKETS-LISTED-WS    PIC 9(4)  VALUE ZERO.
       01 RELEASE-VALUE-WS      PIC 9(11)V99 VALUE ZERO.
       01 HOME-PRICE-WS         PIC 9(4)V99 VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

           COPY "D:\COBOL\OTB_PARMS.cpy".
           COPY "D:\COBOL\COMPLIANCE_PARMS.cpy".
           COPY "D:\COBOL\FX_PARMS.cpy".

       01 DRAWDOWN-COLUMN-NAME.
           05 FILLER PIC X(8)  VALUE "BLANKET".
           05 FILLER PIC X(9)  VALUE "PART".
               CLOSE PO-REGISTER-FILE
               OPEN I-O PO-REGISTER-FILE.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN INPUT INVENT-FILE.
           PERFORM 340-READ-LAST-PO-NUMBER.
           PERFORM 342-READ-LAST-BLANKET-NUMBER.
           IF OPEN-ERROR-FLAG = "YES"
      *==============================================================
      * Open a new blanket: the part, the supplier (validated),
      * the committed total and price, and the agreement year.
      * The price is agreed in the supplier's own currency.
      *==============================================================
       210-ADD-ONE-BLANKET.
           DISPLAY "PART NUMBER:".
           END-READ.
           DISPLAY "COMMITTED TOTAL QTY:".
           ACCEPT ENTRY-TOTAL-QTY-WS.
           DISPLAY "AGREED UNIT PRICE (" SUPPLIER-CURRENCY-IN "):".
           ACCEPT ENTRY-PRICE-WS.
           DISPLAY "AGREEMENT YEAR:".
           ACCEPT ENTRY-YEAR-WS.
      * ordinary register line under the next PO number, and the
      * blanket's drawn-down total moves up.  A release past the
      * remaining commitment is refused -- that is a new
      * negotiation, not a keystroke.  The release spends the
      * buyer's open-to-buy at the agreed price, turned into our
      * currency at today's rate; one that would overspend the
      * month is held for approval instead, and the release run
      * cuts it and draws the blanket down once it is let go.  A
      * foreign supplier with no rate in force gets no release.
      *==============================================================
       220-RELEASE-FROM-BLANKET.
           DISPLAY "BLANKET NUMBER:".
           IF NOT BL-OPEN-BLANKET
               DISPLAY "BLANKPO: BLANKET IS CLOSED"
               EXIT PARAGRAPH.
           MOVE BL-SUPPLIER-CODE TO CC-SUPPLIER-CODE.
           MOVE CDT-DATE         TO CC-AS-OF-DATE.
           CALL ".\COMPCHK" USING COMPLIANCE-PARMS.
           IF CC-LAPSED
               DISPLAY "BLANKPO: SUPPLIER " BL-SUPPLIER-CODE " "
                   CC-DOC-TYPE " EXPIRED " CC-EXPIRY-DATE
                   " - NO RELEASE UNTIL RENEWED"
               EXIT PARAGRAPH.
           PERFORM 223-FIND-SUPPLIER-RATE.
           IF FX-NO-RATE
               DISPLAY "BLANKPO: NO " FX-CURRENCY-CODE
                   " RATE IN FORCE - NO RELEASE"
               EXIT PARAGRAPH.
           COMPUTE REMAINING-QTY-WS =
               BL-TOTAL-QTY - BL-RELEASED-QTY.
           DISPLAY "REMAINING COMMITMENT: " REMAINING-QTY-WS.
           IF RELEASE-QTY-WS > REMAINING-QTY-WS
               DISPLAY "BLANKPO: OVER REMAINING COMMITMENT"
               EXIT PARAGRAPH.
           PERFORM 221-CHECK-OPEN-TO-BUY.
           IF OT-OVER-BUDGET
               PERFORM 222-HOLD-THE-RELEASE
               EXIT PARAGRAPH.
           ADD 1 TO LAST-PO-NUMBER-WS.
           MOVE LAST-PO-NUMBER-WS TO POR-PO-NUMBER.
           MOVE BL-PART-NUMBER    TO POR-PART-NUMBER.
           MOVE ZERO              TO POR-RECEIVED-QTY.
           MOVE CDT-DATE          TO POR-ORDER-DATE.
           MOVE "O"               TO POR-STATUS.
           MOVE SPACES            TO POR-CLOSED-DATE.
           MOVE SP-OPERATOR-ID    TO POR-RAISED-BY.
           MOVE SPACES            TO POR-RECEIVED-BY.
           MOVE SPACES            TO POR-MATCHED-BY.
           MOVE SPACES            TO POR-ACK-FLAG.
           MOVE ZERO              TO POR-ACK-QTY.
           MOVE ZERO              TO POR-ACK-PRICE.
           MOVE SPACES            TO POR-PROMISE-DATE.
           MOVE SPACES            TO POR-INVOICED-FLAG.
           IF FX-HOME-CURRENCY
               MOVE SPACES           TO POR-CURRENCY-CODE
           ELSE
               MOVE FX-CURRENCY-CODE TO POR-CURRENCY-CODE.
           MOVE FX-RATE           TO POR-ORDER-RATE.
           MOVE BL-UNIT-PRICE     TO POR-FOREIGN-PRICE.
           MOVE ZERO              TO POR-RECEIPT-RATE.
           MOVE "01"              TO POR-COMPANY-CODE.
           MOVE BL-PART-NUMBER    TO PART-NUMBER.
           READ INVENT-FILE
               NOT INVALID KEY
                   IF PART-COMPANY-CODE NOT = SPACES
                       MOVE PART-COMPANY-CODE TO POR-COMPANY-CODE
                   END-IF
           END-READ.
           WRITE PO-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "BLANKPO: PO LINE WRITE FAILED"
                   DISPLAY "BLANKPO: RELEASED AS PO "
                       LAST-PO-NUMBER-WS.

       221-CHECK-OPEN-TO-BUY.
           COMPUTE HOME-PRICE-WS ROUNDED = BL-UNIT-PRICE * FX-RATE.
           CALL ".\CALCULAT"
               USING RELEASE-QTY-WS, HOME-PRICE-WS, RELEASE-VALUE-WS.
           MOVE "K"              TO OT-FUNCTION.
           MOVE BL-SUPPLIER-CODE TO OT-SUPPLIER-CODE.
           MOVE CDT-DATE         TO OT-ORDER-DATE.
           MOVE RELEASE-VALUE-WS TO OT-AMOUNT.
           CALL ".\OTBCHK" USING OTB-PARMS.

       222-HOLD-THE-RELEASE.
           MOVE "H"               TO OT-FUNCTION.
           MOVE BL-PART-NUMBER    TO OT-PART-NUMBER.
           MOVE SPACES            TO OT-PART-NAME.
           MOVE RELEASE-QTY-WS    TO OT-ORDER-QTY.
           MOVE HOME-PRICE-WS     TO OT-UNIT-PRICE.
           MOVE "B"               TO OT-ORIGIN.
           MOVE SPACES            TO OT-CUSTOMER-CODE.
           MOVE BL-BLANKET-NUMBER TO OT-BLANKET-NUMBER.
           MOVE ZERO              TO OT-PO-NUMBER.
           MOVE SP-OPERATOR-ID    TO OT-OPERATOR-ID.
           MOVE ZERO              TO OT-REQ-NUMBER.
           CALL ".\OTBCHK" USING OTB-PARMS.
           DISPLAY "BLANKPO: OVER OPEN-TO-BUY FOR BUYER "
               OT-BUYER-ID " - HELD AS REQUISITION " OT-REQ-NUMBER.

      *==============================================================
      * The blanket supplier's currency and today's rate for it.
      *==============================================================
       223-FIND-SUPPLIER-RATE.
           MOVE BL-SUPPLIER-CODE TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE SPACES TO SUPPLIER-CURRENCY-IN
           END-READ.
           MOVE SUPPLIER-CURRENCY-IN TO FX-CURRENCY-CODE.
           MOVE CDT-DATE             TO FX-AS-OF-DATE.
           CALL ".\FXCONV" USING FX-PARMS.

      *==============================================================
      * Close a blanket whose remainder will never be drawn.
      *==============================================================
           CLOSE BLANKET-PO-FILE.
           CLOSE PO-REGISTER-FILE.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE INVENT-FILE.

       end program BLANKPO.
