       01 ORDER-PART-NAME-WS    PIC X(20) VALUE SPACES.
       01 ORDER-QTY-WS          PIC 9(7)V99 VALUE ZERO.
       01 ORDER-SUPPLIER-WS     PIC X(5)  VALUE SPACES.
       01 ORDER-COMPANY-WS      PIC X(2)  VALUE "01".
       01 ORDER-PRICE-WS        PIC 9(4)V99 VALUE ZERO.
       01 ORDER-VALUE-WS        PIC 9(11)V99 VALUE ZERO.
       01 PART-ON-FILE-WS       PIC X(3)  VALUE "NO".
       01 SPECIAL-PO-FILE-NAME-WS PIC X(40) VALUE SPACES.

           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

           COPY "D:\COBOL\OTB_PARMS.cpy".
           COPY "D:\COBOL\COMPLIANCE_PARMS.cpy".
           COPY "D:\COBOL\FX_PARMS.cpy".

       01 SPECIAL-PO-HEADER-OUT.
           05 FILLER            PIC X(18)
                               VALUE "SPECIAL ORDER PO".
      * Take one special order: the customer it is for, the part
      * (on the master or not -- that is the point), the quantity,
      * and the supplier it comes from, then cut the linked PO
      * line and the extract.  The line spends the buyer's
      * open-to-buy like any other; one that would overspend the
      * month is held for approval instead, and the release run
      * cuts its PO once it is let go.
      *==============================================================
       201-TAKE-ONE-SPECIAL-ORDER.
           DISPLAY "CUSTOMER CODE:".
           DISPLAY "PART NUMBER:".
           ACCEPT ORDER-PART-WS.
           MOVE "NO" TO PART-ON-FILE-WS.
           MOVE "01" TO ORDER-COMPANY-WS.
           MOVE ORDER-PART-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "YES" TO PART-ON-FILE-WS
                   MOVE PART-NAME TO ORDER-PART-NAME-WS
                   MOVE SUPPLIER-CODE TO ORDER-SUPPLIER-WS
                   IF PART-COMPANY-CODE NOT = SPACES
                       MOVE PART-COMPANY-CODE TO ORDER-COMPANY-WS
                   END-IF
           END-READ.
           IF PART-ON-FILE-WS = "NO"
               DISPLAY "PART DESCRIPTION:"
               DISPLAY "PART ON FILE - SUPPLIER " ORDER-SUPPLIER-WS.
           DISPLAY "QUANTITY:".
           ACCEPT ORDER-QTY-WS.
           IF PART-ON-FILE-WS = "YES"
               MOVE UNIT-PRICE TO ORDER-PRICE-WS
           ELSE
               DISPLAY "EXPECTED UNIT COST:"
               ACCEPT ORDER-PRICE-WS.
           DISPLAY "SUPPLIER CODE (BLANK=KEEP):".
           ACCEPT SUPPLIER-CODE-IN.
           IF SUPPLIER-CODE-IN NOT = SPACES
                   PERFORM 301-PROMPT-ENTRY
                   EXIT PARAGRAPH
           END-READ.
           MOVE ORDER-SUPPLIER-WS TO CC-SUPPLIER-CODE.
           MOVE CDT-DATE          TO CC-AS-OF-DATE.
           CALL ".\COMPCHK" USING COMPLIANCE-PARMS.
           IF CC-LAPSED
               DISPLAY "SPECORD: SUPPLIER " ORDER-SUPPLIER-WS " "
                   CC-DOC-TYPE " EXPIRED " CC-EXPIRY-DATE
                   " - CHOOSE ANOTHER SUPPLIER"
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           MOVE SUPPLIER-CURRENCY-IN TO FX-CURRENCY-CODE.
           MOVE CDT-DATE             TO FX-AS-OF-DATE.
           CALL ".\FXCONV" USING FX-PARMS.
           IF FX-NO-RATE
               DISPLAY "SPECORD: NO " FX-CURRENCY-CODE
                   " RATE IN FORCE - CHOOSE ANOTHER SUPPLIER"
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           IF ORDER-QTY-WS = ZERO
               DISPLAY "SPECORD: ZERO QUANTITY - DROPPED"
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           PERFORM 240-CHECK-OPEN-TO-BUY.
           IF OT-OVER-BUDGET
               PERFORM 250-HOLD-SPECIAL-ORDER
           ELSE
               ADD 1 TO LAST-PO-NUMBER-WS
               PERFORM 210-WRITE-PO-LINE
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
           COMPUTE POR-FOREIGN-PRICE ROUNDED =
               ORDER-PRICE-WS / FX-RATE.
           MOVE ZERO              TO POR-RECEIPT-RATE.
           MOVE ORDER-COMPANY-WS  TO POR-COMPANY-CODE.
           WRITE PO-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "SPECORD: PO REGISTER WRITE FAILED "
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Value the order at its cost and commit it against the
      * month's open-to-buy if it fits.
      *==============================================================
       240-CHECK-OPEN-TO-BUY.
           CALL ".\CALCULAT"
               USING ORDER-QTY-WS, ORDER-PRICE-WS, ORDER-VALUE-WS.
           MOVE "K"               TO OT-FUNCTION.
           MOVE ORDER-SUPPLIER-WS TO OT-SUPPLIER-CODE.
           MOVE CDT-DATE          TO OT-ORDER-DATE.
           MOVE ORDER-VALUE-WS    TO OT-AMOUNT.
           CALL ".\OTBCHK" USING OTB-PARMS.

      *==============================================================
      * Over budget: the order is held as a requisition on the
      * approval queue, carrying the customer and description the
      * release run needs to cut its PO and link.
      *==============================================================
       250-HOLD-SPECIAL-ORDER.
           MOVE "H"                TO OT-FUNCTION.
           MOVE ORDER-PART-WS      TO OT-PART-NUMBER.
           MOVE ORDER-PART-NAME-WS TO OT-PART-NAME.
           MOVE ORDER-QTY-WS       TO OT-ORDER-QTY.
           MOVE ORDER-PRICE-WS     TO OT-UNIT-PRICE.
           MOVE "S"                TO OT-ORIGIN.
           MOVE ORDER-CUSTOMER-WS  TO OT-CUSTOMER-CODE.
           MOVE ZERO               TO OT-BLANKET-NUMBER.
           MOVE ZERO               TO OT-PO-NUMBER.
           MOVE SP-OPERATOR-ID     TO OT-OPERATOR-ID.
           MOVE ZERO               TO OT-REQ-NUMBER.
           CALL ".\OTBCHK" USING OTB-PARMS.
           DISPLAY "SPECORD: OVER OPEN-TO-BUY FOR BUYER "
               OT-BUYER-ID " - HELD AS REQUISITION " OT-REQ-NUMBER.

      *==============================================================
      * Pick up the last PO number handed out by any run.
      *==============================================================
