               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-KEY
               FILE STATUS IS EXPECTED-RECEIPT-STATUS.
           SELECT DOCK-APPOINTMENT-FILE
               ASSIGN TO "D:\COBOL\DOCKAPPT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-APPT-NUMBER
               ALTERNATE RECORD KEY IS DA-SCHEDULE-KEY
                   WITH DUPLICATES
               FILE STATUS IS DOCK-APPOINTMENT-STATUS.
           SELECT FREEZE-FILE
               ASSIGN TO "D:\COBOL\PHYSFRZ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-KEY
               FILE STATUS IS LOT-BALANCE-STATUS.
           SELECT COST-LAYER-FILE
               ASSIGN TO "D:\COBOL\COSTLAYR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-KEY
               FILE STATUS IS COST-LAYER-STATUS.
           SELECT CONTAINER-FILE
               ASSIGN TO "D:\COBOL\CONTAINR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS CONTAINER-STATUS.
           SELECT SERIAL-FILE
               ASSIGN TO "D:\COBOL\SERIAL.TXT"
               ORGANIZATION IS INDEXED
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT LOT-HISTORY-FILE
           SELECT LANDED-COST-REPORT-OUT
               ASSIGN TO "D:\COBOL\LANDCOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PUTAWAY-LIST-OUT
               ASSIGN TO "D:\COBOL\PUTAWAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIVING-LABEL-OUT
               ASSIGN TO RCV-LABEL-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *==============================================================
           05 RCV-SERIAL-NUMBER PIC X(12).
      *==============================================================
      * Where the stock is being put away -- blank lets receiving
      * direct it to a bin with room.
      *==============================================================
           05 RCV-LOCATION      PIC X(5).
      *==============================================================
      * The license plate of the pallet or tote the line was built
      * onto at the dock -- blank when it goes to the shelf loose.
      *==============================================================
           05 RCV-CONTAINER-ID  PIC X(10).

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".
       FD  EXPECTED-RECEIPT-FILE.
           COPY "D:\COBOL\EXPECTED_RECEIPT_RECORD.cpy".

       FD  DOCK-APPOINTMENT-FILE.
           COPY "D:\COBOL\DOCK_APPOINTMENT_RECORD.cpy".

      *==============================================================
      * The wall-to-wall physical's posting freeze -- while it
      * says Y the count is walking the shelves and receiving must
       FD  LOT-BALANCE-FILE.
           COPY "D:\COBOL\LOT_BALANCE_RECORD.cpy".

       FD  COST-LAYER-FILE.
           COPY "D:\COBOL\COST_LAYER_RECORD.cpy".

       FD  CONTAINER-FILE.
           COPY "D:\COBOL\CONTAINER_RECORD.cpy".

       FD  SERIAL-FILE.
           COPY "D:\COBOL\SERIAL_HISTORY_RECORD.cpy".

       FD  LANDED-COST-REPORT-OUT.
       01  LANDED-COST-REPORT-DATA PIC X(90).

      *==============================================================
      * The put-away list handed to the dock: one line per posted
      * receipt saying which bin it goes to and why that bin.
      *==============================================================
       FD  PUTAWAY-LIST-OUT.
       01  PUTAWAY-LIST-DATA    PIC X(80).

      *==============================================================
      * The receiving tags for the thermal printer: one label per
      * posted receipt line, to go on the goods before they leave
      * the dock.
      *==============================================================
       FD  RECEIVING-LABEL-OUT.
           COPY "D:\COBOL\LABEL_PRINT_RECORD.cpy".

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       01 EXPECTED-RECEIPT-STATUS PIC X(2) VALUE SPACES.
       01 EXPECTED-FILE-OPEN-WS PIC X(3)  VALUE "NO".
       01 EOF-EXPECTED-WS       PIC X(3)  VALUE SPACES.
       01 DOCK-APPOINTMENT-STATUS PIC X(2) VALUE SPACES.
       01 DOCK-FILE-OPEN-WS     PIC X(3)  VALUE "NO".
       01 EOF-APPT-WS           PIC X(3)  VALUE SPACES.
       01 ARRIVED-APPT-WS       PIC 9(6)  VALUE ZERO.
       01 SUPPLIER-APPT-WS      PIC 9(6)  VALUE ZERO.
       01 APPT-PO-SUB           PIC 9(1)  VALUE ZERO.
       01 FREIGHT-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 FREEZE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 LOT-BALANCE-STATUS    PIC X(2)  VALUE SPACES.
       01 COST-LAYER-STATUS     PIC X(2)  VALUE SPACES.
       01 CONTAINER-STATUS      PIC X(2)  VALUE SPACES.
       01 CONTAINER-ELSEWHERE-WS PIC X(3) VALUE "NO".
       01 LOT-HISTORY-STATUS    PIC X(2)  VALUE SPACES.
       01 SERIAL-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 SERIAL-SEQ-WS         PIC 9(4)  VALUE ZERO.
       01 LOC-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 PUTAWAY-LOC-WS        PIC X(5)  VALUE SPACES.

      *==============================================================
      * Directed put-away: the part's storage class and unit cube
      * (saved because the master record is set aside while other
      * parts' cubes are looked up), the bins the part already
      * sits in, and the fit test's working totals.
      *==============================================================
       01 PUTAWAY-WORK-WS.
           05 PUTAWAY-BASIS-WS      PIC X(9) VALUE SPACES.
           05 PUTAWAY-FOUND-WS      PIC X(3) VALUE "NO".
           05 BIN-FITS-WS           PIC X(3) VALUE "NO".
           05 BIN-ON-MASTER-WS      PIC X(3) VALUE "NO".
           05 HOME-ON-MASTER-WS     PIC X(3) VALUE "NO".
           05 CANDIDATE-LOC-WS      PIC X(5) VALUE SPACES.
           05 HOME-BUILDING-WS      PIC X(3) VALUE SPACES.
           05 HOME-LOC-WS           PIC X(5) VALUE SPACES.
           05 SEARCH-SAME-BLDG-WS   PIC X(3) VALUE "YES".
           05 PART-CLASS-WS         PIC X(2) VALUE SPACES.
           05 PART-CUBE-WS          PIC 9(3)V9(3) VALUE ZERO.
           05 PART-HAZARD-WS        PIC X(3) VALUE SPACES.
           05 HOME-DOCK-WS          PIC X(5) VALUE SPACES.
           05 FIRST-DOCK-WS         PIC X(5) VALUE SPACES.
           05 BIN-USED-WS           PIC 9(9)V999 VALUE ZERO.
           05 BIN-NEED-WS           PIC 9(9)V999 VALUE ZERO.
           05 EOF-LOC-WS            PIC X(3) VALUE SPACES.
           05 EOF-USE-WS            PIC X(3) VALUE SPACES.
           05 HELD-PART-RECORD-WS   PIC X(120) VALUE SPACES.
           05 PART-BIN-COUNT-WS     PIC 9(2) VALUE ZERO.
           05 PART-BIN-SUB          PIC 9(2) VALUE ZERO.
           05 PART-BIN-TABLE.
               10 PART-BIN-ITEM OCCURS 20 TIMES PIC X(5).

       01 PUTAWAY-COLUMN-NAME.
           05 FILLER PIC X(10) VALUE "PO".
           05 FILLER PIC X(10) VALUE "PART".
           05 FILLER PIC X(14) VALUE "QUANTITY".
           05 FILLER PIC X(8)  VALUE "BIN".
           05 FILLER PIC X(12) VALUE "BASIS".
           05 FILLER PIC X(10) VALUE "CONTAINER".

       01 PUTAWAY-DETAIL-OUT.
           05 PW-PO-NUMBER-OUT    PIC 9(6)   VALUE ZEROS.
           05 FILLER              PIC X(4)   VALUE SPACES.
           05 PW-PART-NUMBER-OUT  PIC X(7)   VALUE SPACES.
           05 FILLER              PIC X(3)   VALUE SPACES.
           05 PW-QTY-OUT          PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER              PIC X(4)   VALUE SPACES.
           05 PW-LOCATION-OUT     PIC X(5)   VALUE SPACES.
           05 FILLER              PIC X(3)   VALUE SPACES.
           05 PW-BASIS-OUT        PIC X(9)   VALUE SPACES.
           05 FILLER              PIC X(3)   VALUE SPACES.
           05 PW-CONTAINER-OUT    PIC X(10)  VALUE SPACES.

      *==============================================================
      * Landed-cost working fields: the batch's freight and duty,
      * the batch's total merchandise value from a first pass over
           05 FILLER PIC X(14) VALUE "  OVER VALUE".
           05 LT-VALUE-OUT      PIC ZZZZZZZZZ9.99.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 RCV-LABEL-NAME-WS     PIC X(40) VALUE SPACES.
       01 LABELS-WRITTEN-WS     PIC 9(6)  VALUE ZERO.
       01 RCV-LABEL-LINE-1-WS.
           05 FILLER            PIC X(3)  VALUE "PO ".
           05 RL-PO-NUMBER-WS   PIC 9(6)  VALUE ZERO.
           05 FILLER            PIC X(7)  VALUE "  PART ".
           05 RL-PART-NUMBER-WS PIC X(7)  VALUE SPACES.
       01 RCV-LABEL-LINE-2-WS.
           05 FILLER            PIC X(4)  VALUE "LOT ".
           05 RL-LOT-NUMBER-WS  PIC X(10) VALUE SPACES.
       01 RCV-LABEL-LINE-3-WS.
           05 FILLER            PIC X(4)  VALUE "QTY ".
           05 RL-QTY-WS         PIC ZZZZZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RL-DATE-WS        PIC 9(8)  VALUE ZERO.
       01 RCV-LABEL-LINE-4-WS.
           05 FILLER            PIC X(9)  VALUE "PUT AWAY ".
           05 RL-LOCATION-WS    PIC X(5)  VALUE SPACES.
       01 RUN-TOTAL-STATUS      PIC X(2)  VALUE SPACES.
       01 RUN-QTY-IN-WS         PIC 9(11)V99 VALUE ZERO.
       01 CLOSED-PERIOD-STATUS  PIC X(2)  VALUE SPACES.
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
       01 AUTH-CODE-COUNT-WS    PIC 9(2)  VALUE ZERO.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\HAZARD_PARMS.cpy".
           COPY "D:\COBOL\OTB_PARMS.cpy".
           COPY "D:\COBOL\FX_PARMS.cpy".
           COPY "D:\COBOL\NOTE_PARMS.cpy".
       01 NOTE-SUB              PIC 9(1)  VALUE ZERO.

       01 QUANTITY-BEFORE-WS    PIC 9(7)V99 VALUE ZERO.
       01 RECEIPT-RATE-WS       PIC 9(4)V9(6) VALUE ZERO.
       01 RECEIVED-BEFORE-WS    PIC 9(7)V99 VALUE ZERO.
       01 OTB-QTY-WS            PIC 9(7)V99 VALUE ZERO.
       01 OTB-PRICE-WS          PIC 9(4)V99 VALUE ZERO.
       01 OTB-VALUE-WS          PIC 9(11)V99 VALUE ZERO.
       01 REMAINING-QTY-WS      PIC 9(7)V99 VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
               CLOSE BUSINESS-DATE-FILE.
           PERFORM 206-CHECK-CLOSED-PERIOD.
           PERFORM 208-CHECK-PHYSICAL-FREEZE.
           OPEN I-O INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "PORECV: CANNOT OPEN INVENT-FILE "
               DISPLAY "PORECV: CANNOT OPEN PO-REGISTER-FILE "
                   PO-REGISTER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           PERFORM 207-PRELOAD-LANDED-COST.
           OPEN INPUT RECEIPT-FILE-IN.
           IF RECEIPT-FILE-STATUS NOT = "00"
               DISPLAY "PORECV: CANNOT OPEN RECEIPT FILE "
                   RECEIPT-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN EXTEND TRANS-LOG-FILE-OUT.
           IF LOG-FILE-STATUS = "35"
               OPEN OUTPUT TRANS-LOG-FILE-OUT.
           OPEN I-O EXPECTED-RECEIPT-FILE.
           IF EXPECTED-RECEIPT-STATUS = "00"
               MOVE "YES" TO EXPECTED-FILE-OPEN-WS.
           OPEN I-O DOCK-APPOINTMENT-FILE.
           IF DOCK-APPOINTMENT-STATUS = "00"
               MOVE "YES" TO DOCK-FILE-OPEN-WS.
           OPEN I-O LOT-BALANCE-FILE.
           IF LOT-BALANCE-STATUS = "35"
               OPEN OUTPUT LOT-BALANCE-FILE
               CLOSE LOT-BALANCE-FILE
               OPEN I-O LOT-BALANCE-FILE.
           OPEN I-O COST-LAYER-FILE.
           IF COST-LAYER-STATUS = "35"
               OPEN OUTPUT COST-LAYER-FILE
               CLOSE COST-LAYER-FILE
               OPEN I-O COST-LAYER-FILE.
           OPEN I-O CONTAINER-FILE.
           IF CONTAINER-STATUS = "35"
               OPEN OUTPUT CONTAINER-FILE
               CLOSE CONTAINER-FILE
               OPEN I-O CONTAINER-FILE.
           OPEN EXTEND LOT-HISTORY-FILE.
           IF LOT-HISTORY-STATUS = "35"
               OPEN OUTPUT LOT-HISTORY-FILE.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO LOC-FILE-OPEN-WS.
           OPEN OUTPUT PUTAWAY-LIST-OUT.
           WRITE PUTAWAY-LIST-DATA FROM PUTAWAY-COLUMN-NAME.
           STRING "D:\COBOL\RCVLBL_" DELIMITED BY SIZE
                  CDT-DATE           DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
               INTO RCV-LABEL-NAME-WS.
           OPEN OUTPUT RECEIVING-LABEL-OUT.
           OPEN OUTPUT EXCEPTION-FILE-OUT.
           MOVE EXCEPTION-REPORT-HEADER TO EXCEPTION-RECORD-OUT.
           WRITE EXCEPTION-RECORD-OUT.
                   NOT AT END
                       IF RCV-UNIT-COST NUMERIC
                               AND RCV-QTY NUMERIC
                           PERFORM 213-PREPASS-READ-PO-LINE
                           COMPUTE LINE-VALUE-TMP =
                               RCV-QTY * RCV-UNIT-COST
                           ADD LINE-VALUE-TMP TO BATCH-VALUE-WS
                   IF POR-CLOSED-LINE OR POR-CANCELED-LINE
                       PERFORM 321-WRITE-CLOSED-EXCEPTION
                   ELSE
                       PERFORM 215-SHOW-FLAGGED-NOTES
                       PERFORM 211-VALUE-RECEIPT-AT-HOME
                       PERFORM 214-WARN-IF-NO-RATE
                       PERFORM 220-POST-MATCHED-RECEIPT
                   END-IF
           END-READ.
           PERFORM 301-READ-RECEIPT-RECORD.

      *==============================================================
      * A line ordered in a foreign currency is received at the
      * rate in force on the receipt date: a keyed cost is the
      * supplier's price and is brought home at that rate, and a
      * line received without one is valued at the acknowledged
      * (or ordered) price the same way, so everything downstream
      * -- the average, the cost layer, the open-to-buy -- sees
      * our currency.  With no rate on file for the day the rate
      * the line was ordered at stands in.
      *==============================================================
       211-VALUE-RECEIPT-AT-HOME.
           PERFORM 212-FIND-RECEIPT-RATE.
           IF POR-CURRENCY-CODE = SPACES
               EXIT PARAGRAPH.
           EVALUATE TRUE
               WHEN RCV-UNIT-COST NUMERIC AND RCV-UNIT-COST > ZERO
                   COMPUTE RCV-UNIT-COST ROUNDED =
                       RCV-UNIT-COST * RECEIPT-RATE-WS
               WHEN POR-ACK-PRICE > ZERO
                   COMPUTE RCV-UNIT-COST ROUNDED =
                       POR-ACK-PRICE * RECEIPT-RATE-WS
               WHEN OTHER
                   COMPUTE RCV-UNIT-COST ROUNDED =
                       POR-FOREIGN-PRICE * RECEIPT-RATE-WS
           END-EVALUATE.

       212-FIND-RECEIPT-RATE.
           MOVE 1 TO RECEIPT-RATE-WS.
           IF POR-CURRENCY-CODE = SPACES
               EXIT PARAGRAPH.
           MOVE POR-CURRENCY-CODE TO FX-CURRENCY-CODE.
           MOVE CDT-DATE          TO FX-AS-OF-DATE.
           CALL ".\FXCONV" USING FX-PARMS.
           IF FX-RATE-FOUND
               MOVE FX-RATE        TO RECEIPT-RATE-WS
           ELSE
               MOVE POR-ORDER-RATE TO RECEIPT-RATE-WS.

      *==============================================================
      * The landed-cost prepass shares the batch's charges by
      * value in our currency, so it values each line the way the
      * posting will.
      *==============================================================
       213-PREPASS-READ-PO-LINE.
           MOVE RCV-PO-NUMBER   TO POR-PO-NUMBER.
           MOVE RCV-PART-NUMBER TO POR-PART-NUMBER.
           READ PO-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 211-VALUE-RECEIPT-AT-HOME
           END-READ.

       214-WARN-IF-NO-RATE.
           IF POR-CURRENCY-CODE NOT = SPACES AND FX-NO-RATE
               DISPLAY "PORECV: NO " POR-CURRENCY-CODE " RATE FOR "
                   CDT-DATE " - PO " POR-PO-NUMBER
                   " RECEIVED AT ITS ORDER RATE".

      *==============================================================
      * Flagged notes on the part and on the supplier are put in
      * front of the receiver as the line comes in -- a damaged-
      * goods history, a count-every-carton instruction.
      *==============================================================
       215-SHOW-FLAGGED-NOTES.
           MOVE "P"             TO NP-RECORD-TYPE.
           MOVE RCV-PART-NUMBER TO NP-RECORD-KEY.
           PERFORM 216-DISPLAY-NOTES.
           MOVE "S"               TO NP-RECORD-TYPE.
           MOVE POR-SUPPLIER-CODE TO NP-RECORD-KEY.
           PERFORM 216-DISPLAY-NOTES.

       216-DISPLAY-NOTES.
           MOVE OPERATOR-ID-WS TO NP-OPERATOR-ID.
           CALL ".\NOTECHK" USING NOTE-PARMS.
           PERFORM VARYING NOTE-SUB FROM 1 BY 1
                   UNTIL NOTE-SUB > NP-NOTE-COUNT
               DISPLAY "PORECV: PO " RCV-PO-NUMBER " "
                   NP-RECORD-KEY " NOTE: " NP-NOTE-TEXT (NOTE-SUB)
           END-PERFORM.
           IF NP-MORE-NOTES
               DISPLAY "PORECV: PO " RCV-PO-NUMBER " "
                   NP-RECORD-KEY " MORE NOTES ON FILE".

      *==============================================================
      * The receipt matched an open PO line -- post the quantity
      * to the inventory master, log it, and relieve the line,
                               PART-NUMBER
                   END-REWRITE
                   PERFORM 310-WRITE-RECEIPT-LOG
                   PERFORM 257-WRITE-PUTAWAY-LINE
                   PERFORM 253-WRITE-RECEIVING-LABEL
                   PERFORM 249-BUILD-CONTAINER
                   PERFORM 247-CREATE-COST-LAYER
                   PERFORM 230-RELIEVE-PO-LINE
                   PERFORM 240-CHECK-BACKORDER-FILLABLE
                   PERFORM 260-CHECK-SPECIAL-ORDER
                   PERFORM 270-MARK-EXPECTED-RECEIPT
                   PERFORM 272-MARK-APPOINTMENT-ARRIVED
                   PERFORM 280-POST-LOT-RECEIPT
                   PERFORM 290-POST-SERIAL-RECEIPT
                   ADD 1 TO RECEIPTS-POSTED-WS
                       END-IF
           END-PERFORM.

      *==============================================================
      * The first receipt against an order booked into today's
      * dock schedule marks the truck arrived.  An appointment
      * naming the order is the one; failing that, the supplier's
      * first still-open appointment today -- a truck often brings
      * more than was booked.
      *==============================================================
       272-MARK-APPOINTMENT-ARRIVED.
           IF DOCK-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE ZERO   TO ARRIVED-APPT-WS.
           MOVE ZERO   TO SUPPLIER-APPT-WS.
           MOVE SPACES TO EOF-APPT-WS.
           MOVE CDT-DATE   TO DA-DATE.
           MOVE LOW-VALUES TO DA-TIME-SLOT.
           MOVE LOW-VALUES TO DA-DOOR.
           START DOCK-APPOINTMENT-FILE
                   KEY IS NOT LESS THAN DA-SCHEDULE-KEY
               INVALID KEY MOVE "YES" TO EOF-APPT-WS.
           PERFORM UNTIL EOF-APPT-WS = "YES"
               READ DOCK-APPOINTMENT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-APPT-WS
                   NOT AT END
                       IF DA-DATE NOT = CDT-DATE
                           MOVE "YES" TO EOF-APPT-WS
                       ELSE
                           IF DA-SUPPLIER-CODE = POR-SUPPLIER-CODE
                               PERFORM 274-MATCH-APPOINTMENT-PO
                           END-IF
                       END-IF
           END-PERFORM.
           IF ARRIVED-APPT-WS = ZERO
               MOVE SUPPLIER-APPT-WS TO ARRIVED-APPT-WS.
           IF ARRIVED-APPT-WS = ZERO
               EXIT PARAGRAPH.
           MOVE ARRIVED-APPT-WS TO DA-APPT-NUMBER.
           READ DOCK-APPOINTMENT-FILE
               KEY IS DA-APPT-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF DA-SCHEDULED
               MOVE "A"      TO DA-STATUS
               MOVE CDT-DATE TO DA-STATUS-DATE
               REWRITE DOCK-APPOINTMENT-RECORD
                   INVALID KEY
                       DISPLAY "PORECV: DOCKAPPT REWRITE FAILED "
                           DA-APPT-NUMBER.

       274-MATCH-APPOINTMENT-PO.
           PERFORM VARYING APPT-PO-SUB FROM 1 BY 1
                   UNTIL APPT-PO-SUB > 4
               IF DA-PO-NUMBER (APPT-PO-SUB) = RCV-PO-NUMBER
                   MOVE DA-APPT-NUMBER TO ARRIVED-APPT-WS
                   MOVE "YES" TO EOF-APPT-WS
               END-IF
           END-PERFORM.
           IF ARRIVED-APPT-WS = ZERO AND SUPPLIER-APPT-WS = ZERO
                   AND DA-SCHEDULED
               MOVE DA-APPT-NUMBER TO SUPPLIER-APPT-WS.

      *==============================================================
      * After the batch, a truck still only scheduled for a day
      * that has gone by never came: it is swept to no-show --
      * which the supplier scorecard counts -- and goes on the
      * exception list under the first order it was booked for.
      *==============================================================
       273-SWEEP-NO-SHOW-APPOINTMENTS.
           IF DOCK-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-APPT-WS.
           MOVE LOW-VALUES TO DA-SCHEDULE-KEY.
           START DOCK-APPOINTMENT-FILE
                   KEY IS NOT LESS THAN DA-SCHEDULE-KEY
               INVALID KEY MOVE "YES" TO EOF-APPT-WS.
           PERFORM UNTIL EOF-APPT-WS = "YES"
               READ DOCK-APPOINTMENT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-APPT-WS
                   NOT AT END
                       IF DA-DATE NOT < CDT-DATE
                           MOVE "YES" TO EOF-APPT-WS
                       ELSE
                           IF DA-SCHEDULED
                               PERFORM 275-MARK-NO-SHOW
                           END-IF
                       END-IF
           END-PERFORM.

       275-MARK-NO-SHOW.
           MOVE "N"      TO DA-STATUS.
           MOVE CDT-DATE TO DA-STATUS-DATE.
           REWRITE DOCK-APPOINTMENT-RECORD
               INVALID KEY
                   DISPLAY "PORECV: DOCKAPPT REWRITE FAILED "
                       DA-APPT-NUMBER.
           MOVE DA-PO-NUMBER (1) TO EX-PO-NUMBER-OUT.
           MOVE SPACES           TO EX-PART-NUMBER-OUT.
           MOVE ZERO             TO EX-RECEIVED-OUT.
           MOVE SPACES           TO EX-REASON-OUT.
           STRING "DOCK NO-SHOW " DELIMITED BY SIZE
                  DA-DATE         DELIMITED BY SIZE
                  " DOOR "        DELIMITED BY SIZE
                  DA-DOOR         DELIMITED BY SIZE
                  " SUPP "        DELIMITED BY SIZE
                  DA-SUPPLIER-CODE DELIMITED BY SIZE
               INTO EX-REASON-OUT.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-DETAIL-OUT.
           ADD 1 TO EXCEPTION-COUNT-WS.

      *==============================================================
      * A lot-controlled part's receipt builds (or tops up) the
      * lot's balance and leaves a history line; a receipt keyed
           WRITE LANDED-COST-REPORT-DATA FROM LANDED-DETAIL-OUT.

      *==============================================================
      * Lay the receipt down as a FIFO cost layer -- dated today,
      * sequenced by the log line just written, at the landed
      * cost that went into the average.  A line received without
      * a cost takes the part's average, since that is all anyone
      * knows about what it cost.
      *==============================================================
       247-CREATE-COST-LAYER.
           IF RCV-QTY NOT > ZERO
               EXIT PARAGRAPH.
           MOVE RCV-PART-NUMBER  TO FL-PART-NUMBER.
           MOVE CDT-DATE         TO FL-RECEIPT-DATE.
           MOVE LAST-LOG-SEQ-WS  TO FL-LAYER-SEQ.
           MOVE RCV-QTY          TO FL-RECEIVED-QTY.
           MOVE RCV-QTY          TO FL-QTY-REMAINING.
           IF RCV-UNIT-COST NUMERIC AND RCV-UNIT-COST > ZERO
               MOVE LOADED-UNIT-COST-WS TO FL-UNIT-COST
           ELSE
               MOVE UNIT-PRICE TO FL-UNIT-COST.
           MOVE RCV-PO-NUMBER    TO FL-PO-NUMBER.
           SET FL-FROM-PO-RECEIPT TO TRUE.
           WRITE COST-LAYER-RECORD
               INVALID KEY
                   DISPLAY "PORECV: COST LAYER WRITE FAILED "
                       FL-PART-NUMBER SPACE FL-LAYER-SEQ.

      *==============================================================
      * Where this line puts away.  A keyed location is used when
      * it is a real, active one on the location master -- with a
      * warning when it is full or fitted out for another storage
      * class -- and the bad keying goes on the exception list
      * instead of silently inventing a shelf.  With nothing keyed
      * the put-away is directed to a bin with room.
      *==============================================================
       255-SET-PUTAWAY-LOCATION.
           MOVE LOCATION-CODE TO PUTAWAY-LOC-WS.
           MOVE "HOME BIN" TO PUTAWAY-BASIS-WS.
           IF RCV-LOCATION = SPACES
               IF LOC-FILE-OPEN-WS = "YES"
                   PERFORM 256-DIRECT-PUTAWAY
               END-IF
               EXIT PARAGRAPH.
           MOVE "KEYED" TO PUTAWAY-BASIS-WS.
           IF LOC-FILE-OPEN-WS NOT = "YES"
               MOVE RCV-LOCATION TO PUTAWAY-LOC-WS
               EXIT PARAGRAPH.
               NOT INVALID KEY
                   IF LO-IS-ACTIVE
                       MOVE RCV-LOCATION TO PUTAWAY-LOC-WS
                       PERFORM 254-CHECK-KEYED-BIN-FIT
                   ELSE
                       MOVE "PUT-AWAY LOC INACTIVE - USED"
                           TO EX-REASON-OUT
                   END-IF
           END-READ.

      *==============================================================
      * The receiver's choice stands, but a keyed bin that is full
      * or fitted out for another storage class goes on the
      * exception list.  Hazardous stock is the exception: a keyed
      * bin not rated for the part's class, or holding a class it
      * may not sit beside, is overruled and the put-away directed.
      *==============================================================
       254-CHECK-KEYED-BIN-FIT.
           IF PART-HAZARD-CLASS NOT = SPACES
               MOVE RCV-PART-NUMBER   TO HZ-PART-NUMBER
               MOVE PART-HAZARD-CLASS TO HZ-HAZARD-CLASS
               MOVE RCV-LOCATION      TO HZ-LOCATION-CODE
               CALL ".\HAZCHK" USING HAZARD-PARMS
               IF NOT HZ-ALLOWED
                   MOVE "KEYED LOC REFUSED FOR HAZMAT - DIRECTED"
                       TO EX-REASON-OUT
                   PERFORM 330-WRITE-EXCEPTION-DETAIL
                   PERFORM 256-DIRECT-PUTAWAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE PART-STORAGE-CLASS TO PART-CLASS-WS.
           MOVE PART-UNIT-CUBE     TO PART-CUBE-WS.
           MOVE PART-HAZARD-CLASS  TO PART-HAZARD-WS.
           MOVE INVENT-RECORD      TO HELD-PART-RECORD-WS.
           MOVE RCV-LOCATION TO CANDIDATE-LOC-WS.
           PERFORM 258-TEST-BIN-FIT.
           MOVE HELD-PART-RECORD-WS TO INVENT-RECORD.
           IF BIN-FITS-WS NOT = "YES"
               MOVE "PUT-AWAY LOC FULL OR WRONG CLASS - USED"
                   TO EX-REASON-OUT
               PERFORM 330-WRITE-EXCEPTION-DETAIL.

      *==============================================================
      * Nothing keyed -- find the bin.  First choice is a bin that
      * already holds the part, then the part's home location,
      * then any open bin of the part's storage class with room,
      * in the home building before any other.  Only bins whose
      * capacity has been measured are offered as open bins.
      * When nothing has room the home location takes it and the
      * dock is told -- except hazardous stock with no rated bin,
      * which is held on a receiving dock until the warehouse
      * makes room in one.
      *==============================================================
       256-DIRECT-PUTAWAY.
           MOVE PART-STORAGE-CLASS TO PART-CLASS-WS.
           MOVE PART-UNIT-CUBE     TO PART-CUBE-WS.
           MOVE PART-HAZARD-CLASS  TO PART-HAZARD-WS.
           MOVE LOCATION-CODE      TO HOME-LOC-WS.
           MOVE INVENT-RECORD      TO HELD-PART-RECORD-WS.
           MOVE "NO" TO PUTAWAY-FOUND-WS.
           MOVE ZERO TO PART-BIN-COUNT-WS.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE RCV-PART-NUMBER TO SB-PART-NUMBER.
           MOVE LOW-VALUES      TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = RCV-PART-NUMBER
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           IF SB-QUANTITY > ZERO
                              AND PART-BIN-COUNT-WS < 20
                               ADD 1 TO PART-BIN-COUNT-WS
                               MOVE SB-LOCATION-CODE TO
                                   PART-BIN-ITEM (PART-BIN-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING PART-BIN-SUB FROM 1 BY 1
                   UNTIL PART-BIN-SUB > PART-BIN-COUNT-WS
                      OR PUTAWAY-FOUND-WS = "YES"
               MOVE PART-BIN-ITEM (PART-BIN-SUB) TO CANDIDATE-LOC-WS
               PERFORM 258-TEST-BIN-FIT
               IF BIN-FITS-WS = "YES"
                   MOVE CANDIDATE-LOC-WS TO PUTAWAY-LOC-WS
                   MOVE "PART BIN" TO PUTAWAY-BASIS-WS
                   MOVE "YES" TO PUTAWAY-FOUND-WS
               END-IF
           END-PERFORM.
           MOVE SPACES TO HOME-BUILDING-WS.
           MOVE "NO" TO HOME-ON-MASTER-WS.
           IF PUTAWAY-FOUND-WS NOT = "YES"
               MOVE HOME-LOC-WS TO CANDIDATE-LOC-WS
               PERFORM 258-TEST-BIN-FIT
               MOVE BIN-ON-MASTER-WS TO HOME-ON-MASTER-WS
               IF BIN-ON-MASTER-WS = "YES"
                   MOVE LO-BUILDING TO HOME-BUILDING-WS
               END-IF
               IF BIN-FITS-WS = "YES"
                   MOVE HOME-LOC-WS TO PUTAWAY-LOC-WS
                   MOVE "HOME BIN" TO PUTAWAY-BASIS-WS
                   MOVE "YES" TO PUTAWAY-FOUND-WS
               END-IF
           END-IF.
           IF PUTAWAY-FOUND-WS NOT = "YES"
               MOVE "YES" TO SEARCH-SAME-BLDG-WS
               PERFORM 25A-SEARCH-OPEN-BINS
           END-IF.
           IF PUTAWAY-FOUND-WS NOT = "YES"
               MOVE "NO" TO SEARCH-SAME-BLDG-WS
               PERFORM 25A-SEARCH-OPEN-BINS
           END-IF.
           IF PUTAWAY-FOUND-WS NOT = "YES"
                   AND PART-HAZARD-WS NOT = SPACES
               PERFORM 25D-FIND-DOCK-HOLD
           END-IF.
           IF PUTAWAY-FOUND-WS NOT = "YES"
               MOVE HOME-LOC-WS TO PUTAWAY-LOC-WS
               MOVE "NO ROOM" TO PUTAWAY-BASIS-WS
               IF HOME-ON-MASTER-WS = "YES"
                   MOVE "NO BIN WITH ROOM - HOME LOC USED"
                       TO EX-REASON-OUT
                   PERFORM 330-WRITE-EXCEPTION-DETAIL
               ELSE
                   MOVE "HOME BIN" TO PUTAWAY-BASIS-WS
               END-IF
           END-IF.
           MOVE HELD-PART-RECORD-WS TO INVENT-RECORD.

      *==============================================================
      * Walk the location master for a measured, active bin of the
      * part's storage class with room -- either only the home
      * building's bins or only the other buildings' -- and take
      * the first that fits.
      *==============================================================
       25A-SEARCH-OPEN-BINS.
           MOVE SPACES TO EOF-LOC-WS.
           MOVE LOW-VALUES TO LO-LOCATION-CODE.
           START LOCATION-FILE KEY IS NOT LESS THAN LO-LOCATION-CODE
               INVALID KEY MOVE "YES" TO EOF-LOC-WS.
           PERFORM UNTIL EOF-LOC-WS = "YES"
                      OR PUTAWAY-FOUND-WS = "YES"
               READ LOCATION-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOC-WS
                   NOT AT END
                       PERFORM 25B-CONSIDER-OPEN-BIN
               END-READ
           END-PERFORM.

      *==============================================================
      * One location master record offered as an open bin.  The
      * fit test re-reads the location, so the walk is restarted
      * just past it afterwards.
      *==============================================================
       25B-CONSIDER-OPEN-BIN.
           IF LO-CAPACITY-NOT-SET OR NOT LO-IS-ACTIVE
              OR NOT LO-BIN-TYPE
              OR LO-STORAGE-CLASS NOT = PART-CLASS-WS
               EXIT PARAGRAPH.
           IF SEARCH-SAME-BLDG-WS = "YES"
              AND LO-BUILDING NOT = HOME-BUILDING-WS
               EXIT PARAGRAPH.
           IF SEARCH-SAME-BLDG-WS = "NO"
              AND LO-BUILDING = HOME-BUILDING-WS
               EXIT PARAGRAPH.
           MOVE LO-LOCATION-CODE TO CANDIDATE-LOC-WS.
           PERFORM 258-TEST-BIN-FIT.
           IF BIN-FITS-WS = "YES"
               MOVE CANDIDATE-LOC-WS TO PUTAWAY-LOC-WS
               MOVE "OPEN BIN" TO PUTAWAY-BASIS-WS
               MOVE "YES" TO PUTAWAY-FOUND-WS
               EXIT PARAGRAPH.
           MOVE CANDIDATE-LOC-WS TO LO-LOCATION-CODE.
           START LOCATION-FILE KEY IS GREATER THAN LO-LOCATION-CODE
               INVALID KEY MOVE "YES" TO EOF-LOC-WS.

      *==============================================================
      * Does the received quantity fit in CANDIDATE-LOC-WS?  The
      * bin has to be active, an ordinary bin, and fitted out for
      * the part's storage class.  A bin never measured has room
      * for anything; a measured one has room when what already
      * sits in it plus this receipt -- in units, or in cube at
      * each part's unit cube -- stays within its capacity.
      *==============================================================
       258-TEST-BIN-FIT.
           MOVE "NO" TO BIN-FITS-WS.
           MOVE "NO" TO BIN-ON-MASTER-WS.
           MOVE CANDIDATE-LOC-WS TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "YES" TO BIN-ON-MASTER-WS.
           IF NOT LO-IS-ACTIVE OR NOT LO-BIN-TYPE
              OR LO-STORAGE-CLASS NOT = PART-CLASS-WS
               EXIT PARAGRAPH.
           IF PART-HAZARD-WS NOT = SPACES
               MOVE RCV-PART-NUMBER  TO HZ-PART-NUMBER
               MOVE PART-HAZARD-WS   TO HZ-HAZARD-CLASS
               MOVE CANDIDATE-LOC-WS TO HZ-LOCATION-CODE
               CALL ".\HAZCHK" USING HAZARD-PARMS
               IF NOT HZ-ALLOWED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF LO-CAPACITY-NOT-SET
               MOVE "YES" TO BIN-FITS-WS
               EXIT PARAGRAPH.
           PERFORM 259-SUM-BIN-CONTENTS.
           IF LO-CAPACITY-IN-CUBE
               COMPUTE BIN-NEED-WS = RCV-QTY * PART-CUBE-WS
           ELSE
               MOVE RCV-QTY TO BIN-NEED-WS
           END-IF.
           IF BIN-USED-WS + BIN-NEED-WS NOT > LO-CAPACITY
               MOVE "YES" TO BIN-FITS-WS.

      *==============================================================
      * Hazardous stock with no rated bin to go to stays on an
      * active receiving dock -- the home building's if it has
      * one, otherwise the first on the master -- and the dock is
      * told.  With no dock on the master the home location takes
      * it as for any other part.
      *==============================================================
       25D-FIND-DOCK-HOLD.
           MOVE SPACES TO HOME-DOCK-WS.
           MOVE SPACES TO FIRST-DOCK-WS.
           MOVE SPACES TO EOF-LOC-WS.
           MOVE LOW-VALUES TO LO-LOCATION-CODE.
           START LOCATION-FILE KEY IS NOT LESS THAN LO-LOCATION-CODE
               INVALID KEY MOVE "YES" TO EOF-LOC-WS.
           PERFORM UNTIL EOF-LOC-WS = "YES"
                      OR HOME-DOCK-WS NOT = SPACES
               READ LOCATION-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOC-WS
                   NOT AT END
                       IF LO-DOCK-TYPE AND LO-IS-ACTIVE
                           IF FIRST-DOCK-WS = SPACES
                               MOVE LO-LOCATION-CODE TO FIRST-DOCK-WS
                           END-IF
                           IF LO-BUILDING = HOME-BUILDING-WS
                               MOVE LO-LOCATION-CODE TO HOME-DOCK-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF HOME-DOCK-WS = SPACES
               MOVE FIRST-DOCK-WS TO HOME-DOCK-WS.
           IF HOME-DOCK-WS = SPACES
               EXIT PARAGRAPH.
           MOVE HOME-DOCK-WS TO PUTAWAY-LOC-WS.
           MOVE "DOCK HOLD" TO PUTAWAY-BASIS-WS.
           MOVE "YES" TO PUTAWAY-FOUND-WS.
           MOVE "NO BIN RATED FOR HAZMAT - HELD ON DOCK"
               TO EX-REASON-OUT.
           PERFORM 330-WRITE-EXCEPTION-DETAIL.

      *==============================================================
      * What already sits in the bin, through the balance file's
      * location key -- a unit count, or the cube of every part in
      * it from each part's own unit cube.
      *==============================================================
       259-SUM-BIN-CONTENTS.
           MOVE ZERO TO BIN-USED-WS.
           MOVE SPACES TO EOF-USE-WS.
           MOVE CANDIDATE-LOC-WS TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS = SB-LOCATION-CODE
               INVALID KEY MOVE "YES" TO EOF-USE-WS.
           PERFORM UNTIL EOF-USE-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-USE-WS
                   NOT AT END
                       IF SB-LOCATION-CODE NOT = CANDIDATE-LOC-WS
                           MOVE "YES" TO EOF-USE-WS
                       ELSE
                           PERFORM 25C-ADD-BALANCE-TO-USED
                       END-IF
               END-READ
           END-PERFORM.

       25C-ADD-BALANCE-TO-USED.
           IF LO-CAPACITY-IN-UNITS
               ADD SB-QUANTITY TO BIN-USED-WS
               EXIT PARAGRAPH.
           IF SB-PART-NUMBER = RCV-PART-NUMBER
               COMPUTE BIN-USED-WS = BIN-USED-WS
                   + SB-QUANTITY * PART-CUBE-WS
               EXIT PARAGRAPH.
           MOVE SB-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE BIN-USED-WS = BIN-USED-WS
                       + SB-QUANTITY * PART-UNIT-CUBE
           END-READ.

      *==============================================================
      * The line was built onto a pallet or tote at the dock --
      * add it to the container's contents at the bin it is going
      * to.  A plate already standing in another location is a
      * keying error or a reused label, and the line stays loose.
      *==============================================================
       249-BUILD-CONTAINER.
           IF RCV-CONTAINER-ID = SPACES
               EXIT PARAGRAPH.
           MOVE "NO" TO CONTAINER-ELSEWHERE-WS.
           MOVE RCV-CONTAINER-ID TO CN-CONTAINER-ID.
           MOVE LOW-VALUES TO CN-PART-NUMBER.
           MOVE LOW-VALUES TO CN-LOT-NUMBER.
           START CONTAINER-FILE KEY IS NOT LESS THAN CN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CONTAINER-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF CN-CONTAINER-ID = RCV-CONTAINER-ID
                              AND CN-LOCATION-CODE NOT =
                                  PUTAWAY-LOC-WS
                               MOVE "YES" TO CONTAINER-ELSEWHERE-WS
                           END-IF
                   END-READ
           END-START.
           IF CONTAINER-ELSEWHERE-WS = "YES"
               MOVE "CONTAINER IN OTHER LOC - LINE LOOSE"
                   TO EX-REASON-OUT
               PERFORM 330-WRITE-EXCEPTION-DETAIL
               EXIT PARAGRAPH.
           MOVE RCV-CONTAINER-ID TO CN-CONTAINER-ID.
           MOVE RCV-PART-NUMBER  TO CN-PART-NUMBER.
           MOVE RCV-LOT-NUMBER   TO CN-LOT-NUMBER.
           READ CONTAINER-FILE
               INVALID KEY
                   MOVE PUTAWAY-LOC-WS TO CN-LOCATION-CODE
                   MOVE RCV-QTY        TO CN-QUANTITY
                   MOVE CDT-DATE       TO CN-BUILT-DATE
                   MOVE CDT-DATE       TO CN-LAST-MOVE-DATE
                   MOVE RCV-PO-NUMBER  TO CN-PO-NUMBER
                   WRITE CONTAINER-RECORD
                       INVALID KEY
                           DISPLAY "PORECV: CONTAINER WRITE FAILED "
                               CN-CONTAINER-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD RCV-QTY TO CN-QUANTITY
                   REWRITE CONTAINER-RECORD
           END-READ.

      *==============================================================
      * Tell the dock where the line goes.
      *==============================================================
       257-WRITE-PUTAWAY-LINE.
           MOVE RCV-PO-NUMBER   TO PW-PO-NUMBER-OUT.
           MOVE RCV-PART-NUMBER TO PW-PART-NUMBER-OUT.
           MOVE RCV-QTY         TO PW-QTY-OUT.
           MOVE PUTAWAY-LOC-WS  TO PW-LOCATION-OUT.
           MOVE PUTAWAY-BASIS-WS TO PW-BASIS-OUT.
           MOVE RCV-CONTAINER-ID TO PW-CONTAINER-OUT.
           WRITE PUTAWAY-LIST-DATA FROM PUTAWAY-DETAIL-OUT.

      *==============================================================
      * The receiving tag replaces the hand-written one: the lot
      * (or the part, for stock not lot-tracked) as the bar code,
      * then the PO and part, the lot, the quantity and date, and
      * the bin it is going to.
      *==============================================================
       253-WRITE-RECEIVING-LABEL.
           MOVE SPACES          TO LABEL-PRINT-RECORD.
           MOVE "RCV "          TO LB-FORMAT-ID.
           MOVE 1               TO LB-COPIES.
           IF RCV-LOT-NUMBER NOT = SPACES
               MOVE RCV-LOT-NUMBER  TO LB-BAR-CODE
           ELSE
               MOVE RCV-PART-NUMBER TO LB-BAR-CODE.
           MOVE RCV-PO-NUMBER   TO RL-PO-NUMBER-WS.
           MOVE RCV-PART-NUMBER TO RL-PART-NUMBER-WS.
           MOVE RCV-LABEL-LINE-1-WS TO LB-TEXT-LINE (1).
           IF RCV-LOT-NUMBER NOT = SPACES
               MOVE RCV-LOT-NUMBER TO RL-LOT-NUMBER-WS
               MOVE RCV-LABEL-LINE-2-WS TO LB-TEXT-LINE (2).
           MOVE RCV-QTY         TO RL-QTY-WS.
           MOVE CDT-DATE        TO RL-DATE-WS.
           MOVE RCV-LABEL-LINE-3-WS TO LB-TEXT-LINE (3).
           MOVE PUTAWAY-LOC-WS  TO RL-LOCATION-WS.
           MOVE RCV-LABEL-LINE-4-WS TO LB-TEXT-LINE (4).
           WRITE LABEL-PRINT-RECORD.
           ADD 1 TO LABELS-WRITTEN-WS.

      *==============================================================
      * Put the received quantity into the balance at the put-away
      * location (seeding the balance file the first time the part
      * is capped at the ordered quantity so the register never
      * carries a negative remainder; a short receipt leaves the
      * line open as a partial and is flagged with what is still
      * due.  What the line took is posted as received against
      * the open-to-buy it was committed to.  A foreign line keeps
      * the average rate its received quantity came in at, for
      * the invoice match to measure exchange against.  The line
      * is stamped with the operator who booked the receipt.
      *==============================================================
       230-RELIEVE-PO-LINE.
           MOVE POR-RECEIVED-QTY TO RECEIVED-BEFORE-WS.
           ADD RCV-QTY TO POR-RECEIVED-QTY.
           MOVE OPERATOR-ID-WS TO POR-RECEIVED-BY.
           EVALUATE TRUE
               WHEN POR-RECEIVED-QTY > POR-ORDER-QTY
                   PERFORM 323-WRITE-OVER-EXCEPTION
                   MOVE POR-ORDER-QTY TO POR-RECEIVED-QTY
                   MOVE "C" TO POR-STATUS
                   MOVE CDT-DATE TO POR-CLOSED-DATE
               WHEN POR-RECEIVED-QTY = POR-ORDER-QTY
                   MOVE "C" TO POR-STATUS
                   MOVE CDT-DATE TO POR-CLOSED-DATE
               WHEN OTHER
                   MOVE "P" TO POR-STATUS
                   PERFORM 324-WRITE-SHORT-EXCEPTION
           END-EVALUATE.
           IF POR-CURRENCY-CODE NOT = SPACES
                   AND POR-RECEIVED-QTY > ZERO
               COMPUTE POR-RECEIPT-RATE ROUNDED =
                   ((RECEIVED-BEFORE-WS * POR-RECEIPT-RATE) +
                    ((POR-RECEIVED-QTY - RECEIVED-BEFORE-WS)
                        * RECEIPT-RATE-WS))
                   / POR-RECEIVED-QTY.
           REWRITE PO-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "PORECV: PO REGISTER REWRITE FAILED "
                       POR-PO-NUMBER SPACE POR-PART-NUMBER.
           PERFORM 231-POST-OPEN-TO-BUY-RECEIPT.

      *==============================================================
      * Value the quantity the line took at the receipt's cost,
      * or the acknowledged price, or the part's cost, in that
      * order, for the month the line was ordered in -- all in our
      * currency.
      *==============================================================
       231-POST-OPEN-TO-BUY-RECEIPT.
           COMPUTE OTB-QTY-WS =
               POR-RECEIVED-QTY - RECEIVED-BEFORE-WS.
           IF OTB-QTY-WS = ZERO
               EXIT PARAGRAPH.
           IF RCV-UNIT-COST NUMERIC AND RCV-UNIT-COST > ZERO
               MOVE RCV-UNIT-COST TO OTB-PRICE-WS
           ELSE
               IF POR-ACK-PRICE > ZERO
                   COMPUTE OTB-PRICE-WS ROUNDED =
                       POR-ACK-PRICE * RECEIPT-RATE-WS
               ELSE
                   MOVE UNIT-PRICE    TO OTB-PRICE-WS.
           CALL ".\CALCULAT"
               USING OTB-QTY-WS, OTB-PRICE-WS, OTB-VALUE-WS.
           MOVE "R"               TO OT-FUNCTION.
           MOVE POR-SUPPLIER-CODE TO OT-SUPPLIER-CODE.
           MOVE POR-ORDER-DATE    TO OT-ORDER-DATE.
           MOVE OTB-VALUE-WS      TO OT-AMOUNT.
           CALL ".\OTBCHK" USING OTB-PARMS.

      *==============================================================
      * Write the receipt to the transaction log the same way the
           MOVE "E"              TO TLK-ENTRY-UNIT.
           MOVE RCV-QTY          TO TLK-ENTERED-QTY.
           MOVE SPACES           TO TLK-CUSTOMER-CODE.
           MOVE ZERO             TO TLK-ORDER-NUMBER.
           MOVE SPACES           TO TLK-JOB-NUMBER.
           MOVE UNIT-PRICE       TO TLK-COST-AFTER.
           MOVE SPACES           TO TLK-LOT-NUMBER.
           MOVE SPACES           TO TLK-LOT-EXPIRY.
           MOVE SPACES           TO TLK-SERIAL-NUMBER.
           IF PART-LOT-CONTROLLED
               MOVE RCV-LOT-NUMBER    TO TLK-LOT-NUMBER
               MOVE RCV-EXPIRY-DATE   TO TLK-LOT-EXPIRY.
           IF PART-SERIALIZED
               MOVE RCV-SERIAL-NUMBER TO TLK-SERIAL-NUMBER.
           WRITE TRANS-LOG-KEYED-RECORD
               INVALID KEY
                   DISPLAY "PORECV: KEYED LOG WRITE FAILED "
      *==============================================================
       202-TERM-RECEIVING.
           PERFORM 271-SWEEP-UNRECEIVED-NOTICES.
           PERFORM 273-SWEEP-NO-SHOW-APPOINTMENTS.
           PERFORM 341-REWRITE-LAST-LOG-SEQ.
           PERFORM 342-WRITE-RUN-TOTALS.
           MOVE RECORDS-READ-WS    TO AT-RECORDS-READ-OUT.
               CLOSE SPECIAL-ORDER-FILE.
           IF EXPECTED-FILE-OPEN-WS = "YES"
               CLOSE EXPECTED-RECEIPT-FILE.
           IF DOCK-FILE-OPEN-WS = "YES"
               CLOSE DOCK-APPOINTMENT-FILE.
           CLOSE LOT-BALANCE-FILE.
           CLOSE COST-LAYER-FILE.
           CLOSE CONTAINER-FILE.
           CLOSE LOT-HISTORY-FILE.
           CLOSE SERIAL-FILE.
           IF LOC-FILE-OPEN-WS = "YES"
               CLOSE LOCATION-FILE.
           CLOSE PUTAWAY-LIST-OUT.
           CLOSE RECEIVING-LABEL-OUT.
           PERFORM 343-CATALOG-RECEIVING-LABELS.
           IF LOAD-FACTOR-WS > ZERO
               MOVE TOTAL-CHARGES-WS TO LT-CHARGES-OUT
               MOVE BATCH-VALUE-WS   TO LT-VALUE-OUT
               CLOSE LANDED-COST-REPORT-OUT.
           CLOSE EXCEPTION-FILE-OUT.

      *==============================================================
      * Register the day's receiving tags in the report catalog the
      * way the dated reports are registered.
      *==============================================================
       343-CATALOG-RECEIVING-LABELS.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "RCVLABEL" TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LABELS-WRITTEN-WS TO RC-RECORD-COUNT.
           MOVE RCV-LABEL-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program PORECV.
