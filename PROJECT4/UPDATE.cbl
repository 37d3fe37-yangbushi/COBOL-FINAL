               ASSIGN TO "D:\COBOL\SUSPENSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.
           SELECT KEYING-ERROR-FILE
               ASSIGN TO "D:\COBOL\KEYERR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEYING-ERROR-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO "D:\COBOL\SALESHST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT JOB-FILE
               ASSIGN TO "D:\COBOL\JOBMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JB-JOB-NUMBER
               FILE STATUS IS JOB-FILE-STATUS.
           SELECT KIT-DEF-FILE
               ASSIGN TO "D:\COBOL\KITDEF.TXT"
               ORGANIZATION IS INDEXED
               ASSIGN TO "D:\COBOL\APPRCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-CONTROL-STATUS.
           SELECT OUTLIER-FILE
               ASSIGN TO "D:\COBOL\OUTLIER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OL-OUTLIER-NUMBER
               FILE STATUS IS OUTLIER-FILE-STATUS.
           SELECT OUTLIER-NUMBER-FILE
               ASSIGN TO "D:\COBOL\OUTLNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTLIER-NUMBER-STATUS.
           SELECT FREEZE-FILE
               ASSIGN TO "D:\COBOL\PHYSFRZ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS LOT-BALANCE-STATUS.
           SELECT COST-LAYER-FILE
               ASSIGN TO "D:\COBOL\COSTLAYR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT LOT-HISTORY-FILE
               ASSIGN TO "D:\COBOL\LOTHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  APPROVAL-CONTROL-FILE.
       01  APPROVAL-CONTROL-RECORD PIC 9(7)V99.

      *==============================================================
      * A keyed transaction far out of line with the part's history
      * is put to the operator before it posts; the answer, and who
      * gave it, is kept here with the batch edit's held lines.
      *==============================================================
       FD  OUTLIER-FILE.
           COPY "D:\COBOL\OUTLIER_RECORD.cpy".

       FD  OUTLIER-NUMBER-FILE.
       01  OUTLIER-NUMBER-RECORD PIC 9(6).

      *==============================================================
      * The wall-to-wall physical's posting freeze -- while it
      * says Y the count is walking the shelves and posting must
       FD  LOT-BALANCE-FILE.
           COPY "D:\COBOL\LOT_BALANCE_RECORD.cpy".

       FD  COST-LAYER-FILE.
           COPY "D:\COBOL\COST_LAYER_RECORD.cpy".

       FD  CONTAINER-FILE.
           COPY "D:\COBOL\CONTAINER_RECORD.cpy".

       FD  LOT-HISTORY-FILE.
           COPY "D:\COBOL\LOT_HISTORY_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  JOB-FILE.
           COPY "D:\COBOL\JOB_RECORD.cpy".

       FD  RMA-REGISTER-FILE.
           COPY "D:\COBOL\RMA_REGISTER_RECORD.cpy".

       FD  SUSPENSE-FILE.
           COPY "D:\COBOL\SUSPENSE_RECORD.cpy".

       FD  KEYING-ERROR-FILE.
           COPY "D:\COBOL\KEYING_ERROR_RECORD.cpy".

      *==============================================================
      * Same-day reorder alert line, appended the moment a posting
      * takes a part from above its reorder point to below it, so
       01 BATCH-PROCESSED-WS  PIC 9(6)  VALUE ZERO.
       01 CHECKPOINT-COUNT-WS PIC 9(6)  VALUE ZERO.
       01 SUSPENSE-FILE-STATUS PIC X(2) VALUE SPACES.
       01 KEYING-ERROR-STATUS PIC X(2)  VALUE SPACES.
       01 ALERT-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 RUN-PARM-STATUS     PIC X(2)  VALUE SPACES.
       01 CLOSED-PERIOD-STATUS PIC X(2) VALUE SPACES.
       01 POSTING-PERIOD-WS   PIC 9(6)  VALUE ZERO.
       01 PARMS-PRESENT-WS    PIC X(3)  VALUE "NO".
       01 EOF-PARM-WS         PIC X(3)  VALUE SPACES.
       01 HELD-RUN-PARMS-WS   PIC X(80) VALUE SPACES.
       01 ALERT-DETAIL-WS.
           05 AL-DATE           PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
       01 KIT-DEF-STATUS      PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS PIC X(2) VALUE SPACES.
       01 CUSTOMER-FILE-OPEN-WS PIC X(3) VALUE "NO".
       01 JOB-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 JOB-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 KIT-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 KIT-PARENT-WS       PIC X(3)  VALUE "NO".
       01 KIT-EXPLODED-WS     PIC X(3)  VALUE "NO".
       01 CHECK-LOC-WS        PIC X(5)  VALUE SPACES.
       01 QUARANTINED-QTY-WS  PIC 9(9)V99 VALUE ZERO.
       01 LOC-IS-QUAR-WS      PIC X(3)  VALUE "NO".
       01 LOC-IS-SITE-WS      PIC X(3)  VALUE "NO".
       01 SITE-CUSTOMER-WS    PIC X(5)  VALUE SPACES.
       01 SERIAL-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 SERIAL-SEQ-WS       PIC 9(4)  VALUE ZERO.
       01 EOF-SERIAL-WS       PIC X(3)  VALUE SPACES.
       01 LAST-SERIAL-EVENT-WS PIC X(1) VALUE SPACES.
           88 LAST-EVENT-LOANED-OUT VALUE "O".
       01 PENDING-ADJ-STATUS  PIC X(2)  VALUE SPACES.
       01 PENDING-NUMBER-STATUS PIC X(2) VALUE SPACES.
       01 APPROVAL-CONTROL-STATUS PIC X(2) VALUE SPACES.
       01 LAST-PENDING-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 APPROVAL-THRESHOLD-WS PIC 9(7)V99 VALUE 500.
       01 OUTLIER-FILE-STATUS PIC X(2)  VALUE SPACES.
       01 OUTLIER-NUMBER-STATUS PIC X(2) VALUE SPACES.
       01 LAST-OUTLIER-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 OUTLIER-DECLINED-WS PIC X(3)  VALUE "NO".
       01 OUTLIER-REPLY-WS    PIC X(1)  VALUE SPACES.
       01 MOVE-VALUE-TMP      PIC 9(11)V99 VALUE ZERO.
       01 ADJ-SWING-TMP       PIC S9(8)V99 VALUE ZERO.
       01 TARGET-BAL-QTY-WS   PIC 9(7)V99 VALUE ZERO.
       01 OLDEST-LOT-WS       PIC X(10) VALUE SPACES.
       01 OLDEST-DATE-WS      PIC X(8)  VALUE SPACES.
       01 LOT-PASS-COUNT-WS   PIC 9(2)  VALUE ZERO.
       01 COST-LAYER-STATUS   PIC X(2)  VALUE SPACES.
       01 EOF-LAYER-WS        PIC X(3)  VALUE SPACES.
       01 LAYER-REMAINING-WS  PIC 9(7)V99 VALUE ZERO.
       01 LAYER-TAKE-WS       PIC 9(7)V99 VALUE ZERO.
       01 CONTAINER-STATUS    PIC X(2)  VALUE SPACES.

      *==============================================================
      * A container move: the lines on the license plate, where
      * the container stands, and the keyed transaction fields
      * saved while each line posts as its own transfer leg.
      *==============================================================
       01 CONTAINER-WORK-WS.
           05 CM-LINE-COUNT-WS      PIC 9(2) VALUE ZERO.
           05 CM-SUB                PIC 9(2) VALUE ZERO.
           05 CM-CHECK-SUB          PIC 9(2) VALUE ZERO.
           05 CM-FAILED-SUB-WS      PIC 9(2) VALUE ZERO.
           05 CM-ERROR-WS           PIC X(3) VALUE "NO".
           05 CM-LOCATION-WS        PIC X(5) VALUE SPACES.
           05 CM-PART-TOTAL-WS      PIC 9(9)V99 VALUE ZERO.
           05 CM-SAVED-PART-WS      PIC X(7) VALUE SPACES.
           05 CM-SAVED-AMOUNT-WS    PIC 9(7)V99 VALUE ZERO.
           05 EOF-CONTAINER-WS      PIC X(3) VALUE SPACES.
           05 CM-LINE-TABLE.
               10 CM-LINE-ITEM OCCURS 30 TIMES.
                   15 CMW-PART-NUMBER PIC X(7) VALUE SPACES.
                   15 CMW-LOT-NUMBER  PIC X(10) VALUE SPACES.
                   15 CMW-QUANTITY    PIC 9(7)V99 VALUE ZERO.
       01 QUANTITY-BEFORE-WS  PIC 9(7)V99 VALUE ZERO.
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
       01 PASSWORD-PROMPT     PIC X(10) VALUE "PASSWORD: ".
       01 AUTH-CODE-COUNT-WS  PIC 9(2)  VALUE ZERO.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\HAZARD_PARMS.cpy".
           COPY "D:\COBOL\NOTE_PARMS.cpy".
           COPY "D:\COBOL\CERT_PARMS.cpy".
           COPY "D:\COBOL\OUTLIER_PARMS.cpy".
       01 NOTE-SUB            PIC 9(1)  VALUE ZERO.
       01 NOTE-LINE-WS        PIC 9(2)  VALUE ZERO.
       01 BLANK-NOTE-LINE-WS  PIC X(70) VALUE SPACES.
       01 EOF-TRANS-WS        PIC A(3)  VALUE SPACES.
       01 EOF-LOG-WS          PIC A(3)  VALUE SPACES.
       01 REVERSAL-FOUND-WS   PIC A(3)  VALUE "NO".
                   88 CUSTOMER-RETURN    VALUE "C".
                   88 TRANSFER-OUT       VALUE "O".
                   88 TRANSFER-IN        VALUE "I".
                   88 MOVE-CONTAINER     VALUE "M".
                   88 ISSUE-TO-JOB       VALUE "J".
                   88 RETURN-FROM-JOB    VALUE "E".
           05 TRANS-AMOUNT-WS PIC 9(7)V99 VALUE ZERO.
           05 TRANS-FROM-LOC-WS PIC X(5) VALUE SPACES.
           05 TRANS-TO-LOC-WS   PIC X(5) VALUE SPACES.
                   88 DISPOSE-TO-RMA   VALUE "V".
           05 TRANS-APPROVED-WS PIC X(1) VALUE SPACES.
                   88 RELEASED-BY-APPROVER VALUE "Y".
           05 TRANS-CONTAINER-WS PIC X(10) VALUE SPACES.
           05 TRANS-JOB-WS    PIC X(6)  VALUE SPACES.


       LINKAGE SECTION.
           05 VALUE "SERIAL (S/C):"       LINE 14 COL 10.
           05 TRANS-SERIAL-IN             LINE 14 COL 30
               PIC X(12) TO TRANS-SERIAL-WS.
           05 VALUE "CONTAINER (M):"      LINE 15 COL 10.
           05 TRANS-CONTAINER-IN          LINE 15 COL 30
               PIC X(10) TO TRANS-CONTAINER-WS.
           05 VALUE "JOB (J/E):"          LINE 15 COL 45.
           05 TRANS-JOB-IN                LINE 15 COL 57
               PIC X(6) TO TRANS-JOB-WS.
           05 VALUE "FROM LOCATION:"      LINE 17 COL 10.
           05 TRANS-FROM-LOC-IN           LINE 17 COL 25
               PIC X(5) TO TRANS-FROM-LOC-WS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "00"
               MOVE "YES" TO CUSTOMER-FILE-OPEN-WS.
           OPEN INPUT JOB-FILE.
           IF JOB-FILE-STATUS = "00"
               MOVE "YES" TO JOB-FILE-OPEN-WS.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF OPEN-INVOICE-STATUS = "00"
               MOVE "YES" TO AR-FILE-OPEN-WS.
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
      *==============================================================
       201-UPDATE-INV-RECORD.
           PERFORM 302-PROMPT-TRANS-FIELDS.
           PERFORM 3G0-CHECK-OUTLIER.
           IF OUTLIER-DECLINED-WS = "NO"
               PERFORM 210-APPLY-TRANSACTION.
           PERFORM 301-PROMPT-TRANS-ENTRY.

      *==============================================================
      * and by batch posting so both paths post the same way.
      *==============================================================
       210-APPLY-TRANSACTION.
           IF MOVE-CONTAINER
               PERFORM 3C0-MOVE-CONTAINER
               EXIT PARAGRAPH.
           PERFORM 253-CHECK-TRANS-AUTHORITY.
           IF STATUS-FIELD NOT = "NA"
               PERFORM 254-CHECK-REASON-CODE.
           IF STATUS-FIELD NOT = "NA"
               PERFORM 255-CHECK-CUSTOMER-CODE.
           IF STATUS-FIELD NOT = "NA"
               PERFORM 3E2-CHECK-JOB-NUMBER.
           IF STATUS-FIELD NOT = "NA"
               PERFORM 266-CHECK-LOCATION-CODES.
           IF STATUS-FIELD = "NA"
               PERFORM 303-READ-INV-AMOUNT.
           IF STATUS-FIELD = "OK" AND (ADJUSTMENT OR WRITE-OFF)
               PERFORM 259-CHECK-APPROVAL-THRESHOLD.
           IF STATUS-FIELD = "OK" AND SALE AND PART-SERIALIZED
               PERFORM 3H0-CHECK-SERIAL-ON-LOAN.
           EVALUATE TRUE
               WHEN STATUS-FIELD = "OK" AND SALE
                   PERFORM 304-CAL-SALE-AMOUT
                   PERFORM 397-CAL-TRANSFER-OUT
               WHEN STATUS-FIELD = "OK" AND TRANSFER-IN
                   PERFORM 398-CAL-TRANSFER-IN
               WHEN STATUS-FIELD = "OK" AND ISSUE-TO-JOB
                   PERFORM 3E0-CAL-JOB-ISSUE
               WHEN STATUS-FIELD = "OK" AND RETURN-FROM-JOB
                   PERFORM 3E1-CAL-JOB-RETURN
           END-EVALUATE.
           IF STATUS-FIELD = "OK"
               PERFORM 306-REWRITE-TRANS-AMOUT
               ELSE
                   PERFORM 323-ACCUMULATE-CONTROL-TOTALS
               END-IF.
           IF STATUS-FIELD = "OK"
                   AND (SALE OR WRITE-OFF OR ISSUE-TO-JOB)
               IF QUANTITY-BEFORE-WS NOT < REORDER-POINT
                       AND QUANTITY < REORDER-POINT
                   PERFORM 322-WRITE-REORDER-ALERT
           IF STATUS-FIELD = "OK" AND CUSTOMER-RETURN
                   AND (DISPOSE-SCRAP OR DISPOSE-TO-RMA)
               PERFORM 392-POST-RETURN-DISPOSITION.
           IF STATUS-FIELD = "OK"
                   AND (SALE OR WRITE-OFF OR ISSUE-TO-JOB)
                   AND PART-LOT-CONTROLLED
               PERFORM 393-CONSUME-LOT-FIFO.
           IF STATUS-FIELD = "OK" AND RECEIPT
               PERFORM 3B0-CREATE-COST-LAYER.
           IF STATUS-FIELD = "OK"
                   AND (WRITE-OFF OR RETURN-TO-SUPPLIER OR ISSUE-TO-JOB
                    OR (SALE AND KIT-EXPLODED-WS NOT = "YES"))
               PERFORM 3B1-CONSUME-COST-LAYERS.
           IF STATUS-FIELD = "OK" AND (SALE OR CUSTOMER-RETURN)
                   AND PART-SERIALIZED
               PERFORM 395-WRITE-SERIAL-EVENT.
           PERFORM 324-WRITE-RUN-TOTALS.
           PERFORM 344-REWRITE-LAST-LOG-SEQ.
           CLOSE SUSPENSE-FILE.
           CLOSE KEYING-ERROR-FILE.
           CLOSE STOCK-BALANCE-FILE.
           CLOSE REORDER-ALERT-FILE.
           IF REASON-FILE-OPEN-WS = "YES"
           CLOSE REFUSED-HISTORY-FILE.
           IF CUSTOMER-FILE-OPEN-WS = "YES"
               CLOSE CUSTOMER-FILE.
           IF JOB-FILE-OPEN-WS = "YES"
               CLOSE JOB-FILE.
           IF AR-FILE-OPEN-WS = "YES"
               CLOSE OPEN-INVOICE-FILE.
           IF TAX-FILE-OPEN-WS = "YES"
               CLOSE TAX-RATE-FILE.
           CLOSE TAX-LOG-FILE.
           CLOSE LOT-BALANCE-FILE.
           CLOSE COST-LAYER-FILE.
           CLOSE CONTAINER-FILE.
           CLOSE LOT-HISTORY-FILE.
           PERFORM 366-REWRITE-LAST-PENDING-NUMBER.
           CLOSE PENDING-ADJ-FILE.
               MOVE TRANS-DISP-TF     TO TRANS-DISP-WS
               MOVE TRANS-SERIAL-TF   TO TRANS-SERIAL-WS
               MOVE TRANS-APPROVED-TF TO TRANS-APPROVED-WS
               MOVE TRANS-CONTAINER-TF TO TRANS-CONTAINER-WS
               MOVE TRANS-JOB-TF      TO TRANS-JOB-WS
               MOVE "POSTING FAILED" TO REJECT-REASON-WS
               PERFORM 210-APPLY-TRANSACTION
               IF STATUS-FIELD NOT = "OK"
      * transaction in the suspense file with its reason, so it
      * can be reported and recycled into a later run once the
      * cause is fixed, instead of vanishing off an unwatched
      * screen.  The keying-error log keeps the failure against
      * the operator after the suspense line has been recycled.
      *==============================================================
       262-WRITE-SUSPENSE-RECORD.
           PERFORM 360-GET-BUSINESS-DATE.
           MOVE TRANS-DISP-WS      TO SUS-DISPOSITION.
           MOVE TRANS-SERIAL-WS    TO SUS-SERIAL-NUMBER.
           MOVE TRANS-APPROVED-WS  TO SUS-APPROVED-FLAG.
           MOVE TRANS-CONTAINER-WS TO SUS-CONTAINER-ID.
           MOVE TRANS-JOB-WS       TO SUS-JOB-NUMBER.
           MOVE PART-NUMBER-WS   TO SUS-PART-NUMBER.
           MOVE TRANS-CODE-WS    TO SUS-TRANS-CODE.
           MOVE TRANS-AMOUNT-WS  TO SUS-TRANS-AMOUNT.
           MOVE REJECT-REASON-WS  TO SUS-REASON.
           MOVE CDT-DATE          TO SUS-DATE.
           WRITE SUSPENSE-RECORD.
           MOVE CDT-DATE          TO KE-DATE.
           MOVE CDT-TIME          TO KE-TIME.
           MOVE OPERATOR-ID-WS    TO KE-OPERATOR-ID.
           MOVE "S"               TO KE-SOURCE.
           MOVE PART-NUMBER-WS    TO KE-PART-NUMBER.
           MOVE TRANS-CODE-WS     TO KE-TRANS-CODE.
           MOVE REJECT-REASON-WS  TO KE-REASON.
           WRITE KEYING-ERROR-RECORD.
           ADD 1 TO SUSPENSE-COUNT-WS.

      *==============================================================
           ACCEPT  PART-NUMBER-SCREEN.
           PERFORM 303-READ-INV-AMOUNT.
           PERFORM 311-DISPLAY-ON-HAND-QTY.
           MOVE "P"            TO NP-RECORD-TYPE.
           MOVE PART-NUMBER-WS TO NP-RECORD-KEY.
           PERFORM 326-SHOW-FLAGGED-NOTES.
           DISPLAY TRANS-DETAIL-SCREEN.
           ACCEPT  TRANS-DETAIL-SCREEN.
           IF SALE AND TRANS-CUSTOMER-WS NOT = SPACES
               MOVE "C"               TO NP-RECORD-TYPE
               MOVE TRANS-CUSTOMER-WS TO NP-RECORD-KEY
               PERFORM 326-SHOW-FLAGGED-NOTES.

      *==============================================================
      * Flagged notes on the part (and on the customer of a sale)
      * come up under the entry fields as soon as it is keyed.  A
      * part or customer with nothing flagged clears what the last
      * transaction left there.
      *==============================================================
       326-SHOW-FLAGGED-NOTES.
           PERFORM VARYING NOTE-LINE-WS FROM 19 BY 1
                   UNTIL NOTE-LINE-WS > 24
               DISPLAY BLANK-NOTE-LINE-WS
                   LINE NOTE-LINE-WS COLUMN 10
           END-PERFORM.
           MOVE OPERATOR-ID-WS TO NP-OPERATOR-ID.
           CALL ".\NOTECHK" USING NOTE-PARMS.
           MOVE 19 TO NOTE-LINE-WS.
           PERFORM VARYING NOTE-SUB FROM 1 BY 1
                   UNTIL NOTE-SUB > NP-NOTE-COUNT
               DISPLAY "*** NOTE: " LINE NOTE-LINE-WS COLUMN 10
               DISPLAY NP-NOTE-TEXT (NOTE-SUB)
                   LINE NOTE-LINE-WS COLUMN 20
               ADD 1 TO NOTE-LINE-WS
           END-PERFORM.
           IF NP-MORE-NOTES
               DISPLAY "*** MORE NOTES ON FILE"
                   LINE NOTE-LINE-WS COLUMN 10.

      *==============================================================
      * Open the batch transactions file for input.
      * totals: its code's count, and its effect on the total
      * on-hand quantity -- receipts in, sales and write-offs
      * out, adjustments and reversals as the signed swing
      * between the before and after quantities.  Job issues and
      * job returns have no count column on the run record; they
      * move only the quantity out and in totals, which is what
      * the balancing proof needs.
      *==============================================================
       323-ACCUMULATE-CONTROL-TOTALS.
           MOVE "YES" TO CT-ANY-POSTED-WS.
                   ADD 1 TO CT-WRITEOFF-COUNT-WS
                   ADD TRANS-AMOUNT-WS TO CT-QTY-OUT-WS
               WHEN TRANSFER OR TRANSFER-OUT OR TRANSFER-IN
                    OR MOVE-CONTAINER
                   ADD 1 TO CT-TRANSFER-COUNT-WS
               WHEN REVERSAL
                   ADD 1 TO CT-REVERSAL-COUNT-WS
               WHEN CUSTOMER-RETURN
                   ADD 1 TO CT-CRETURN-COUNT-WS
                   ADD TRANS-AMOUNT-WS TO CT-QTY-IN-WS
               WHEN ISSUE-TO-JOB
                   ADD TRANS-AMOUNT-WS TO CT-QTY-OUT-WS
               WHEN RETURN-FROM-JOB
                   ADD TRANS-AMOUNT-WS TO CT-QTY-IN-WS
           END-EVALUATE.

      *==============================================================
                               COMPUTE AR-OPEN-BALANCE-WS =
                                   AR-OPEN-BALANCE-WS +
                                   OI-INVOICE-AMOUNT -
                                   OI-PAID-AMOUNT -
                                   OI-ADJUSTED-AMOUNT
                           END-IF
                       END-IF
           END-PERFORM.
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF TRANS-FROM-LOC-WS NOT = SPACES
               MOVE TRANS-FROM-LOC-WS TO BAL-LOCATION-WS
               PERFORM 3A3-TEST-QUARANTINE-LOC
               IF LOC-IS-SITE-WS = "YES"
                   PERFORM 3F0-CAL-SITE-USAGE-SALE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 385-TOTAL-OTHER-ALLOCATION.
           PERFORM 3A2-TOTAL-QUARANTINED-QTY.
           COMPUTE SELLABLE-QTY-WS = QUANTITY - OTHER-ALLOC-QTY-WS
           END-EVALUATE.

      *==============================================================
      * Whether one location is the quarantine hold, or a customer
      * site and whose.  No location master means neither anywhere.
      *==============================================================
       3A3-TEST-QUARANTINE-LOC.
           MOVE "NO" TO LOC-IS-QUAR-WS.
           MOVE "NO" TO LOC-IS-SITE-WS.
           MOVE SPACES TO SITE-CUSTOMER-WS.
           IF LOC-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE BAL-LOCATION-WS TO LO-LOCATION-CODE.
                   IF LO-QUARANTINE-TYPE
                       MOVE "YES" TO LOC-IS-QUAR-WS
                   END-IF
                   IF LO-CUSTOMER-SITE-TYPE
                       MOVE "YES" TO LOC-IS-SITE-WS
                       MOVE LO-CUSTOMER-CODE TO SITE-CUSTOMER-WS
                   END-IF
           END-READ.

      *==============================================================
      * How much of the part is sitting in quarantine-type
      * locations -- visible in the balances, but promised to
      * nobody until inspection releases it -- or consigned to a
      * customer site, which is that customer's to use.
      *==============================================================
       3A2-TOTAL-QUARANTINED-QTY.
           MOVE ZERO TO QUARANTINED-QTY-WS.
                               TO BAL-LOCATION-WS
                           PERFORM 3A3-TEST-QUARANTINE-LOC
                           IF LOC-IS-QUAR-WS = "YES"
                                   OR LOC-IS-SITE-WS = "YES"
                               ADD SB-QUANTITY
                                   TO QUARANTINED-QTY-WS
                           END-IF
           ELSE
               SUBTRACT ORDER-RELIEF-WS FROM SO-ALLOC-QTY.
           IF SO-FILLED-QTY NOT < SO-ORDER-QTY
               MOVE "C" TO SO-STATUS
               MOVE CDT-DATE TO SO-CLOSED-DATE.
           REWRITE SALES-ORDER-RECORD
               INVALID KEY
                   DISPLAY "UPDATE: ORDER LINE REWRITE FAILED "
                   PERFORM 307-WRITE-TRANS-LOG
                   PERFORM 314-POST-SALES-HISTORY
                   PERFORM 323-ACCUMULATE-CONTROL-TOTALS
                   PERFORM 3B1-CONSUME-COST-LAYERS
                   IF QUANTITY-BEFORE-WS NOT < REORDER-POINT
                           AND QUANTITY < REORDER-POINT
                       PERFORM 322-WRITE-REORDER-ALERT
               MOVE "STOCK IN QUARANTINE"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           PERFORM 3D0-CHECK-HAZMAT-PLACEMENT.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           PERFORM 351-READ-OR-CREATE-BALANCE.
           IF TRANS-AMOUNT-WS > SB-QUANTITY
               DISPLAY "TRANSACTION REJECTED - FROM LOCATION"
      *==============================================================
       312-CAL-REVERSAL-AMOUNT.
           PERFORM 313-FIND-LAST-LOG-ENTRY.
           IF REVERSAL-FOUND-WS = "YES"
                   AND REVERSAL-TRANS-CODE-WS = "M"
               DISPLAY "TRANSACTION REJECTED - LAST ENTRY IS A"
                   LINE 20 COLUMN 10
               DISPLAY "CONTAINER MOVE - MOVE THE CONTAINER BACK."
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "CONTAINER MOVE - MOVE IT BACK"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           IF REVERSAL-FOUND-WS = "YES"
                   AND (REVERSAL-TRANS-CODE-WS = "J"
                    OR REVERSAL-TRANS-CODE-WS = "E")
               DISPLAY "TRANSACTION REJECTED - LAST ENTRY IS A"
                   LINE 20 COLUMN 10
               DISPLAY "JOB MOVEMENT - POST THE OPPOSITE J/E."
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "JOB MOVEMENT - POST OPPOSITE"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           IF REVERSAL-FOUND-WS = "YES"
               PERFORM 321-APPLY-REVERSAL-TO-BALANCES
               MOVE REVERSAL-QTY-BEFORE-WS TO QUANTITY
      * The keyed live log is positioned straight at the part's
      * first entry through the index, so only that part's own
      * entries are read -- the highest sequence number read
      * before the part changes is the most recent posting.  A
      * tool-crib loan memo line posted nothing and is passed over.
      *==============================================================
       313-FIND-LAST-LOG-ENTRY.
           MOVE "NO" TO REVERSAL-FOUND-WS.
                       IF TLK-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-LOG-WS
                       ELSE
                           IF TLK-TRANS-CODE NOT = "L"
                                   AND TLK-TRANS-CODE NOT = "H"
                               MOVE TLK-QTY-BEFORE TO
                                   REVERSAL-QTY-BEFORE-WS
                               MOVE TLK-TRANS-CODE TO
                                   REVERSAL-TRANS-CODE-WS
                               MOVE TLK-FROM-LOC TO
                                   REVERSAL-FROM-LOC-WS
                               MOVE TLK-TO-LOC TO
                                   REVERSAL-TO-LOC-WS
                               MOVE TLK-TRANS-AMOUNT TO
                                   REVERSAL-AMOUNT-WS
                               MOVE "YES" TO REVERSAL-FOUND-WS
                           END-IF
                       END-IF
           END-PERFORM.

           MOVE LOG-ENTRY-UNIT    TO TLK-ENTRY-UNIT.
           MOVE LOG-ENTERED-QTY   TO TLK-ENTERED-QTY.
           MOVE LOG-CUSTOMER-CODE TO TLK-CUSTOMER-CODE.
           MOVE ZERO              TO TLK-ORDER-NUMBER.
           IF ISSUE-TO-JOB OR RETURN-FROM-JOB
               MOVE TRANS-JOB-WS  TO TLK-JOB-NUMBER
           ELSE
               MOVE SPACES        TO TLK-JOB-NUMBER.
           MOVE UNIT-PRICE        TO TLK-COST-AFTER.
           MOVE SPACES            TO TLK-LOT-NUMBER.
           MOVE SPACES            TO TLK-LOT-EXPIRY.
           MOVE SPACES            TO TLK-SERIAL-NUMBER.
           IF PART-SERIALIZED AND (SALE OR CUSTOMER-RETURN)
               IF TRANS-SERIAL-WS = SPACES
                   MOVE PART-NUMBER-WS  TO TLK-SERIAL-NUMBER
               ELSE
                   MOVE TRANS-SERIAL-WS TO TLK-SERIAL-NUMBER.
           WRITE TRANS-LOG-KEYED-RECORD
               INVALID KEY
                   DISPLAY "UPDATE: KEYED LOG WRITE FAILED "
           MOVE TRANS-AMOUNT-WS    TO RMA-QTY.
           MOVE CDT-DATE           TO RMA-DATE.
           MOVE "O"                TO RMA-STATUS.
           MOVE SPACES             TO RMA-CLOSED-DATE.
           WRITE RMA-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "UPDATE: RMA REGISTER WRITE FAILED "
               MOVE "YES" TO ORDER-FILE-OPEN-WS.

      *==============================================================
      * Open the suspense file and the keying-error log for
      * append, creating each the first time it is run -- same
      * fallback as the transaction log.
      *==============================================================
       345-OPEN-SUSPENSE-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE.
           OPEN EXTEND KEYING-ERROR-FILE.
           IF KEYING-ERROR-STATUS = "35"
               OPEN OUTPUT KEYING-ERROR-FILE.

      *==============================================================
      * Open the per-location stock balance file, creating it the
           MOVE CDT-DATE          TO PA-HELD-DATE.
           MOVE OPERATOR-ID-WS    TO PA-OPERATOR-ID.
           MOVE "P"               TO PA-STATUS.
           MOVE SPACE             TO PA-ITEM-KIND.
           MOVE SPACES            TO PA-CUSTOMER-CODE.
           MOVE ZERO              TO PA-INVOICE-NUMBER.
           MOVE ZERO              TO PA-REQ-NUMBER.
           MOVE SPACES            TO PA-SUPPLIER-CODE.
           WRITE PENDING-ADJ-RECORD
               INVALID KEY
                   DISPLAY "UPDATE: PENDING WRITE FAILED "
               MOVE "STOCK IN QUARANTINE"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           PERFORM 3D0-CHECK-HAZMAT-PLACEMENT.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           PERFORM 351-READ-OR-CREATE-BALANCE.
           IF TRANS-AMOUNT-WS > SB-QUANTITY
               DISPLAY "TRANSACTION REJECTED - FROM LOCATION"
               MOVE "NO OPEN SHIPMENT TO CONFIRM"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           PERFORM 3D0-CHECK-HAZMAT-PLACEMENT.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           PERFORM 350-ENSURE-PART-BALANCES.
           MOVE "*TRAN" TO BAL-LOCATION-WS.
           PERFORM 351-READ-OR-CREATE-BALANCE.
       396-FIND-NEXT-SERIAL-SEQ.
           MOVE ZERO TO SERIAL-SEQ-WS.
           MOVE SPACES TO EOF-SERIAL-WS.
           MOVE SPACES TO LAST-SERIAL-EVENT-WS.
           MOVE TRANS-SERIAL-WS TO SER-SERIAL-NUMBER.
           MOVE ZERO            TO SER-SEQ-NUMBER.
           START SERIAL-FILE KEY IS NOT LESS THAN SER-KEY
                           MOVE "YES" TO EOF-SERIAL-WS
                       ELSE
                           MOVE SER-SEQ-NUMBER TO SERIAL-SEQ-WS
                           MOVE SER-EVENT-CODE TO LAST-SERIAL-EVENT-WS
                       END-IF
           END-PERFORM.
           ADD 1 TO SERIAL-SEQ-WS.
           MOVE LOT-TAKE-WS    TO LH-QUANTITY.
           WRITE LOT-HISTORY-RECORD-OUT.

      *==============================================================
      * Lay the receipt just posted down as a FIFO cost layer,
      * dated with the business date and sequenced by its keyed
      * log line.  The layer carries the cost keyed with the
      * receipt, or the part's average when none was keyed.
      *==============================================================
       3B0-CREATE-COST-LAYER.
           IF TRANS-AMOUNT-WS NOT > ZERO
               EXIT PARAGRAPH.
           MOVE PART-NUMBER-WS  TO FL-PART-NUMBER.
           MOVE CDT-DATE        TO FL-RECEIPT-DATE.
           MOVE LAST-LOG-SEQ-WS TO FL-LAYER-SEQ.
           MOVE TRANS-AMOUNT-WS TO FL-RECEIVED-QTY.
           MOVE TRANS-AMOUNT-WS TO FL-QTY-REMAINING.
           IF TRANS-UNIT-COST-WS > ZERO
               MOVE TRANS-UNIT-COST-WS TO FL-UNIT-COST
           ELSE
               MOVE UNIT-PRICE TO FL-UNIT-COST.
           MOVE ZERO TO FL-PO-NUMBER.
           SET FL-FROM-TRANSACTION TO TRUE.
           WRITE COST-LAYER-RECORD
               INVALID KEY
                   DISPLAY "UPDATE: COST LAYER WRITE FAILED "
                       FL-PART-NUMBER SPACE FL-LAYER-SEQ
                       LINE 23 COLUMN 10.

      *==============================================================
      * Draw the quantity just issued down from the part's cost
      * layers, oldest first -- the layer key runs by receipt
      * date, so one forward pass meets them in age order.  Stock
      * from before layers were kept has none; whatever the layers
      * cannot cover goes untracked and values at average.
      *==============================================================
       3B1-CONSUME-COST-LAYERS.
           MOVE TRANS-AMOUNT-WS TO LAYER-REMAINING-WS.
           MOVE SPACES TO EOF-LAYER-WS.
           MOVE PART-NUMBER-WS TO FL-PART-NUMBER.
           MOVE ZERO           TO FL-RECEIPT-DATE.
           MOVE ZERO           TO FL-LAYER-SEQ.
           START COST-LAYER-FILE KEY IS NOT LESS THAN FL-KEY
               INVALID KEY MOVE "YES" TO EOF-LAYER-WS.
           PERFORM UNTIL EOF-LAYER-WS = "YES"
                      OR LAYER-REMAINING-WS = ZERO
               READ COST-LAYER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LAYER-WS
                   NOT AT END
                       IF FL-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-LAYER-WS
                       ELSE
                           IF FL-QTY-REMAINING > ZERO
                               PERFORM 3B2-TAKE-FROM-LAYER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *==============================================================
      * Take what this layer can give toward the issue.
      *==============================================================
       3B2-TAKE-FROM-LAYER.
           IF LAYER-REMAINING-WS < FL-QTY-REMAINING
               MOVE LAYER-REMAINING-WS TO LAYER-TAKE-WS
           ELSE
               MOVE FL-QTY-REMAINING TO LAYER-TAKE-WS.
           SUBTRACT LAYER-TAKE-WS FROM FL-QTY-REMAINING.
           SUBTRACT LAYER-TAKE-WS FROM LAYER-REMAINING-WS.
           REWRITE COST-LAYER-RECORD
               INVALID KEY
                   DISPLAY "UPDATE: COST LAYER REWRITE FAILED "
                       FL-PART-NUMBER SPACE FL-LAYER-SEQ
                       LINE 23 COLUMN 10.

      *==============================================================
      * Compute and log the tax on the sale just posted.  The
      * customer's tax code decides the treatment: exempt and
      * every walk-in sale, under STD) looks its rate up on the
      * tax master.  A code with no rate on file logs zero tax so
      * the register can flag it instead of the sale silently
      * going untaxed and unnoticed.  Exempt and resale hold only
      * while the customer has a certificate of that kind in
      * force today; without one the sale is taxed and logged as
      * STD.
      *==============================================================
       390-LOG-SALE-TAX.
           IF TRANS-CUSTOMER-WS NOT = SPACES
               MOVE "STD" TO SALE-TAX-CODE-WS.
           IF SALE-TAX-CODE-WS = SPACES
               MOVE "STD" TO SALE-TAX-CODE-WS.
           IF SALE-TAX-CODE-WS = "EXM" OR SALE-TAX-CODE-WS = "RSL"
               MOVE TRANS-CUSTOMER-WS TO CX-CUSTOMER-CODE
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
           MOVE SALE-TAX-CODE-WS   TO TXL-TAX-CODE.
           MOVE SALE-VALUE-TMP     TO TXL-TAXABLE-VALUE.
           MOVE SALE-TAX-AMOUNT-WS TO TXL-TAX-AMOUNT.
           MOVE SPACES             TO TXL-SHIP-TO-CODE.
           WRITE TAX-LOG-RECORD-OUT.

      *==============================================================
                   ADD 1               TO SH-SALE-COUNT
                   REWRITE SALES-HISTORY-RECORD.

      *==============================================================
      * Move a whole pallet or tote: every part and lot on the
      * license plate leaves the location the container stands in
      * and goes into the TO location as its own logged transfer
      * leg, then the container is stamped with its new location.
      * Every line must be covered by its balance before anything
      * moves, so the balances and the container never disagree
      * over a half-moved pallet.
      *==============================================================
       3C0-MOVE-CONTAINER.
           PERFORM 253-CHECK-TRANS-AUTHORITY.
           IF STATUS-FIELD = "NA"
               MOVE "ER" TO STATUS-FIELD
               EXIT PARAGRAPH.
           MOVE "OK" TO STATUS-FIELD.
           MOVE PART-NUMBER-WS  TO CM-SAVED-PART-WS.
           MOVE TRANS-AMOUNT-WS TO CM-SAVED-AMOUNT-WS.
           PERFORM 3C1-LOAD-CONTAINER-LINES.
           IF STATUS-FIELD = "OK"
               PERFORM 266-CHECK-LOCATION-CODES
               IF STATUS-FIELD = "NA"
                   MOVE "ER" TO STATUS-FIELD
               END-IF
           END-IF.
           IF STATUS-FIELD = "OK"
               PERFORM 3C2-PRECHECK-CONTAINER-MOVE.
           IF STATUS-FIELD = "OK"
               PERFORM 3C3-POST-CONTAINER-LINES.
           IF STATUS-FIELD = "OK"
               PERFORM 3C4-RESTAMP-CONTAINER.
           MOVE CM-SAVED-PART-WS   TO PART-NUMBER-WS.
           MOVE CM-SAVED-AMOUNT-WS TO TRANS-AMOUNT-WS.

      *==============================================================
      * Hold the container's lines and find where it stands.  The
      * plate and the TO location are required; a keyed FROM
      * location must be where the container really is, and a
      * blank one is taken from the container itself.
      *==============================================================
       3C1-LOAD-CONTAINER-LINES.
           IF TRANS-CONTAINER-WS = SPACES
                   OR TRANS-TO-LOC-WS = SPACES
               DISPLAY "TRANSACTION REJECTED - CONTAINER AND"
                   LINE 20 COLUMN 10
               DISPLAY "TO LOCATION ARE BOTH REQUIRED."
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "CONTAINER OR TO LOC MISSING"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           MOVE ZERO TO CM-LINE-COUNT-WS.
           MOVE SPACES TO CM-LOCATION-WS.
           MOVE SPACES TO EOF-CONTAINER-WS.
           MOVE TRANS-CONTAINER-WS TO CN-CONTAINER-ID.
           MOVE LOW-VALUES TO CN-PART-NUMBER.
           MOVE LOW-VALUES TO CN-LOT-NUMBER.
           START CONTAINER-FILE KEY IS NOT LESS THAN CN-KEY
               INVALID KEY MOVE "YES" TO EOF-CONTAINER-WS.
           PERFORM UNTIL EOF-CONTAINER-WS = "YES"
               READ CONTAINER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CONTAINER-WS
                   NOT AT END
                       IF CN-CONTAINER-ID NOT = TRANS-CONTAINER-WS
                           MOVE "YES" TO EOF-CONTAINER-WS
                       ELSE
                           IF CN-QUANTITY > ZERO
                              AND CM-LINE-COUNT-WS < 30
                               ADD 1 TO CM-LINE-COUNT-WS
                               MOVE CN-PART-NUMBER TO
                                   CMW-PART-NUMBER (CM-LINE-COUNT-WS)
                               MOVE CN-LOT-NUMBER TO
                                   CMW-LOT-NUMBER (CM-LINE-COUNT-WS)
                               MOVE CN-QUANTITY TO
                                   CMW-QUANTITY (CM-LINE-COUNT-WS)
                           END-IF
                           MOVE CN-LOCATION-CODE TO CM-LOCATION-WS
                       END-IF
               END-READ
           END-PERFORM.
           IF CM-LINE-COUNT-WS = ZERO
               DISPLAY "TRANSACTION REJECTED - CONTAINER IS"
                   LINE 20 COLUMN 10
               DISPLAY "NOT ON FILE OR HOLDS NOTHING."
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "CONTAINER NOT ON FILE"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           IF TRANS-FROM-LOC-WS = SPACES
               MOVE CM-LOCATION-WS TO TRANS-FROM-LOC-WS.
           IF TRANS-FROM-LOC-WS NOT = CM-LOCATION-WS
               DISPLAY "TRANSACTION REJECTED - CONTAINER IS"
                   LINE 20 COLUMN 10
               DISPLAY "NOT IN THE FROM LOCATION."
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "CONTAINER NOT AT FROM LOC"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           IF TRANS-FROM-LOC-WS = TRANS-TO-LOC-WS
               DISPLAY "TRANSACTION REJECTED - CONTAINER IS"
                   LINE 20 COLUMN 10
               DISPLAY "ALREADY IN THE TO LOCATION."
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "CONTAINER ALREADY AT TO LOC"
                   TO REJECT-REASON-WS.

      *==============================================================
      * Before anything moves: the container must not be standing
      * in quarantine, and each part's balance in the location
      * must cover everything of that part on the container.
      *==============================================================
       3C2-PRECHECK-CONTAINER-MOVE.
           MOVE TRANS-FROM-LOC-WS TO BAL-LOCATION-WS.
           PERFORM 3A3-TEST-QUARANTINE-LOC.
           IF LOC-IS-QUAR-WS = "YES"
               DISPLAY "TRANSACTION REJECTED - STOCK IS IN"
                   LINE 20 COLUMN 10
               DISPLAY "QUARANTINE - RELEASE IT FIRST."
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "STOCK IN QUARANTINE"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           PERFORM VARYING CM-SUB FROM 1 BY 1
                   UNTIL CM-SUB > CM-LINE-COUNT-WS
                      OR STATUS-FIELD NOT = "OK"
               MOVE CMW-PART-NUMBER (CM-SUB) TO PART-NUMBER-WS
               MOVE ZERO TO CM-PART-TOTAL-WS
               PERFORM VARYING CM-CHECK-SUB FROM 1 BY 1
                       UNTIL CM-CHECK-SUB > CM-LINE-COUNT-WS
                   IF CMW-PART-NUMBER (CM-CHECK-SUB) =
                           PART-NUMBER-WS
                       ADD CMW-QUANTITY (CM-CHECK-SUB)
                           TO CM-PART-TOTAL-WS
                   END-IF
               END-PERFORM
               PERFORM 303-READ-INV-AMOUNT
               IF STATUS-FIELD = "OK"
                   PERFORM 3D0-CHECK-HAZMAT-PLACEMENT
               END-IF
               IF STATUS-FIELD = "OK"
                   PERFORM 350-ENSURE-PART-BALANCES
                   MOVE PART-NUMBER-WS    TO SB-PART-NUMBER
                   MOVE TRANS-FROM-LOC-WS TO SB-LOCATION-CODE
                   READ STOCK-BALANCE-FILE
                       INVALID KEY
                           MOVE ZERO TO SB-QUANTITY
                   END-READ
                   IF CM-PART-TOTAL-WS > SB-QUANTITY
                       DISPLAY "TRANSACTION REJECTED - CONTAINER"
                           LINE 20 COLUMN 10
                       DISPLAY "HOLDS MORE THAN THE BALANCE."
                           LINE 21 COLUMN 10
                       MOVE "ER" TO STATUS-FIELD
                       MOVE "CONTAINER EXCEEDS BALANCE"
                           TO REJECT-REASON-WS
                   END-IF
               END-IF
           END-PERFORM.

      *==============================================================
      * Post each line as a transfer leg under the container-move
      * code, exactly as a keyed transfer would post.  A leg that
      * fails stops the loop with a sticky error, and a move that
      * already posted some legs must be reviewed, not recycled.
      *==============================================================
       3C3-POST-CONTAINER-LINES.
           MOVE "NO" TO CM-ERROR-WS.
           MOVE ZERO TO CM-FAILED-SUB-WS.
           PERFORM VARYING CM-SUB FROM 1 BY 1
                   UNTIL CM-SUB > CM-LINE-COUNT-WS
                      OR CM-ERROR-WS = "YES"
               MOVE CMW-PART-NUMBER (CM-SUB) TO PART-NUMBER-WS
               MOVE CMW-QUANTITY (CM-SUB)    TO TRANS-AMOUNT-WS
               PERFORM 303-READ-INV-AMOUNT
               IF STATUS-FIELD = "OK"
                   PERFORM 310-CAL-TRANSFER-AMOUNT
               END-IF
               IF STATUS-FIELD = "OK"
                   PERFORM 306-REWRITE-TRANS-AMOUT
               END-IF
               IF STATUS-FIELD = "OK"
                   PERFORM 307-WRITE-TRANS-LOG
                   PERFORM 323-ACCUMULATE-CONTROL-TOTALS
               ELSE
                   MOVE "YES" TO CM-ERROR-WS
                   MOVE CM-SUB TO CM-FAILED-SUB-WS
               END-IF
           END-PERFORM.
           IF CM-ERROR-WS = "YES"
               MOVE "ER" TO STATUS-FIELD
               IF CM-FAILED-SUB-WS > 1
                   MOVE "CONTAINER PARTIAL - DO NOT RECYCLE"
                       TO REJECT-REASON-WS
               END-IF
           END-IF.

      *==============================================================
      * Every leg posted -- the container now stands in the TO
      * location.
      *==============================================================
       3C4-RESTAMP-CONTAINER.
           PERFORM VARYING CM-SUB FROM 1 BY 1
                   UNTIL CM-SUB > CM-LINE-COUNT-WS
               MOVE TRANS-CONTAINER-WS       TO CN-CONTAINER-ID
               MOVE CMW-PART-NUMBER (CM-SUB) TO CN-PART-NUMBER
               MOVE CMW-LOT-NUMBER (CM-SUB)  TO CN-LOT-NUMBER
               READ CONTAINER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRANS-TO-LOC-WS TO CN-LOCATION-CODE
                       MOVE CDT-DATE        TO CN-LAST-MOVE-DATE
                       REWRITE CONTAINER-RECORD
               END-READ
           END-PERFORM.

      *==============================================================
      * Stock of a hazardous part may only go into a location
      * rated for its class, and not into one already holding a
      * class it may not sit beside.  The part record is the one
      * just read for the posting.
      *==============================================================
       3D0-CHECK-HAZMAT-PLACEMENT.
           IF PART-HAZARD-CLASS = SPACES
               EXIT PARAGRAPH.
           MOVE PART-NUMBER-WS    TO HZ-PART-NUMBER.
           MOVE PART-HAZARD-CLASS TO HZ-HAZARD-CLASS.
           MOVE TRANS-TO-LOC-WS   TO HZ-LOCATION-CODE.
           CALL ".\HAZCHK" USING HAZARD-PARMS.
           IF HZ-NOT-RATED
               DISPLAY "TRANSACTION REJECTED - TO LOCATION IS"
                   LINE 20 COLUMN 10
               DISPLAY "NOT RATED FOR HAZARD CLASS "
                   HZ-HAZARD-CLASS
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "TO LOC NOT RATED FOR HAZMAT"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           IF HZ-CONFLICT
               DISPLAY "TRANSACTION REJECTED - TO LOCATION HOLDS"
                   LINE 20 COLUMN 10
               DISPLAY "INCOMPATIBLE PART " HZ-CONFLICT-PART
                   " CLASS " HZ-CONFLICT-CLASS
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "INCOMPATIBLE HAZMAT AT TO LOC"
                   TO REJECT-REASON-WS.

      *==============================================================
      * Material issued to a job leaves the shelf the way a
      * write-off does -- from the keyed FROM location or the
      * part's carrying location, never more than is there -- but
      * under its own code and with the job number on the log, so
      * the journal books it to the job's cost center instead of
      * shrinkage and the job cost report can find it.
      *==============================================================
       3E0-CAL-JOB-ISSUE.
           IF TRANS-AMOUNT-WS > QUANTITY
               DISPLAY "TRANSACTION REJECTED - ISSUE AMOUNT"
                   LINE 20 COLUMN 10
               DISPLAY "EXCEEDS ON-HAND QUANTITY.  NOT POSTED."
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "JOB ISSUE EXCEEDS ON-HAND"
                   TO REJECT-REASON-WS
           ELSE
               PERFORM 320-POST-LOCATION-ISSUE.

      *==============================================================
      * Unused material coming back from a job goes onto the shelf
      * at the keyed TO location (or the part's carrying location)
      * and logs against the job it came from, crediting the job
      * what it was charged.
      *==============================================================
       3E1-CAL-JOB-RETURN.
           PERFORM 350-ENSURE-PART-BALANCES.
           IF TRANS-TO-LOC-WS = SPACES
               MOVE LOCATION-CODE TO BAL-LOCATION-WS
           ELSE
               MOVE TRANS-TO-LOC-WS TO BAL-LOCATION-WS.
           PERFORM 351-READ-OR-CREATE-BALANCE.
           ADD TRANS-AMOUNT-WS TO SB-QUANTITY.
           REWRITE STOCK-BALANCE-RECORD.
           PERFORM 352-ROLL-UP-TOTAL.

      *==============================================================
      * A job issue or return must name its job, and when the job
      * master is on file the job has to be on it; a closed job
      * takes no more issues, though stock may still come back
      * from it.  The job number is cleared on every other code
      * so a stale one left on the screen never reaches the log.
      *==============================================================
       3E2-CHECK-JOB-NUMBER.
           IF NOT ISSUE-TO-JOB AND NOT RETURN-FROM-JOB
               MOVE SPACES TO TRANS-JOB-WS
               EXIT PARAGRAPH.
           IF TRANS-JOB-WS = SPACES
               DISPLAY "TRANSACTION REJECTED - JOB NUMBER"
                   LINE 20 COLUMN 10
               DISPLAY "REQUIRED ON A JOB ISSUE OR RETURN."
                   LINE 21 COLUMN 10
               MOVE "JOB NUMBER REQUIRED"
                   TO REJECT-REASON-WS
               MOVE "NA" TO STATUS-FIELD
               EXIT PARAGRAPH.
           IF JOB-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE TRANS-JOB-WS TO JB-JOB-NUMBER.
           READ JOB-FILE
               INVALID KEY
                   DISPLAY "TRANSACTION REJECTED - JOB"
                       LINE 20 COLUMN 10
                   DISPLAY "NOT ON JOB MASTER."
                       LINE 21 COLUMN 10
                   MOVE "JOB NOT ON FILE"
                       TO REJECT-REASON-WS
                   MOVE "NA" TO STATUS-FIELD
               NOT INVALID KEY
                   IF ISSUE-TO-JOB AND JB-IS-CLOSED
                       DISPLAY "TRANSACTION REJECTED - JOB"
                           LINE 20 COLUMN 10
                       DISPLAY "IS CLOSED TO FURTHER ISSUES."
                           LINE 21 COLUMN 10
                       MOVE "JOB IS CLOSED"
                           TO REJECT-REASON-WS
                       MOVE "NA" TO STATUS-FIELD
                   END-IF
           END-READ.

      *==============================================================
      * A sale drawn from a customer site is that customer's
      * reported usage of stock consigned to their crib: it must
      * carry the site's own customer, so the invoice run bills
      * the right account, and it comes out of the site balance
      * alone -- the warehouse's orders and holds do not touch it.
      *==============================================================
       3F0-CAL-SITE-USAGE-SALE.
           IF TRANS-CUSTOMER-WS NOT = SITE-CUSTOMER-WS
               DISPLAY "TRANSACTION REJECTED - SITE BELONGS"
                   LINE 20 COLUMN 10
               DISPLAY "TO ANOTHER CUSTOMER.  NOT POSTED."
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "NOT THIS CUSTOMER'S SITE"
                   TO REJECT-REASON-WS
               EXIT PARAGRAPH.
           PERFORM 320-POST-LOCATION-ISSUE.

      *==============================================================
      * A keyed quantity or receipt cost far out of line with the
      * part's history -- 1000 keyed for 100, a cost a decimal
      * place off -- is a valid number that would post and skew
      * the average cost and the reorder math.  Before it posts,
      * show the operator what the part usually sees and ask.
      * Confirmed, it posts as keyed; declined, it is dropped.
      * Either answer goes on the outlier file under the
      * operator's id.  A receipt in packs is judged in eaches.
      * Batch lines were judged by the batch edit before posting.
      *==============================================================
       3G0-CHECK-OUTLIER.
           MOVE "NO" TO OUTLIER-DECLINED-WS.
           IF STATUS-FIELD NOT = "OK" OR RELEASED-BY-APPROVER
               EXIT PARAGRAPH.
           MOVE PART-NUMBER-WS  TO OX-PART-NUMBER.
           MOVE TRANS-CODE-WS   TO OX-TRANS-CODE.
           MOVE TRANS-AMOUNT-WS TO OX-QUANTITY.
           IF ENTERED-IN-PACKS AND PACK-QTY > 1
               COMPUTE OX-QUANTITY = TRANS-AMOUNT-WS * PACK-QTY
                   ON SIZE ERROR MOVE 9999999.99 TO OX-QUANTITY
               END-COMPUTE.
           MOVE TRANS-UNIT-COST-WS TO OX-UNIT-COST.
           MOVE UNIT-PRICE         TO OX-CURRENT-COST.
           CALL ".\OUTLCHK" USING OUTLIER-PARMS.
           IF NOT OX-IS-OUTLIER
               EXIT PARAGRAPH.
           DISPLAY "OUT OF LINE: " OX-REASON
               LINE 20 COLUMN 10.
           IF OX-QTY-LIMIT > ZERO
               DISPLAY "USUAL QTY " OX-AVERAGE-QTY
                   " SPREAD " OX-SPREAD-QTY
                   " LIMIT " OX-QTY-LIMIT
                   LINE 21 COLUMN 10.
           IF OX-COST-HIGH > ZERO
               DISPLAY "AVERAGE COST " OX-CURRENT-COST
                   " KEYED " OX-UNIT-COST
                   LINE 22 COLUMN 10.
           MOVE SPACES TO OUTLIER-REPLY-WS.
           PERFORM UNTIL OUTLIER-REPLY-WS = "Y"
                      OR OUTLIER-REPLY-WS = "N"
               DISPLAY "CONFIRM AS KEYED? (Y OR N)"
                   LINE 23 COLUMN 10
               ACCEPT OUTLIER-REPLY-WS
                   LINE 23 COLUMN 38
           END-PERFORM.
           IF OUTLIER-REPLY-WS = "N"
               MOVE "YES" TO OUTLIER-DECLINED-WS
               DISPLAY "TRANSACTION DROPPED - NOT POSTED"
                   LINE 24 COLUMN 10.
           PERFORM 3G1-RECORD-OUTLIER.

      *==============================================================
      * Put the operator's answer on the outlier file, taking the
      * next number from the control the batch edit shares.
      *==============================================================
       3G1-RECORD-OUTLIER.
           PERFORM 360-GET-BUSINESS-DATE.
           MOVE ZERO TO LAST-OUTLIER-NUMBER-WS.
           OPEN INPUT OUTLIER-NUMBER-FILE.
           IF OUTLIER-NUMBER-STATUS = "00"
               READ OUTLIER-NUMBER-FILE
                   NOT AT END MOVE OUTLIER-NUMBER-RECORD
                       TO LAST-OUTLIER-NUMBER-WS
               END-READ
               CLOSE OUTLIER-NUMBER-FILE.
           ADD 1 TO LAST-OUTLIER-NUMBER-WS.
           OPEN OUTPUT OUTLIER-NUMBER-FILE.
           MOVE LAST-OUTLIER-NUMBER-WS TO OUTLIER-NUMBER-RECORD.
           WRITE OUTLIER-NUMBER-RECORD.
           CLOSE OUTLIER-NUMBER-FILE.
           OPEN I-O OUTLIER-FILE.
           IF OUTLIER-FILE-STATUS = "35"
               OPEN OUTPUT OUTLIER-FILE
               CLOSE OUTLIER-FILE
               OPEN I-O OUTLIER-FILE.
           MOVE LAST-OUTLIER-NUMBER-WS TO OL-OUTLIER-NUMBER.
           MOVE "S"              TO OL-SOURCE.
           MOVE PART-NUMBER-WS   TO OL-PART-NUMBER.
           MOVE TRANS-CODE-WS    TO OL-TRANS-CODE.
           MOVE OX-QUANTITY      TO OL-QUANTITY.
           MOVE OX-UNIT-COST     TO OL-UNIT-COST.
           MOVE OX-CURRENT-COST  TO OL-CURRENT-COST.
           MOVE OX-HISTORY-COUNT TO OL-HISTORY-COUNT.
           MOVE OX-AVERAGE-QTY   TO OL-AVERAGE-QTY.
           MOVE OX-SPREAD-QTY    TO OL-SPREAD-QTY.
           MOVE OX-QTY-LIMIT     TO OL-QTY-LIMIT.
           MOVE OX-REASON        TO OL-REASON.
           MOVE CDT-DATE         TO OL-FLAGGED-DATE.
           MOVE OPERATOR-ID-WS   TO OL-FLAGGED-BY.
           IF OUTLIER-DECLINED-WS = "YES"
               MOVE "R" TO OL-STATUS
           ELSE
               MOVE "C" TO OL-STATUS.
           MOVE OPERATOR-ID-WS   TO OL-WORKED-BY.
           MOVE CDT-DATE         TO OL-WORKED-DATE.
           MOVE SPACES           TO OL-TRANS-IMAGE.
           WRITE OUTLIER-RECORD
               INVALID KEY
                   DISPLAY "UPDATE: OUTLIER WRITE FAILED "
                       OL-OUTLIER-NUMBER
                       LINE 24 COLUMN 40.
           CLOSE OUTLIER-FILE.

      *==============================================================
      * A serialized unit LOANENT has lent out is still the
      * borrower's until it is checked back in -- selling it
      * would leave the loan register showing it out (and
      * overdue) against a unit that has gone to a customer.
      * The serial's latest event decides.
      *==============================================================
       3H0-CHECK-SERIAL-ON-LOAN.
           IF TRANS-SERIAL-WS = SPACES
               EXIT PARAGRAPH.
           PERFORM 396-FIND-NEXT-SERIAL-SEQ.
           IF LAST-EVENT-LOANED-OUT
               DISPLAY "TRANSACTION REJECTED - SERIAL "
                   TRANS-SERIAL-WS
                   LINE 20 COLUMN 10
               DISPLAY "IS OUT ON LOAN - CHECK IT IN FIRST"
                   LINE 21 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "SERIAL OUT ON LOAN"
                   TO REJECT-REASON-WS.

       end program UPDATE.
