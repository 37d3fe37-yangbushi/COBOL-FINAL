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
           SELECT SERIAL-HISTORY-FILE
               ASSIGN TO "D:\COBOL\SERIAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-SHIPMENT-NUMBER
               FILE STATUS IS IN-TRANSIT-STATUS.
           SELECT CUST-PART-FILE
               ASSIGN TO "D:\COBOL\CUSTPART.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               ALTERNATE RECORD KEY IS CP-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS CUST-PART-STATUS.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "D:\COBOL\STANDORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS STANDING-ORDER-STATUS.
           SELECT MERGE-REPORT-OUT
               ASSIGN TO "D:\COBOL\PARTMERG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  LOT-BALANCE-FILE.
           COPY "D:\COBOL\LOT_BALANCE_RECORD.cpy".

       FD  COST-LAYER-FILE.
           COPY "D:\COBOL\COST_LAYER_RECORD.cpy".

       FD  CONTAINER-FILE.
           COPY "D:\COBOL\CONTAINER_RECORD.cpy".

       FD  SERIAL-HISTORY-FILE.
           COPY "D:\COBOL\SERIAL_HISTORY_RECORD.cpy".

       FD  IN-TRANSIT-FILE.
           COPY "D:\COBOL\IN_TRANSIT_RECORD.cpy".

       FD  CUST-PART-FILE.
           COPY "D:\COBOL\CUSTOMER_PART_RECORD.cpy".

       FD  STANDING-ORDER-FILE.
           COPY "D:\COBOL\STANDING_ORDER_RECORD.cpy".

       FD  MERGE-REPORT-OUT.
       01  MERGE-REPORT-DATA    PIC X(230).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 LOSING-PART-WS        PIC X(7)  VALUE SPACES.
       01 SURVIVING-PART-WS     PIC X(7)  VALUE SPACES.
       01 CONFIRM-FLAG-WS       PIC A(1)  VALUE SPACES.
       01 SURVIVOR-RECORD-WS    PIC X(200) VALUE SPACES.
       01 LOSER-RECORD-WS       PIC X(200) VALUE SPACES.
       01 LOSER-QUANTITY-WS     PIC 9(7)V99 VALUE ZERO.

      *==============================================================
       01 HELD-BALANCE-WS.
           05 HB-LOCATION-CODE  PIC X(5)  VALUE SPACES.
           05 HB-QUANTITY       PIC 9(7)V99 VALUE ZERO.
       01 HELD-LOG-WS           PIC X(150) VALUE SPACES.
       01 HELD-HISTORY-WS.
           05 HH-YEAR           PIC 9(4)  VALUE ZERO.
           05 HH-MONTH          PIC 9(2)  VALUE ZERO.
           05 HH-QTY-SOLD       PIC 9(9)V99 VALUE ZERO.
           05 HH-SALE-COUNT     PIC 9(4)  VALUE ZERO.
       01 HELD-PO-WS            PIC X(200) VALUE SPACES.
       01 HELD-PO-ORDER-QTY-WS  PIC 9(7)V99 VALUE ZERO.
       01 HELD-PO-RECVD-QTY-WS  PIC 9(7)V99 VALUE ZERO.
       01 ORIG-KIT-PARENT-WS    PIC X(7)  VALUE SPACES.
       01 SPECIAL-MOVED-WS      PIC 9(4)  VALUE ZERO.
       01 EXPECT-MOVED-WS       PIC 9(4)  VALUE ZERO.
       01 TRANSIT-MOVED-WS      PIC 9(4)  VALUE ZERO.
       01 CPX-MOVED-WS          PIC 9(4)  VALUE ZERO.
       01 STANDING-MOVED-WS     PIC 9(4)  VALUE ZERO.
       01 LAYER-MOVED-WS        PIC 9(4)  VALUE ZERO.
       01 CONTAINER-MOVED-WS    PIC 9(4)  VALUE ZERO.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 SALES-ORDER-OPEN-WS   PIC X(3)  VALUE "NO".
       01 REFUSED-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 XREF-OPEN-WS          PIC X(3)  VALUE "NO".
       01 LOT-BALANCE-STATUS    PIC X(2)  VALUE SPACES.
       01 LOT-OPEN-WS           PIC X(3)  VALUE "NO".
       01 COST-LAYER-STATUS     PIC X(2)  VALUE SPACES.
       01 LAYER-OPEN-WS         PIC X(3)  VALUE "NO".
       01 CONTAINER-STATUS      PIC X(2)  VALUE SPACES.
       01 CONTAINER-OPEN-WS     PIC X(3)  VALUE "NO".
       01 SERIAL-HISTORY-STATUS PIC X(2)  VALUE SPACES.
       01 SERIAL-OPEN-WS        PIC X(3)  VALUE "NO".
       01 SPECIAL-ORDER-STATUS  PIC X(2)  VALUE SPACES.
       01 EXPECT-OPEN-WS        PIC X(3)  VALUE "NO".
       01 IN-TRANSIT-STATUS     PIC X(2)  VALUE SPACES.
       01 TRANSIT-OPEN-WS       PIC X(3)  VALUE "NO".
       01 CUST-PART-STATUS      PIC X(2)  VALUE SPACES.
       01 CPX-OPEN-WS           PIC X(3)  VALUE "NO".
       01 STANDING-ORDER-STATUS PIC X(2)  VALUE SPACES.
       01 STANDING-OPEN-WS      PIC X(3)  VALUE "NO".
       01 HELD-ORDER-WS         PIC X(120) VALUE SPACES.
       01 HELD-SO-ORDER-QTY-WS  PIC 9(7)V99 VALUE ZERO.
       01 HELD-SO-ALLOC-QTY-WS  PIC 9(7)V99 VALUE ZERO.
       01 HELD-SO-FILLED-QTY-WS PIC 9(7)V99 VALUE ZERO.
       01 HELD-XREF-WS          PIC X(40) VALUE SPACES.
       01 HELD-LOT-WS           PIC X(60) VALUE SPACES.
       01 HELD-LB-QTY-WS        PIC 9(7)V99 VALUE ZERO.
       01 HELD-LAYER-WS         PIC X(60) VALUE SPACES.
       01 HELD-CONTAINER-WS     PIC X(63) VALUE SPACES.
       01 HELD-CONTAINER-QTY-WS PIC 9(7)V99 VALUE ZERO.
       01 HELD-SPO-WS           PIC X(80) VALUE SPACES.
       01 HELD-SPO-QTY-WS       PIC 9(7)V99 VALUE ZERO.
       01 HELD-ER-WS            PIC X(40) VALUE SPACES.
       01 HELD-ER-QTY-WS        PIC 9(7)V99 VALUE ZERO.
       01 ORIG-SPO-KEY-WS       PIC X(13) VALUE SPACES.
       01 ORIG-ER-KEY-WS        PIC X(13) VALUE SPACES.
       01 HELD-SG-WS            PIC X(90) VALUE SPACES.
       01 HELD-SG-QTY-WS        PIC 9(7)V99 VALUE ZERO.
       01 ORIG-SG-KEY-WS        PIC X(13) VALUE SPACES.
       01 BAL-ROLLUP-TMP        PIC 9(9)V99 VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.

       01 MERGE-DETAIL-OUT.
           05 MG-LABEL-OUT      PIC X(30)  VALUE SPACES.
           05 MG-IMAGE-OUT      PIC X(200) VALUE SPACES.

      *==============================================================
      * One-off repair utility: everything keyed by the losing
                   PERFORM 258-REKEY-SPECIAL-ORDERS
                   PERFORM 259-REKEY-EXPECTED-RECEIPTS
                   PERFORM 263-SWEEP-IN-TRANSIT
                   PERFORM 271-REPOINT-CUSTOMER-PARTS
                   PERFORM 272-REKEY-STANDING-ORDERS
                   PERFORM 275-REKEY-COST-LAYERS
                   PERFORM 276-REKEY-CONTAINERS
                   PERFORM 290-FINISH-MERGE
               END-IF
               PERFORM 202-TERM-MERGE.
           OPEN I-O LOT-BALANCE-FILE.
           IF LOT-BALANCE-STATUS = "00"
               MOVE "YES" TO LOT-OPEN-WS.
           OPEN I-O COST-LAYER-FILE.
           IF COST-LAYER-STATUS = "00"
               MOVE "YES" TO LAYER-OPEN-WS.
           OPEN I-O CONTAINER-FILE.
           IF CONTAINER-STATUS = "00"
               MOVE "YES" TO CONTAINER-OPEN-WS.
           OPEN I-O SERIAL-HISTORY-FILE.
           IF SERIAL-HISTORY-STATUS = "00"
               MOVE "YES" TO SERIAL-OPEN-WS.
           OPEN I-O IN-TRANSIT-FILE.
           IF IN-TRANSIT-STATUS = "00"
               MOVE "YES" TO TRANSIT-OPEN-WS.
           OPEN I-O CUST-PART-FILE.
           IF CUST-PART-STATUS = "00"
               MOVE "YES" TO CPX-OPEN-WS.
           OPEN I-O STANDING-ORDER-FILE.
           IF STANDING-ORDER-STATUS = "00"
               MOVE "YES" TO STANDING-OPEN-WS.
           OPEN EXTEND MASTER-AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-AUDIT-FILE.
                       END-IF
           END-PERFORM.

      *==============================================================
      * The customer part-number cross-reference is keyed by the
      * customer's own number, so the entries only need pointing
      * at the survivor -- reached through the part-number index,
      * which the rewrite moves them off of.
      *==============================================================
       271-REPOINT-CUSTOMER-PARTS.
           IF CPX-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-STEP-WS.
           PERFORM UNTIL EOF-STEP-WS = "YES"
               MOVE LOSING-PART-WS TO CP-PART-NUMBER
               START CUST-PART-FILE KEY IS = CP-PART-NUMBER
                   INVALID KEY MOVE "YES" TO EOF-STEP-WS
               END-START
               IF EOF-STEP-WS NOT = "YES"
                   READ CUST-PART-FILE NEXT RECORD
                       AT END MOVE "YES" TO EOF-STEP-WS
                       NOT AT END
                           IF CP-PART-NUMBER NOT = LOSING-PART-WS
                               MOVE "YES" TO EOF-STEP-WS
                           ELSE
                               MOVE SURVIVING-PART-WS
                                   TO CP-PART-NUMBER
                               MOVE CDT-DATE TO CP-CHANGED-DATE
                               MOVE OPERATOR-ID-WS
                                   TO CP-OPERATOR-ID
                               REWRITE CUSTOMER-PART-RECORD
                                   INVALID KEY
                                       MOVE "YES" TO EOF-STEP-WS
                               END-REWRITE
                               ADD 1 TO CPX-MOVED-WS
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *==============================================================
      * Re-key the loser's standing-order lines, the same whole-file
      * walk as the special orders.  A standing order that already
      * takes the survivor gets the loser's quantity added to its
      * line.
      *==============================================================
       272-REKEY-STANDING-ORDERS.
           IF STANDING-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-STEP-WS.
           MOVE LOW-VALUES TO SG-KEY.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SG-KEY
               INVALID KEY MOVE "YES" TO EOF-STEP-WS.
           PERFORM UNTIL EOF-STEP-WS = "YES"
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-STEP-WS
                   NOT AT END
                       IF SG-PART-NUMBER = LOSING-PART-WS
                           PERFORM 273-REKEY-ONE-STANDING
                       END-IF
           END-PERFORM.

       273-REKEY-ONE-STANDING.
           MOVE SG-KEY TO ORIG-SG-KEY-WS.
           MOVE STANDING-ORDER-RECORD TO HELD-SG-WS.
           MOVE SG-ORDER-QTY TO HELD-SG-QTY-WS.
           DELETE STANDING-ORDER-FILE.
           MOVE HELD-SG-WS TO STANDING-ORDER-RECORD.
           MOVE SURVIVING-PART-WS TO SG-PART-NUMBER.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   PERFORM 274-FOLD-STANDING-CLASH.
           ADD 1 TO STANDING-MOVED-WS.

       274-FOLD-STANDING-CLASH.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   DISPLAY "PARTMERG: STANDING FOLD FAILED "
                       SG-STANDING-NUMBER
               NOT INVALID KEY
                   ADD HELD-SG-QTY-WS TO SG-ORDER-QTY
                   REWRITE STANDING-ORDER-RECORD
           END-READ.
      * The keyed read moved the file position -- put the walk
      * back where the deleted loser record sat.
           MOVE ORIG-SG-KEY-WS TO SG-KEY.
           START STANDING-ORDER-FILE KEY IS GREATER THAN SG-KEY
               INVALID KEY MOVE "YES" TO EOF-STEP-WS
           END-START.

      *==============================================================
      * Re-key the loser's FIFO cost layers under the survivor.
      * A layer's key carries its own log sequence number, so the
      * two parts' layers never collide; they simply interleave
      * by receipt date and the survivor's stock keeps its age.
      *==============================================================
       275-REKEY-COST-LAYERS.
           IF LAYER-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-STEP-WS.
           PERFORM UNTIL EOF-STEP-WS = "YES"
               MOVE LOSING-PART-WS TO FL-PART-NUMBER
               MOVE ZERO           TO FL-RECEIPT-DATE
               MOVE ZERO           TO FL-LAYER-SEQ
               START COST-LAYER-FILE
                       KEY IS NOT LESS THAN FL-KEY
                   INVALID KEY MOVE "YES" TO EOF-STEP-WS
               END-START
               IF EOF-STEP-WS NOT = "YES"
                   READ COST-LAYER-FILE NEXT RECORD
                       AT END MOVE "YES" TO EOF-STEP-WS
                       NOT AT END
                           IF FL-PART-NUMBER NOT = LOSING-PART-WS
                               MOVE "YES" TO EOF-STEP-WS
                           ELSE
                               MOVE COST-LAYER-RECORD
                                   TO HELD-LAYER-WS
                               DELETE COST-LAYER-FILE
                               MOVE HELD-LAYER-WS
                                   TO COST-LAYER-RECORD
                               MOVE SURVIVING-PART-WS
                                   TO FL-PART-NUMBER
                               WRITE COST-LAYER-RECORD
                                   INVALID KEY
                                       DISPLAY "PARTMERG: LAYER "
                                           "MOVE FAILED "
                                           FL-LAYER-SEQ
                               END-WRITE
                               ADD 1 TO LAYER-MOVED-WS
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *==============================================================
      * Re-key the loser's lines on pallets and totes.  The plate
      * leads the key, so the whole file is walked; a plate that
      * already carries the survivor in the same lot takes the
      * loser's quantity on that line instead of a second one.
      * Every change moves the file position, so the walk picks
      * up again just past the line it has handled.
      *==============================================================
       276-REKEY-CONTAINERS.
           IF CONTAINER-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-STEP-WS.
           MOVE LOW-VALUES TO CN-KEY.
           START CONTAINER-FILE
                   KEY IS NOT LESS THAN CN-KEY
               INVALID KEY MOVE "YES" TO EOF-STEP-WS
           END-START.
           PERFORM UNTIL EOF-STEP-WS = "YES"
               READ CONTAINER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-STEP-WS
                   NOT AT END
                       IF CN-PART-NUMBER = LOSING-PART-WS
                           PERFORM 277-MOVE-CONTAINER-LINE
                       END-IF
               END-READ
           END-PERFORM.

       277-MOVE-CONTAINER-LINE.
           MOVE CONTAINER-RECORD TO HELD-CONTAINER-WS.
           DELETE CONTAINER-FILE.
           MOVE SURVIVING-PART-WS TO CN-PART-NUMBER.
           MOVE CN-QUANTITY TO HELD-CONTAINER-QTY-WS.
           READ CONTAINER-FILE
               INVALID KEY
                   MOVE HELD-CONTAINER-WS TO CONTAINER-RECORD
                   MOVE SURVIVING-PART-WS TO CN-PART-NUMBER
                   WRITE CONTAINER-RECORD
                       INVALID KEY
                           DISPLAY "PARTMERG: PLATE MOVE FAILED "
                               CN-CONTAINER-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD HELD-CONTAINER-QTY-WS TO CN-QUANTITY
                   REWRITE CONTAINER-RECORD
                       INVALID KEY
                           DISPLAY "PARTMERG: PLATE MOVE FAILED "
                               CN-CONTAINER-ID
                   END-REWRITE
           END-READ.
           ADD 1 TO CONTAINER-MOVED-WS.
           MOVE HELD-CONTAINER-WS TO CONTAINER-RECORD.
           START CONTAINER-FILE
                   KEY IS GREATER THAN CN-KEY
               INVALID KEY MOVE "YES" TO EOF-STEP-WS
           END-START.

      *==============================================================
      * Fold the loser's backorder record into the survivor's.
      *==============================================================
                  DELIMITED BY SIZE
               INTO MG-IMAGE-OUT.
           WRITE MERGE-REPORT-DATA FROM MERGE-DETAIL-OUT.
           MOVE SPACES TO MG-IMAGE-OUT.
           STRING "CPX " CPX-MOVED-WS
                  " STO " STANDING-MOVED-WS
                  " FIFO " LAYER-MOVED-WS
                  " PLT " CONTAINER-MOVED-WS
                  DELIMITED BY SIZE
               INTO MG-IMAGE-OUT.
           WRITE MERGE-REPORT-DATA FROM MERGE-DETAIL-OUT.
           DISPLAY "PARTMERG: MERGE COMPLETE - SEE PARTMERG.TXT".

      *==============================================================
               CLOSE EXPECTED-RECEIPT-FILE.
           IF TRANSIT-OPEN-WS = "YES"
               CLOSE IN-TRANSIT-FILE.
           IF CPX-OPEN-WS = "YES"
               CLOSE CUST-PART-FILE.
           IF STANDING-OPEN-WS = "YES"
               CLOSE STANDING-ORDER-FILE.
           IF LAYER-OPEN-WS = "YES"
               CLOSE COST-LAYER-FILE.
           IF CONTAINER-OPEN-WS = "YES"
               CLOSE CONTAINER-FILE.
           CLOSE MASTER-AUDIT-FILE.
           CLOSE MERGE-REPORT-OUT.

