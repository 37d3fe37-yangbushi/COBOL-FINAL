       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTBCHK as "OTBCHK".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OTB-BUDGET-FILE
               ASSIGN TO "D:\COBOL\OTBBUD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OB-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS OTB-BUDGET-STATUS.
           SELECT BUYER-XREF-FILE
               ASSIGN TO "D:\COBOL\BUYSUP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BX-SUPPLIER-CODE
               FILE STATUS IS BUYER-XREF-STATUS.
           SELECT REQUISITION-FILE
               ASSIGN TO "D:\COBOL\REQUIS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               ALTERNATE RECORD KEY IS RQ-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS REQUISITION-STATUS.
           SELECT REQ-NUMBER-FILE
               ASSIGN TO "D:\COBOL\REQNUMCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-NUMBER-FILE-STATUS.
           SELECT PENDING-ADJ-FILE
               ASSIGN TO "D:\COBOL\PENDADJ.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PENDING-NUMBER
               FILE STATUS IS PENDING-ADJ-STATUS.
           SELECT PENDING-NUMBER-FILE
               ASSIGN TO "D:\COBOL\PENDNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-NUMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OTB-BUDGET-FILE.
           COPY "D:\COBOL\OTB_BUDGET_RECORD.cpy".

       FD  BUYER-XREF-FILE.
           COPY "D:\COBOL\BUYER_SUPPLIER_RECORD.cpy".

       FD  REQUISITION-FILE.
           COPY "D:\COBOL\REQUISITION_RECORD.cpy".

       FD  REQ-NUMBER-FILE.
       01  REQ-NUMBER-RECORD    PIC 9(6).

       FD  PENDING-ADJ-FILE.
           COPY "D:\COBOL\PENDING_ADJ_RECORD.cpy".

       FD  PENDING-NUMBER-FILE.
       01  PENDING-NUMBER-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 OTB-BUDGET-STATUS     PIC X(2)  VALUE SPACES.
       01 BUYER-XREF-STATUS     PIC X(2)  VALUE SPACES.
       01 REQUISITION-STATUS    PIC X(2)  VALUE SPACES.
       01 REQ-NUMBER-FILE-STATUS PIC X(2) VALUE SPACES.
       01 PENDING-ADJ-STATUS    PIC X(2)  VALUE SPACES.
       01 PENDING-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 BUDGET-FOUND-WS       PIC X(3)  VALUE "NO".
       01 LAST-REQ-NUMBER-WS    PIC 9(6)  VALUE ZERO.
       01 LAST-PENDING-NUMBER-WS PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
           COPY "D:\COBOL\OTB_PARMS.cpy".

      *==============================================================
      * Check or move one purchase line's open-to-buy.  The line's
      * buyer comes from the supplier assignment either way, so
      * the caller can say whose budget stopped it.  With no
      * budget file yet, or no row for the supplier or buyer in
      * the month, purchasing is not under the control and the
      * line goes through untouched.
      *==============================================================
       PROCEDURE DIVISION USING OTB-PARMS.
       100-APPLY-OPEN-TO-BUY.
           MOVE "N"    TO OT-VERDICT.
           MOVE SPACES TO OT-BUYER-ID.
           MOVE ZERO   TO OT-REMAINING.
           PERFORM 200-FIND-LINE-BUYER.
           IF OT-HOLD-LINE
               MOVE "H" TO OT-VERDICT
               PERFORM 400-HOLD-THE-LINE
               EXIT PROGRAM.
           OPEN I-O OTB-BUDGET-FILE.
           IF OTB-BUDGET-STATUS NOT = "00"
               EXIT PROGRAM.
           PERFORM 210-FIND-BUDGET-ROW.
           IF BUDGET-FOUND-WS = "YES"
               EVALUATE TRUE
                   WHEN OT-CHECK-AND-COMMIT
                       PERFORM 300-CHECK-AND-COMMIT
                   WHEN OT-FORCE-COMMIT
                       PERFORM 310-COMMIT-THE-LINE
                   WHEN OT-POST-RECEIPT
                       PERFORM 320-POST-THE-RECEIPT
                   WHEN OT-RELIEVE
                       PERFORM 330-RELIEVE-THE-COMMITMENT
               END-EVALUATE.
           CLOSE OTB-BUDGET-FILE.
           EXIT PROGRAM.

       200-FIND-LINE-BUYER.
           OPEN INPUT BUYER-XREF-FILE.
           IF BUYER-XREF-STATUS = "00"
               MOVE OT-SUPPLIER-CODE TO BX-SUPPLIER-CODE
               READ BUYER-XREF-FILE
                   NOT INVALID KEY MOVE BX-BUYER-ID TO OT-BUYER-ID
               END-READ
               CLOSE BUYER-XREF-FILE.

      *==============================================================
      * A supplier watched on its own is held to its own row;
      * anything else to its buyer's.
      *==============================================================
       210-FIND-BUDGET-ROW.
           MOVE "NO" TO BUDGET-FOUND-WS.
           MOVE "S"              TO OB-OWNER-TYPE.
           MOVE OT-SUPPLIER-CODE TO OB-OWNER-CODE.
           MOVE OT-ORDER-PERIOD  TO OB-PERIOD.
           READ OTB-BUDGET-FILE
               NOT INVALID KEY MOVE "YES" TO BUDGET-FOUND-WS
           END-READ.
           IF BUDGET-FOUND-WS = "NO" AND OT-BUYER-ID NOT = SPACES
               MOVE "B"             TO OB-OWNER-TYPE
               MOVE OT-BUYER-ID     TO OB-OWNER-CODE
               MOVE OT-ORDER-PERIOD TO OB-PERIOD
               READ OTB-BUDGET-FILE
                   NOT INVALID KEY MOVE "YES" TO BUDGET-FOUND-WS
               END-READ.

      *==============================================================
      * The line fits when its value is within what the month has
      * left; a line that fits is committed on the spot so the
      * next one sees the smaller remainder.
      *==============================================================
       300-CHECK-AND-COMMIT.
           COMPUTE OT-REMAINING =
               OB-BUDGET-AMT - OB-COMMITTED-AMT.
           IF OT-AMOUNT > OT-REMAINING
               MOVE "H" TO OT-VERDICT
           ELSE
               PERFORM 310-COMMIT-THE-LINE.

       310-COMMIT-THE-LINE.
           ADD OT-AMOUNT TO OB-COMMITTED-AMT.
           PERFORM 340-REWRITE-BUDGET-ROW.

       320-POST-THE-RECEIPT.
           ADD OT-AMOUNT TO OB-RECEIVED-AMT.
           PERFORM 340-REWRITE-BUDGET-ROW.

       330-RELIEVE-THE-COMMITMENT.
           IF OT-AMOUNT > OB-COMMITTED-AMT
               MOVE ZERO TO OB-COMMITTED-AMT
           ELSE
               SUBTRACT OT-AMOUNT FROM OB-COMMITTED-AMT.
           PERFORM 340-REWRITE-BUDGET-ROW.

       340-REWRITE-BUDGET-ROW.
           REWRITE OTB-BUDGET-RECORD
               INVALID KEY
                   DISPLAY "OTBCHK: BUDGET REWRITE FAILED "
                       OB-KEY
               NOT INVALID KEY
                   MOVE "A" TO OT-VERDICT
           END-REWRITE.
           COMPUTE OT-REMAINING =
               OB-BUDGET-AMT - OB-COMMITTED-AMT.

      *==============================================================
      * Hold the line: raise it as a held requisition for the
      * line's buyer (a caller working from a requisition already
      * has one), then put it on the approval queue at its value.
      *==============================================================
       400-HOLD-THE-LINE.
           IF OT-REQ-NUMBER = ZERO
               PERFORM 410-RAISE-HELD-REQUISITION.
           IF OT-REQ-NUMBER NOT = ZERO
               PERFORM 420-QUEUE-FOR-APPROVAL.

       410-RAISE-HELD-REQUISITION.
           OPEN I-O REQUISITION-FILE.
           IF REQUISITION-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE.
           IF REQUISITION-STATUS NOT = "00"
               DISPLAY "OTBCHK: CANNOT OPEN REQUIS "
                   REQUISITION-STATUS
               EXIT PARAGRAPH.
           MOVE ZERO TO LAST-REQ-NUMBER-WS.
           OPEN INPUT REQ-NUMBER-FILE.
           IF REQ-NUMBER-FILE-STATUS = "00"
               READ REQ-NUMBER-FILE
                   NOT AT END MOVE REQ-NUMBER-RECORD
                       TO LAST-REQ-NUMBER-WS
               END-READ
               CLOSE REQ-NUMBER-FILE.
           ADD 1 TO LAST-REQ-NUMBER-WS.
           MOVE LAST-REQ-NUMBER-WS TO RQ-REQ-NUMBER.
           MOVE OT-PART-NUMBER     TO RQ-PART-NUMBER.
           MOVE OT-SUPPLIER-CODE   TO RQ-SUPPLIER-CODE.
           MOVE OT-ORDER-QTY       TO RQ-ORDER-QTY.
           MOVE OT-UNIT-PRICE      TO RQ-UNIT-PRICE.
           MOVE OT-BUYER-ID        TO RQ-BUYER-ID.
           MOVE OT-ORIGIN          TO RQ-ORIGIN.
           MOVE "H"                TO RQ-STATUS.
           MOVE "OVER OTB"         TO RQ-SEVERITY.
           MOVE OT-ORDER-DATE      TO RQ-RAISED-DATE.
           MOVE OT-OPERATOR-ID     TO RQ-RAISED-BY.
           MOVE ZERO               TO RQ-REVIEWED-DATE.
           MOVE SPACES             TO RQ-REVIEWED-BY.
           MOVE SPACES             TO RQ-CHANGED-FLAG.
           MOVE OT-PO-NUMBER       TO RQ-PO-NUMBER.
           MOVE SPACES             TO RQ-OVERRIDE-FLAG.
           MOVE OT-CUSTOMER-CODE   TO RQ-CUSTOMER-CODE.
           MOVE OT-PART-NAME       TO RQ-PART-NAME.
           MOVE OT-BLANKET-NUMBER  TO RQ-BLANKET-NUMBER.
           WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "OTBCHK: REQUISITION WRITE FAILED "
                       RQ-REQ-NUMBER
               NOT INVALID KEY
                   MOVE RQ-REQ-NUMBER TO OT-REQ-NUMBER
                   OPEN OUTPUT REQ-NUMBER-FILE
                   MOVE LAST-REQ-NUMBER-WS TO REQ-NUMBER-RECORD
                   WRITE REQ-NUMBER-RECORD
                   CLOSE REQ-NUMBER-FILE
           END-WRITE.
           CLOSE REQUISITION-FILE.

       420-QUEUE-FOR-APPROVAL.
           OPEN I-O PENDING-ADJ-FILE.
           IF PENDING-ADJ-STATUS = "35"
               OPEN OUTPUT PENDING-ADJ-FILE
               CLOSE PENDING-ADJ-FILE
               OPEN I-O PENDING-ADJ-FILE.
           IF PENDING-ADJ-STATUS NOT = "00"
               DISPLAY "OTBCHK: CANNOT OPEN PENDADJ "
                   PENDING-ADJ-STATUS
               EXIT PARAGRAPH.
           MOVE ZERO TO LAST-PENDING-NUMBER-WS.
           OPEN INPUT PENDING-NUMBER-FILE.
           IF PENDING-NUMBER-STATUS = "00"
               READ PENDING-NUMBER-FILE
                   NOT AT END MOVE PENDING-NUMBER-RECORD
                       TO LAST-PENDING-NUMBER-WS
               END-READ
               CLOSE PENDING-NUMBER-FILE.
           ADD 1 TO LAST-PENDING-NUMBER-WS.
           MOVE LAST-PENDING-NUMBER-WS TO PA-PENDING-NUMBER.
           MOVE OT-PART-NUMBER    TO PA-PART-NUMBER.
           MOVE OT-ORIGIN         TO PA-TRANS-CODE.
           MOVE OT-ORDER-QTY      TO PA-TRANS-AMOUNT.
           MOVE SPACES            TO PA-FROM-LOC.
           MOVE SPACES            TO PA-TO-LOC.
           MOVE SPACES            TO PA-REASON-CODE.
           MOVE OT-AMOUNT         TO PA-MOVE-VALUE.
           MOVE OT-ORDER-DATE     TO PA-HELD-DATE.
           MOVE OT-OPERATOR-ID    TO PA-OPERATOR-ID.
           MOVE "P"               TO PA-STATUS.
           MOVE "P"               TO PA-ITEM-KIND.
           MOVE OT-CUSTOMER-CODE  TO PA-CUSTOMER-CODE.
           MOVE ZERO              TO PA-INVOICE-NUMBER.
           MOVE OT-REQ-NUMBER     TO PA-REQ-NUMBER.
           MOVE OT-SUPPLIER-CODE  TO PA-SUPPLIER-CODE.
           WRITE PENDING-ADJ-RECORD
               INVALID KEY
                   DISPLAY "OTBCHK: PENDING WRITE FAILED "
                       PA-PENDING-NUMBER
               NOT INVALID KEY
                   MOVE PA-PENDING-NUMBER TO OT-PENDING-NUMBER
                   OPEN OUTPUT PENDING-NUMBER-FILE
                   MOVE LAST-PENDING-NUMBER-WS
                       TO PENDING-NUMBER-RECORD
                   WRITE PENDING-NUMBER-RECORD
                   CLOSE PENDING-NUMBER-FILE
           END-WRITE.
           CLOSE PENDING-ADJ-FILE.

       end program OTBCHK.
