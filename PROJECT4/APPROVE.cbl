               ASSIGN TO "D:\COBOL\TRANSACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-FILE-STATUS.
           SELECT AR-ADJ-RELEASE-FILE
               ASSIGN TO "D:\COBOL\ARADJIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-RELEASE-STATUS.
           SELECT REQUISITION-FILE
               ASSIGN TO "D:\COBOL\REQUIS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               ALTERNATE RECORD KEY IS RQ-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS REQUISITION-STATUS.
           SELECT APPROVAL-LOG-FILE
               ASSIGN TO "D:\COBOL\APPRLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  RELEASE-FILE-OUT.
           COPY "D:\COBOL\TRANSACTION_RECORD.cpy".

      *==============================================================
      * A released receivables adjustment goes back to the AR
      * adjustment program, which posts it the next time it runs.
      *==============================================================
       FD  AR-ADJ-RELEASE-FILE.
           COPY "D:\COBOL\AR_ADJUSTMENT_RECORD.cpy".

      *==============================================================
      * A purchase line held over its open-to-buy waits as a held
      * requisition; releasing it approves the requisition past
      * the budget for the next release run.
      *==============================================================
       FD  REQUISITION-FILE.
           COPY "D:\COBOL\REQUISITION_RECORD.cpy".

      *==============================================================
      * One line per approval decision: who released or rejected
      * what, and when.
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 RELEASE-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 AR-RELEASE-STATUS     PIC X(2)  VALUE SPACES.
       01 REQUISITION-STATUS    PIC X(2)  VALUE SPACES.
       01 APPROVAL-LOG-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 ENTRY-PENDING-WS      PIC 9(6)  VALUE ZERO.
       01 NEW-REQ-STATUS-WS     PIC X(1)  VALUE SPACES.
       01 ITEMS-LISTED-WS       PIC 9(4)  VALUE ZERO.
       01 PENDING-VALUE-WS      PIC 9(11)V99 VALUE ZERO.

               READ PENDING-ADJ-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-PENDING-WS
                   NOT AT END
                       IF PA-PENDING AND PA-AR-ITEM
                           DISPLAY PA-PENDING-NUMBER " AR "
                               PA-TRANS-CODE SPACE
                               PA-CUSTOMER-CODE " INV "
                               PA-INVOICE-NUMBER " VALUE "
                               PA-MOVE-VALUE " BY "
                               PA-OPERATOR-ID
                       END-IF
                       IF PA-PENDING AND PA-PURCHASE-ITEM
                           DISPLAY PA-PENDING-NUMBER " PO "
                               PA-TRANS-CODE SPACE
                               PA-SUPPLIER-CODE SPACE
                               PA-PART-NUMBER SPACE
                               PA-TRANS-AMOUNT " VALUE "
                               PA-MOVE-VALUE " REQ "
                               PA-REQ-NUMBER
                       END-IF
                       IF PA-PENDING AND PA-STOCK-ITEM
                           DISPLAY PA-PENDING-NUMBER SPACE
                               PA-TRANS-CODE SPACE
                               PA-PART-NUMBER SPACE
           IF NOT PA-PENDING
               DISPLAY "APPROVE: ITEM ALREADY WORKED"
               EXIT PARAGRAPH.
           EVALUATE TRUE
               WHEN PA-AR-ITEM
                   PERFORM 221-RELEASE-AR-ADJUSTMENT
               WHEN PA-PURCHASE-ITEM
                   MOVE "A" TO NEW-REQ-STATUS-WS
                   PERFORM 223-SETTLE-HELD-REQUISITION
               WHEN OTHER
                   PERFORM 222-RELEASE-STOCK-TRANSACTION
           END-EVALUATE.
           MOVE "A" TO PA-STATUS.
           REWRITE PENDING-ADJ-RECORD
               INVALID KEY
                   DISPLAY "APPROVE: REWRITE FAILED"
               NOT INVALID KEY
                   MOVE "RELEASED" TO AL-ACTION
                   PERFORM 320-WRITE-APPROVAL-LOG
                   DISPLAY "APPROVE: ITEM RELEASED TO BATCH".

      *==============================================================
      * A receivables adjustment is released to the AR adjustment
      * program's own batch file, carrying who approved it.
      *==============================================================
       221-RELEASE-AR-ADJUSTMENT.
           OPEN EXTEND AR-ADJ-RELEASE-FILE.
           IF AR-RELEASE-STATUS = "35"
               OPEN OUTPUT AR-ADJ-RELEASE-FILE.
           MOVE PA-CUSTOMER-CODE  TO AJ-CUSTOMER-CODE.
           MOVE PA-INVOICE-NUMBER TO AJ-INVOICE-NUMBER.
           MOVE PA-TRANS-CODE     TO AJ-ADJ-TYPE.
           MOVE PA-MOVE-VALUE     TO AJ-AMOUNT.
           MOVE PA-REASON-CODE    TO AJ-REASON-CODE.
           MOVE PA-OPERATOR-ID    TO AJ-OPERATOR-ID.
           MOVE PA-PENDING-NUMBER TO AJ-PENDING-NUMBER.
           MOVE OPERATOR-ID-WS    TO AJ-APPROVED-BY.
           WRITE AR-ADJUSTMENT-RECORD.
           CLOSE AR-ADJ-RELEASE-FILE.

       222-RELEASE-STOCK-TRANSACTION.
           OPEN EXTEND RELEASE-FILE-OUT.
           IF RELEASE-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-FILE-OUT.
           MOVE SPACES          TO TRANS-DISP-TF.
           MOVE SPACES          TO TRANS-SERIAL-TF.
           MOVE "Y"             TO TRANS-APPROVED-TF.
           MOVE SPACES          TO TRANS-CONTAINER-TF.
           MOVE SPACES          TO TRANS-JOB-TF.
           WRITE TRANSACTION-RECORD-IN.
           CLOSE RELEASE-FILE-OUT.

      *==============================================================
      * Settle the held requisition behind a purchase item: let go
      * it is approved with the override the release run needs to
      * commit it past the budget; refused it is rejected.  The
      * caller has set the new status.
      *==============================================================
       223-SETTLE-HELD-REQUISITION.
           OPEN I-O REQUISITION-FILE.
           IF REQUISITION-STATUS NOT = "00"
               DISPLAY "APPROVE: CANNOT OPEN REQUIS "
                   REQUISITION-STATUS
               EXIT PARAGRAPH.
           MOVE PA-REQ-NUMBER TO RQ-REQ-NUMBER.
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "APPROVE: REQUISITION NOT ON FILE "
                       PA-REQ-NUMBER
               NOT INVALID KEY
                   IF RQ-BUDGET-HELD
                       MOVE NEW-REQ-STATUS-WS TO RQ-STATUS
                       IF RQ-APPROVED
                           MOVE "Y" TO RQ-OVERRIDE-FLAG
                       END-IF
                       MOVE CDT-DATE       TO RQ-REVIEWED-DATE
                       MOVE OPERATOR-ID-WS TO RQ-REVIEWED-BY
                       REWRITE REQUISITION-RECORD
                           INVALID KEY
                               DISPLAY "APPROVE: REQUISITION "
                                   "REWRITE FAILED"
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE REQUISITION-FILE.

      *==============================================================
      * A rejected item stays on file as the record that somebody
           IF NOT PA-PENDING
               DISPLAY "APPROVE: ITEM ALREADY WORKED"
               EXIT PARAGRAPH.
           IF PA-PURCHASE-ITEM
               MOVE "X" TO NEW-REQ-STATUS-WS
               PERFORM 223-SETTLE-HELD-REQUISITION.
           MOVE "R" TO PA-STATUS.
           REWRITE PENDING-ADJ-RECORD
               INVALID KEY
               TODAY-DAY-NUMBER-WS -
               FUNCTION INTEGER-OF-DATE(HELD-DATE-NUM-TMP).
           MOVE PA-PENDING-NUMBER TO AG-ITEM-OUT.
           IF PA-AR-ITEM
               MOVE PA-CUSTOMER-CODE TO AG-PART-OUT
           ELSE
               MOVE PA-PART-NUMBER   TO AG-PART-OUT.
           MOVE PA-TRANS-CODE     TO AG-CODE-OUT.
           MOVE PA-TRANS-AMOUNT   TO AG-AMOUNT-OUT.
           MOVE PA-MOVE-VALUE     TO AG-VALUE-OUT.
