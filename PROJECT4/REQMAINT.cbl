       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQMAINT as "REQMAINT".
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
               FILE STATUS IS STATUS-FIELD.
           SELECT REQ-NUMBER-FILE
               ASSIGN TO "D:\COBOL\REQNUMCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-NUMBER-FILE-STATUS.
           SELECT BUYER-FILE
               ASSIGN TO "D:\COBOL\BUYER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BY-BUYER-ID
               FILE STATUS IS BUYER-FILE-STATUS.
           SELECT BUYER-XREF-FILE
               ASSIGN TO "D:\COBOL\BUYSUP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BX-SUPPLIER-CODE
               FILE STATUS IS BUYER-XREF-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS INVENT-STATUS-WS.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN IN SUPPLIER-RECORD-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.
           SELECT ALT-SUPPLIER-FILE
               ASSIGN TO "D:\COBOL\ASUPXREF.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-KEY
               FILE STATUS IS ALT-SUPPLIER-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITION-FILE.
           COPY "D:\COBOL\REQUISITION_RECORD.cpy".

       FD  REQ-NUMBER-FILE.
       01  REQ-NUMBER-RECORD    PIC 9(6).

       FD  BUYER-FILE.
           COPY "D:\COBOL\BUYER_RECORD.cpy".

       FD  BUYER-XREF-FILE.
           COPY "D:\COBOL\BUYER_SUPPLIER_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  ALT-SUPPLIER-FILE.
           COPY "D:\COBOL\ALT_SUPPLIER_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 REQ-NUMBER-FILE-STATUS PIC X(2) VALUE SPACES.
       01 BUYER-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 BUYER-XREF-STATUS     PIC X(2)  VALUE SPACES.
       01 INVENT-STATUS-WS      PIC X(2)  VALUE SPACES.
       01 SUPPLIER-STATUS-WS    PIC X(2)  VALUE SPACES.
       01 ALT-SUPPLIER-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUYER-OPEN-WS         PIC X(3)  VALUE "NO".
       01 BUYSUP-OPEN-WS        PIC X(3)  VALUE "NO".
       01 XREF-OPEN-WS          PIC X(3)  VALUE "NO".
       01 EOF-REQUISITION-WS    PIC X(3)  VALUE SPACES.
       01 SOURCE-OK-WS          PIC X(3)  VALUE "NO".
       01 LAST-REQ-NUMBER-WS    PIC 9(6)  VALUE ZERO.
       01 LINES-SHOWN-WS        PIC 9(5)  VALUE ZERO.
       01 ROUTED-BUYER-WS       PIC X(3)  VALUE SPACES.

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(28)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS        PIC A(1)  VALUE SPACES.
               88 ADD-REQUISITION   VALUE "A".
               88 REVIEW-QUEUE      VALUE "R".
       01 ACTION-PROMPT         PIC X(29)
                       VALUE "ACTION? (A=ADD R=REVIEW)".
       01 DECISION-WS           PIC A(1)  VALUE SPACES.
               88 DECIDE-APPROVE    VALUE "A".
               88 DECIDE-CHANGE     VALUE "C".
               88 DECIDE-REJECT     VALUE "X".
               88 DECIDE-SKIP       VALUE "S" " ".
               88 DECIDE-QUIT       VALUE "Q".
       01 DECISION-PROMPT       PIC X(46) VALUE
               "A=APPROVE C=CHANGE X=REJECT S=SKIP Q=QUIT:".
       01 OPERATOR-PROMPT       PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\FX_PARMS.cpy".
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * Fields keyed for a manual requisition.  A blank supplier
      * buys from the part's own supplier; a zero price takes the
      * supplier's cross-reference quote, or our average cost.
      *==============================================================
       01 REQ-ENTRY-WS.
           05 RE-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 RE-SUPPLIER-CODE  PIC X(5)  VALUE SPACES.
           05 RE-ORDER-QTY      PIC 9(7)V99 VALUE ZERO.
           05 RE-UNIT-PRICE     PIC 9(4)V99 VALUE ZERO.

      *==============================================================
      * The buyer whose queue is being worked -- blank works the
      * unassigned queue -- and the line being decided.
      *==============================================================
       01 REVIEW-BUYER-WS       PIC X(3)  VALUE SPACES.
       01 NEW-QTY-WS            PIC 9(7)V99 VALUE ZERO.
       01 NEW-SUPPLIER-WS       PIC X(5)  VALUE SPACES.

       01 REVIEW-LINE-OUT.
           05 FILLER            PIC X(4)  VALUE "REQ ".
           05 RL-REQ-NUMBER-OUT PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RL-PART-OUT       PIC X(7).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RL-PART-NAME-OUT  PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RL-SUPPLIER-OUT   PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RL-QTY-OUT        PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RL-PRICE-OUT      PIC ZZZ9.99.
       01 REVIEW-ORIGIN-OUT.
           05 FILLER            PIC X(8)  VALUE "RAISED ".
           05 RO-DATE-OUT       PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " BY ".
           05 RO-RAISED-BY-OUT  PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RO-SEVERITY-OUT   PIC X(8).

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

       SCREEN SECTION.
       01 REQ-SCREEN.
           05 VALUE "PART NUMBER:"       LINE 3 COL 10.
           05 RE-PART-NUMBER-IN          LINE 3 COL 30
               PIC X(7) USING RE-PART-NUMBER.
           05 VALUE "SUPPLIER (BLANK=PART'S):" LINE 5 COL 10.
           05 RE-SUPPLIER-CODE-IN        LINE 5 COL 36
               PIC X(5) USING RE-SUPPLIER-CODE.
           05 VALUE "QUANTITY:"          LINE 7 COL 10.
           05 RE-ORDER-QTY-IN            LINE 7 COL 30
               PIC 9(7)V99 USING RE-ORDER-QTY.
           05 VALUE "UNIT PRICE (0=QUOTE):" LINE 9 COL 10.
           05 RE-UNIT-PRICE-IN           LINE 9 COL 36
               PIC 9(4)V99 USING RE-UNIT-PRICE.

      *==============================================================
      * Requisitions are where a purchase starts.  The reorder and
      * replenishment runs raise them; here a buyer keys one by
      * hand, and each buyer works their own queue of pending
      * lines -- approving them as raised, changing the quantity
      * or the source, or rejecting them.  Only approved lines go
      * on to the release run that cuts the POs.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-REQUISITIONS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-REQUISITIONS.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-REQUISITIONS.

           EXIT PROGRAM.

      *==============================================================
      * Sign the operator on and open the requisition file,
      * creating it the first time this is ever run.
      *==============================================================
       200-INIT-REQUISITIONS.
           IF ADDRESS OF LINKED-SIGNON-PARMS NOT = NULL
               MOVE LINKED-SIGNON-PARMS TO SIGNON-PARMS
           ELSE
               DISPLAY OPERATOR-PROMPT
                   LINE 1 COLUMN 10
               ACCEPT SP-OPERATOR-ID
                   LINE 1 COLUMN 23
               DISPLAY PASSWORD-PROMPT
                   LINE 2 COLUMN 10
               ACCEPT SP-PASSWORD
                   LINE 2 COLUMN 23
               CALL ".\SIGNON" USING SIGNON-PARMS
           END-IF.
           IF SP-SIGNON-OK AND SP-MUST-CHANGE
               CALL ".\PASSCHG" USING SIGNON-PARMS
               CANCEL ".\PASSCHG"
               IF SP-MUST-CHANGE
                   MOVE "ER" TO SP-RESULT
               END-IF
           END-IF.
           IF NOT SP-SIGNON-OK
               DISPLAY "REQMAINT: SIGN-ON REFUSED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           PERFORM 340-GET-BUSINESS-DATE.
           OPEN I-O REQUISITION-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "REQMAINT: CANNOT OPEN REQUIS "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT INVENT-FILE.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN INPUT BUYER-FILE.
           IF BUYER-FILE-STATUS = "00"
               MOVE "YES" TO BUYER-OPEN-WS.
           OPEN INPUT BUYER-XREF-FILE.
           IF BUYER-XREF-STATUS = "00"
               MOVE "YES" TO BUYSUP-OPEN-WS.
           OPEN INPUT ALT-SUPPLIER-FILE.
           IF ALT-SUPPLIER-STATUS = "00"
               MOVE "YES" TO XREF-OPEN-WS.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Keying a requisition is maintenance-grade work; working a
      * buyer's queue commits money, so it takes approval
      * authority.
      *==============================================================
       201-TAKE-ONE-ACTION.
           PERFORM 300-PROMPT-ACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-REQUISITION
                   IF SP-MAY-MAINTAIN
                       INITIALIZE REQ-ENTRY-WS
                       PERFORM 302-PROMPT-REQ-FIELDS
                       PERFORM 310-ADD-REQUISITION
                   ELSE
                       DISPLAY "REQMAINT: ADD TAKES MAINT AUTHORITY"
                           LINE 20 COLUMN 10
                   END-IF
               WHEN REVIEW-QUEUE
                   IF SP-MAY-APPROVE
                       PERFORM 320-REVIEW-BUYER-QUEUE
                   ELSE
                       DISPLAY "REQMAINT: REVIEW TAKES APPROVAL"
                           LINE 20 COLUMN 10
                   END-IF
               WHEN OTHER
                   DISPLAY "REQMAINT: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Close every file.
      *==============================================================
       202-TERM-REQUISITIONS.
           CLOSE REQUISITION-FILE.
           CLOSE INVENT-FILE.
           CLOSE SUPPLIER-FILE-IN.
           IF BUYER-OPEN-WS = "YES"
               CLOSE BUYER-FILE.
           IF BUYSUP-OPEN-WS = "YES"
               CLOSE BUYER-XREF-FILE.
           IF XREF-OPEN-WS = "YES"
               CLOSE ALT-SUPPLIER-FILE.

      *==============================================================
      * Ask which action to perform.
      *==============================================================
       300-PROMPT-ACTION-CODE.
           DISPLAY ACTION-PROMPT
               LINE 15 COLUMN 10.
           ACCEPT ACTION-CODE-WS
               LINE 15 COLUMN 40.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT
               LINE 16 COLUMN 10.
           ACCEPT ENTRY-FLAG
               LINE 16 COLUMN 40.

      *==============================================================
      * Display the screen and take the manual requisition.
      *==============================================================
       302-PROMPT-REQ-FIELDS.
           DISPLAY REQ-SCREEN.
           ACCEPT  REQ-SCREEN.

      *==============================================================
      * Raise a manual requisition.  The part must be on the
      * master and still bought; the supplier must be the part's
      * own or an approved source for it.  The line goes on the
      * queue of the buyer who owns the supplier, pending like
      * any other.
      *==============================================================
       310-ADD-REQUISITION.
           MOVE RE-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "REQMAINT: PART NOT ON MASTER"
                       LINE 20 COLUMN 10
                   EXIT PARAGRAPH
           END-READ.
           IF PART-DISCONTINUED
               DISPLAY "REQMAINT: PART IS DISCONTINUED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           IF RE-ORDER-QTY = ZERO
               DISPLAY "REQMAINT: QUANTITY REQUIRED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           IF RE-SUPPLIER-CODE = SPACES
               MOVE SUPPLIER-CODE TO RE-SUPPLIER-CODE.
           MOVE RE-SUPPLIER-CODE TO NEW-SUPPLIER-WS.
           PERFORM 330-EDIT-SOURCE.
           IF SOURCE-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           IF RE-UNIT-PRICE = ZERO
               MOVE RQ-UNIT-PRICE TO RE-UNIT-PRICE.
           PERFORM 332-NEXT-REQ-NUMBER.
           MOVE LAST-REQ-NUMBER-WS TO RQ-REQ-NUMBER.
           MOVE RE-PART-NUMBER     TO RQ-PART-NUMBER.
           MOVE RE-SUPPLIER-CODE   TO RQ-SUPPLIER-CODE.
           MOVE RE-ORDER-QTY       TO RQ-ORDER-QTY.
           MOVE RE-UNIT-PRICE      TO RQ-UNIT-PRICE.
           PERFORM 331-FIND-BUYER.
           MOVE ROUTED-BUYER-WS    TO RQ-BUYER-ID.
           MOVE "M"                TO RQ-ORIGIN.
           MOVE "P"                TO RQ-STATUS.
           MOVE SPACES             TO RQ-SEVERITY.
           MOVE CDT-DATE           TO RQ-RAISED-DATE.
           MOVE SP-OPERATOR-ID     TO RQ-RAISED-BY.
           MOVE ZERO               TO RQ-REVIEWED-DATE.
           MOVE SPACES             TO RQ-REVIEWED-BY.
           MOVE SPACES             TO RQ-CHANGED-FLAG.
           MOVE ZERO               TO RQ-PO-NUMBER.
           MOVE SPACES             TO RQ-OVERRIDE-FLAG.
           MOVE SPACES             TO RQ-CUSTOMER-CODE.
           MOVE SPACES             TO RQ-PART-NAME.
           MOVE ZERO               TO RQ-BLANKET-NUMBER.
           WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "REQMAINT: REQUISITION WRITE FAILED"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "REQMAINT: REQUISITION " RQ-REQ-NUMBER
                       " RAISED FOR BUYER " RQ-BUYER-ID
                       LINE 20 COLUMN 10.

      *==============================================================
      * Work one buyer's queue: every pending line routed to the
      * buyer, in requisition-number order, one decision at a
      * time.  A blank buyer works the unassigned queue.
      *==============================================================
       320-REVIEW-BUYER-QUEUE.
           DISPLAY "BUYER ID (BLANK=UNASSIGNED):"
               LINE 3 COLUMN 10.
           MOVE SPACES TO REVIEW-BUYER-WS.
           ACCEPT REVIEW-BUYER-WS
               LINE 3 COLUMN 40.
           IF REVIEW-BUYER-WS NOT = SPACES
                   AND BUYER-OPEN-WS = "YES"
               MOVE REVIEW-BUYER-WS TO BY-BUYER-ID
               READ BUYER-FILE
                   INVALID KEY
                       DISPLAY "REQMAINT: BUYER NOT ON FILE"
                           LINE 20 COLUMN 10
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE ZERO TO LINES-SHOWN-WS.
           MOVE SPACES TO DECISION-WS.
           MOVE SPACES TO EOF-REQUISITION-WS.
           MOVE ZERO TO RQ-REQ-NUMBER.
           START REQUISITION-FILE KEY IS NOT LESS THAN RQ-REQ-NUMBER
               INVALID KEY MOVE "YES" TO EOF-REQUISITION-WS.
           PERFORM UNTIL EOF-REQUISITION-WS = "YES"
               READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REQUISITION-WS
                   NOT AT END
                       IF RQ-PENDING
                               AND RQ-BUYER-ID = REVIEW-BUYER-WS
                           PERFORM 321-REVIEW-ONE-LINE
                           IF DECIDE-QUIT
                               MOVE "YES" TO EOF-REQUISITION-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "REQMAINT: " LINES-SHOWN-WS " LINE(S) REVIEWED"
               LINE 20 COLUMN 10.

      *==============================================================
      * Show the line and take the buyer's decision.  Approve and
      * reject stamp who decided and when; a change goes through
      * 322 first.
      *==============================================================
       321-REVIEW-ONE-LINE.
           ADD 1 TO LINES-SHOWN-WS.
           MOVE RQ-REQ-NUMBER    TO RL-REQ-NUMBER-OUT.
           MOVE RQ-PART-NUMBER   TO RL-PART-OUT.
           MOVE RQ-PART-NUMBER   TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY MOVE "(NOT ON MASTER)" TO RL-PART-NAME-OUT
               NOT INVALID KEY MOVE PART-NAME TO RL-PART-NAME-OUT
           END-READ.
           MOVE RQ-SUPPLIER-CODE TO RL-SUPPLIER-OUT.
           MOVE RQ-ORDER-QTY     TO RL-QTY-OUT.
           MOVE RQ-UNIT-PRICE    TO RL-PRICE-OUT.
           MOVE RQ-RAISED-DATE   TO RO-DATE-OUT.
           MOVE RQ-RAISED-BY     TO RO-RAISED-BY-OUT.
           MOVE RQ-SEVERITY      TO RO-SEVERITY-OUT.
           DISPLAY REVIEW-LINE-OUT   LINE 5 COLUMN 5.
           DISPLAY REVIEW-ORIGIN-OUT LINE 6 COLUMN 5.
           DISPLAY DECISION-PROMPT   LINE 8 COLUMN 10.
           MOVE SPACES TO DECISION-WS.
           ACCEPT DECISION-WS        LINE 8 COLUMN 55.
           EVALUATE TRUE
               WHEN DECIDE-APPROVE
                   MOVE "A" TO RQ-STATUS
                   PERFORM 323-REWRITE-DECISION
               WHEN DECIDE-REJECT
                   MOVE "X" TO RQ-STATUS
                   PERFORM 323-REWRITE-DECISION
               WHEN DECIDE-CHANGE
                   PERFORM 322-CHANGE-ONE-LINE
               WHEN DECIDE-SKIP
                   CONTINUE
               WHEN DECIDE-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REQMAINT: INVALID DECISION - SKIPPED"
                       LINE 20 COLUMN 10
           END-EVALUATE.

      *==============================================================
      * Change the quantity, the source, or both.  A new source
      * must be approved for the part and is repriced at its
      * quote.  If the new source belongs to another buyer the
      * line moves to that buyer's queue still pending -- the
      * buyer who owns the supplier decides it; otherwise the
      * change approves it.
      *==============================================================
       322-CHANGE-ONE-LINE.
           MOVE ZERO   TO NEW-QTY-WS.
           MOVE SPACES TO NEW-SUPPLIER-WS.
           DISPLAY "NEW QUANTITY (0=KEEP):" LINE 10 COLUMN 10.
           ACCEPT NEW-QTY-WS                LINE 10 COLUMN 40.
           DISPLAY "NEW SUPPLIER (BLANK=KEEP):" LINE 11 COLUMN 10.
           ACCEPT NEW-SUPPLIER-WS           LINE 11 COLUMN 40.
           IF NEW-QTY-WS = ZERO AND NEW-SUPPLIER-WS = SPACES
               DISPLAY "REQMAINT: NOTHING CHANGED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           IF NEW-SUPPLIER-WS NOT = SPACES
                   AND NEW-SUPPLIER-WS NOT = RQ-SUPPLIER-CODE
               MOVE RQ-PART-NUMBER TO PART-NUMBER
               READ INVENT-FILE
                   INVALID KEY
                       MOVE SPACES TO SUPPLIER-CODE
                       MOVE ZERO   TO UNIT-PRICE
               END-READ
               PERFORM 330-EDIT-SOURCE
               IF SOURCE-OK-WS NOT = "YES"
                   EXIT PARAGRAPH
               END-IF
               MOVE NEW-SUPPLIER-WS TO RQ-SUPPLIER-CODE
           END-IF.
           IF NEW-QTY-WS NOT = ZERO
               MOVE NEW-QTY-WS TO RQ-ORDER-QTY.
           MOVE "Y" TO RQ-CHANGED-FLAG.
           PERFORM 331-FIND-BUYER.
           IF ROUTED-BUYER-WS NOT = REVIEW-BUYER-WS
               MOVE ROUTED-BUYER-WS TO RQ-BUYER-ID
               REWRITE REQUISITION-RECORD
                   INVALID KEY
                       DISPLAY "REQMAINT: REWRITE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "REQMAINT: MOVED TO BUYER "
                           ROUTED-BUYER-WS
                           LINE 20 COLUMN 10
               END-REWRITE
           ELSE
               MOVE "A" TO RQ-STATUS
               PERFORM 323-REWRITE-DECISION.

      *==============================================================
      * Stamp the decision on the line and put it back.
      *==============================================================
       323-REWRITE-DECISION.
           MOVE CDT-DATE       TO RQ-REVIEWED-DATE.
           MOVE SP-OPERATOR-ID TO RQ-REVIEWED-BY.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "REQMAINT: REWRITE FAILED"
                       LINE 20 COLUMN 10.

      *==============================================================
      * The supplier in NEW-SUPPLIER-WS must be on the supplier
      * master, and -- unless it is the part's own supplier -- an
      * approved source for the part on the cross-reference.  The
      * price it would be bought at (its quote, turned into our
      * currency at today's rate, or our average cost) is left in
      * RQ-UNIT-PRICE.  The part master record must already be
      * read.
      *==============================================================
       330-EDIT-SOURCE.
           MOVE "NO" TO SOURCE-OK-WS.
           MOVE NEW-SUPPLIER-WS TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   DISPLAY "REQMAINT: SUPPLIER NOT ON FILE"
                       LINE 20 COLUMN 10
                   EXIT PARAGRAPH
           END-READ.
           MOVE UNIT-PRICE TO RQ-UNIT-PRICE.
           IF XREF-OPEN-WS = "YES"
               MOVE PART-NUMBER     TO AS-PART-NUMBER
               MOVE NEW-SUPPLIER-WS TO AS-SUPPLIER-CODE
               READ ALT-SUPPLIER-FILE
                   INVALID KEY
                       IF NEW-SUPPLIER-WS NOT = SUPPLIER-CODE
                           DISPLAY "REQMAINT: NOT AN APPROVED SOURCE"
                               LINE 20 COLUMN 10
                           EXIT PARAGRAPH
                       END-IF
                   NOT INVALID KEY
                       IF AS-UNIT-COST > ZERO
                           MOVE SUPPLIER-CURRENCY-IN
                               TO FX-CURRENCY-CODE
                           MOVE CDT-DATE TO FX-AS-OF-DATE
                           CALL ".\FXCONV" USING FX-PARMS
                           COMPUTE RQ-UNIT-PRICE ROUNDED =
                               AS-UNIT-COST * FX-RATE
                       END-IF
               END-READ
           ELSE
               IF NEW-SUPPLIER-WS NOT = SUPPLIER-CODE
                   DISPLAY "REQMAINT: NOT AN APPROVED SOURCE"
                       LINE 20 COLUMN 10
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "YES" TO SOURCE-OK-WS.

      *==============================================================
      * The buyer who owns RQ-SUPPLIER-CODE -- blank when the
      * supplier has no assignment.
      *==============================================================
       331-FIND-BUYER.
           MOVE SPACES TO ROUTED-BUYER-WS.
           IF BUYSUP-OPEN-WS = "YES"
               MOVE RQ-SUPPLIER-CODE TO BX-SUPPLIER-CODE
               READ BUYER-XREF-FILE
                   NOT INVALID KEY MOVE BX-BUYER-ID TO ROUTED-BUYER-WS
               END-READ.

      *==============================================================
      * Take the next requisition number and put it back at once,
      * so a reorder run started meanwhile does not hand it out
      * again.
      *==============================================================
       332-NEXT-REQ-NUMBER.
           MOVE ZERO TO LAST-REQ-NUMBER-WS.
           OPEN INPUT REQ-NUMBER-FILE.
           IF REQ-NUMBER-FILE-STATUS = "00"
               READ REQ-NUMBER-FILE
                   NOT AT END MOVE REQ-NUMBER-RECORD
                       TO LAST-REQ-NUMBER-WS
               END-READ
               CLOSE REQ-NUMBER-FILE.
           ADD 1 TO LAST-REQ-NUMBER-WS.
           OPEN OUTPUT REQ-NUMBER-FILE.
           MOVE LAST-REQ-NUMBER-WS TO REQ-NUMBER-RECORD.
           WRITE REQ-NUMBER-RECORD.
           CLOSE REQ-NUMBER-FILE.

      *==============================================================
      * The business date requisitions and decisions are stamped
      * with -- the machine date when no business date is set.
      *==============================================================
       340-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.

       end program REQMAINT.
