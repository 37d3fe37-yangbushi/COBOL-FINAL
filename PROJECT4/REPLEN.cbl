           SELECT REPLEN-LIST-OUT
               ASSIGN TO "D:\COBOL\REPLLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT BUYER-XREF-FILE
               ASSIGN TO "D:\COBOL\BUYSUP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BX-SUPPLIER-CODE
               FILE STATUS IS BUYER-XREF-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLEN-LIST-OUT.
       01  REPLEN-LIST-DATA     PIC X(90).

      *==============================================================
      * What the carrying shelf cannot give has to be bought --
      * the remainder is raised as a pending requisition for the
      * buyer who owns the part's supplier.
      *==============================================================
       FD  REQUISITION-FILE.
           COPY "D:\COBOL\REQUISITION_RECORD.cpy".

       FD  REQ-NUMBER-FILE.
       01  REQ-NUMBER-RECORD    PIC 9(6).

       FD  BUYER-XREF-FILE.
           COPY "D:\COBOL\BUYER_SUPPLIER_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 TRANSFER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 REQUISITION-STATUS    PIC X(2)  VALUE SPACES.
       01 REQ-NUMBER-FILE-STATUS PIC X(2) VALUE SPACES.
       01 BUYER-XREF-STATUS     PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 REQ-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 BUYSUP-OPEN-WS        PIC X(3)  VALUE "NO".
       01 EOF-REQUISITION-WS    PIC X(3)  VALUE SPACES.
       01 OPEN-REQ-FOUND-WS     PIC X(3)  VALUE "NO".
       01 LAST-REQ-NUMBER-WS    PIC 9(6)  VALUE ZERO.
       01 SHORT-QTY-WS          PIC 9(7)V99 VALUE ZERO.
       01 REQS-RAISED-WS        PIC 9(5)  VALUE ZERO.
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 REQ-REMARK-WS.
           05 FILLER            PIC X(12) VALUE "SHORT - REQ ".
           05 REQ-REMARK-NUMBER PIC 9(6)  VALUE ZERO.

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(27)
       01 OPERATOR-PROMPT       PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\HAZARD_PARMS.cpy".

       01 ENTRY-PART-WS         PIC X(7)  VALUE SPACES.
       01 ENTRY-LOCATION-WS     PIC X(5)  VALUE SPACES.
      *==============================================================
      * The run: every balance below its min gets a transfer from
      * the part's carrying location to top it up to its max,
      * capped at what the carrying shelf can actually give.  A
      * shelf no longer fit for a hazardous part -- not rated for
      * its class, or now holding a class it may not sit beside --
      * gets no transfer and is listed for the warehouse instead.
      *==============================================================
       220-RUN-REPLENISHMENT.
           MOVE ZERO TO TRANSFERS-CUT-WS.
           MOVE ZERO TO SHORT-SOURCE-WS.
           MOVE ZERO TO REQS-RAISED-WS.
           PERFORM 250-OPEN-REQUISITIONS.
           OPEN EXTEND TRANSFER-FILE-OUT.
           IF TRANSFER-FILE-STATUS = "35"
               OPEN OUTPUT TRANSFER-FILE-OUT.
           END-PERFORM.
           CLOSE TRANSFER-FILE-OUT.
           CLOSE REPLEN-LIST-OUT.
           PERFORM 253-CLOSE-REQUISITIONS.
           DISPLAY "REPLEN: " TRANSFERS-CUT-WS
               " TRANSFER(S) CUT, " SHORT-SOURCE-WS
               " SOURCE(S) SHORT - SEE REPLLIST.TXT".
           DISPLAY "REPLEN: " REQS-RAISED-WS
               " REQUISITION(S) RAISED FOR THE SHORTFALL".

       230-TOP-UP-ONE-SHELF.
           MOVE SB-PART-NUMBER   TO TARGET-PART-WS.
           MOVE PART-NAME      TO RP-PART-NAME-OUT.
           MOVE SOURCE-LOC-WS  TO RP-FROM-OUT.
           MOVE TARGET-LOC-WS  TO RP-TO-OUT.
           IF PART-HAZARD-CLASS NOT = SPACES
               MOVE TARGET-PART-WS    TO HZ-PART-NUMBER
               MOVE PART-HAZARD-CLASS TO HZ-HAZARD-CLASS
               MOVE TARGET-LOC-WS     TO HZ-LOCATION-CODE
               CALL ".\HAZCHK" USING HAZARD-PARMS
               IF NOT HZ-ALLOWED
                   MOVE ZERO TO RP-QTY-OUT
                   IF HZ-NOT-RATED
                       MOVE "SHELF NOT HAZ-RATED" TO RP-REMARK-OUT
                   ELSE
                       MOVE "HAZMAT CONFLICT" TO RP-REMARK-OUT
                   END-IF
                   WRITE REPLEN-LIST-DATA FROM REPLEN-DETAIL-OUT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF SOURCE-QTY-WS = ZERO
               ADD 1 TO SHORT-SOURCE-WS
               MOVE ZERO TO RP-QTY-OUT
               MOVE "NOTHING TO CARRY" TO RP-REMARK-OUT
               MOVE TOPUP-QTY-WS TO SHORT-QTY-WS
               PERFORM 251-RAISE-REQUISITION
               WRITE REPLEN-LIST-DATA FROM REPLEN-DETAIL-OUT
               EXIT PARAGRAPH.
           IF TOPUP-QTY-WS > SOURCE-QTY-WS
               COMPUTE SHORT-QTY-WS = TOPUP-QTY-WS - SOURCE-QTY-WS
               MOVE SOURCE-QTY-WS TO TOPUP-QTY-WS
               ADD 1 TO SHORT-SOURCE-WS
               MOVE "SOURCE SHORT" TO RP-REMARK-OUT
               PERFORM 251-RAISE-REQUISITION
           ELSE
               MOVE SPACES TO RP-REMARK-OUT.
           MOVE TARGET-PART-WS TO PART-NUMBER-TF.
           MOVE SPACES         TO TRANS-DISP-TF.
           MOVE SPACES         TO TRANS-SERIAL-TF.
           MOVE SPACES         TO TRANS-APPROVED-TF.
           MOVE SPACES         TO TRANS-CONTAINER-TF.
           MOVE SPACES         TO TRANS-JOB-TF.
           WRITE TRANSACTION-RECORD-IN.
           ADD 1 TO TRANSFERS-CUT-WS.
           MOVE TOPUP-QTY-WS TO RP-QTY-OUT.
           START STOCK-BALANCE-FILE KEY IS > SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.

      *==============================================================
      * Open the requisition file, creating it the first time, and
      * pick up the last requisition number handed out.  Without
      * the file the run still cuts its transfers; shortfalls are
      * just listed, as they always were.
      *==============================================================
       250-OPEN-REQUISITIONS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           MOVE "NO" TO REQ-FILE-OPEN-WS.
           OPEN I-O REQUISITION-FILE.
           IF REQUISITION-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE.
           IF REQUISITION-STATUS = "00"
               MOVE "YES" TO REQ-FILE-OPEN-WS
           ELSE
               DISPLAY "REPLEN: CANNOT OPEN REQUIS "
                   REQUISITION-STATUS.
           MOVE ZERO TO LAST-REQ-NUMBER-WS.
           OPEN INPUT REQ-NUMBER-FILE.
           IF REQ-NUMBER-FILE-STATUS = "00"
               READ REQ-NUMBER-FILE
                   NOT AT END MOVE REQ-NUMBER-RECORD
                       TO LAST-REQ-NUMBER-WS
               END-READ
               CLOSE REQ-NUMBER-FILE.
           MOVE "NO" TO BUYSUP-OPEN-WS.
           OPEN INPUT BUYER-XREF-FILE.
           IF BUYER-XREF-STATUS = "00"
               MOVE "YES" TO BUYSUP-OPEN-WS.

      *==============================================================
      * Raise the shortfall as a pending requisition on the part's
      * own supplier, unless a requisition for the part is already
      * waiting on a buyer or on release -- then it is only noted.
      *==============================================================
       251-RAISE-REQUISITION.
           IF REQ-FILE-OPEN-WS NOT = "YES" OR SHORT-QTY-WS = ZERO
               EXIT PARAGRAPH.
           PERFORM 252-FIND-OPEN-REQUISITION.
           IF OPEN-REQ-FOUND-WS = "YES"
               MOVE "SHORT - ON REQ" TO RP-REMARK-OUT
               EXIT PARAGRAPH.
           ADD 1 TO LAST-REQ-NUMBER-WS.
           MOVE LAST-REQ-NUMBER-WS TO RQ-REQ-NUMBER.
           MOVE TARGET-PART-WS     TO RQ-PART-NUMBER.
           MOVE SUPPLIER-CODE      TO RQ-SUPPLIER-CODE.
           MOVE SHORT-QTY-WS       TO RQ-ORDER-QTY.
           MOVE UNIT-PRICE         TO RQ-UNIT-PRICE.
           MOVE SPACES             TO RQ-BUYER-ID.
           IF BUYSUP-OPEN-WS = "YES"
               MOVE SUPPLIER-CODE TO BX-SUPPLIER-CODE
               READ BUYER-XREF-FILE
                   NOT INVALID KEY MOVE BX-BUYER-ID TO RQ-BUYER-ID
               END-READ
           END-IF.
           MOVE "P"                TO RQ-ORIGIN.
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
                   DISPLAY "REPLEN: REQUISITION WRITE FAILED "
                       RQ-REQ-NUMBER
               NOT INVALID KEY
                   ADD 1 TO REQS-RAISED-WS
                   MOVE RQ-REQ-NUMBER TO REQ-REMARK-NUMBER
                   MOVE REQ-REMARK-WS TO RP-REMARK-OUT
           END-WRITE.

       252-FIND-OPEN-REQUISITION.
           MOVE "NO" TO OPEN-REQ-FOUND-WS.
           MOVE SPACES TO EOF-REQUISITION-WS.
           MOVE TARGET-PART-WS TO RQ-PART-NUMBER.
           START REQUISITION-FILE KEY IS = RQ-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-REQUISITION-WS.
           PERFORM UNTIL EOF-REQUISITION-WS = "YES"
               READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REQUISITION-WS
                   NOT AT END
                       IF RQ-PART-NUMBER NOT = TARGET-PART-WS
                           MOVE "YES" TO EOF-REQUISITION-WS
                       ELSE
                           IF RQ-STILL-OPEN
                               MOVE "YES" TO OPEN-REQ-FOUND-WS
                               MOVE "YES" TO EOF-REQUISITION-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * Record the last requisition number handed out and close
      * the files the shortfall was raised on.
      *==============================================================
       253-CLOSE-REQUISITIONS.
           IF REQ-FILE-OPEN-WS = "YES"
               CLOSE REQUISITION-FILE
               OPEN OUTPUT REQ-NUMBER-FILE
               MOVE LAST-REQ-NUMBER-WS TO REQ-NUMBER-RECORD
               WRITE REQ-NUMBER-RECORD
               CLOSE REQ-NUMBER-FILE.
           IF BUYSUP-OPEN-WS = "YES"
               CLOSE BUYER-XREF-FILE.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
