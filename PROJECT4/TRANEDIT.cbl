               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-REASON-CODE
               FILE STATUS IS REASON-FILE-STATUS.
           SELECT JOB-FILE
               ASSIGN TO "D:\COBOL\JOBMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JB-JOB-NUMBER
               FILE STATUS IS JOB-FILE-STATUS.
           SELECT ACCEPTED-FILE-OUT
               ASSIGN TO "D:\COBOL\TRANACC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "D:\COBOL\TRANSACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEAN-BATCH-STATUS.
           SELECT KEYING-ERROR-FILE
               ASSIGN TO "D:\COBOL\KEYERR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEYING-ERROR-STATUS.
           SELECT RUN-PARM-FILE
               ASSIGN TO "D:\COBOL\RUNPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARM-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT OUTLIER-FILE
               ASSIGN TO "D:\COBOL\OUTLIER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-OUTLIER-NUMBER
               FILE STATUS IS OUTLIER-FILE-STATUS.
           SELECT OUTLIER-NUMBER-FILE
               ASSIGN TO "D:\COBOL\OUTLNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTLIER-NUMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ED-DISPOSITION   PIC X(1).
           05 ED-SERIAL-NUMBER PIC X(12).
           05 ED-APPROVED-FLAG PIC X(1).
           05 ED-CONTAINER-ID  PIC X(10).
           05 ED-JOB-NUMBER    PIC X(6).

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".
       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  JOB-FILE.
           COPY "D:\COBOL\JOB_RECORD.cpy".

       FD  ACCEPTED-FILE-OUT.
           COPY "D:\COBOL\TRANSACTION_RECORD.cpy".

       FD  REJECT-FILE-OUT.
       01  REJECT-RECORD-OUT    PIC X(114).

       FD  EDIT-REGISTER-OUT.
       01  EDIT-REGISTER-DATA   PIC X(80).
      * rejects file.
      *==============================================================
       FD  ACCEPTED-REREAD-FILE.
       01  ACCEPTED-REREAD-RECORD  PIC X(72).

       FD  CLEAN-BATCH-FILE.
       01  CLEAN-BATCH-RECORD      PIC X(72).

       FD  KEYING-ERROR-FILE.
           COPY "D:\COBOL\KEYING_ERROR_RECORD.cpy".

       FD  RUN-PARM-FILE.
           COPY "D:\COBOL\RUN_PARM_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD    PIC 9(8).

      *==============================================================
      * A line whose quantity or cost is far out of line with the
      * part's history is held here for confirmation instead of
      * going on to posting.
      *==============================================================
       FD  OUTLIER-FILE.
           COPY "D:\COBOL\OUTLIER_RECORD.cpy".

      *==============================================================
      * Holds the last outlier number handed out, shared with the
      * transaction screen.
      *==============================================================
       FD  OUTLIER-NUMBER-FILE.
       01  OUTLIER-NUMBER-RECORD   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 EOF-REREAD-WS         PIC A(3)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-OPEN-WS PIC X(3)  VALUE "NO".
       01 JOB-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01 JOB-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-EDIT-WS           PIC A(3)  VALUE SPACES.
       01 RECORD-CLEAN-WS       PIC X(3)  VALUE "YES".
       01 KEYING-ERROR-STATUS   PIC X(2)  VALUE SPACES.
       01 RUN-PARM-STATUS       PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 EOF-PARM-WS           PIC X(3)  VALUE SPACES.
       01 BATCH-OPERATOR-WS     PIC X(8)  VALUE SPACES.
       01 OUTLIER-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 OUTLIER-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 LAST-OUTLIER-NUMBER-WS PIC 9(6) VALUE ZERO.
           COPY "D:\COBOL\OUTLIER_PARMS.cpy".
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 CDT-TIME          PIC 9(6).
           05 FILLER            PIC X(7).

       01 REJECT-DETAIL-WS.
           05 REJ-RECORD-IMAGE  PIC X(72) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REJ-REASON        PIC X(40) VALUE SPACES.

       01 RECORDS-READ-WS       PIC 9(6)  VALUE ZERO.
       01 RECORDS-ACCEPTED-WS   PIC 9(6)  VALUE ZERO.
       01 RECORDS-REJECTED-WS   PIC 9(6)  VALUE ZERO.
       01 RECORDS-HELD-WS       PIC 9(6)  VALUE ZERO.

       01 EDIT-REGISTER-HEADER.
           05 FILLER PIC X(24) VALUE "BATCH EDIT REGISTER".
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REJECTED:".
           05 AT-REJECTED-OUT    PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "HELD:".
           05 AT-HELD-OUT        PIC ZZZZZ9 VALUE ZEROS.

      *==============================================================
      * The top level of the program.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "00"
               MOVE "YES" TO CUSTOMER-FILE-OPEN-WS.
           OPEN INPUT JOB-FILE.
           IF JOB-FILE-STATUS = "00"
               MOVE "YES" TO JOB-FILE-OPEN-WS.
           OPEN OUTPUT ACCEPTED-FILE-OUT.
           OPEN OUTPUT REJECT-FILE-OUT.
           OPEN OUTPUT EDIT-REGISTER-OUT.
           OPEN EXTEND KEYING-ERROR-FILE.
           IF KEYING-ERROR-STATUS = "35"
               OPEN OUTPUT KEYING-ERROR-FILE.
           OPEN I-O OUTLIER-FILE.
           IF OUTLIER-FILE-STATUS = "35"
               OPEN OUTPUT OUTLIER-FILE
               CLOSE OUTLIER-FILE
               OPEN I-O OUTLIER-FILE.
           PERFORM 340-READ-LAST-OUTLIER-NUMBER.
           PERFORM 205-FIND-BATCH-OPERATOR.
           WRITE EDIT-REGISTER-DATA FROM EDIT-REGISTER-HEADER.

      *==============================================================
      * The batch is posted under the operator on the posting
      * run's own run-parameter record, so its rejects are logged
      * against the same operator its accepted lines will be.
      * With no such record the posting run asks who is running
      * it, which this step cannot know -- the rejects go down
      * as BATCH.  The business date stamps them, as it does the
      * postings.
      *==============================================================
       205-FIND-BATCH-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           MOVE "BATCH" TO BATCH-OPERATOR-WS.
           MOVE SPACES TO EOF-PARM-WS.
           OPEN INPUT RUN-PARM-FILE.
           IF RUN-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARM-WS = "YES"
                   READ RUN-PARM-FILE
                       AT END MOVE "YES" TO EOF-PARM-WS
                       NOT AT END
                           IF RP-PROGRAM = "UPDATE   "
                                   AND RP-OPERATOR NOT = SPACES
                               MOVE RP-OPERATOR TO BATCH-OPERATOR-WS
                               MOVE "YES" TO EOF-PARM-WS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-FILE.

      *==============================================================
      * Put one raw record through every edit.  The first edit
      * that fails names the reason; a record that passes them all
               PERFORM 318-EDIT-DISPOSITION.
           IF RECORD-CLEAN-WS = "YES"
               PERFORM 319-EDIT-SERIAL-NUMBER.
           IF RECORD-CLEAN-WS = "YES"
               PERFORM 31A-EDIT-JOB-NUMBER.
           IF RECORD-CLEAN-WS = "YES"
               PERFORM 31B-EDIT-OUTLIER.
           IF RECORD-CLEAN-WS = "YES"
               PERFORM 320-WRITE-ACCEPTED-RECORD.
           PERFORM 301-READ-EDIT-RECORD.
                   AND ED-TRANS-CODE NOT = "C"
                   AND ED-TRANS-CODE NOT = "O"
                   AND ED-TRANS-CODE NOT = "I"
                   AND ED-TRANS-CODE NOT = "M"
                   AND ED-TRANS-CODE NOT = "J"
                   AND ED-TRANS-CODE NOT = "E"
               MOVE "INVALID TRANSACTION CODE" TO ER-REASON-OUT
               PERFORM 321-WRITE-REJECT-RECORD.

               PERFORM 321-WRITE-REJECT-RECORD.

      *==============================================================
      * The part must be on the inventory master.  A container
      * move names a license plate instead of a part.
      *==============================================================
       312-EDIT-PART-ON-FILE.
           IF ED-TRANS-CODE = "M"
               EXIT PARAGRAPH.
           MOVE ED-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
      *==============================================================
      * A transfer must name both locations, and they must differ
      * -- a transfer from a location to itself moves nothing.
      * A container move needs its license plate and where the
      * container is going; the plate means nothing on any other
      * code.
      *==============================================================
       313-EDIT-TRANSFER-LOCATIONS.
           IF ED-TRANS-CODE = "M"
               IF ED-CONTAINER-ID = SPACES OR ED-TO-LOC = SPACES
                   MOVE "CONTAINER MOVE NEEDS PLATE AND TO"
                       TO ER-REASON-OUT
                   PERFORM 321-WRITE-REJECT-RECORD
               END-IF
               EXIT PARAGRAPH.
           IF ED-CONTAINER-ID NOT = SPACES
               MOVE "CONTAINER ONLY ON CONTAINER MOVES"
                   TO ER-REASON-OUT
               PERFORM 321-WRITE-REJECT-RECORD
               EXIT PARAGRAPH.
           IF ED-TRANS-CODE = "I" AND ED-TO-LOC = SPACES
               MOVE "TRANSFER IN NEEDS TO LOCATION"
                   TO ER-REASON-OUT
                   TO ER-REASON-OUT
               PERFORM 321-WRITE-REJECT-RECORD.

      *==============================================================
      * An issue to a job or a return from one must name the job,
      * and the job number means nothing on any other code.  With
      * the job master on file the job must be on it, and only an
      * open job takes an issue -- a return from a job closed
      * since is still good stock coming back.
      *==============================================================
       31A-EDIT-JOB-NUMBER.
           IF ED-TRANS-CODE NOT = "J" AND ED-TRANS-CODE NOT = "E"
               IF ED-JOB-NUMBER NOT = SPACES
                   MOVE "JOB ONLY ON JOB ISSUES/RETURNS"
                       TO ER-REASON-OUT
                   PERFORM 321-WRITE-REJECT-RECORD
               END-IF
               EXIT PARAGRAPH.
           IF ED-JOB-NUMBER = SPACES
               MOVE "JOB NUMBER REQUIRED" TO ER-REASON-OUT
               PERFORM 321-WRITE-REJECT-RECORD
               EXIT PARAGRAPH.
           IF JOB-FILE-OPEN-WS = "YES"
               MOVE ED-JOB-NUMBER TO JB-JOB-NUMBER
               READ JOB-FILE
                   INVALID KEY
                       MOVE "JOB NOT ON FILE" TO ER-REASON-OUT
                       PERFORM 321-WRITE-REJECT-RECORD
                   NOT INVALID KEY
                       IF ED-TRANS-CODE = "J" AND JB-IS-CLOSED
                           MOVE "JOB IS CLOSED" TO ER-REASON-OUT
                           PERFORM 321-WRITE-REJECT-RECORD
                       END-IF
               END-READ.

      *==============================================================
      * A valid line can still be a keying slip -- a receipt of
      * 1000 for 100, a cost a decimal place off.  A line whose
      * quantity or receipt cost is far out of line with the
      * part's history is held for confirmation rather than
      * posted.  A line that comes back confirmed, or released by
      * an approver, has been looked at already.  The posting
      * layout gives the numeric view of the amount and cost; a
      * receipt in packs is judged in eaches, as it will post.
      *==============================================================
       31B-EDIT-OUTLIER.
           IF ED-APPROVED-FLAG = "Y" OR ED-APPROVED-FLAG = "O"
               EXIT PARAGRAPH.
           MOVE EDIT-RECORD-IN TO TRANSACTION-RECORD-IN.
           MOVE ED-PART-NUMBER  TO OX-PART-NUMBER.
           MOVE ED-TRANS-CODE   TO OX-TRANS-CODE.
           MOVE TRANS-AMOUNT-TF TO OX-QUANTITY.
           IF ED-ENTRY-UNIT = "P" AND PACK-QTY > 1
               COMPUTE OX-QUANTITY = TRANS-AMOUNT-TF * PACK-QTY
                   ON SIZE ERROR MOVE 9999999.99 TO OX-QUANTITY
               END-COMPUTE.
           IF TRANS-UNIT-COST-TF NUMERIC
               MOVE TRANS-UNIT-COST-TF TO OX-UNIT-COST
           ELSE
               MOVE ZERO TO OX-UNIT-COST.
           MOVE UNIT-PRICE      TO OX-CURRENT-COST.
           CALL ".\OUTLCHK" USING OUTLIER-PARMS.
           IF OX-IS-OUTLIER
               PERFORM 323-HOLD-OUTLIER-RECORD.

      *==============================================================
      * The record passed every edit -- write it to the accepted
      * file in the posting layout and register it.
           MOVE ER-REASON-OUT  TO REJ-REASON.
           WRITE REJECT-RECORD-OUT FROM REJECT-DETAIL-WS.
           ADD 1 TO RECORDS-REJECTED-WS.
           MOVE CDT-DATE          TO KE-DATE.
           MOVE CDT-TIME          TO KE-TIME.
           MOVE BATCH-OPERATOR-WS TO KE-OPERATOR-ID.
           MOVE "R"               TO KE-SOURCE.
           MOVE ED-PART-NUMBER    TO KE-PART-NUMBER.
           MOVE ED-TRANS-CODE     TO KE-TRANS-CODE.
           MOVE ER-REASON-OUT     TO KE-REASON.
           WRITE KEYING-ERROR-RECORD.
           MOVE "REJECTED" TO ER-DISPOSITION-OUT.
           PERFORM 322-WRITE-REGISTER-DETAIL.

      *==============================================================
      * The record is an outlier -- hold it on the outlier file
      * with the history it was judged against, and register it
      * as held.  It is not a keying error until somebody says so.
      *==============================================================
       323-HOLD-OUTLIER-RECORD.
           MOVE "NO" TO RECORD-CLEAN-WS.
           ADD 1 TO LAST-OUTLIER-NUMBER-WS.
           MOVE LAST-OUTLIER-NUMBER-WS TO OL-OUTLIER-NUMBER.
           MOVE "B"               TO OL-SOURCE.
           MOVE ED-PART-NUMBER    TO OL-PART-NUMBER.
           MOVE ED-TRANS-CODE     TO OL-TRANS-CODE.
           MOVE OX-QUANTITY       TO OL-QUANTITY.
           MOVE OX-UNIT-COST      TO OL-UNIT-COST.
           MOVE OX-CURRENT-COST   TO OL-CURRENT-COST.
           MOVE OX-HISTORY-COUNT  TO OL-HISTORY-COUNT.
           MOVE OX-AVERAGE-QTY    TO OL-AVERAGE-QTY.
           MOVE OX-SPREAD-QTY     TO OL-SPREAD-QTY.
           MOVE OX-QTY-LIMIT      TO OL-QTY-LIMIT.
           MOVE OX-REASON         TO OL-REASON.
           MOVE CDT-DATE          TO OL-FLAGGED-DATE.
           MOVE BATCH-OPERATOR-WS TO OL-FLAGGED-BY.
           MOVE "H"               TO OL-STATUS.
           MOVE SPACES            TO OL-WORKED-BY.
           MOVE SPACES            TO OL-WORKED-DATE.
           MOVE EDIT-RECORD-IN    TO OL-TRANS-IMAGE.
           WRITE OUTLIER-RECORD
               INVALID KEY
                   DISPLAY "TRANEDIT: OUTLIER WRITE FAILED "
                       OL-OUTLIER-NUMBER.
           ADD 1 TO RECORDS-HELD-WS.
           MOVE "HELD"    TO ER-DISPOSITION-OUT.
           MOVE OX-REASON TO ER-REASON-OUT.
           PERFORM 322-WRITE-REGISTER-DETAIL.

      *==============================================================
      * One register line per record: its part number, whether it
      * was accepted or rejected, and why.
           MOVE RECORDS-READ-WS     TO AT-RECORDS-READ-OUT.
           MOVE RECORDS-ACCEPTED-WS TO AT-ACCEPTED-OUT.
           MOVE RECORDS-REJECTED-WS TO AT-REJECTED-OUT.
           MOVE RECORDS-HELD-WS     TO AT-HELD-OUT.
           WRITE EDIT-REGISTER-DATA FROM EDIT-AUDIT-TRAIL-OUT.
           CLOSE EDIT-FILE-IN.
           CLOSE INVENT-FILE.
               CLOSE REASON-CODE-FILE.
           IF CUSTOMER-FILE-OPEN-WS = "YES"
               CLOSE CUSTOMER-FILE.
           IF JOB-FILE-OPEN-WS = "YES"
               CLOSE JOB-FILE.
           CLOSE ACCEPTED-FILE-OUT.
           CLOSE REJECT-FILE-OUT.
           CLOSE EDIT-REGISTER-OUT.
           CLOSE KEYING-ERROR-FILE.
           CLOSE OUTLIER-FILE.
           PERFORM 341-REWRITE-LAST-OUTLIER-NUMBER.
           IF RECORDS-HELD-WS > ZERO
               DISPLAY "TRANEDIT: " RECORDS-HELD-WS
                   " LINE(S) HELD AS OUTLIERS FOR CONFIRMATION".
           PERFORM 330-REWRITE-CLEAN-BATCH.

      *==============================================================
           DISPLAY "TRANEDIT: TRANSACT.TXT REWRITTEN WITH"
               " ACCEPTED RECORDS ONLY".

      *==============================================================
      * The outlier-number control -- no control file yet means no
      * outlier has ever been held.
      *==============================================================
       340-READ-LAST-OUTLIER-NUMBER.
           MOVE ZERO TO LAST-OUTLIER-NUMBER-WS.
           OPEN INPUT OUTLIER-NUMBER-FILE.
           IF OUTLIER-NUMBER-STATUS = "00"
               READ OUTLIER-NUMBER-FILE
                   NOT AT END MOVE OUTLIER-NUMBER-RECORD
                       TO LAST-OUTLIER-NUMBER-WS
               END-READ
               CLOSE OUTLIER-NUMBER-FILE.

       341-REWRITE-LAST-OUTLIER-NUMBER.
           OPEN OUTPUT OUTLIER-NUMBER-FILE.
           MOVE LAST-OUTLIER-NUMBER-WS TO OUTLIER-NUMBER-RECORD.
           WRITE OUTLIER-NUMBER-RECORD.
           CLOSE OUTLIER-NUMBER-FILE.

       end program TRANEDIT.
