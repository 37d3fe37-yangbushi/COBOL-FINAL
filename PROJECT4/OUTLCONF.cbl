       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTLCONF as "OUTLCONF".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTLIER-FILE
               ASSIGN TO "D:\COBOL\OUTLIER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-OUTLIER-NUMBER
               FILE STATUS IS OUTLIER-FILE-STATUS.
           SELECT RELEASE-FILE-OUT
               ASSIGN TO "D:\COBOL\TRANSACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTLIER-FILE.
           COPY "D:\COBOL\OUTLIER_RECORD.cpy".

      *==============================================================
      * A confirmed line goes back into the batch transaction file
      * as it was keyed, marked confirmed so the next batch edit
      * does not hold it again.
      *==============================================================
       FD  RELEASE-FILE-OUT.
           COPY "D:\COBOL\TRANSACTION_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 OUTLIER-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 RELEASE-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-OUTLIER-WS        PIC X(3)  VALUE SPACES.

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(30)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS        PIC A(1)  VALUE SPACES.
               88 LIST-HELD         VALUE "L".
               88 CONFIRM-ITEM      VALUE "C".
               88 REJECT-ITEM       VALUE "R".
       01 ACTION-PROMPT         PIC X(40) VALUE
               "ACTION? (L=LIST C=CONFIRM R=REJECT)".
       01 OPERATOR-PROMPT       PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
       01 OPERATOR-ID-WS        PIC X(8)  VALUE SPACES.
       01 AUTH-CODE-COUNT-WS    PIC 9(2)  VALUE ZERO.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 ENTRY-OUTLIER-WS      PIC 9(6)  VALUE ZERO.
       01 ITEMS-LISTED-WS       PIC 9(4)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 CDT-TIME          PIC 9(6).
           05 FILLER            PIC X(7).

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The confirmation screen for batch lines the edit held as
      * outliers.  Somebody who knows what really arrived or
      * shipped looks at each one: confirmed, the line goes back
      * into the batch as keyed; rejected, it stays on file as
      * the record that it was wrong, to be keyed again right.
      * Either way the outlier record names who decided.  Working
      * a line takes the authority for its transaction code --
      * whoever could have keyed it may vouch for it.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-WORK-OUTLIER-QUEUE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-OUTLIERS.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-OUTLIERS.
           EXIT PROGRAM.

       200-INIT-OUTLIERS.
           IF ADDRESS OF LINKED-SIGNON-PARMS NOT = NULL
               MOVE LINKED-SIGNON-PARMS TO SIGNON-PARMS
           ELSE
               DISPLAY OPERATOR-PROMPT
               ACCEPT SP-OPERATOR-ID
               DISPLAY PASSWORD-PROMPT
               ACCEPT SP-PASSWORD
               CALL ".\SIGNON" USING SIGNON-PARMS
               IF SP-SIGNON-OK AND SP-MUST-CHANGE
                   CALL ".\PASSCHG" USING SIGNON-PARMS
                   CANCEL ".\PASSCHG"
                   IF SP-MUST-CHANGE
                       MOVE "ER" TO SP-RESULT
                   END-IF
               END-IF
           END-IF.
           MOVE SP-OPERATOR-ID TO OPERATOR-ID-WS.
           IF NOT SP-SIGNON-OK
               DISPLAY "OUTLCONF: SIGN-ON REFUSED"
               MOVE "YES" TO OPEN-ERROR-FLAG
               MOVE "N"   TO ENTRY-FLAG
               EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           OPEN I-O OUTLIER-FILE.
           IF OUTLIER-FILE-STATUS NOT = "00"
               DISPLAY "OUTLCONF: CANNOT OPEN OUTLIER "
                   OUTLIER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               MOVE "N"   TO ENTRY-FLAG
               EXIT PARAGRAPH.
           PERFORM 301-PROMPT-ENTRY.

       201-TAKE-ONE-ACTION.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE-WS.
           EVALUATE TRUE
               WHEN LIST-HELD
                   PERFORM 210-LIST-HELD-ITEMS
               WHEN CONFIRM-ITEM
                   PERFORM 220-CONFIRM-ONE-ITEM
               WHEN REJECT-ITEM
                   PERFORM 230-REJECT-ONE-ITEM
               WHEN OTHER
                   DISPLAY "OUTLCONF: INVALID ACTION CODE"
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Every line still held, with what it was judged against.
      *==============================================================
       210-LIST-HELD-ITEMS.
           MOVE ZERO TO ITEMS-LISTED-WS.
           PERFORM 330-START-AT-FIRST-ITEM.
           PERFORM UNTIL EOF-OUTLIER-WS = "YES"
               READ OUTLIER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-OUTLIER-WS
                   NOT AT END
                       IF OL-HELD
                           ADD 1 TO ITEMS-LISTED-WS
                           DISPLAY OL-OUTLIER-NUMBER SPACE
                               OL-TRANS-CODE SPACE
                               OL-PART-NUMBER " QTY "
                               OL-QUANTITY " AVG "
                               OL-AVERAGE-QTY " COST "
                               OL-UNIT-COST " AVG "
                               OL-CURRENT-COST
                           DISPLAY "       " OL-REASON " BY "
                               OL-FLAGGED-BY " ON "
                               OL-FLAGGED-DATE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "OUTLCONF: " ITEMS-LISTED-WS " LINE(S) HELD".

      *==============================================================
      * Confirm: the line goes back into the batch as keyed, and
      * the outlier record closes under the operator's id.
      *==============================================================
       220-CONFIRM-ONE-ITEM.
           PERFORM 240-READ-HELD-ITEM.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "NO" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN EXTEND RELEASE-FILE-OUT.
           IF RELEASE-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-FILE-OUT.
           MOVE OL-TRANS-IMAGE TO TRANSACTION-RECORD-IN.
           MOVE "O"            TO TRANS-APPROVED-TF.
           WRITE TRANSACTION-RECORD-IN.
           CLOSE RELEASE-FILE-OUT.
           MOVE "C" TO OL-STATUS.
           PERFORM 250-CLOSE-OUT-ITEM.
           DISPLAY "OUTLCONF: LINE CONFIRMED TO BATCH".

      *==============================================================
      * Reject: nothing posts, and the record stays on file as the
      * note that the line was keyed wrong.
      *==============================================================
       230-REJECT-ONE-ITEM.
           PERFORM 240-READ-HELD-ITEM.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "NO" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           MOVE "R" TO OL-STATUS.
           PERFORM 250-CLOSE-OUT-ITEM.
           DISPLAY "OUTLCONF: LINE REJECTED - KEY IT AGAIN".

      *==============================================================
      * Take the item number and prove it is a held batch line the
      * operator may vouch for.  OPEN-ERROR-FLAG comes back YES
      * when it is not.
      *==============================================================
       240-READ-HELD-ITEM.
           DISPLAY "ITEM NUMBER:".
           ACCEPT ENTRY-OUTLIER-WS.
           MOVE ENTRY-OUTLIER-WS TO OL-OUTLIER-NUMBER.
           READ OUTLIER-FILE
               INVALID KEY
                   DISPLAY "OUTLCONF: ITEM NOT ON FILE"
                   MOVE "YES" TO OPEN-ERROR-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OL-HELD OR NOT OL-FROM-BATCH
               DISPLAY "OUTLCONF: ITEM ALREADY WORKED"
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           MOVE ZERO TO AUTH-CODE-COUNT-WS.
           INSPECT SP-TRANS-CODES TALLYING AUTH-CODE-COUNT-WS
               FOR ALL OL-TRANS-CODE.
           IF AUTH-CODE-COUNT-WS = ZERO
               DISPLAY "OUTLCONF: OPERATOR NOT AUTHORIZED FOR CODE "
                   OL-TRANS-CODE
               MOVE "YES" TO OPEN-ERROR-FLAG.

       250-CLOSE-OUT-ITEM.
           MOVE OPERATOR-ID-WS TO OL-WORKED-BY.
           MOVE CDT-DATE       TO OL-WORKED-DATE.
           REWRITE OUTLIER-RECORD
               INVALID KEY
                   DISPLAY "OUTLCONF: REWRITE FAILED "
                       OL-OUTLIER-NUMBER.

       330-START-AT-FIRST-ITEM.
           MOVE SPACES TO EOF-OUTLIER-WS.
           MOVE ZERO TO OL-OUTLIER-NUMBER.
           START OUTLIER-FILE
                   KEY IS NOT LESS THAN OL-OUTLIER-NUMBER
               INVALID KEY MOVE "YES" TO EOF-OUTLIER-WS.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

       202-TERM-OUTLIERS.
           CLOSE OUTLIER-FILE.

       end program OUTLCONF.
