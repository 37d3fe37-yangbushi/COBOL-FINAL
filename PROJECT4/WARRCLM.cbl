       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRCLM as "WARRCLM".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRANTY-CLAIM-FILE
               ASSIGN TO "D:\COBOL\WARRCLM.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-CLAIM-NUMBER
               ALTERNATE RECORD KEY IS WC-SERIAL-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT CLAIM-NUMBER-FILE
               ASSIGN TO "D:\COBOL\CLAIMNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-NUMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WARRANTY-CLAIM-FILE.
           COPY "D:\COBOL\WARRANTY_CLAIM_RECORD.cpy".

       FD  CLAIM-NUMBER-FILE.
       01  CLAIM-NUMBER-RECORD  PIC 9(6).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 CLAIM-NUMBER-STATUS PIC X(2) VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(27)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ENTER-CLAIM     VALUE "E".
               88 SETTLE-CLAIM    VALUE "R".
               88 LIST-CLAIMS     VALUE "L".
       01 ACTION-PROMPT      PIC X(40) VALUE
               "ACTION? (E=ENTER R=REIMBURSE L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\WARRANTY_PARMS.cpy".

       01 EOF-CLAIM-WS       PIC X(3)  VALUE SPACES.
       01 LAST-CLAIM-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 ENTRY-SERIAL-WS    PIC X(12) VALUE SPACES.
       01 ENTRY-FAILURE-WS   PIC X(30) VALUE SPACES.
       01 ENTRY-REPLACEMENT-WS PIC X(12) VALUE SPACES.
       01 ENTRY-REIMBURSE-WS PIC X(1)  VALUE SPACES.
       01 ENTRY-CLAIM-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 GOODWILL-FLAG-WS   PIC X(1)  VALUE SPACES.
       01 COVER-TEXT-WS      PIC X(30) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The warranty claim register: a failed serialized unit
      * comes back, the counter checks its cover, logs the failure
      * and the unit handed over in its place, and later records
      * whether the supplier will pay us back.  The physical swap
      * itself -- the failed unit's return and the replacement's
      * issue -- posts through the transaction screen as usual, so
      * the serial history stays the one record of where a unit
      * is.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-WARRANTY-CLAIMS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-WARRANTY-CLAIMS.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-WARRANTY-CLAIMS.

           EXIT PROGRAM.

       200-INIT-WARRANTY-CLAIMS.
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
           IF NOT SP-SIGNON-OK OR NOT SP-MAY-MAINTAIN
               DISPLAY "WARRCLM: SIGN-ON REFUSED"
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN I-O WARRANTY-CLAIM-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT WARRANTY-CLAIM-FILE
               CLOSE WARRANTY-CLAIM-FILE
               OPEN I-O WARRANTY-CLAIM-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "WARRCLM: CANNOT OPEN CLAIM REGISTER "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

       201-TAKE-ONE-ACTION.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE-WS.
           EVALUATE TRUE
               WHEN ENTER-CLAIM
                   PERFORM 210-ENTER-ONE-CLAIM
               WHEN SETTLE-CLAIM
                   PERFORM 230-SETTLE-ONE-CLAIM
               WHEN LIST-CLAIMS
                   PERFORM 240-LIST-SERIAL-CLAIMS
               WHEN OTHER
                   DISPLAY "WARRCLM: INVALID ACTION CODE"
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Take a claim on a failed serial.  The cover is checked as
      * of today; a unit out of cover, or not on record as sold,
      * is only taken when the counter says it is a goodwill
      * replacement, and the register keeps the verdict.
      *==============================================================
       210-ENTER-ONE-CLAIM.
           DISPLAY "FAILED SERIAL NUMBER:".
           ACCEPT ENTRY-SERIAL-WS.
           MOVE ENTRY-SERIAL-WS TO WA-SERIAL-NUMBER.
           MOVE CDT-DATE        TO WA-AS-OF-DATE.
           CALL ".\WARRCHK" USING WARRANTY-PARMS.
           IF WA-UNKNOWN-SERIAL
               DISPLAY "WARRCLM: SERIAL NOT ON FILE"
               EXIT PARAGRAPH.
           PERFORM 215-DESCRIBE-COVER.
           DISPLAY "PART " WA-PART-NUMBER " SUPPLIER "
               WA-SUPPLIER-CODE " CUSTOMER " WA-CUSTOMER-CODE.
           DISPLAY "SOLD " WA-SALE-DATE " EXPIRES "
               WA-EXPIRY-DATE " - " COVER-TEXT-WS.
           IF NOT WA-COVERED
               DISPLAY "TAKE AS GOODWILL? (Y/N)"
               ACCEPT GOODWILL-FLAG-WS
               IF GOODWILL-FLAG-WS NOT = "Y"
                   DISPLAY "WARRCLM: CLAIM NOT TAKEN"
                   EXIT PARAGRAPH.
           DISPLAY "FAILURE DESCRIPTION:".
           ACCEPT ENTRY-FAILURE-WS.
           IF ENTRY-FAILURE-WS = SPACES
               DISPLAY "WARRCLM: FAILURE DESCRIPTION REQUIRED"
               EXIT PARAGRAPH.
           DISPLAY "REPLACEMENT SERIAL ISSUED (BLANK IF NONE):".
           ACCEPT ENTRY-REPLACEMENT-WS.
           IF ENTRY-REPLACEMENT-WS = ENTRY-SERIAL-WS
               DISPLAY "WARRCLM: REPLACEMENT IS THE FAILED UNIT"
               EXIT PARAGRAPH.
           DISPLAY "SUPPLIER REIMBURSES? (Y/N/P=PENDING):".
           ACCEPT ENTRY-REIMBURSE-WS.
           IF ENTRY-REIMBURSE-WS = SPACE
               MOVE "P" TO ENTRY-REIMBURSE-WS.
           IF ENTRY-REIMBURSE-WS NOT = "Y"
                   AND ENTRY-REIMBURSE-WS NOT = "N"
                   AND ENTRY-REIMBURSE-WS NOT = "P"
               DISPLAY "WARRCLM: INVALID REIMBURSE FLAG - USE Y/N/P"
               EXIT PARAGRAPH.
           PERFORM 340-READ-LAST-CLAIM-NUMBER.
           ADD 1 TO LAST-CLAIM-NUMBER-WS.
           MOVE SPACES               TO WARRANTY-CLAIM-RECORD.
           MOVE LAST-CLAIM-NUMBER-WS TO WC-CLAIM-NUMBER.
           MOVE CDT-DATE             TO WC-CLAIM-DATE.
           MOVE ENTRY-SERIAL-WS      TO WC-SERIAL-NUMBER.
           MOVE WA-PART-NUMBER       TO WC-PART-NUMBER.
           MOVE WA-SUPPLIER-CODE     TO WC-SUPPLIER-CODE.
           MOVE WA-CUSTOMER-CODE     TO WC-CUSTOMER-CODE.
           MOVE WA-SALE-DATE         TO WC-SALE-DATE.
           MOVE WA-EXPIRY-DATE       TO WC-EXPIRY-DATE.
           MOVE WA-COVER-STATUS      TO WC-COVER-STATUS.
           MOVE ENTRY-FAILURE-WS     TO WC-FAILURE-TEXT.
           MOVE ENTRY-REPLACEMENT-WS TO WC-REPLACEMENT-SERIAL.
           MOVE WA-UNIT-COST         TO WC-CLAIM-COST.
           MOVE ENTRY-REIMBURSE-WS   TO WC-REIMBURSE-FLAG.
           MOVE SP-OPERATOR-ID       TO WC-OPERATOR-ID.
           WRITE WARRANTY-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "WARRCLM: CLAIM WRITE FAILED "
                       STATUS-FIELD
               NOT INVALID KEY
                   PERFORM 341-REWRITE-LAST-CLAIM-NUMBER
                   DISPLAY "WARRCLM: CLAIM " WC-CLAIM-NUMBER
                       " TAKEN, COST " WC-CLAIM-COST.

       215-DESCRIBE-COVER.
           EVALUATE TRUE
               WHEN WA-COVERED
                   MOVE "UNDER WARRANTY" TO COVER-TEXT-WS
               WHEN WA-EXPIRED
                   MOVE "WARRANTY EXPIRED" TO COVER-TEXT-WS
               WHEN WA-NO-WARRANTY
                   MOVE "PART CARRIES NO WARRANTY" TO COVER-TEXT-WS
               WHEN OTHER
                   MOVE "NOT ON RECORD AS SOLD" TO COVER-TEXT-WS
           END-EVALUATE.

      *==============================================================
      * Record the supplier's answer on a claim taken as pending.
      *==============================================================
       230-SETTLE-ONE-CLAIM.
           DISPLAY "CLAIM NUMBER:".
           ACCEPT ENTRY-CLAIM-NUMBER-WS.
           MOVE ENTRY-CLAIM-NUMBER-WS TO WC-CLAIM-NUMBER.
           READ WARRANTY-CLAIM-FILE
               INVALID KEY
                   DISPLAY "WARRCLM: CLAIM NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "SERIAL " WC-SERIAL-NUMBER " PART "
               WC-PART-NUMBER " SUPPLIER " WC-SUPPLIER-CODE
               " NOW " WC-REIMBURSE-FLAG.
           DISPLAY "SUPPLIER REIMBURSES? (Y/N/P=PENDING):".
           ACCEPT ENTRY-REIMBURSE-WS.
           IF ENTRY-REIMBURSE-WS NOT = "Y"
                   AND ENTRY-REIMBURSE-WS NOT = "N"
                   AND ENTRY-REIMBURSE-WS NOT = "P"
               DISPLAY "WARRCLM: INVALID REIMBURSE FLAG - USE Y/N/P"
               EXIT PARAGRAPH.
           MOVE ENTRY-REIMBURSE-WS TO WC-REIMBURSE-FLAG.
           REWRITE WARRANTY-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "WARRCLM: REWRITE FAILED"
               NOT INVALID KEY
                   DISPLAY "WARRCLM: CLAIM UPDATED".

      *==============================================================
      * Every claim ever taken on one serial, through the serial
      * index -- a unit that keeps coming back shows here.
      *==============================================================
       240-LIST-SERIAL-CLAIMS.
           DISPLAY "SERIAL NUMBER:".
           ACCEPT ENTRY-SERIAL-WS.
           MOVE SPACES TO EOF-CLAIM-WS.
           MOVE ENTRY-SERIAL-WS TO WC-SERIAL-NUMBER.
           START WARRANTY-CLAIM-FILE KEY IS = WC-SERIAL-NUMBER
               INVALID KEY
                   DISPLAY "WARRCLM: NO CLAIMS FOR THAT SERIAL"
                   MOVE "YES" TO EOF-CLAIM-WS.
           PERFORM UNTIL EOF-CLAIM-WS = "YES"
               READ WARRANTY-CLAIM-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CLAIM-WS
                   NOT AT END
                       IF WC-SERIAL-NUMBER NOT = ENTRY-SERIAL-WS
                           MOVE "YES" TO EOF-CLAIM-WS
                       ELSE
                           DISPLAY WC-CLAIM-NUMBER " "
                               WC-CLAIM-DATE " "
                               WC-FAILURE-TEXT " REPL "
                               WC-REPLACEMENT-SERIAL " "
                               WC-REIMBURSE-FLAG
                       END-IF
           END-PERFORM.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

      *==============================================================
      * The last claim number handed out.
      *==============================================================
       340-READ-LAST-CLAIM-NUMBER.
           MOVE ZERO TO LAST-CLAIM-NUMBER-WS.
           OPEN INPUT CLAIM-NUMBER-FILE.
           IF CLAIM-NUMBER-STATUS = "00"
               READ CLAIM-NUMBER-FILE
                   NOT AT END MOVE CLAIM-NUMBER-RECORD
                       TO LAST-CLAIM-NUMBER-WS
               END-READ
               CLOSE CLAIM-NUMBER-FILE.

       341-REWRITE-LAST-CLAIM-NUMBER.
           OPEN OUTPUT CLAIM-NUMBER-FILE.
           MOVE LAST-CLAIM-NUMBER-WS TO CLAIM-NUMBER-RECORD.
           WRITE CLAIM-NUMBER-RECORD.
           CLOSE CLAIM-NUMBER-FILE.

       202-TERM-WARRANTY-CLAIMS.
           CLOSE WARRANTY-CLAIM-FILE.

       end program WARRCLM.
