       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOMAINT as "STOMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "D:\COBOL\STANDORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS STATUS-FIELD.
           SELECT STANDING-NUMBER-FILE
               ASSIGN TO "D:\COBOL\STDNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-NUMBER-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS INVENT-STATUS-WS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT SHIP-TO-FILE
               ASSIGN TO "D:\COBOL\SHIPTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS SHIP-TO-FILE-STATUS.
           SELECT SALES-REP-FILE
               ASSIGN TO "D:\COBOL\SALESREP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-REP-CODE
               FILE STATUS IS SALES-REP-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY "D:\COBOL\STANDING_ORDER_RECORD.cpy".

      *==============================================================
      * Holds the last standing-order number handed out, the same
      * arrangement as the sales order and quote number controls.
      *==============================================================
       FD  STANDING-NUMBER-FILE.
       01  STANDING-NUMBER-RECORD PIC 9(6).

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  SHIP-TO-FILE.
           COPY "D:\COBOL\SHIP_TO_RECORD.cpy".

       FD  SALES-REP-FILE.
           COPY "D:\COBOL\SALES_REP_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 STANDING-NUMBER-STATUS PIC X(2) VALUE SPACES.
       01 INVENT-STATUS-WS   PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS PIC X(2) VALUE SPACES.
       01 SHIP-TO-FILE-STATUS PIC X(2) VALUE SPACES.
       01 SHIP-TO-FILE-OPEN-WS PIC X(3) VALUE "NO".
       01 SALES-REP-STATUS   PIC X(2)  VALUE SPACES.
       01 REP-FILE-OPEN-WS   PIC X(3)  VALUE "NO".
       01 BUSINESS-DATE-STATUS PIC X(2) VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(27)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 NEW-STANDING-ORDER VALUE "N".
               88 CHANGE-PART-LINE   VALUE "P".
               88 CHANGE-STATUS      VALUE "S".
               88 LIST-STANDING-ORDER VALUE "L".
       01 ACTION-PROMPT      PIC X(50) VALUE
               "ACTION? (N=NEW P=PART LINE S=STATUS L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\WORKDAY_PARMS.cpy".

       01 EOF-STANDING-WS    PIC X(3)  VALUE SPACES.
       01 LAST-STANDING-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 ENTRY-STANDING-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 ENTRY-CUSTOMER-WS  PIC X(5)  VALUE SPACES.
       01 ENTRY-SHIP-TO-WS   PIC X(4)  VALUE SPACES.
       01 ENTRY-REP-WS       PIC X(3)  VALUE SPACES.
       01 ENTRY-FREQUENCY-WS PIC X(1)  VALUE SPACES.
           88 ENTRY-FREQUENCY-VALID VALUE "W" "F" "M".
       01 ENTRY-FIRST-DATE-WS PIC 9(8) VALUE ZERO.
       01 ENTRY-FIRST-DATE-PARTS-WS REDEFINES ENTRY-FIRST-DATE-WS.
           05 FILLER         PIC 9(6).
           05 ENTRY-FIRST-DAY-WS PIC 9(2).
       01 ENTRY-END-DATE-WS  PIC 9(8)  VALUE ZERO.
       01 ENTRY-PART-WS      PIC X(7)  VALUE SPACES.
       01 ENTRY-QTY-WS       PIC 9(7)V99 VALUE ZERO.
       01 ENTRY-STATUS-WS    PIC X(1)  VALUE SPACES.
           88 ENTRY-STATUS-VALID VALUE "A" "S" "E".
       01 DAY-NUMBER-WS      PIC 9(8)  VALUE ZERO.
       01 LINE-COUNT-WS      PIC 9(3)  VALUE ZERO.
       01 HEADER-OK-WS       PIC X(3)  VALUE "NO".
       01 QTY-OUT            PIC ZZZZZZ9.99 VALUE ZEROS.

      *==============================================================
      * The schedule of a standing order, held while its lines are
      * keyed so every line carries the same one.
      *==============================================================
       01 SCHEDULE-HOLD-WS.
           05 SH-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 SH-SHIP-TO-CODE   PIC X(4)  VALUE SPACES.
           05 SH-REP-CODE       PIC X(3)  VALUE SPACES.
           05 SH-FREQUENCY      PIC X(1)  VALUE SPACES.
           05 SH-ANCHOR-DAY     PIC 9(2)  VALUE ZERO.
           05 SH-SCHEDULE-DATE  PIC 9(8)  VALUE ZERO.
           05 SH-NEXT-RUN-DATE  PIC 9(8)  VALUE ZERO.
           05 SH-END-DATE       PIC 9(8)  VALUE ZERO.
           05 SH-STATUS         PIC X(1)  VALUE SPACES.

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
      * Standing orders: the customer, the site, the parts and
      * quantities, and the cycle the nightly run raises real
      * orders on -- weekly, fortnightly or monthly, from a first
      * run date up to an optional end date.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-STANDING-ORDERS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-STANDING-ORDERS.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-STANDING-ORDERS.

           EXIT PROGRAM.

       200-INIT-STANDING-ORDERS.
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
               DISPLAY "STOMAINT: SIGN-ON REFUSED"
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           PERFORM 360-GET-BUSINESS-DATE.
           OPEN INPUT INVENT-FILE.
           IF INVENT-STATUS-WS NOT = "00"
               DISPLAY "STOMAINT: CANNOT OPEN INVENT-FILE "
                   INVENT-STATUS-WS
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "STOMAINT: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               CLOSE INVENT-FILE
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-FILE-STATUS = "00"
               MOVE "YES" TO SHIP-TO-FILE-OPEN-WS.
           OPEN INPUT SALES-REP-FILE.
           IF SALES-REP-STATUS = "00"
               MOVE "YES" TO REP-FILE-OPEN-WS.
           OPEN I-O STANDING-ORDER-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "STOMAINT: CANNOT OPEN STANDING ORDERS "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 340-READ-LAST-STANDING-NUMBER
               PERFORM 301-PROMPT-ENTRY.

       201-TAKE-ONE-ACTION.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE-WS.
           EVALUATE TRUE
               WHEN NEW-STANDING-ORDER
                   PERFORM 210-ADD-STANDING-ORDER
               WHEN CHANGE-PART-LINE
                   PERFORM 230-CHANGE-PART-LINE
               WHEN CHANGE-STATUS
                   PERFORM 240-CHANGE-STANDING-STATUS
               WHEN LIST-STANDING-ORDER
                   PERFORM 250-LIST-STANDING-ORDER
               WHEN OTHER
                   DISPLAY "STOMAINT: INVALID ACTION CODE"
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * A new standing order: the schedule first, then part and
      * quantity lines until a blank part number.  A standing
      * order that ends up with no lines gives its number back.
      *==============================================================
       210-ADD-STANDING-ORDER.
           PERFORM 211-TAKE-SCHEDULE.
           IF HEADER-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           ADD 1 TO LAST-STANDING-NUMBER-WS.
           MOVE LAST-STANDING-NUMBER-WS TO ENTRY-STANDING-NUMBER-WS.
           DISPLAY "STANDING ORDER " ENTRY-STANDING-NUMBER-WS
               " FOR " CU-CUSTOMER-NAME.
           DISPLAY "STOMAINT: FIRST ORDER RAISED ON "
               SH-NEXT-RUN-DATE.
           MOVE ZERO TO LINE-COUNT-WS.
           MOVE SPACES TO ENTRY-PART-WS.
           PERFORM 220-TAKE-ONE-PART-LINE.
           PERFORM 220-TAKE-ONE-PART-LINE
               UNTIL ENTRY-PART-WS = SPACES.
           IF LINE-COUNT-WS = ZERO
               SUBTRACT 1 FROM LAST-STANDING-NUMBER-WS
               DISPLAY "STOMAINT: NO LINES - STANDING ORDER DROPPED"
           ELSE
               PERFORM 341-REWRITE-LAST-STANDING-NUMBER.

      *==============================================================
      * Customer, site, rep and cycle.  The first run date is moved
      * on to a working day the way the nightly run rolls every
      * later one.
      *==============================================================
       211-TAKE-SCHEDULE.
           MOVE "NO" TO HEADER-OK-WS.
           DISPLAY "CUSTOMER CODE:".
           ACCEPT ENTRY-CUSTOMER-WS.
           MOVE ENTRY-CUSTOMER-WS TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "STOMAINT: CUSTOMER NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "SHIP-TO CODE (BLANK=BILL-TO ADDRESS):".
           ACCEPT ENTRY-SHIP-TO-WS.
           IF ENTRY-SHIP-TO-WS NOT = SPACES
                   AND SHIP-TO-FILE-OPEN-WS = "YES"
               MOVE ENTRY-CUSTOMER-WS TO ST-CUSTOMER-CODE
               MOVE ENTRY-SHIP-TO-WS  TO ST-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       DISPLAY "STOMAINT: SHIP-TO NOT ON FILE FOR "
                           ENTRY-CUSTOMER-WS
                       EXIT PARAGRAPH
               END-READ.
           DISPLAY "SALES REP (BLANK=ACCOUNT REP " CU-REP-CODE "):".
           ACCEPT ENTRY-REP-WS.
           IF ENTRY-REP-WS NOT = SPACES
                   AND REP-FILE-OPEN-WS = "YES"
               MOVE ENTRY-REP-WS TO SR-REP-CODE
               READ SALES-REP-FILE
                   INVALID KEY
                       DISPLAY "STOMAINT: SALES REP NOT ON FILE"
                       EXIT PARAGRAPH
               END-READ.
           DISPLAY "FREQUENCY? (W=WEEKLY F=FORTNIGHTLY M=MONTHLY)".
           ACCEPT ENTRY-FREQUENCY-WS.
           IF NOT ENTRY-FREQUENCY-VALID
               DISPLAY "STOMAINT: INVALID FREQUENCY"
               EXIT PARAGRAPH.
           DISPLAY "FIRST RUN DATE (YYYYMMDD):".
           ACCEPT ENTRY-FIRST-DATE-WS.
           IF ENTRY-FIRST-DATE-WS < CDT-DATE
               DISPLAY "STOMAINT: FIRST RUN DATE IS IN THE PAST"
               EXIT PARAGRAPH.
           DISPLAY "END DATE (YYYYMMDD, 0=NO END):".
           ACCEPT ENTRY-END-DATE-WS.
           IF ENTRY-END-DATE-WS NOT = ZERO
                   AND ENTRY-END-DATE-WS < ENTRY-FIRST-DATE-WS
               DISPLAY "STOMAINT: END DATE BEFORE FIRST RUN"
               EXIT PARAGRAPH.
           MOVE ENTRY-CUSTOMER-WS   TO SH-CUSTOMER-CODE.
           MOVE ENTRY-SHIP-TO-WS    TO SH-SHIP-TO-CODE.
           MOVE ENTRY-REP-WS        TO SH-REP-CODE.
           MOVE ENTRY-FREQUENCY-WS  TO SH-FREQUENCY.
           MOVE ENTRY-FIRST-DAY-WS  TO SH-ANCHOR-DAY.
           MOVE ENTRY-FIRST-DATE-WS TO SH-SCHEDULE-DATE.
           MOVE ENTRY-END-DATE-WS   TO SH-END-DATE.
           MOVE "A"                 TO SH-STATUS.
           COMPUTE DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(ENTRY-FIRST-DATE-WS) - 1.
           MOVE "A" TO WD-FUNCTION.
           COMPUTE WD-DATE-1 = FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WS).
           MOVE 1   TO WD-DAYS.
           CALL ".\WORKDAYS" USING WORKDAY-PARMS.
           MOVE WD-DATE-2 TO SH-NEXT-RUN-DATE.
           MOVE "YES" TO HEADER-OK-WS.

      *==============================================================
      * One part on the standing order.  A part on hold is refused
      * here the same as at the counter.
      *==============================================================
       220-TAKE-ONE-PART-LINE.
           DISPLAY "PART NUMBER (BLANK=DONE):".
           ACCEPT ENTRY-PART-WS.
           IF ENTRY-PART-WS = SPACES
               EXIT PARAGRAPH.
           IF LINE-COUNT-WS NOT < 25
               DISPLAY "STOMAINT: 25 LINES IS THE MOST ONE"
                   " STANDING ORDER TAKES"
               EXIT PARAGRAPH.
           PERFORM 225-CHECK-PART.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           DISPLAY "QUANTITY EACH CYCLE:".
           ACCEPT ENTRY-QTY-WS.
           IF ENTRY-QTY-WS = ZERO
               DISPLAY "STOMAINT: ZERO QUANTITY - LINE DROPPED"
               EXIT PARAGRAPH.
           PERFORM 226-BUILD-STANDING-LINE.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "STOMAINT: PART ALREADY ON THIS"
                       " STANDING ORDER"
               NOT INVALID KEY
                   ADD 1 TO LINE-COUNT-WS.

       225-CHECK-PART.
           MOVE "ER" TO STATUS-FIELD.
           MOVE ENTRY-PART-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "STOMAINT: PART NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           IF PART-ON-HOLD
               DISPLAY "STOMAINT: PART IS ON HOLD - NOT TAKEN"
               EXIT PARAGRAPH.
           DISPLAY "STOMAINT: " PART-NAME.
           MOVE "OK" TO STATUS-FIELD.

       226-BUILD-STANDING-LINE.
           MOVE SPACES                   TO STANDING-ORDER-RECORD.
           MOVE ENTRY-STANDING-NUMBER-WS TO SG-STANDING-NUMBER.
           MOVE ENTRY-PART-WS            TO SG-PART-NUMBER.
           MOVE SH-CUSTOMER-CODE         TO SG-CUSTOMER-CODE.
           MOVE SH-SHIP-TO-CODE          TO SG-SHIP-TO-CODE.
           MOVE SH-REP-CODE              TO SG-REP-CODE.
           MOVE ENTRY-QTY-WS             TO SG-ORDER-QTY.
           MOVE SH-FREQUENCY             TO SG-FREQUENCY.
           MOVE SH-ANCHOR-DAY            TO SG-ANCHOR-DAY.
           MOVE SH-SCHEDULE-DATE         TO SG-SCHEDULE-DATE.
           MOVE SH-NEXT-RUN-DATE         TO SG-NEXT-RUN-DATE.
           MOVE SH-END-DATE              TO SG-END-DATE.
           MOVE SH-STATUS                TO SG-STATUS.
           MOVE ZERO                     TO SG-LAST-RUN-DATE.
           MOVE ZERO                     TO SG-LAST-ORDER-NUMBER.
           MOVE SP-OPERATOR-ID           TO SG-OPERATOR-ID.

      *==============================================================
      * Add a part to a standing order already on file, or change
      * the quantity of one it has -- a quantity of zero takes the
      * part off.  A new line picks up the schedule of the lines
      * already there.
      *==============================================================
       230-CHANGE-PART-LINE.
           PERFORM 260-TAKE-STANDING-NUMBER.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           DISPLAY "PART NUMBER:".
           ACCEPT ENTRY-PART-WS.
           MOVE ENTRY-STANDING-NUMBER-WS TO SG-STANDING-NUMBER.
           MOVE ENTRY-PART-WS            TO SG-PART-NUMBER.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   PERFORM 231-ADD-PART-LINE
               NOT INVALID KEY
                   PERFORM 232-CHANGE-PART-QTY
           END-READ.

       231-ADD-PART-LINE.
           IF LINE-COUNT-WS NOT < 25
               DISPLAY "STOMAINT: 25 LINES IS THE MOST ONE"
                   " STANDING ORDER TAKES"
               EXIT PARAGRAPH.
           PERFORM 225-CHECK-PART.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           DISPLAY "QUANTITY EACH CYCLE:".
           ACCEPT ENTRY-QTY-WS.
           IF ENTRY-QTY-WS = ZERO
               DISPLAY "STOMAINT: ZERO QUANTITY - LINE DROPPED"
               EXIT PARAGRAPH.
           PERFORM 226-BUILD-STANDING-LINE.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "STOMAINT: LINE WRITE FAILED"
               NOT INVALID KEY
                   DISPLAY "STOMAINT: PART ADDED".

       232-CHANGE-PART-QTY.
           MOVE SG-ORDER-QTY TO QTY-OUT.
           DISPLAY "NOW " QTY-OUT " EACH CYCLE - NEW QUANTITY"
               " (0=TAKE PART OFF):".
           ACCEPT ENTRY-QTY-WS.
           IF ENTRY-QTY-WS = ZERO
               DELETE STANDING-ORDER-FILE
                   INVALID KEY
                       DISPLAY "STOMAINT: DELETE FAILED"
                   NOT INVALID KEY
                       DISPLAY "STOMAINT: PART TAKEN OFF"
               END-DELETE
               EXIT PARAGRAPH.
           MOVE ENTRY-QTY-WS   TO SG-ORDER-QTY.
           MOVE SP-OPERATOR-ID TO SG-OPERATOR-ID.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "STOMAINT: REWRITE FAILED"
               NOT INVALID KEY
                   DISPLAY "STOMAINT: QUANTITY CHANGED".

      *==============================================================
      * Suspend, resume or end every line of a standing order.  A
      * resumed order whose next run has already gone by is raised
      * on the next nightly run.
      *==============================================================
       240-CHANGE-STANDING-STATUS.
           PERFORM 260-TAKE-STANDING-NUMBER.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           DISPLAY "STATUS? (A=ACTIVE S=SUSPENDED E=ENDED)".
           ACCEPT ENTRY-STATUS-WS.
           IF NOT ENTRY-STATUS-VALID
               DISPLAY "STOMAINT: INVALID STATUS"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-STANDING-WS.
           MOVE ENTRY-STANDING-NUMBER-WS TO SG-STANDING-NUMBER.
           MOVE LOW-VALUES               TO SG-PART-NUMBER.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SG-KEY
               INVALID KEY MOVE "YES" TO EOF-STANDING-WS.
           PERFORM UNTIL EOF-STANDING-WS = "YES"
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-STANDING-WS
                   NOT AT END
                       IF SG-STANDING-NUMBER NOT =
                               ENTRY-STANDING-NUMBER-WS
                           MOVE "YES" TO EOF-STANDING-WS
                       ELSE
                           PERFORM 241-SET-ONE-LINE-STATUS
                       END-IF
           END-PERFORM.
           DISPLAY "STOMAINT: STATUS SET TO " ENTRY-STATUS-WS.
           IF ENTRY-STATUS-WS = "A"
                   AND SH-NEXT-RUN-DATE NOT > CDT-DATE
               DISPLAY "STOMAINT: NEXT RUN " SH-NEXT-RUN-DATE
                   " IS DUE - RAISED TONIGHT".

       241-SET-ONE-LINE-STATUS.
           MOVE ENTRY-STATUS-WS TO SG-STATUS.
           MOVE SP-OPERATOR-ID  TO SG-OPERATOR-ID.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "STOMAINT: REWRITE FAILED "
                       SG-PART-NUMBER.

      *==============================================================
      * Show a standing order's schedule and its lines.
      *==============================================================
       250-LIST-STANDING-ORDER.
           PERFORM 260-TAKE-STANDING-NUMBER.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           DISPLAY "CUSTOMER " SH-CUSTOMER-CODE
               " SHIP-TO " SH-SHIP-TO-CODE
               " REP " SH-REP-CODE
               " FREQ " SH-FREQUENCY
               " STATUS " SH-STATUS.
           DISPLAY "NEXT RUN " SH-NEXT-RUN-DATE
               " END " SH-END-DATE.
           MOVE SPACES TO EOF-STANDING-WS.
           MOVE ENTRY-STANDING-NUMBER-WS TO SG-STANDING-NUMBER.
           MOVE LOW-VALUES               TO SG-PART-NUMBER.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SG-KEY
               INVALID KEY MOVE "YES" TO EOF-STANDING-WS.
           PERFORM UNTIL EOF-STANDING-WS = "YES"
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-STANDING-WS
                   NOT AT END
                       IF SG-STANDING-NUMBER NOT =
                               ENTRY-STANDING-NUMBER-WS
                           MOVE "YES" TO EOF-STANDING-WS
                       ELSE
                           MOVE SG-ORDER-QTY TO QTY-OUT
                           DISPLAY "    " SG-PART-NUMBER " "
                               QTY-OUT " LAST ORDER "
                               SG-LAST-ORDER-NUMBER " ON "
                               SG-LAST-RUN-DATE
                       END-IF
           END-PERFORM.

      *==============================================================
      * Take a standing-order number and read its first line for
      * the schedule, counting its lines on the way.
      *==============================================================
       260-TAKE-STANDING-NUMBER.
           MOVE "ER" TO STATUS-FIELD.
           DISPLAY "STANDING ORDER NUMBER:".
           ACCEPT ENTRY-STANDING-NUMBER-WS.
           MOVE ZERO   TO LINE-COUNT-WS.
           MOVE SPACES TO EOF-STANDING-WS.
           MOVE ENTRY-STANDING-NUMBER-WS TO SG-STANDING-NUMBER.
           MOVE LOW-VALUES               TO SG-PART-NUMBER.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SG-KEY
               INVALID KEY MOVE "YES" TO EOF-STANDING-WS.
           PERFORM UNTIL EOF-STANDING-WS = "YES"
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-STANDING-WS
                   NOT AT END
                       IF SG-STANDING-NUMBER NOT =
                               ENTRY-STANDING-NUMBER-WS
                           MOVE "YES" TO EOF-STANDING-WS
                       ELSE
                           IF LINE-COUNT-WS = ZERO
                               PERFORM 261-HOLD-SCHEDULE
                           END-IF
                           ADD 1 TO LINE-COUNT-WS
                       END-IF
           END-PERFORM.
           IF LINE-COUNT-WS = ZERO
               DISPLAY "STOMAINT: STANDING ORDER NOT ON FILE"
           ELSE
               MOVE "OK" TO STATUS-FIELD.

       261-HOLD-SCHEDULE.
           MOVE SG-CUSTOMER-CODE TO SH-CUSTOMER-CODE.
           MOVE SG-SHIP-TO-CODE  TO SH-SHIP-TO-CODE.
           MOVE SG-REP-CODE      TO SH-REP-CODE.
           MOVE SG-FREQUENCY     TO SH-FREQUENCY.
           MOVE SG-ANCHOR-DAY    TO SH-ANCHOR-DAY.
           MOVE SG-SCHEDULE-DATE TO SH-SCHEDULE-DATE.
           MOVE SG-NEXT-RUN-DATE TO SH-NEXT-RUN-DATE.
           MOVE SG-END-DATE      TO SH-END-DATE.
           MOVE SG-STATUS        TO SH-STATUS.

      *==============================================================
      * Pick up the last standing-order number handed out.
      *==============================================================
       340-READ-LAST-STANDING-NUMBER.
           MOVE ZERO TO LAST-STANDING-NUMBER-WS.
           OPEN INPUT STANDING-NUMBER-FILE.
           IF STANDING-NUMBER-STATUS = "00"
               READ STANDING-NUMBER-FILE
                   NOT AT END MOVE STANDING-NUMBER-RECORD
                       TO LAST-STANDING-NUMBER-WS
               END-READ
               CLOSE STANDING-NUMBER-FILE.

       341-REWRITE-LAST-STANDING-NUMBER.
           OPEN OUTPUT STANDING-NUMBER-FILE.
           MOVE LAST-STANDING-NUMBER-WS TO STANDING-NUMBER-RECORD.
           WRITE STANDING-NUMBER-RECORD.
           CLOSE STANDING-NUMBER-FILE.

      *==============================================================
      * Fill today's date from the business date, falling back to
      * the clock.
      *==============================================================
       360-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

       202-TERM-STANDING-ORDERS.
           CLOSE STANDING-ORDER-FILE.
           CLOSE INVENT-FILE.
           CLOSE CUSTOMER-FILE.
           IF SHIP-TO-FILE-OPEN-WS = "YES"
               CLOSE SHIP-TO-FILE.
           IF REP-FILE-OPEN-WS = "YES"
               CLOSE SALES-REP-FILE.

       end program STOMAINT.
