       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTENT as "QUOTENT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE
               ASSIGN TO "D:\COBOL\QUOTE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-KEY
               FILE STATUS IS QUOTE-FILE-STATUS.
           SELECT QUOTE-NUMBER-FILE
               ASSIGN TO "D:\COBOL\QUOTNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTE-NUMBER-STATUS.
           SELECT SALES-ORDER-FILE
               ASSIGN TO "D:\COBOL\SALESORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               ALTERNATE RECORD KEY IS SO-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS SALES-ORDER-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS STATUS-FIELD.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               ALTERNATE RECORD KEY IS SB-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS STOCK-BAL-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT QUOTE-DOC-FILE-OUT
               ASSIGN TO QUOTE-DOC-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
           COPY "D:\COBOL\QUOTE_RECORD.cpy".

      *==============================================================
      * Holds the last quote number handed out, so the numbers
      * keep climbing across runs -- same arrangement as the order
      * and invoice number controls.
      *==============================================================
       FD  QUOTE-NUMBER-FILE.
       01  QUOTE-NUMBER-RECORD  PIC 9(6).

       FD  SALES-ORDER-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

      *==============================================================
      * One quote document per quote, named by its number so it
      * can be reprinted or faxed again when the customer calls.
      *==============================================================
       FD  QUOTE-DOC-FILE-OUT.
       01  QUOTE-DOC-RECORD-OUT PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 QUOTE-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 QUOTE-NUMBER-STATUS   PIC X(2)  VALUE SPACES.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-ORDER-WS          PIC X(3)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 QUAR-FILES-OPEN-WS    PIC X(3)  VALUE "NO".

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(26)
                               VALUE "ENTER A QUOTE? (Y OR N)".
       01 OPERATOR-PROMPT       PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
       01 AUTH-CODE-COUNT-WS    PIC 9(2)  VALUE ZERO.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\PRICE_CALC_PARMS.cpy".
           COPY "D:\COBOL\WORKDAY_PARMS.cpy".

      *==============================================================
      * How many working days a quote stands when the operator
      * just presses enter at the validity prompt.
      *==============================================================
       01 DEFAULT-VALID-DAYS-WS PIC 9(3)  VALUE 10.
       01 VALID-DAYS-WS         PIC 9(3)  VALUE ZERO.
       01 QUOTE-EXPIRY-DATE-WS  PIC 9(8)  VALUE ZERO.

       01 LAST-QUOTE-NUMBER-WS  PIC 9(6)  VALUE ZERO.
       01 CURRENT-QUOTE-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 QUOTE-CUSTOMER-WS     PIC X(5)  VALUE SPACES.
       01 LINE-PART-NUMBER-WS   PIC X(7)  VALUE SPACES.
       01 LINE-QUOTE-QTY-WS     PIC 9(7)V99 VALUE ZERO.
       01 OPEN-ALLOC-QTY-WS     PIC 9(9)V99 VALUE ZERO.
       01 QUARANTINED-QTY-WS    PIC 9(9)V99 VALUE ZERO.
       01 AVAILABLE-QTY-WS      PIC S9(9)V99 VALUE ZERO.
       01 LINE-AVAIL-QTY-WS     PIC 9(7)V99 VALUE ZERO.
       01 LINE-VALUE-WS         PIC 9(11)V99 VALUE ZERO.
       01 QUOTE-TOTAL-WS        PIC 9(9)V99 VALUE ZERO.
       01 LINE-PRICE-OUT        PIC ZZZ9.99 VALUE ZEROS.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The quote's lines held until the quote is complete, so the
      * document can be written in one go with its total.
      *==============================================================
       01 QUOTE-LINE-TABLE-WS.
           05 QUOTE-LINE-COUNT-WS PIC 9(2) VALUE ZERO.
           05 QUOTE-SUB         PIC 9(2)  VALUE ZERO.
           05 QUOTE-LINE-ITEM OCCURS 25 TIMES.
               10 QL-PART-NUMBER   PIC X(7)  VALUE SPACES.
               10 QL-PART-NAME     PIC X(20) VALUE SPACES.
               10 QL-QUOTE-QTY     PIC 9(7)V99 VALUE ZERO.
               10 QL-QUOTED-PRICE  PIC 9(4)V99 VALUE ZERO.
               10 QL-AVAILABLE-QTY PIC 9(7)V99 VALUE ZERO.
               10 QL-LINE-VALUE    PIC 9(8)V99 VALUE ZERO.

       01 QUOTE-DOC-FILE-NAME-WS PIC X(40) VALUE SPACES.

       01 QUOTE-HEADER-1-OUT.
           05 FILLER            PIC X(11)  VALUE "QUOTATION".
           05 QH-QUOTE-NUMBER-OUT PIC 9(6).
           05 FILLER            PIC X(8)   VALUE "  DATE".
           05 QH-QUOTE-DATE-OUT PIC 9(8).
           05 FILLER            PIC X(15)  VALUE "  VALID UNTIL".
           05 QH-EXPIRY-DATE-OUT PIC 9(8).

       01 QUOTE-HEADER-2-OUT.
           05 FILLER            PIC X(11)  VALUE "QUOTED TO".
           05 QH-CUSTOMER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 QH-CUSTOMER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 QH-CUSTOMER-ADDR-OUT PIC X(30).

       01 QUOTE-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(7)  VALUE "QTY".
           05 FILLER PIC X(10) VALUE "PRICE".
           05 FILLER PIC X(14) VALUE "EXTENDED".
           05 FILLER PIC X(9)  VALUE "AVAILABLE".

       01 QUOTE-DETAIL-OUT.
           05 QD-PART-NUMBER-OUT PIC X(7)   VALUE SPACES.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 QD-PART-NAME-OUT   PIC X(20)  VALUE SPACES.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 QD-QTY-OUT         PIC ZZZZZ9.99 VALUE ZEROS.
           05 FILLER             PIC X(3)   VALUE SPACES.
           05 QD-PRICE-OUT       PIC ZZZ9.99 VALUE ZEROS.
           05 FILLER             PIC X(3)   VALUE SPACES.
           05 QD-EXTENDED-OUT    PIC ZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER             PIC X(3)   VALUE SPACES.
           05 QD-AVAILABLE-OUT   PIC ZZZZZ9.99 VALUE ZEROS.

       01 QUOTE-TOTAL-OUT.
           05 FILLER             PIC X(34)  VALUE SPACES.
           05 FILLER             PIC X(10)  VALUE "QUOTED".
           05 QT-TOTAL-OUT       PIC ZZZZZZZ9.99.

       01 QUOTE-TERMS-OUT.
           05 FILLER PIC X(40)
               VALUE "PRICES HELD TO THE DATE SHOWN ABOVE.".
           05 FILLER PIC X(36)
               VALUE "AVAILABILITY AS OF THE QUOTE DATE.".

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-ENTER-QUOTATIONS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-QUOTE-ENTRY.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-QUOTE
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-QUOTE-ENTRY.

           EXIT PROGRAM.

      *==============================================================
      * Sign the operator on (quoting is a selling function, so the
      * sale authority covers it), open the quote file -- creating
      * it the first time -- and the masters it prices and checks
      * availability against.
      *==============================================================
       200-INIT-QUOTE-ENTRY.
           PERFORM 205-SIGN-OPERATOR-ON.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "N" TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS = "35"
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "QUOTENT: CANNOT OPEN QUOTE FILE "
                   QUOTE-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS NOT = "00"
               DISPLAY "QUOTENT: CANNOT OPEN SALESORD "
                   SALES-ORDER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "QUOTENT: CANNOT OPEN INVENT-FILE "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT STOCK-BALANCE-FILE.
           OPEN INPUT LOCATION-FILE.
           IF STOCK-BAL-STATUS = "00"
                   AND LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO QUAR-FILES-OPEN-WS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "QUOTENT: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           PERFORM 340-READ-LAST-QUOTE-NUMBER.
           PERFORM 360-GET-BUSINESS-DATE.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "N" TO ENTRY-FLAG
           ELSE
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * The identity behind a quote has to be a verified one --
      * take the sign-on handed down by the menu, or prompt and
      * verify it here when run standalone.
      *==============================================================
       205-SIGN-OPERATOR-ON.
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
           MOVE ZERO TO AUTH-CODE-COUNT-WS.
           INSPECT SP-TRANS-CODES TALLYING AUTH-CODE-COUNT-WS
               FOR ALL "S".
           IF NOT SP-SIGNON-OK OR AUTH-CODE-COUNT-WS = ZERO
               DISPLAY "QUOTENT: SIGN-ON REFUSED"
               MOVE "YES" TO OPEN-ERROR-FLAG.

      *==============================================================
      * Take one whole quote: the customer, how many working days
      * it stands, then part and quantity lines until a blank
      * part number ends it, then the quote document.
      *==============================================================
       201-TAKE-ONE-QUOTE.
           DISPLAY "CUSTOMER CODE:".
           ACCEPT QUOTE-CUSTOMER-WS.
           MOVE QUOTE-CUSTOMER-WS TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "QUOTENT: CUSTOMER NOT ON FILE"
                   MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY
                   MOVE "OK" TO STATUS-FIELD
           END-READ.
           IF STATUS-FIELD = "OK"
               PERFORM 215-SET-QUOTE-EXPIRY
               ADD 1 TO LAST-QUOTE-NUMBER-WS
               MOVE LAST-QUOTE-NUMBER-WS TO CURRENT-QUOTE-NUMBER-WS
               DISPLAY "QUOTE NUMBER " CURRENT-QUOTE-NUMBER-WS
                   " FOR " CU-CUSTOMER-NAME
                   " VALID UNTIL " QUOTE-EXPIRY-DATE-WS
               MOVE ZERO TO QUOTE-LINE-COUNT-WS
               MOVE ZERO TO QUOTE-TOTAL-WS
               MOVE SPACES TO LINE-PART-NUMBER-WS
               PERFORM 210-TAKE-ONE-QUOTE-LINE
               PERFORM 210-TAKE-ONE-QUOTE-LINE
                   UNTIL LINE-PART-NUMBER-WS = SPACES
               IF QUOTE-LINE-COUNT-WS > ZERO
                   PERFORM 230-PRINT-QUOTE-DOCUMENT
               ELSE
                   SUBTRACT 1 FROM LAST-QUOTE-NUMBER-WS
                   DISPLAY "QUOTENT: NO LINES - QUOTE DROPPED"
               END-IF
           END-IF.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * The quote runs out a number of WORKING days from today,
      * counted on the shop calendar through WORKDAYS.
      *==============================================================
       215-SET-QUOTE-EXPIRY.
           DISPLAY "DAYS QUOTE STANDS (WORKING DAYS, 0="
               DEFAULT-VALID-DAYS-WS "):".
           ACCEPT VALID-DAYS-WS.
           IF VALID-DAYS-WS = ZERO
               MOVE DEFAULT-VALID-DAYS-WS TO VALID-DAYS-WS.
           MOVE "A"           TO WD-FUNCTION.
           MOVE CDT-DATE      TO WD-DATE-1.
           MOVE VALID-DAYS-WS TO WD-DAYS.
           CALL ".\WORKDAYS" USING WORKDAY-PARMS.
           MOVE WD-DATE-2     TO QUOTE-EXPIRY-DATE-WS.

      *==============================================================
      * Take one part/quantity line, price it for the customer,
      * tell the operator what the shelf can cover -- on hand less
      * open-order allocations and quarantine, the same figure
      * order entry would allocate -- and write the quote line.
      * Nothing is allocated: a quote promises a price, not stock.
      *==============================================================
       210-TAKE-ONE-QUOTE-LINE.
           DISPLAY "PART NUMBER (BLANK=DONE):".
           ACCEPT LINE-PART-NUMBER-WS.
           IF LINE-PART-NUMBER-WS = SPACES
               EXIT PARAGRAPH.
           IF QUOTE-LINE-COUNT-WS NOT < 25
               DISPLAY "QUOTENT: QUOTE FULL - START ANOTHER"
               MOVE SPACES TO LINE-PART-NUMBER-WS
               EXIT PARAGRAPH.
           MOVE LINE-PART-NUMBER-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "QUOTENT: PART NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           IF PART-ON-HOLD
               DISPLAY "QUOTENT: PART IS ON HOLD - NOT QUOTED"
               EXIT PARAGRAPH.
           DISPLAY "QUANTITY WANTED:".
           ACCEPT LINE-QUOTE-QTY-WS.
           IF LINE-QUOTE-QTY-WS = ZERO
               DISPLAY "QUOTENT: ZERO QUANTITY - LINE DROPPED"
               EXIT PARAGRAPH.
           PERFORM 325-PRICE-QUOTE-LINE.
           PERFORM 320-TOTAL-OPEN-ALLOCATION.
           PERFORM 321-TOTAL-QUARANTINED-QTY.
           COMPUTE AVAILABLE-QTY-WS =
               QUANTITY - OPEN-ALLOC-QTY-WS
               - QUARANTINED-QTY-WS.
           IF AVAILABLE-QTY-WS < ZERO
               MOVE ZERO TO AVAILABLE-QTY-WS.
           IF LINE-QUOTE-QTY-WS > AVAILABLE-QTY-WS
               MOVE AVAILABLE-QTY-WS TO LINE-AVAIL-QTY-WS
               DISPLAY "QUOTENT: ONLY " LINE-AVAIL-QTY-WS
                   " AVAILABLE TODAY"
           ELSE
               MOVE LINE-QUOTE-QTY-WS TO LINE-AVAIL-QTY-WS
               DISPLAY "QUOTENT: FULL QUANTITY AVAILABLE".
           CALL ".\CALCULAT"
               USING LINE-QUOTE-QTY-WS, PR-RESOLVED-PRICE,
                   LINE-VALUE-WS.
           PERFORM 330-WRITE-QUOTE-LINE.
           IF STATUS-FIELD = "OK"
               PERFORM 220-HOLD-QUOTE-LINE.

      *==============================================================
      * Price the line for this customer through PRICECAL, as of
      * today, and show the price and the rule behind it.
      *==============================================================
       325-PRICE-QUOTE-LINE.
           MOVE QUOTE-CUSTOMER-WS   TO PR-CUSTOMER-CODE.
           MOVE LINE-PART-NUMBER-WS TO PR-PART-NUMBER.
           MOVE LINE-QUOTE-QTY-WS   TO PR-QUANTITY.
           IF SELL-PRICE = ZERO
               MOVE UNIT-PRICE TO PR-LIST-PRICE
           ELSE
               MOVE SELL-PRICE TO PR-LIST-PRICE.
           MOVE CDT-DATE            TO PR-PRICE-DATE.
           CALL ".\PRICECAL" USING PRICE-CALC-PARMS.
           MOVE PR-RESOLVED-PRICE   TO LINE-PRICE-OUT.
           DISPLAY "QUOTENT: PRICE " LINE-PRICE-OUT
               " (" PR-PRICE-RULE ")".

      *==============================================================
      * Total what every open order line has already promised of
      * this part, reached through the order file's part-number
      * alternate index.
      *==============================================================
       320-TOTAL-OPEN-ALLOCATION.
           MOVE ZERO TO OPEN-ALLOC-QTY-WS.
           MOVE SPACES TO EOF-ORDER-WS.
           MOVE LINE-PART-NUMBER-WS TO SO-PART-NUMBER.
           START SALES-ORDER-FILE KEY IS = SO-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-ORDER-WS.
           PERFORM UNTIL EOF-ORDER-WS = "YES"
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-ORDER-WS
                   NOT AT END
                       IF SO-PART-NUMBER NOT = LINE-PART-NUMBER-WS
                           MOVE "YES" TO EOF-ORDER-WS
                       ELSE
                           IF SO-OPEN-LINE
                               ADD SO-ALLOC-QTY TO OPEN-ALLOC-QTY-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * How much of the part sits on quarantine-type locations --
      * it cannot be sold, so it cannot be quoted as available.
      *==============================================================
       321-TOTAL-QUARANTINED-QTY.
           MOVE ZERO TO QUARANTINED-QTY-WS.
           IF QUAR-FILES-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE LINE-PART-NUMBER-WS TO SB-PART-NUMBER.
           MOVE LOW-VALUES          TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = LINE-PART-NUMBER-WS
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           PERFORM 322-ADD-IF-QUARANTINED
                       END-IF
           END-PERFORM.

      *==============================================================
      * Stock consigned to a customer site is held back the same
      * way -- still ours, but that customer's to use.
      *==============================================================
       322-ADD-IF-QUARANTINED.
           MOVE SB-LOCATION-CODE TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LO-QUARANTINE-TYPE OR LO-CUSTOMER-SITE-TYPE
                       ADD SB-QUANTITY TO QUARANTINED-QTY-WS
                   END-IF
           END-READ.

      *==============================================================
      * Write the quote line, open until it is converted to an
      * order or runs past its expiry.
      *==============================================================
       330-WRITE-QUOTE-LINE.
           MOVE CURRENT-QUOTE-NUMBER-WS TO QT-QUOTE-NUMBER.
           MOVE LINE-PART-NUMBER-WS  TO QT-PART-NUMBER.
           MOVE QUOTE-CUSTOMER-WS    TO QT-CUSTOMER-CODE.
           MOVE LINE-QUOTE-QTY-WS    TO QT-QUOTE-QTY.
           MOVE PR-RESOLVED-PRICE    TO QT-QUOTED-PRICE.
           MOVE PR-PRICE-RULE        TO QT-PRICE-RULE.
           MOVE LINE-AVAIL-QTY-WS    TO QT-AVAILABLE-QTY.
           MOVE CDT-DATE             TO QT-QUOTE-DATE.
           MOVE QUOTE-EXPIRY-DATE-WS TO QT-EXPIRY-DATE.
           MOVE SP-OPERATOR-ID       TO QT-OPERATOR-ID.
           MOVE "O"                  TO QT-STATUS.
           MOVE ZERO                 TO QT-ORDER-NUMBER.
           WRITE QUOTE-RECORD
               INVALID KEY
                   DISPLAY "QUOTENT: PART ALREADY ON THIS QUOTE "
                       QT-PART-NUMBER
                   MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY
                   MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * Hold the line for the quote document.
      *==============================================================
       220-HOLD-QUOTE-LINE.
           ADD 1 TO QUOTE-LINE-COUNT-WS.
           MOVE LINE-PART-NUMBER-WS TO
               QL-PART-NUMBER (QUOTE-LINE-COUNT-WS).
           MOVE PART-NAME TO
               QL-PART-NAME (QUOTE-LINE-COUNT-WS).
           MOVE LINE-QUOTE-QTY-WS TO
               QL-QUOTE-QTY (QUOTE-LINE-COUNT-WS).
           MOVE PR-RESOLVED-PRICE TO
               QL-QUOTED-PRICE (QUOTE-LINE-COUNT-WS).
           MOVE LINE-AVAIL-QTY-WS TO
               QL-AVAILABLE-QTY (QUOTE-LINE-COUNT-WS).
           MOVE LINE-VALUE-WS TO
               QL-LINE-VALUE (QUOTE-LINE-COUNT-WS).
           ADD LINE-VALUE-WS TO QUOTE-TOTAL-WS.

      *==============================================================
      * Write the quote document as its own numbered file and
      * catalog it so a reprint can find it.
      *==============================================================
       230-PRINT-QUOTE-DOCUMENT.
           MOVE SPACES TO QUOTE-DOC-FILE-NAME-WS.
           STRING "D:\COBOL\QUOTE_"      DELIMITED BY SIZE
                  CURRENT-QUOTE-NUMBER-WS DELIMITED BY SIZE
                  ".TXT"                  DELIMITED BY SIZE
               INTO QUOTE-DOC-FILE-NAME-WS.
           OPEN OUTPUT QUOTE-DOC-FILE-OUT.
           MOVE CURRENT-QUOTE-NUMBER-WS TO QH-QUOTE-NUMBER-OUT.
           MOVE CDT-DATE                TO QH-QUOTE-DATE-OUT.
           MOVE QUOTE-EXPIRY-DATE-WS    TO QH-EXPIRY-DATE-OUT.
           WRITE QUOTE-DOC-RECORD-OUT FROM QUOTE-HEADER-1-OUT.
           MOVE QUOTE-CUSTOMER-WS       TO QH-CUSTOMER-CODE-OUT.
           MOVE CU-CUSTOMER-NAME        TO QH-CUSTOMER-NAME-OUT.
           MOVE CU-ADDRESS              TO QH-CUSTOMER-ADDR-OUT.
           WRITE QUOTE-DOC-RECORD-OUT FROM QUOTE-HEADER-2-OUT.
           WRITE QUOTE-DOC-RECORD-OUT FROM QUOTE-COLUMN-NAME.
           PERFORM VARYING QUOTE-SUB FROM 1 BY 1
                   UNTIL QUOTE-SUB > QUOTE-LINE-COUNT-WS
               MOVE QL-PART-NUMBER (QUOTE-SUB)  TO QD-PART-NUMBER-OUT
               MOVE QL-PART-NAME (QUOTE-SUB)    TO QD-PART-NAME-OUT
               MOVE QL-QUOTE-QTY (QUOTE-SUB)    TO QD-QTY-OUT
               MOVE QL-QUOTED-PRICE (QUOTE-SUB) TO QD-PRICE-OUT
               MOVE QL-LINE-VALUE (QUOTE-SUB)   TO QD-EXTENDED-OUT
               MOVE QL-AVAILABLE-QTY (QUOTE-SUB) TO QD-AVAILABLE-OUT
               WRITE QUOTE-DOC-RECORD-OUT FROM QUOTE-DETAIL-OUT
           END-PERFORM.
           MOVE QUOTE-TOTAL-WS TO QT-TOTAL-OUT.
           WRITE QUOTE-DOC-RECORD-OUT FROM QUOTE-TOTAL-OUT.
           WRITE QUOTE-DOC-RECORD-OUT FROM QUOTE-TERMS-OUT.
           CLOSE QUOTE-DOC-FILE-OUT.
           PERFORM 232-CATALOG-QUOTE-DOCUMENT.
           DISPLAY "QUOTENT: QUOTE " QUOTE-DOC-FILE-NAME-WS.

      *==============================================================
      * Register the quote in the report catalog the way the pick
      * lists are registered.
      *==============================================================
       232-CATALOG-QUOTE-DOCUMENT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "QUOTE"      TO RC-REPORT-NAME.
           MOVE CDT-DATE     TO RC-RUN-DATE.
           MOVE SPACE        TO RC-SCOPE-FLAG.
           MOVE SPACE        TO RC-FORMAT-FLAG.
           MOVE QUOTE-LINE-COUNT-WS TO RC-RECORD-COUNT.
           MOVE QUOTE-DOC-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"          TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Pick up the last quote number handed out -- no control
      * file yet means no quote has ever been given.
      *==============================================================
       340-READ-LAST-QUOTE-NUMBER.
           MOVE ZERO TO LAST-QUOTE-NUMBER-WS.
           OPEN INPUT QUOTE-NUMBER-FILE.
           IF QUOTE-NUMBER-STATUS = "00"
               READ QUOTE-NUMBER-FILE
                   NOT AT END MOVE QUOTE-NUMBER-RECORD
                       TO LAST-QUOTE-NUMBER-WS
               END-READ
               CLOSE QUOTE-NUMBER-FILE.

      *==============================================================
      * Record the last quote number handed out so the next run
      * keeps counting from it.
      *==============================================================
       341-REWRITE-LAST-QUOTE-NUMBER.
           OPEN OUTPUT QUOTE-NUMBER-FILE.
           MOVE LAST-QUOTE-NUMBER-WS TO QUOTE-NUMBER-RECORD.
           WRITE QUOTE-NUMBER-RECORD.
           CLOSE QUOTE-NUMBER-FILE.

      *==============================================================
      * Fill the run's date from the business date the chain
      * stamps its work with, falling back to the clock.
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
      * Ask whether to take another quote.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

      *==============================================================
      * Record the number control and close every file.
      *==============================================================
       202-TERM-QUOTE-ENTRY.
           PERFORM 341-REWRITE-LAST-QUOTE-NUMBER.
           CLOSE QUOTE-FILE.
           CLOSE SALES-ORDER-FILE.
           CLOSE INVENT-FILE.
           IF QUAR-FILES-OPEN-WS = "YES"
               CLOSE STOCK-BALANCE-FILE
               CLOSE LOCATION-FILE.
           CLOSE CUSTOMER-FILE.

       end program QUOTENT.
