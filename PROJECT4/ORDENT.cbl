               ALTERNATE RECORD KEY IS SO-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS SALES-ORDER-STATUS.
           SELECT QUOTE-FILE
               ASSIGN TO "D:\COBOL\QUOTE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-KEY
               FILE STATUS IS QUOTE-FILE-STATUS.
           SELECT ORDER-NUMBER-FILE
               ASSIGN TO "D:\COBOL\SORDNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
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
           SELECT CUST-PART-FILE
               ASSIGN TO "D:\COBOL\CUSTPART.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               ALTERNATE RECORD KEY IS CP-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS CUST-PART-STATUS.
           SELECT SUBSTITUTE-PART-FILE
               ASSIGN TO "D:\COBOL\SUBPART.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               ALTERNATE RECORD KEY IS SX-SUBSTITUTE-PART
                   WITH DUPLICATES
               FILE STATUS IS SUBST-PART-STATUS.
           SELECT SUBSTITUTION-LOG-FILE
               ASSIGN TO "D:\COBOL\SUBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBST-LOG-STATUS.
           SELECT PICK-LIST-FILE-OUT
               ASSIGN TO PICK-LIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  SALES-ORDER-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

       FD  QUOTE-FILE.
           COPY "D:\COBOL\QUOTE_RECORD.cpy".

      *==============================================================
      * Holds the last order number handed out, so the numbers
      * keep climbing across runs -- same arrangement as the RMA
       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  SHIP-TO-FILE.
           COPY "D:\COBOL\SHIP_TO_RECORD.cpy".

       FD  SALES-REP-FILE.
           COPY "D:\COBOL\SALES_REP_RECORD.cpy".

       FD  CUST-PART-FILE.
           COPY "D:\COBOL\CUSTOMER_PART_RECORD.cpy".

       FD  SUBSTITUTE-PART-FILE.
           COPY "D:\COBOL\SUBSTITUTE_PART_RECORD.cpy".

       FD  SUBSTITUTION-LOG-FILE.
           COPY "D:\COBOL\SUBSTITUTION_LOG_RECORD.cpy".

      *==============================================================
      * One pick list per order, written by warehouse location so
      * the picker walks the shelves in order instead of in the
       WORKING-STORAGE SECTION.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 ORDER-NUMBER-STATUS   PIC X(2)  VALUE SPACES.
       01 QUOTE-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 QUOTE-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 EOF-QUOTE-WS          PIC X(3)  VALUE SPACES.
       01 CONVERT-QUOTE-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 QUOTE-PROMPT          PIC X(34)
                       VALUE "QUOTE NUMBER TO CONVERT (0=NONE):".
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 SHIP-TO-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 SHIP-TO-FILE-OPEN-WS  PIC X(3)  VALUE "NO".
       01 SHIP-TO-OK-WS         PIC X(3)  VALUE "NO".
       01 SALES-REP-STATUS      PIC X(2)  VALUE SPACES.
       01 REP-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 REP-OK-WS             PIC X(3)  VALUE "NO".
       01 CUST-PART-STATUS      PIC X(2)  VALUE SPACES.
       01 CPX-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 CPX-FOUND-WS          PIC X(3)  VALUE "NO".
       01 EOF-CPX-WS            PIC X(3)  VALUE SPACES.
       01 KEYED-PART-WS         PIC X(15) VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 AUTH-CODE-COUNT-WS    PIC 9(2)  VALUE ZERO.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

      *==============================================================
      * Flagged notes on the customer and on each part keyed.
      *==============================================================
           COPY "D:\COBOL\NOTE_PARMS.cpy".
       01 NOTE-SUB              PIC 9(1)  VALUE ZERO.

       01 LAST-ORDER-NUMBER-WS  PIC 9(6)  VALUE ZERO.
       01 CURRENT-ORDER-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 ORDER-CUSTOMER-WS     PIC X(5)  VALUE SPACES.
       01 ORDER-SHIP-TO-WS      PIC X(4)  VALUE SPACES.
       01 ORDER-REP-WS          PIC X(3)  VALUE SPACES.
       01 LINE-PART-NUMBER-WS   PIC X(7)  VALUE SPACES.
       01 LINE-ORDER-QTY-WS     PIC 9(7)V99 VALUE ZERO.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 AVAILABLE-QTY-WS      PIC S9(9)V99 VALUE ZERO.
       01 LINE-ALLOC-QTY-WS     PIC 9(7)V99 VALUE ZERO.
       01 SHORT-QTY-WS          PIC 9(7)V99 VALUE ZERO.
       01 LINE-PRICE-OUT        PIC ZZZ9.99 VALUE ZEROS.
           COPY "D:\COBOL\PRICE_CALC_PARMS.cpy".

      *==============================================================
      * The substitutes offered when a keyed line cannot be fully
      * allocated -- each one's quantity still free to promise and
      * its price to this customer, best preference first -- and
      * the primary line put back once the offer has been made.
      *==============================================================
       01 SUBST-PART-STATUS     PIC X(2)  VALUE SPACES.
       01 SUBST-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 SUBST-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 EOF-SUBST-WS          PIC X(3)  VALUE SPACES.
       01 SUBST-OK-WS           PIC X(3)  VALUE SPACES.
       01 SUBST-CANDIDATE-WS    PIC X(7)  VALUE SPACES.
       01 SUBST-RANK-WS         PIC 9(1)  VALUE ZERO.
       01 PRIMARY-PART-WS       PIC X(7)  VALUE SPACES.
       01 PRIMARY-PRICE-WS      PIC 9(4)V99 VALUE ZERO.
       01 PRIMARY-RULE-WS       PIC X(8)  VALUE SPACES.
       01 SPLIT-QTY-WS          PIC 9(7)V99 VALUE ZERO.
       01 SUBST-ACTION-WS       PIC X(1)  VALUE SPACES.
           88 SUBST-SWAP        VALUE "S" "s".
           88 SUBST-SPLIT       VALUE "P" "p".
       01 SUBST-CHOICE-WS       PIC 9(1)  VALUE ZERO.
       01 SUBST-TABLE-WS.
           05 SUBST-COUNT-WS    PIC 9(2)  VALUE ZERO.
           05 SUBST-SUB         PIC 9(2)  VALUE ZERO.
           05 SUBST-SUB-2       PIC 9(2)  VALUE ZERO.
           05 SUBST-LOW-SUB     PIC 9(2)  VALUE ZERO.
           05 SUBST-ITEM OCCURS 9 TIMES.
               10 SI-PART-NUMBER PIC X(7)  VALUE SPACES.
               10 SI-PART-NAME   PIC X(20) VALUE SPACES.
               10 SI-RANK        PIC 9(1)  VALUE ZERO.
               10 SI-ATP-QTY     PIC 9(9)V99 VALUE ZERO.
               10 SI-PRICE       PIC 9(4)V99 VALUE ZERO.
       01 SUBST-HOLD-ITEM-WS    PIC X(45) VALUE SPACES.

       01 SUBST-LINE-OUT.
           05 SW-NUMBER-OUT     PIC 9(1)  VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SW-PART-NUMBER-OUT PIC X(7) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SW-PART-NAME-OUT  PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE " ATP ".
           05 SW-ATP-OUT        PIC ZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(7)  VALUE " PRICE ".
           05 SW-PRICE-OUT      PIC ZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(6)  VALUE " PREF ".
           05 SW-RANK-OUT       PIC 9(1)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PH-ORDER-DATE-OUT PIC X(8).

       01 PICK-SHIP-TO-OUT.
           05 FILLER            PIC X(9)   VALUE "SHIP TO".
           05 PS-SHIP-TO-CODE-OUT PIC X(4).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PS-SHIP-TO-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PS-ADDRESS-OUT    PIC X(30).

       01 PICK-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "LOC".
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-SHORT-FLAG-OUT PIC X(12)  VALUE SPACES.

      *==============================================================
      * Printed under a line when the customer orders the part by a
      * number of their own, so the picker can match their paper.
      *==============================================================
       01 PICK-CUST-PART-OUT.
           05 FILLER            PIC X(16)  VALUE SPACES.
           05 FILLER            PIC X(10)  VALUE "CUST PART".
           05 PC-CUST-PART-OUT  PIC X(15)  VALUE SPACES.

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
           IF STOCK-BAL-STATUS = "00"
                   AND LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO QUAR-FILES-OPEN-WS.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS = "00"
               MOVE "YES" TO QUOTE-FILE-OPEN-WS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ORDENT: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-FILE-STATUS = "00"
               MOVE "YES" TO SHIP-TO-FILE-OPEN-WS.
           OPEN INPUT SALES-REP-FILE.
           IF SALES-REP-STATUS = "00"
               MOVE "YES" TO REP-FILE-OPEN-WS.
           OPEN INPUT CUST-PART-FILE.
           IF CUST-PART-STATUS = "00"
               MOVE "YES" TO CPX-FILE-OPEN-WS.
           OPEN INPUT SUBSTITUTE-PART-FILE.
           IF SUBST-PART-STATUS = "00"
               MOVE "YES" TO SUBST-FILE-OPEN-WS
               OPEN EXTEND SUBSTITUTION-LOG-FILE
               IF SUBST-LOG-STATUS = "35"
                   OPEN OUTPUT SUBSTITUTION-LOG-FILE
               END-IF
           END-IF.
           PERFORM 340-READ-LAST-ORDER-NUMBER.
           PERFORM 360-GET-BUSINESS-DATE.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "YES" TO OPEN-ERROR-FLAG.

      *==============================================================
      * Take one whole order: the customer it is for and the site
      * it ships to, then part and quantity lines until a blank
      * part number ends it, then the pick list for the
      * warehouse.  An order that comes from an accepted quotation
      * is built from the quote instead.
      *==============================================================
       201-TAKE-ONE-ORDER.
           MOVE ZERO TO CONVERT-QUOTE-NUMBER-WS.
           IF QUOTE-FILE-OPEN-WS = "YES"
               DISPLAY QUOTE-PROMPT
               ACCEPT CONVERT-QUOTE-NUMBER-WS.
           IF CONVERT-QUOTE-NUMBER-WS NOT = ZERO
               PERFORM 240-CONVERT-ONE-QUOTE
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           DISPLAY "CUSTOMER CODE:".
           ACCEPT ORDER-CUSTOMER-WS.
           MOVE ORDER-CUSTOMER-WS TO CU-CUSTOMER-CODE.
                   MOVE "OK" TO STATUS-FIELD
           END-READ.
           IF STATUS-FIELD = "OK"
               MOVE "C"               TO NP-RECORD-TYPE
               MOVE ORDER-CUSTOMER-WS TO NP-RECORD-KEY
               PERFORM 260-SHOW-FLAGGED-NOTES
               PERFORM 250-TAKE-SHIP-TO
               PERFORM 255-TAKE-SALES-REP
               ADD 1 TO LAST-ORDER-NUMBER-WS
               MOVE LAST-ORDER-NUMBER-WS TO CURRENT-ORDER-NUMBER-WS
               DISPLAY "ORDER NUMBER " CURRENT-ORDER-NUMBER-WS
           END-IF.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Put the customer's or part's flagged notes in front of the
      * order taker before anything more is keyed.
      *==============================================================
       260-SHOW-FLAGGED-NOTES.
           CALL ".\NOTECHK" USING NOTE-PARMS.
           PERFORM VARYING NOTE-SUB FROM 1 BY 1
                   UNTIL NOTE-SUB > NP-NOTE-COUNT
               DISPLAY "*** NOTE: " NP-NOTE-TEXT (NOTE-SUB)
           END-PERFORM.
           IF NP-MORE-NOTES
               DISPLAY "*** MORE NOTES ON FILE".

      *==============================================================
      * Take one part/quantity line, allocate what the shelf can
      * still promise, and write the order line.  Stock already
      *==============================================================
       210-TAKE-ONE-ORDER-LINE.
           DISPLAY "PART NUMBER (BLANK=DONE):".
           ACCEPT KEYED-PART-WS.
           IF KEYED-PART-WS = SPACES
               MOVE SPACES TO LINE-PART-NUMBER-WS
               EXIT PARAGRAPH.
           PERFORM 212-RESOLVE-CUSTOMER-PART.
           MOVE LINE-PART-NUMBER-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "ORDENT: PART NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           MOVE "P"                 TO NP-RECORD-TYPE.
           MOVE LINE-PART-NUMBER-WS TO NP-RECORD-KEY.
           PERFORM 260-SHOW-FLAGGED-NOTES.
           IF PART-ON-HOLD
               DISPLAY "ORDENT: PART IS ON HOLD - NOT TAKEN"
               EXIT PARAGRAPH.
           IF LINE-ORDER-QTY-WS = ZERO
               DISPLAY "ORDENT: ZERO QUANTITY - LINE DROPPED"
               EXIT PARAGRAPH.
           PERFORM 325-PRICE-ORDER-LINE.
           PERFORM 215-ALLOCATE-ORDER-LINE.

      *==============================================================
      * The counter may key the customer's own number for a part.
      * One on the cross-reference for this customer is turned into
      * ours; anything else is taken as our part number as keyed.
      *==============================================================
       212-RESOLVE-CUSTOMER-PART.
           MOVE KEYED-PART-WS TO LINE-PART-NUMBER-WS.
           IF CPX-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE ORDER-CUSTOMER-WS TO CP-CUSTOMER-CODE.
           MOVE KEYED-PART-WS     TO CP-CUSTOMER-PART.
           READ CUST-PART-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-PART-NUMBER TO LINE-PART-NUMBER-WS
                   DISPLAY "ORDENT: CUSTOMER PART " KEYED-PART-WS
                       " IS OUR " CP-PART-NUMBER
           END-READ.

      *==============================================================
      * Allocate what the shelf can still promise of the line
      * and write it, whether it was keyed or came off a quote.
      * A keyed line the shelf cannot cover is offered the part's
      * substitutes first: the operator may swap the whole line
      * over to one, or split the short balance onto it.  A quote
      * line keeps the part it was quoted for.
      *==============================================================
       215-ALLOCATE-ORDER-LINE.
           PERFORM 216-FIGURE-LINE-ALLOCATION.
           MOVE SPACE TO SUBST-ACTION-WS.
           IF LINE-ALLOC-QTY-WS < LINE-ORDER-QTY-WS
                   AND SUBST-FILE-OPEN-WS = "YES"
                   AND CONVERT-QUOTE-NUMBER-WS = ZERO
               PERFORM 270-OFFER-SUBSTITUTES.
           IF SUBST-SPLIT
               PERFORM 274-SPLIT-TO-SUBSTITUTE
           ELSE
               IF SUBST-SWAP
                   PERFORM 273-SWAP-TO-SUBSTITUTE
               END-IF
               PERFORM 217-WRITE-ALLOCATED-LINE.

      *==============================================================
      * How much of the line the shelf can still promise.
      *==============================================================
       216-FIGURE-LINE-ALLOCATION.
           PERFORM 320-TOTAL-OPEN-ALLOCATION.
           PERFORM 321-TOTAL-QUARANTINED-QTY.
           COMPUTE AVAILABLE-QTY-WS =
               MOVE AVAILABLE-QTY-WS TO LINE-ALLOC-QTY-WS
           ELSE
               MOVE LINE-ORDER-QTY-WS TO LINE-ALLOC-QTY-WS.

      *==============================================================
      * Write the line as allocated, hold it for the pick list,
      * and tell the operator how much of it is covered.
      *==============================================================
       217-WRITE-ALLOCATED-LINE.
           PERFORM 330-WRITE-ORDER-LINE.
           PERFORM 220-HOLD-PICK-LINE.
           IF LINE-ALLOC-QTY-WS < LINE-ORDER-QTY-WS
           ELSE
               DISPLAY "ORDENT: " LINE-ALLOC-QTY-WS " ALLOCATED".

      *==============================================================
      * Turn an accepted quote into an order: every line still
      * open on it becomes an order line at the quoted price,
      * allocated the way a keyed line is, and the quote line is
      * stamped with the order number.  A quote past its expiry
      * date, or already converted, is refused -- it has to be
      * quoted again at today's price.
      *==============================================================
       240-CONVERT-ONE-QUOTE.
           PERFORM 241-CHECK-QUOTE-HEADER.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           MOVE QT-CUSTOMER-CODE TO ORDER-CUSTOMER-WS.
           MOVE ORDER-CUSTOMER-WS TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "ORDENT: QUOTE CUSTOMER NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           MOVE "C"               TO NP-RECORD-TYPE.
           MOVE ORDER-CUSTOMER-WS TO NP-RECORD-KEY.
           PERFORM 260-SHOW-FLAGGED-NOTES.
           PERFORM 250-TAKE-SHIP-TO.
           PERFORM 255-TAKE-SALES-REP.
           ADD 1 TO LAST-ORDER-NUMBER-WS.
           MOVE LAST-ORDER-NUMBER-WS TO CURRENT-ORDER-NUMBER-WS.
           DISPLAY "ORDER NUMBER " CURRENT-ORDER-NUMBER-WS
               " FOR " CU-CUSTOMER-NAME
               " FROM QUOTE " CONVERT-QUOTE-NUMBER-WS.
           MOVE ZERO TO PICK-LINE-COUNT-WS.
           MOVE SPACES TO EOF-QUOTE-WS.
           MOVE CONVERT-QUOTE-NUMBER-WS TO QT-QUOTE-NUMBER.
           MOVE LOW-VALUES              TO QT-PART-NUMBER.
           START QUOTE-FILE KEY IS NOT LESS THAN QT-KEY
               INVALID KEY MOVE "YES" TO EOF-QUOTE-WS.
           PERFORM 242-CONVERT-ONE-QUOTE-LINE
               UNTIL EOF-QUOTE-WS = "YES".
           IF PICK-LINE-COUNT-WS > ZERO
               PERFORM 230-PRINT-PICK-LIST
           ELSE
               SUBTRACT 1 FROM LAST-ORDER-NUMBER-WS
               DISPLAY "ORDENT: NO LINES CONVERTED - ORDER DROPPED".

      *==============================================================
      * Read the quote's first line and decide whether the quote
      * can still be taken up.
      *==============================================================
       241-CHECK-QUOTE-HEADER.
           MOVE "ER" TO STATUS-FIELD.
           MOVE CONVERT-QUOTE-NUMBER-WS TO QT-QUOTE-NUMBER.
           MOVE LOW-VALUES              TO QT-PART-NUMBER.
           START QUOTE-FILE KEY IS NOT LESS THAN QT-KEY
               INVALID KEY
                   DISPLAY "ORDENT: QUOTE NOT ON FILE"
                   EXIT PARAGRAPH
           END-START.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   DISPLAY "ORDENT: QUOTE NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           IF QT-QUOTE-NUMBER NOT = CONVERT-QUOTE-NUMBER-WS
               DISPLAY "ORDENT: QUOTE NOT ON FILE"
               EXIT PARAGRAPH.
           IF QT-CONVERTED-LINE
               DISPLAY "ORDENT: QUOTE ALREADY ON ORDER "
                   QT-ORDER-NUMBER
               EXIT PARAGRAPH.
           IF QT-EXPIRY-DATE < CDT-DATE
               DISPLAY "ORDENT: QUOTE EXPIRED " QT-EXPIRY-DATE
                   " - QUOTE IT AGAIN"
               EXIT PARAGRAPH.
           MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * One quote line onto the order at its quoted price.
      *==============================================================
       242-CONVERT-ONE-QUOTE-LINE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-QUOTE-WS
                   EXIT PARAGRAPH
           END-READ.
           IF QT-QUOTE-NUMBER NOT = CONVERT-QUOTE-NUMBER-WS
               MOVE "YES" TO EOF-QUOTE-WS
               EXIT PARAGRAPH.
           IF NOT QT-OPEN-LINE
               EXIT PARAGRAPH.
           MOVE QT-PART-NUMBER TO LINE-PART-NUMBER-WS.
           MOVE QT-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "ORDENT: QUOTED PART NOT ON FILE "
                       QT-PART-NUMBER
                   EXIT PARAGRAPH
           END-READ.
           IF PART-ON-HOLD
               DISPLAY "ORDENT: QUOTED PART ON HOLD - NOT TAKEN "
                   QT-PART-NUMBER
               EXIT PARAGRAPH.
           MOVE QT-QUOTE-QTY    TO LINE-ORDER-QTY-WS.
           MOVE QT-QUOTED-PRICE TO PR-RESOLVED-PRICE.
           MOVE "QUOTED"        TO PR-PRICE-RULE.
           MOVE QT-QUOTED-PRICE TO LINE-PRICE-OUT.
           DISPLAY QT-PART-NUMBER " " PART-NAME
               " QTY " QT-QUOTE-QTY " AT " LINE-PRICE-OUT.
           PERFORM 215-ALLOCATE-ORDER-LINE.
           MOVE "C"                     TO QT-STATUS.
           MOVE CURRENT-ORDER-NUMBER-WS TO QT-ORDER-NUMBER.
           REWRITE QUOTE-RECORD
               INVALID KEY
                   DISPLAY "ORDENT: QUOTE REWRITE FAILED "
                       QT-PART-NUMBER.

      *==============================================================
      * Where the order is going: one of the customer's ship-to
      * sites, or blank for the address on the customer master.
      * A code not on file for this customer is asked for again.
      *==============================================================
       250-TAKE-SHIP-TO.
           MOVE SPACES TO ORDER-SHIP-TO-WS.
           MOVE SPACES TO SHIP-TO-RECORD.
           IF SHIP-TO-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE "NO" TO SHIP-TO-OK-WS.
           PERFORM 251-TAKE-ONE-SHIP-TO-CODE
               UNTIL SHIP-TO-OK-WS = "YES".

       251-TAKE-ONE-SHIP-TO-CODE.
           DISPLAY "SHIP-TO CODE (BLANK=BILL-TO ADDRESS):".
           ACCEPT ORDER-SHIP-TO-WS.
           IF ORDER-SHIP-TO-WS = SPACES
               MOVE SPACES TO SHIP-TO-RECORD
               MOVE "YES" TO SHIP-TO-OK-WS
               EXIT PARAGRAPH.
           MOVE ORDER-CUSTOMER-WS TO ST-CUSTOMER-CODE.
           MOVE ORDER-SHIP-TO-WS  TO ST-SHIP-TO-CODE.
           READ SHIP-TO-FILE
               INVALID KEY
                   DISPLAY "ORDENT: SHIP-TO NOT ON FILE FOR "
                       ORDER-CUSTOMER-WS
               NOT INVALID KEY
                   DISPLAY "ORDENT: SHIP TO " ST-SHIP-TO-NAME
                       " " ST-ADDRESS
                   MOVE "YES" TO SHIP-TO-OK-WS
           END-READ.

      *==============================================================
      * The rep credited with the order: the account's own rep
      * unless the operator names another -- a rep covering a
      * territory, or a split the sales manager agreed.
      *==============================================================
       255-TAKE-SALES-REP.
           MOVE CU-REP-CODE TO ORDER-REP-WS.
           IF REP-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE "NO" TO REP-OK-WS.
           PERFORM 256-TAKE-ONE-REP-CODE
               UNTIL REP-OK-WS = "YES".

       256-TAKE-ONE-REP-CODE.
           DISPLAY "SALES REP (BLANK=" CU-REP-CODE "):".
           ACCEPT ORDER-REP-WS.
           IF ORDER-REP-WS = SPACES
               MOVE CU-REP-CODE TO ORDER-REP-WS
               MOVE "YES" TO REP-OK-WS
               EXIT PARAGRAPH.
           MOVE ORDER-REP-WS TO SR-REP-CODE.
           READ SALES-REP-FILE
               INVALID KEY
                   DISPLAY "ORDENT: SALES REP NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "ORDENT: REP " SR-REP-NAME
                   MOVE "YES" TO REP-OK-WS
           END-READ.

      *==============================================================
      * Offer the part's substitutes for a line the shelf cannot
      * cover.  Only substitutes with something free to promise
      * are listed, with what is free and what it would cost this
      * customer; the operator swaps the line over to one, splits
      * the short balance onto one, or keeps the line as keyed.
      *==============================================================
       270-OFFER-SUBSTITUTES.
           MOVE LINE-PART-NUMBER-WS TO PRIMARY-PART-WS.
           MOVE PR-RESOLVED-PRICE   TO PRIMARY-PRICE-WS.
           MOVE PR-PRICE-RULE       TO PRIMARY-RULE-WS.
           PERFORM 271-GATHER-SUBSTITUTES.
           PERFORM 275-RESTORE-PRIMARY-LINE.
           IF SUBST-COUNT-WS = ZERO
               EXIT PARAGRAPH.
           DISPLAY "ORDENT: SUBSTITUTES FOR " PRIMARY-PART-WS.
           PERFORM VARYING SUBST-SUB FROM 1 BY 1
                   UNTIL SUBST-SUB > SUBST-COUNT-WS
               MOVE SUBST-SUB                  TO SW-NUMBER-OUT
               MOVE SI-PART-NUMBER (SUBST-SUB) TO SW-PART-NUMBER-OUT
               MOVE SI-PART-NAME (SUBST-SUB)   TO SW-PART-NAME-OUT
               MOVE SI-ATP-QTY (SUBST-SUB)     TO SW-ATP-OUT
               MOVE SI-PRICE (SUBST-SUB)       TO SW-PRICE-OUT
               MOVE SI-RANK (SUBST-SUB)        TO SW-RANK-OUT
               DISPLAY SUBST-LINE-OUT
           END-PERFORM.
           DISPLAY "(S)WAP, S(P)LIT OR BLANK TO KEEP AS KEYED:".
           ACCEPT SUBST-ACTION-WS.
           IF NOT SUBST-SWAP AND NOT SUBST-SPLIT
               MOVE SPACE TO SUBST-ACTION-WS
               EXIT PARAGRAPH.
           DISPLAY "SUBSTITUTE NUMBER:".
           ACCEPT SUBST-CHOICE-WS.
           IF SUBST-CHOICE-WS = ZERO
                   OR SUBST-CHOICE-WS > SUBST-COUNT-WS
               DISPLAY "ORDENT: NO SUCH SUBSTITUTE - LINE AS KEYED"
               MOVE SPACE TO SUBST-ACTION-WS
               EXIT PARAGRAPH.
           IF SUBST-SPLIT AND LINE-ALLOC-QTY-WS = ZERO
               MOVE "S" TO SUBST-ACTION-WS.

      *==============================================================
      * Collect the substitutes keyed against the part, then the
      * two-way pairs keyed the other way round, reached through
      * the substitute index, and put them in preference order.
      *==============================================================
       271-GATHER-SUBSTITUTES.
           MOVE ZERO TO SUBST-COUNT-WS.
           MOVE SPACES TO EOF-SUBST-WS.
           MOVE PRIMARY-PART-WS TO SX-PART-NUMBER.
           MOVE LOW-VALUES      TO SX-SUBSTITUTE-PART.
           START SUBSTITUTE-PART-FILE KEY IS NOT LESS THAN SX-KEY
               INVALID KEY MOVE "YES" TO EOF-SUBST-WS.
           PERFORM UNTIL EOF-SUBST-WS = "YES"
               READ SUBSTITUTE-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SUBST-WS
                   NOT AT END
                       IF SX-PART-NUMBER NOT = PRIMARY-PART-WS
                           MOVE "YES" TO EOF-SUBST-WS
                       ELSE
                           MOVE SX-SUBSTITUTE-PART
                               TO SUBST-CANDIDATE-WS
                           MOVE SX-PREFERENCE-RANK TO SUBST-RANK-WS
                           PERFORM 272-ADD-CANDIDATE
                       END-IF
           END-PERFORM.
           MOVE SPACES TO EOF-SUBST-WS.
           MOVE PRIMARY-PART-WS TO SX-SUBSTITUTE-PART.
           START SUBSTITUTE-PART-FILE
               KEY IS EQUAL TO SX-SUBSTITUTE-PART
               INVALID KEY MOVE "YES" TO EOF-SUBST-WS.
           PERFORM UNTIL EOF-SUBST-WS = "YES"
               READ SUBSTITUTE-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SUBST-WS
                   NOT AT END
                       IF SX-SUBSTITUTE-PART NOT = PRIMARY-PART-WS
                           MOVE "YES" TO EOF-SUBST-WS
                       ELSE
                           IF SX-TWO-WAY
                               MOVE SX-PART-NUMBER
                                   TO SUBST-CANDIDATE-WS
                               MOVE SX-PREFERENCE-RANK
                                   TO SUBST-RANK-WS
                               PERFORM 272-ADD-CANDIDATE
                           END-IF
                       END-IF
           END-PERFORM.
           PERFORM VARYING SUBST-SUB FROM 1 BY 1
                   UNTIL SUBST-SUB NOT < SUBST-COUNT-WS
               MOVE SUBST-SUB TO SUBST-LOW-SUB
               PERFORM VARYING SUBST-SUB-2 FROM SUBST-SUB BY 1
                       UNTIL SUBST-SUB-2 > SUBST-COUNT-WS
                   IF SI-RANK (SUBST-SUB-2) <
                           SI-RANK (SUBST-LOW-SUB)
                       MOVE SUBST-SUB-2 TO SUBST-LOW-SUB
                   END-IF
               END-PERFORM
               IF SUBST-LOW-SUB NOT = SUBST-SUB
                   MOVE SUBST-ITEM (SUBST-SUB)
                       TO SUBST-HOLD-ITEM-WS
                   MOVE SUBST-ITEM (SUBST-LOW-SUB)
                       TO SUBST-ITEM (SUBST-SUB)
                   MOVE SUBST-HOLD-ITEM-WS
                       TO SUBST-ITEM (SUBST-LOW-SUB)
               END-IF
           END-PERFORM.

      *==============================================================
      * Take one candidate onto the offer if it is a live part,
      * not already on this order, with stock free to promise.
      *==============================================================
       272-ADD-CANDIDATE.
           IF SUBST-COUNT-WS NOT < 9
               EXIT PARAGRAPH.
           MOVE "YES" TO SUBST-OK-WS.
           PERFORM VARYING SUBST-SUB FROM 1 BY 1
                   UNTIL SUBST-SUB > SUBST-COUNT-WS
               IF SI-PART-NUMBER (SUBST-SUB) = SUBST-CANDIDATE-WS
                   MOVE "NO" TO SUBST-OK-WS
               END-IF
           END-PERFORM.
           IF SUBST-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE CURRENT-ORDER-NUMBER-WS TO SO-ORDER-NUMBER.
           MOVE SUBST-CANDIDATE-WS      TO SO-PART-NUMBER.
           READ SALES-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SUBST-CANDIDATE-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PART-ON-HOLD
               EXIT PARAGRAPH.
           MOVE SUBST-CANDIDATE-WS TO LINE-PART-NUMBER-WS.
           PERFORM 320-TOTAL-OPEN-ALLOCATION.
           PERFORM 321-TOTAL-QUARANTINED-QTY.
           COMPUTE AVAILABLE-QTY-WS =
               QUANTITY - OPEN-ALLOC-QTY-WS
               - QUARANTINED-QTY-WS.
           IF AVAILABLE-QTY-WS NOT > ZERO
               EXIT PARAGRAPH.
           PERFORM 326-PRICE-SUBSTITUTE.
           ADD 1 TO SUBST-COUNT-WS.
           MOVE SUBST-CANDIDATE-WS TO
               SI-PART-NUMBER (SUBST-COUNT-WS).
           MOVE PART-NAME          TO SI-PART-NAME (SUBST-COUNT-WS).
           MOVE SUBST-RANK-WS      TO SI-RANK (SUBST-COUNT-WS).
           MOVE AVAILABLE-QTY-WS   TO SI-ATP-QTY (SUBST-COUNT-WS).
           MOVE PR-RESOLVED-PRICE  TO SI-PRICE (SUBST-COUNT-WS).

      *==============================================================
      * Move the line over to the chosen substitute: its master,
      * its price to the customer and its own allocation.
      *==============================================================
       273-SWAP-TO-SUBSTITUTE.
           MOVE SI-PART-NUMBER (SUBST-CHOICE-WS)
               TO LINE-PART-NUMBER-WS.
           MOVE LINE-PART-NUMBER-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           DISPLAY "ORDENT: " LINE-PART-NUMBER-WS " " PART-NAME
               " FOR " PRIMARY-PART-WS.
           PERFORM 325-PRICE-ORDER-LINE.
           PERFORM 216-FIGURE-LINE-ALLOCATION.
           PERFORM 276-LOG-SUBSTITUTION.

      *==============================================================
      * Split the line: what the shelf can cover stays on the part
      * keyed, and the short balance goes onto the substitute as a
      * line of its own.
      *==============================================================
       274-SPLIT-TO-SUBSTITUTE.
           COMPUTE SPLIT-QTY-WS =
               LINE-ORDER-QTY-WS - LINE-ALLOC-QTY-WS.
           MOVE LINE-ALLOC-QTY-WS TO LINE-ORDER-QTY-WS.
           PERFORM 217-WRITE-ALLOCATED-LINE.
           MOVE SPLIT-QTY-WS TO LINE-ORDER-QTY-WS.
           PERFORM 273-SWAP-TO-SUBSTITUTE.
           PERFORM 217-WRITE-ALLOCATED-LINE.

      *==============================================================
      * Put the part keyed back after the candidates were looked
      * at -- its master, its price and its part number.
      *==============================================================
       275-RESTORE-PRIMARY-LINE.
           MOVE PRIMARY-PART-WS TO LINE-PART-NUMBER-WS.
           MOVE PRIMARY-PART-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE PRIMARY-PRICE-WS TO PR-RESOLVED-PRICE.
           MOVE PRIMARY-RULE-WS  TO PR-PRICE-RULE.

      *==============================================================
      * Log the substitution for the monthly substitution report.
      *==============================================================
       276-LOG-SUBSTITUTION.
           MOVE CDT-DATE                TO SBL-DATE.
           MOVE "O"                     TO SBL-SOURCE.
           MOVE CURRENT-ORDER-NUMBER-WS TO SBL-DOCUMENT-NUMBER.
           MOVE ORDER-CUSTOMER-WS       TO SBL-CUSTOMER-CODE.
           MOVE PRIMARY-PART-WS         TO SBL-PRIMARY-PART.
           MOVE LINE-PART-NUMBER-WS     TO SBL-SUBSTITUTE-PART.
           IF SUBST-SPLIT
               MOVE "P" TO SBL-ACTION
           ELSE
               MOVE "S" TO SBL-ACTION.
           MOVE LINE-ORDER-QTY-WS       TO SBL-SUBSTITUTED-QTY.
           MOVE SP-OPERATOR-ID          TO SBL-OPERATOR-ID.
           WRITE SUBSTITUTION-LOG-RECORD.

      *==============================================================
      * Total what every open order line has already promised of
      * this part, reached through the order file's part-number
           END-PERFORM.

      *==============================================================
      * Price the line for this customer through PRICECAL -- the
      * same answer the invoice run will come to -- and tell the
      * operator the price and the rule behind it while the
      * customer is still on the phone.
      *==============================================================
       325-PRICE-ORDER-LINE.
           MOVE ORDER-CUSTOMER-WS   TO PR-CUSTOMER-CODE.
           MOVE LINE-PART-NUMBER-WS TO PR-PART-NUMBER.
           MOVE LINE-ORDER-QTY-WS   TO PR-QUANTITY.
           IF SELL-PRICE = ZERO
               MOVE UNIT-PRICE TO PR-LIST-PRICE
           ELSE
               MOVE SELL-PRICE TO PR-LIST-PRICE.
           MOVE CDT-DATE            TO PR-PRICE-DATE.
           CALL ".\PRICECAL" USING PRICE-CALC-PARMS.
           MOVE PR-RESOLVED-PRICE   TO LINE-PRICE-OUT.
           DISPLAY "ORDENT: PRICE " LINE-PRICE-OUT
               " (" PR-PRICE-RULE ")".

      *==============================================================
      * Price a substitute for the offer the same way, without
      * telling the operator -- the offer list shows it.
      *==============================================================
       326-PRICE-SUBSTITUTE.
           MOVE ORDER-CUSTOMER-WS   TO PR-CUSTOMER-CODE.
           MOVE SUBST-CANDIDATE-WS  TO PR-PART-NUMBER.
           MOVE LINE-ORDER-QTY-WS   TO PR-QUANTITY.
           IF SELL-PRICE = ZERO
               MOVE UNIT-PRICE TO PR-LIST-PRICE
           ELSE
               MOVE SELL-PRICE TO PR-LIST-PRICE.
           MOVE CDT-DATE            TO PR-PRICE-DATE.
           CALL ".\PRICECAL" USING PRICE-CALC-PARMS.

      *==============================================================
      * Write the order line with its allocation and its price.
      *==============================================================
       330-WRITE-ORDER-LINE.
           MOVE CURRENT-ORDER-NUMBER-WS TO SO-ORDER-NUMBER.
           MOVE ZERO                TO SO-FILLED-QTY.
           MOVE CDT-DATE            TO SO-ORDER-DATE.
           MOVE "O"                 TO SO-STATUS.
           MOVE SPACES              TO SO-CLOSED-DATE.
           MOVE PR-RESOLVED-PRICE   TO SO-UNIT-PRICE.
           MOVE PR-PRICE-RULE       TO SO-PRICE-RULE.
           MOVE ORDER-SHIP-TO-WS    TO SO-SHIP-TO-CODE.
           MOVE ORDER-REP-WS        TO SO-REP-CODE.
           WRITE SALES-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ORDENT: ORDER LINE WRITE FAILED "
           MOVE CU-CUSTOMER-NAME        TO PH-CUSTOMER-NAME-OUT.
           MOVE CDT-DATE                TO PH-ORDER-DATE-OUT.
           WRITE PICK-LIST-RECORD-OUT FROM PICK-HEADER-OUT.
           IF ORDER-SHIP-TO-WS = SPACES
               MOVE SPACES           TO PS-SHIP-TO-CODE-OUT
               MOVE CU-CUSTOMER-NAME TO PS-SHIP-TO-NAME-OUT
               MOVE CU-ADDRESS       TO PS-ADDRESS-OUT
           ELSE
               MOVE ORDER-SHIP-TO-WS TO PS-SHIP-TO-CODE-OUT
               MOVE ST-SHIP-TO-NAME  TO PS-SHIP-TO-NAME-OUT
               MOVE ST-ADDRESS       TO PS-ADDRESS-OUT.
           WRITE PICK-LIST-RECORD-OUT FROM PICK-SHIP-TO-OUT.
           WRITE PICK-LIST-RECORD-OUT FROM PICK-COLUMN-NAME.
           PERFORM VARYING PICK-SUB FROM 1 BY 1
                   UNTIL PICK-SUB > PICK-LINE-COUNT-WS
                   MOVE SPACES TO PD-SHORT-FLAG-OUT
               END-IF
               WRITE PICK-LIST-RECORD-OUT FROM PICK-DETAIL-OUT
               PERFORM 233-FIND-CUSTOMER-PART
               IF CPX-FOUND-WS = "YES"
                   MOVE CP-CUSTOMER-PART TO PC-CUST-PART-OUT
                   WRITE PICK-LIST-RECORD-OUT FROM PICK-CUST-PART-OUT
               END-IF
           END-PERFORM.
           CLOSE PICK-LIST-FILE-OUT.
           PERFORM 232-CATALOG-PICK-LIST.
               END-IF
           END-PERFORM.

      *==============================================================
      * Look for the customer's own number for a pick line's part
      * through the part-number index on the cross-reference.
      *==============================================================
       233-FIND-CUSTOMER-PART.
           MOVE "NO" TO CPX-FOUND-WS.
           IF CPX-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-CPX-WS.
           MOVE PK-PART-NUMBER (PICK-SUB) TO CP-PART-NUMBER.
           START CUST-PART-FILE KEY IS EQUAL TO CP-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-CPX-WS.
           PERFORM UNTIL EOF-CPX-WS = "YES"
               READ CUST-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CPX-WS
                   NOT AT END
                       IF CP-PART-NUMBER NOT =
                               PK-PART-NUMBER (PICK-SUB)
                           MOVE "YES" TO EOF-CPX-WS
                       ELSE
                           IF CP-CUSTOMER-CODE = ORDER-CUSTOMER-WS
                               MOVE "YES" TO CPX-FOUND-WS
                               MOVE "YES" TO EOF-CPX-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *==============================================================
      * Register the pick list in the report catalog the way the
      * PO extracts are registered.
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
               CLOSE STOCK-BALANCE-FILE
               CLOSE LOCATION-FILE.
           CLOSE CUSTOMER-FILE.
           IF SHIP-TO-FILE-OPEN-WS = "YES"
               CLOSE SHIP-TO-FILE.
           IF REP-FILE-OPEN-WS = "YES"
               CLOSE SALES-REP-FILE.
           IF QUOTE-FILE-OPEN-WS = "YES"
               CLOSE QUOTE-FILE.
           IF CPX-FILE-OPEN-WS = "YES"
               CLOSE CUST-PART-FILE.
           IF SUBST-FILE-OPEN-WS = "YES"
               CLOSE SUBSTITUTE-PART-FILE
               CLOSE SUBSTITUTION-LOG-FILE.

       end program ORDENT.
