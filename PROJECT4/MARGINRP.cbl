               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLK-KEY
               FILE STATUS IS KEYED-LOG-STATUS.
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
       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

       FD  SALES-ORDER-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 ORDER-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 BILL-ORDER-PRICED-WS  PIC X(3)  VALUE "NO".
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.

       01 PERIOD-PROMPT         PIC X(31)
                       VALUE "PERIOD (YYYYMM, 0 FOR ALL)?".
       01 LOG-PERIOD-TMP        PIC 9(6)  VALUE ZERO.

      *==============================================================
      * Optional product category the run is narrowed to -- blank
      * covers every sale -- and, inside it, an optional
      * sub-category.
      *==============================================================
       01 CATEGORY-PROMPT       PIC X(34)
                       VALUE "CATEGORY? (BLANK FOR ALL)".
       01 SUB-CATEGORY-PROMPT   PIC X(34)
                       VALUE "SUB-CATEGORY? (BLANK FOR ALL)".
       01 SCOPE-CATEGORY-WS     PIC X(3)  VALUE SPACES.
       01 SCOPE-SUB-CATEGORY-WS PIC X(3)  VALUE SPACES.
       01 SALE-IN-SCOPE-WS      PIC X(3)  VALUE "YES".
       01 SALE-CATEGORY-WS      PIC X(3)  VALUE SPACES.
       01 SALE-SUB-CATEGORY-WS  PIC X(3)  VALUE SPACES.
       01 LOG-DATE-NUM-TMP.
           05 LDN-PERIOD        PIC 9(6).
           05 LDN-DAY           PIC 9(2).
       01 TOTAL-MARGIN-WS       PIC S9(12)V99 VALUE ZERO.
       01 ROW-MARGIN-WS         PIC S9(12)V99 VALUE ZERO.
       01 ROW-MARGIN-PCT-WS     PIC S9(3)V9 VALUE ZERO.
           COPY "D:\COBOL\PRICE_CALC_PARMS.cpy".

      *==============================================================
      * Sell value against weighted-average cost, grouped once by
       01 CUST-SUB              PIC 9(2)  VALUE ZERO.
       01 CUST-FOUND-FLAG       PIC X(3)  VALUE "NO".

       01 CAT-MARGIN-TABLE.
           05 CAT-MARGIN-ITEM OCCURS 50 TIMES.
               10 KM-CATEGORY     PIC X(3)   VALUE SPACES.
               10 KM-QTY-SOLD     PIC 9(11)V99 VALUE ZERO.
               10 KM-SELL-VALUE   PIC 9(12)V99 VALUE ZERO.
               10 KM-COST-VALUE   PIC 9(12)V99 VALUE ZERO.
       01 CAT-ROW-COUNT-WS      PIC 9(2)  VALUE ZERO.
       01 CAT-SUB               PIC 9(2)  VALUE ZERO.
       01 CAT-FOUND-FLAG        PIC X(3)  VALUE "NO".

       01 PART-SECTION-HEADER.
           05 FILLER PIC X(16) VALUE "MARGIN BY PART".
       01 CUST-SECTION-HEADER.
           05 FILLER PIC X(20) VALUE "MARGIN BY CUSTOMER".
       01 CAT-SECTION-HEADER.
           05 FILLER PIC X(20) VALUE "MARGIN BY CATEGORY".

       01 MARGIN-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "KEY".
       200-INIT-MARGIN-REPORT.
           DISPLAY PERIOD-PROMPT.
           ACCEPT REPORT-PERIOD-WS.
           DISPLAY CATEGORY-PROMPT.
           ACCEPT SCOPE-CATEGORY-WS.
           IF SCOPE-CATEGORY-WS NOT = SPACES
               DISPLAY SUB-CATEGORY-PROMPT
               ACCEPT SCOPE-SUB-CATEGORY-WS.
           OPEN INPUT TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               DISPLAY "MARGINRP: BAD OPEN TRANSLOGK "
                   KEYED-LOG-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS = "00"
               MOVE "YES" TO ORDER-FILE-OPEN-WS.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "MARGINRP: BAD OPEN INVENT-FILE "
                       MOVE LDN-PERIOD TO LOG-PERIOD-TMP
                       IF REPORT-PERIOD-WS = ZERO OR
                               LOG-PERIOD-TMP = REPORT-PERIOD-WS
                           PERFORM 215-CHECK-SALE-CATEGORY
                           IF SALE-IN-SCOPE-WS = "YES"
                               PERFORM 220-ACCUMULATE-ONE-SALE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                   KEYED-LOG-STATUS NOT = "10"
               MOVE "YES" TO EOF-LOG-WS.

      *==============================================================
      * Find the sold part's category and whether the sale falls
      * inside the category the run was narrowed to.  A part no
      * longer on the master has no category and only counts on
      * an unnarrowed run.
      *==============================================================
       215-CHECK-SALE-CATEGORY.
           MOVE "YES"  TO SALE-IN-SCOPE-WS.
           MOVE SPACES TO SALE-CATEGORY-WS.
           MOVE SPACES TO SALE-SUB-CATEGORY-WS.
           MOVE TLK-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PART-CATEGORY     TO SALE-CATEGORY-WS
                   MOVE PART-SUB-CATEGORY TO SALE-SUB-CATEGORY-WS
           END-READ.
           IF SCOPE-CATEGORY-WS NOT = SPACES
                   AND SALE-CATEGORY-WS NOT = SCOPE-CATEGORY-WS
               MOVE "NO" TO SALE-IN-SCOPE-WS.
           IF SCOPE-SUB-CATEGORY-WS NOT = SPACES
                   AND SALE-SUB-CATEGORY-WS NOT = SCOPE-SUB-CATEGORY-WS
               MOVE "NO" TO SALE-IN-SCOPE-WS.

      *==============================================================
      * Value one sale twice -- at what it sold for and at what it
      * cost -- and add both under its part and its customer.
      * What it sold for is the customer's price from PRICECAL,
      * the same price the invoice charged.
      *==============================================================
       220-ACCUMULATE-ONE-SALE.
           ADD 1 TO SALES-SEEN-WS.
                   ELSE
                       MOVE SELL-PRICE TO SALE-PRICE-WS
                   END-IF
                   MOVE TLK-CUSTOMER-CODE TO PR-CUSTOMER-CODE
                   MOVE TLK-PART-NUMBER   TO PR-PART-NUMBER
                   MOVE SALE-QTY-WS       TO PR-QUANTITY
                   MOVE SALE-PRICE-WS     TO PR-LIST-PRICE
                   MOVE TLK-DATE          TO PR-PRICE-DATE
                   PERFORM 225-PRICE-FROM-ORDER-OR-FILE
                   MOVE PR-RESOLVED-PRICE TO SALE-PRICE-WS
                   CALL ".\CALCULAT"
                       USING SALE-QTY-WS, SALE-PRICE-WS,
                           SELL-VALUE-WS
           ADD COST-VALUE-WS TO TOTAL-COST-WS.
           PERFORM 230-POST-PART-ROW.
           PERFORM 240-POST-CUSTOMER-ROW.
           PERFORM 245-POST-CATEGORY-ROW.

      *==============================================================
      * A sale shipped against a sales order bills at the price
      * the order was taken at -- contract, break or quoted -- so
      * the customer pays what they were told.  Anything else is
      * priced for the customer by PRICECAL.
      *==============================================================
       225-PRICE-FROM-ORDER-OR-FILE.
           MOVE "NO" TO BILL-ORDER-PRICED-WS.
           IF TLK-ORDER-NUMBER > ZERO AND ORDER-FILE-OPEN-WS = "YES"
               MOVE TLK-ORDER-NUMBER TO SO-ORDER-NUMBER
               MOVE TLK-PART-NUMBER  TO SO-PART-NUMBER
               READ SALES-ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SO-UNIT-PRICE > ZERO
                           MOVE SO-UNIT-PRICE TO PR-RESOLVED-PRICE
                           MOVE SO-PRICE-RULE TO PR-PRICE-RULE
                           MOVE "YES" TO BILL-ORDER-PRICED-WS
                       END-IF
               END-READ.
           IF BILL-ORDER-PRICED-WS = "NO"
               CALL ".\PRICECAL" USING PRICE-CALC-PARMS.

      *==============================================================
      * Add the sale under its part's row, adding the row the
                   TO CM-COST-VALUE (CUST-ROW-COUNT-WS).

      *==============================================================
      * Add the sale under its part's category row -- parts not
      * yet classified group under the blank category.
      *==============================================================
       245-POST-CATEGORY-ROW.
           MOVE "NO" TO CAT-FOUND-FLAG.
           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > CAT-ROW-COUNT-WS
               IF KM-CATEGORY (CAT-SUB) = SALE-CATEGORY-WS
                   ADD TLK-TRANS-AMOUNT TO KM-QTY-SOLD (CAT-SUB)
                   ADD SELL-VALUE-WS TO KM-SELL-VALUE (CAT-SUB)
                   ADD COST-VALUE-WS TO KM-COST-VALUE (CAT-SUB)
                   MOVE "YES" TO CAT-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF CAT-FOUND-FLAG = "NO" AND CAT-ROW-COUNT-WS < 50
               ADD 1 TO CAT-ROW-COUNT-WS
               MOVE SALE-CATEGORY-WS
                   TO KM-CATEGORY (CAT-ROW-COUNT-WS)
               MOVE TLK-TRANS-AMOUNT
                   TO KM-QTY-SOLD (CAT-ROW-COUNT-WS)
               MOVE SELL-VALUE-WS
                   TO KM-SELL-VALUE (CAT-ROW-COUNT-WS)
               MOVE COST-VALUE-WS
                   TO KM-COST-VALUE (CAT-ROW-COUNT-WS).

      *==============================================================
      * Write all three sections and the run totals, then close.
      *==============================================================
       202-TERM-MARGIN-REPORT.
           WRITE MARGIN-REPORT-DATA FROM PART-SECTION-HEADER.
               PERFORM 251-COMPUTE-CUST-MARGIN-PCT
               WRITE MARGIN-REPORT-DATA FROM MARGIN-DETAIL-OUT
           END-PERFORM.
           WRITE MARGIN-REPORT-DATA FROM CAT-SECTION-HEADER.
           WRITE MARGIN-REPORT-DATA FROM MARGIN-COLUMN-NAME.
           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > CAT-ROW-COUNT-WS
               MOVE SPACES TO MD-KEY-OUT
               IF KM-CATEGORY (CAT-SUB) = SPACES
                   MOVE "(NONE)" TO MD-KEY-OUT
               ELSE
                   MOVE KM-CATEGORY (CAT-SUB) TO MD-KEY-OUT
               END-IF
               MOVE KM-QTY-SOLD (CAT-SUB)    TO MD-QTY-OUT
               MOVE KM-SELL-VALUE (CAT-SUB)  TO MD-SELL-OUT
               MOVE KM-COST-VALUE (CAT-SUB)  TO MD-COST-OUT
               COMPUTE ROW-MARGIN-WS =
                   KM-SELL-VALUE (CAT-SUB) -
                   KM-COST-VALUE (CAT-SUB)
               MOVE ROW-MARGIN-WS TO MD-MARGIN-OUT
               PERFORM 252-COMPUTE-CAT-MARGIN-PCT
               WRITE MARGIN-REPORT-DATA FROM MARGIN-DETAIL-OUT
           END-PERFORM.
           COMPUTE TOTAL-MARGIN-WS = TOTAL-SELL-WS - TOTAL-COST-WS.
           MOVE TOTAL-SELL-WS   TO MT-SELL-OUT.
           MOVE TOTAL-COST-WS   TO MT-COST-OUT.
           WRITE MARGIN-REPORT-DATA FROM MARGIN-TOTALS-OUT.
           CLOSE TRANS-LOG-KEYED-FILE.
           CLOSE INVENT-FILE.
           IF ORDER-FILE-OPEN-WS = "YES"
               CLOSE SALES-ORDER-FILE.
           CLOSE MARGIN-REPORT-OUT.

      *==============================================================
                   ROW-MARGIN-WS * 100 / CM-SELL-VALUE (CUST-SUB)
               MOVE ROW-MARGIN-PCT-WS TO MD-PCT-OUT.

       252-COMPUTE-CAT-MARGIN-PCT.
           IF KM-SELL-VALUE (CAT-SUB) = ZERO
               MOVE ZERO TO MD-PCT-OUT
           ELSE
               COMPUTE ROW-MARGIN-PCT-WS ROUNDED =
                   ROW-MARGIN-WS * 100 / KM-SELL-VALUE (CAT-SUB)
               MOVE ROW-MARGIN-PCT-WS TO MD-PCT-OUT.

       end program MARGINRP.
