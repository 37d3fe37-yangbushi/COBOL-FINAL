       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICECAL as "PRICECAL".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-PRICE-FILE
               ASSIGN TO "D:\COBOL\CUSTPRC.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS CUSTOMER-PRICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-PRICE-FILE.
           COPY "D:\COBOL\CUSTOMER_PRICE_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 CUSTOMER-PRICE-STATUS PIC X(2)  VALUE SPACES.
       01 PRICE-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 PRICE-FOUND-WS        PIC X(3)  VALUE "NO".
       01 TIER-SUB              PIC 9(1)  VALUE ZERO.
       01 BEST-BREAK-QTY-WS     PIC 9(7)V99 VALUE ZERO.
       01 DISCOUNTED-PRICE-WS   PIC 9(4)V99 VALUE ZERO.

       LINKAGE SECTION.
           COPY "D:\COBOL\PRICE_CALC_PARMS.cpy".

      *==============================================================
      * Price one line for one customer, called the way the
      * valuation calls CALCULAT.  The customer's own record for
      * the part is tried first, then the account's blanket
      * discount, and list price is the answer when neither
      * applies.  A price file that does not exist yet means no
      * arrangements -- everybody pays list, as before.
      *==============================================================
       PROCEDURE DIVISION USING PRICE-CALC-PARMS.
       100-PRICE-ONE-LINE.
           MOVE PR-LIST-PRICE TO PR-RESOLVED-PRICE.
           MOVE "LIST"        TO PR-PRICE-RULE.
           IF PR-CUSTOMER-CODE = SPACES
               EXIT PROGRAM.
           OPEN INPUT CUSTOMER-PRICE-FILE.
           IF CUSTOMER-PRICE-STATUS = "00"
               MOVE "YES" TO PRICE-FILE-OPEN-WS
           ELSE
               MOVE "NO" TO PRICE-FILE-OPEN-WS.
           IF PRICE-FILE-OPEN-WS = "YES"
               PERFORM 200-TRY-PART-PRICE
               IF PRICE-FOUND-WS = "NO"
                   PERFORM 210-TRY-ACCOUNT-DISCOUNT
               END-IF
               CLOSE CUSTOMER-PRICE-FILE.
           EXIT PROGRAM.

      *==============================================================
      * The customer's record for this part: the largest quantity
      * break the line reaches, else the contract price, else the
      * record's discount off list.  A record that has lapsed is
      * treated as not there.
      *==============================================================
       200-TRY-PART-PRICE.
           MOVE "NO" TO PRICE-FOUND-WS.
           MOVE PR-CUSTOMER-CODE TO CP-CUSTOMER-CODE.
           MOVE PR-PART-NUMBER   TO CP-PART-NUMBER.
           PERFORM 300-READ-PRICE-RECORD.
           IF PRICE-FOUND-WS = "NO"
               EXIT PARAGRAPH.
           MOVE ZERO TO BEST-BREAK-QTY-WS.
           PERFORM VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5
               IF CP-BREAK-QTY (TIER-SUB) > ZERO AND
                  CP-BREAK-PRICE (TIER-SUB) > ZERO AND
                  PR-QUANTITY NOT < CP-BREAK-QTY (TIER-SUB) AND
                  CP-BREAK-QTY (TIER-SUB) > BEST-BREAK-QTY-WS
                   MOVE CP-BREAK-QTY (TIER-SUB) TO BEST-BREAK-QTY-WS
                   MOVE CP-BREAK-PRICE (TIER-SUB)
                       TO PR-RESOLVED-PRICE
                   MOVE "QTYBREAK" TO PR-PRICE-RULE
               END-IF
           END-PERFORM.
           IF BEST-BREAK-QTY-WS > ZERO
               EXIT PARAGRAPH.
           IF CP-CONTRACT-PRICE > ZERO
               MOVE CP-CONTRACT-PRICE TO PR-RESOLVED-PRICE
               MOVE "CONTRACT" TO PR-PRICE-RULE
               EXIT PARAGRAPH.
           IF CP-DISCOUNT-PCT > ZERO
               PERFORM 220-APPLY-DISCOUNT
           ELSE
               MOVE "NO" TO PRICE-FOUND-WS.

      *==============================================================
      * The account's blanket discount -- the record with a blank
      * part number.
      *==============================================================
       210-TRY-ACCOUNT-DISCOUNT.
           MOVE PR-CUSTOMER-CODE TO CP-CUSTOMER-CODE.
           MOVE SPACES           TO CP-PART-NUMBER.
           PERFORM 300-READ-PRICE-RECORD.
           IF PRICE-FOUND-WS = "YES" AND CP-DISCOUNT-PCT > ZERO
               PERFORM 220-APPLY-DISCOUNT.

       220-APPLY-DISCOUNT.
           COMPUTE DISCOUNTED-PRICE-WS ROUNDED =
               PR-LIST-PRICE * (100 - CP-DISCOUNT-PCT) / 100.
           MOVE DISCOUNTED-PRICE-WS TO PR-RESOLVED-PRICE.
           MOVE "CUSTDISC" TO PR-PRICE-RULE.

      *==============================================================
      * Read one price record; an expiry date before the date
      * being priced counts as no record at all.
      *==============================================================
       300-READ-PRICE-RECORD.
           READ CUSTOMER-PRICE-FILE
               INVALID KEY
                   MOVE "NO" TO PRICE-FOUND-WS
               NOT INVALID KEY
                   MOVE "YES" TO PRICE-FOUND-WS
                   IF CP-EXPIRY-DATE NOT = SPACES AND
                      CP-EXPIRY-DATE NOT = ZERO AND
                      PR-PRICE-DATE NOT = SPACES AND
                      CP-EXPIRY-DATE < PR-PRICE-DATE
                       MOVE "NO" TO PRICE-FOUND-WS
                   END-IF
           END-READ.

       end program PRICECAL.
