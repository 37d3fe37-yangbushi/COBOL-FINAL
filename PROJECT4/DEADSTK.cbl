           05 LOW-MONTH-WS      PIC 9(2)  VALUE ZERO.
       01 MONTHS-BACK-TMP       PIC 9(4)  VALUE ZERO.

      *==============================================================
      * Optional product category the run is narrowed to -- blank
      * covers every part -- and, inside it, an optional
      * sub-category.
      *==============================================================
       01 CATEGORY-PROMPT       PIC X(34)
                       VALUE "CATEGORY? (BLANK FOR ALL)".
       01 SUB-CATEGORY-PROMPT   PIC X(34)
                       VALUE "SUB-CATEGORY? (BLANK FOR ALL)".
       01 SCOPE-CATEGORY-WS     PIC X(3)  VALUE SPACES.
       01 SCOPE-SUB-CATEGORY-WS PIC X(3)  VALUE SPACES.
       01 PART-IN-SCOPE-WS      PIC X(3)  VALUE "YES".

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-YEAR      PIC 9(4).
       01 SUBTOTAL-SUB             PIC 9(2) VALUE ZERO.
       01 SUBTOTAL-FOUND-FLAG      PIC X(3) VALUE "NO".

      *==============================================================
      * The same exposure subtotals by product category.
      *==============================================================
       01 CATEGORY-SUBTOTAL-TABLE.
           05 CATEGORY-SUBTOTAL-ITEM OCCURS 50 TIMES.
               10 CAT-SUBTOTAL-CODE      PIC X(3)  VALUE SPACES.
               10 CAT-SUBTOTAL-VALUE     PIC 9(12)V99 VALUE ZERO.
       01 CATEGORY-SUBTOTAL-COUNT  PIC 9(2) VALUE ZERO.
       01 CAT-SUBTOTAL-SUB         PIC 9(2) VALUE ZERO.

       01 DEAD-STOCK-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 SUBTOTAL-VALUE-OUT        PIC ZZZZZZZZZZ9.99.

       01 CATEGORY-SUBTOTAL-HEADER.
           05 FILLER PIC X(30) VALUE "DEAD STOCK VALUE BY CATEGORY".

       01 CATEGORY-SUBTOTAL-OUT-RECORD.
           05 FILLER                    PIC X(9)  VALUE "CATEGORY ".
           05 CAT-SUBTOTAL-CODE-OUT     PIC X(6).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 CAT-SUBTOTAL-VALUE-OUT    PIC ZZZZZZZZZZ9.99.

       01 DEAD-STOCK-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(15) VALUE "TOTAL EXPOSURE".
           05 AT-EXPOSURE-OUT   PIC Z(11)9.99.
           ACCEPT MONTHS-WANTED-WS.
           IF MONTHS-WANTED-WS = ZERO
               MOVE 12 TO MONTHS-WANTED-WS.
           DISPLAY CATEGORY-PROMPT.
           ACCEPT SCOPE-CATEGORY-WS.
           IF SCOPE-CATEGORY-WS NOT = SPACES
               DISPLAY SUB-CATEGORY-PROMPT
               ACCEPT SCOPE-SUB-CATEGORY-WS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           COMPUTE MONTHS-BACK-TMP =
               (CDT-YEAR * 12) + CDT-MONTH - MONTHS-WANTED-WS + 1.
      *==============================================================
      * A part with stock on hand and not one sale inside the
      * window is dead stock -- value the exposure and put it on
      * the report under its supplier.  A run narrowed to one
      * product category looks only at that category's parts.
      *==============================================================
       210-CHECK-ONE-PART.
           ADD 1 TO RECORDS-READ-WS.
           PERFORM 315-CHECK-PART-CATEGORY.
           IF QUANTITY-IN > ZERO AND PART-IN-SCOPE-WS = "YES"
               PERFORM 320-TOTAL-PART-HISTORY
               IF PART-QTY-SOLD-WS = ZERO
                   PERFORM 220-REPORT-DEAD-PART
               USING QUANTITY-IN, UNIT-PRICE-IN, STOCK-VALUE-TMP.
           ADD STOCK-VALUE-TMP TO TOTAL-EXPOSURE-WS.
           PERFORM 330-ACCUMULATE-SUPPLIER-SUBTOTAL.
           PERFORM 335-ACCUMULATE-CATEGORY-SUBTOTAL.
           MOVE PART-NUMBER-IN  TO DS-PART-NUMBER-OUT.
           MOVE PART-NAME-IN    TO DS-PART-NAME-OUT.
           MOVE QUANTITY-IN     TO DS-ON-HAND-OUT.
           MOVE LOCATION-CODE-IN TO DS-LOCATION-OUT.
           WRITE DEAD-STOCK-REPORT-DATA FROM DEAD-STOCK-DETAIL-OUT.

      *==============================================================
      * Is this part inside the category the run was narrowed to?
      *==============================================================
       315-CHECK-PART-CATEGORY.
           MOVE "YES" TO PART-IN-SCOPE-WS.
           IF SCOPE-CATEGORY-WS NOT = SPACES
                   AND PART-CATEGORY-IN NOT = SCOPE-CATEGORY-WS
               MOVE "NO" TO PART-IN-SCOPE-WS.
           IF SCOPE-SUB-CATEGORY-WS NOT = SPACES
                   AND PART-SUB-CATEGORY-IN NOT = SCOPE-SUB-CATEGORY-WS
               MOVE "NO" TO PART-IN-SCOPE-WS.

      *==============================================================
      * Total the part's units sold inside the window, positioned
      * through the history index.
               MOVE STOCK-VALUE-TMP TO
                   SUBTOTAL-STOCK-VALUE (SUPPLIER-SUBTOTAL-COUNT).

      *==============================================================
      * Add this part's exposure to its product category's running
      * subtotal the same way.
      *==============================================================
       335-ACCUMULATE-CATEGORY-SUBTOTAL.
           MOVE "NO" TO SUBTOTAL-FOUND-FLAG.
           PERFORM VARYING CAT-SUBTOTAL-SUB FROM 1 BY 1
                   UNTIL CAT-SUBTOTAL-SUB > CATEGORY-SUBTOTAL-COUNT
               IF CAT-SUBTOTAL-CODE (CAT-SUBTOTAL-SUB) =
                       PART-CATEGORY-IN
                   ADD STOCK-VALUE-TMP TO
                       CAT-SUBTOTAL-VALUE (CAT-SUBTOTAL-SUB)
                   MOVE "YES" TO SUBTOTAL-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF SUBTOTAL-FOUND-FLAG = "NO"
                   AND CATEGORY-SUBTOTAL-COUNT < 50
               ADD 1 TO CATEGORY-SUBTOTAL-COUNT
               MOVE PART-CATEGORY-IN TO
                   CAT-SUBTOTAL-CODE (CATEGORY-SUBTOTAL-COUNT)
               MOVE STOCK-VALUE-TMP TO
                   CAT-SUBTOTAL-VALUE (CATEGORY-SUBTOTAL-COUNT).

      *==============================================================
      * Read the next record off the inventory master.
      *==============================================================
               AT END MOVE "YES" TO EOF-INVENT-WS.

      *==============================================================
      * Write the per-supplier and per-category exposure
      * summaries, the report total, and close every file.
      *==============================================================
       202-TERM-DEAD-STOCK.
           WRITE DEAD-STOCK-REPORT-DATA
               WRITE DEAD-STOCK-REPORT-DATA
                   FROM SUPPLIER-SUBTOTAL-OUT-RECORD
           END-PERFORM.
           WRITE DEAD-STOCK-REPORT-DATA
               FROM CATEGORY-SUBTOTAL-HEADER.
           PERFORM VARYING CAT-SUBTOTAL-SUB FROM 1 BY 1
                   UNTIL CAT-SUBTOTAL-SUB > CATEGORY-SUBTOTAL-COUNT
               IF CAT-SUBTOTAL-CODE (CAT-SUBTOTAL-SUB) = SPACES
                   MOVE "(NONE)" TO CAT-SUBTOTAL-CODE-OUT
               ELSE
                   MOVE CAT-SUBTOTAL-CODE (CAT-SUBTOTAL-SUB) TO
                       CAT-SUBTOTAL-CODE-OUT
               END-IF
               MOVE CAT-SUBTOTAL-VALUE (CAT-SUBTOTAL-SUB) TO
                   CAT-SUBTOTAL-VALUE-OUT
               WRITE DEAD-STOCK-REPORT-DATA
                   FROM CATEGORY-SUBTOTAL-OUT-RECORD
           END-PERFORM.
           MOVE TOTAL-EXPOSURE-WS  TO AT-EXPOSURE-OUT.
           MOVE RECORDS-READ-WS    TO AT-READ-OUT.
           MOVE DEAD-PART-COUNT-WS TO AT-DEAD-OUT.
