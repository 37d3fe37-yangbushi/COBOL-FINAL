       01 SUPPLIER-SUBTOTAL-HEADER.
           05 FILLER PIC X(25) VALUE "STOCK VALUE BY SUPPLIER".

      *==============================================================
      * The same running stock-value subtotals by product
      * category, for the fasteners-against-electrical view.
      * Parts not yet classified subtotal under the blank category.
      *==============================================================
       01 CATEGORY-SUBTOTAL-TABLE.
           05 CATEGORY-SUBTOTAL-ITEM OCCURS 50 TIMES.
               10 CAT-SUBTOTAL-CODE      PIC X(3)  VALUE SPACES.
               10 CAT-SUBTOTAL-VALUE     PIC 9(12)V99 VALUE ZERO.
       01 CATEGORY-SUBTOTAL-COUNT  PIC 9(2) VALUE ZERO.
       01 CAT-SUBTOTAL-SUB         PIC 9(2) VALUE ZERO.

       01 CATEGORY-SUBTOTAL-HEADER.
           05 FILLER PIC X(25) VALUE "STOCK VALUE BY CATEGORY".

       01 CATEGORY-SUBTOTAL-OUT-RECORD.
           05 FILLER                    PIC X(9)  VALUE "CATEGORY ".
           05 CAT-SUBTOTAL-CODE-OUT     PIC X(6).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 CAT-SUBTOTAL-VALUE-OUT    PIC ZZZZZZZZZZZZ9.99.

       01 SUPPLIER-SUBTOTAL-OUT-RECORD.
           05 FILLER                    PIC X(9)  VALUE "SUBTOTAL ".
           05 SUBTOTAL-SUPPLIER-CODE-OUT PIC X(5).
       01 CATALOG-STATUS     PIC X(2)  VALUE SPACES.
       01 PARMS-PRESENT-WS   PIC X(3)  VALUE "NO".
       01 EOF-PARM-WS        PIC X(3)  VALUE SPACES.
       01 HELD-RUN-PARMS-WS  PIC X(80) VALUE SPACES.

      *==============================================================
      * Give each run's report its own dated file name instead of
           88 SCOPE-ALL           VALUE "A".
           88 SCOPE-BY-SUPPLIER   VALUE "S".
           88 SCOPE-BY-RANGE      VALUE "R".
           88 SCOPE-BY-CATEGORY   VALUE "C".
       01 SCOPE-PROMPT            PIC X(60) VALUE
               "SCOPE? (A)LL, (S)UPPLIER, (R)ANGE OF PARTS, (C)ATEGORY".
       01 SCOPE-CATEGORY-WS       PIC X(3) VALUE SPACES.
       01 SCOPE-SUB-CATEGORY-WS   PIC X(3) VALUE SPACES.
       01 SCOPE-SUPPLIER-CODE-WS  PIC X(5) VALUE SPACES.
       01 SCOPE-PART-LOW-WS       PIC X(7) VALUE SPACES.
       01 SCOPE-PART-HIGH-WS      PIC X(7) VALUE SPACES.
       01 RECORD-IN-SCOPE-WS      PIC X(3) VALUE "YES".
      *==============================================================
      * The company whose books the run values -- blank for every
      * company together.  It narrows whatever scope was chosen,
      * and the GL extract totals only what the report shows.
      *==============================================================
       01 SCOPE-COMPANY-WS        PIC X(2) VALUE SPACES.
       01 COMPANY-PROMPT          PIC X(20)
                               VALUE "COMPANY (BLANK=ALL)?".
       01 CSV-HEADER-LINE-WS      PIC X(90)
                               VALUE "PARTNUM,PARTNAME,VALUE,SUPPLIER".
       01 CSV-DETAIL-LINE-WS      PIC X(90) VALUE SPACES.
       01 CSV-SUBTOTAL-HEADER-WS  PIC X(90)
                               VALUE "STOCK VALUE BY SUPPLIER".
       01 CSV-SUBTOTAL-LINE-WS    PIC X(90) VALUE SPACES.
       01 CSV-CAT-SUBTOTAL-HEADER-WS PIC X(90)
                               VALUE "STOCK VALUE BY CATEGORY".
       01 CSV-AUDIT-LINE-WS       PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
                   IF NOT PART-CONSIGNED-IN
                       PERFORM 300-CAL-TOTAL-VALUE
                       PERFORM 300-ACCUMULATE-SUPPLIER-SUBTOTAL
                       PERFORM 300-ACCUMULATE-CATEGORY-SUBTOTAL
                   END-IF
                   PERFORM 300-CHECK-OUT-OF-STOCK
                   PERFORM 300-SEARCH-SUPPLIER-RECORD
      *DISPLAY AUDIT TRAIL, CLOSE FILES TO TERMINATE MAINLINE
       200-TERMINATE-INVENTORY-REORDER-REPORT.
           PERFORM  300-WRITE-SUPPLIER-SUBTOTALS.
           PERFORM  300-WRITE-CATEGORY-SUBTOTALS.
           PERFORM  300-WRITE-OUT-OF-STOCK-LIST.
           PERFORM  300-WRITE-AUDIT-TRAIL-OUT.
           PERFORM  300-CLOSE-IN-OUT-FILES.
               ACCEPT OUTPUT-FORMAT-FLAG.

      *ASK WHETHER THIS RUN SHOULD COVER THE WHOLE CATALOG OR BE
      *SCOPED TO ONE SUPPLIER, A RANGE OF PART NUMBERS, OR ONE
      *PRODUCT CATEGORY (OPTIONALLY ONE OF ITS SUB-CATEGORIES).
       292-PROMPT-REPORT-SCOPE.
           IF PARMS-PRESENT-WS = "YES"
               MOVE RP-SCOPE-FLAG     TO REPORT-SCOPE-FLAG
               MOVE RP-SCOPE-SUPPLIER TO SCOPE-SUPPLIER-CODE-WS
               MOVE RP-PART-LOW       TO SCOPE-PART-LOW-WS
               MOVE RP-PART-HIGH      TO SCOPE-PART-HIGH-WS
               MOVE RP-SCOPE-CAT      TO SCOPE-CATEGORY-WS
               MOVE RP-SCOPE-SUB-CAT  TO SCOPE-SUB-CATEGORY-WS
               MOVE RP-COMPANY-CODE   TO SCOPE-COMPANY-WS
           ELSE
               DISPLAY SCOPE-PROMPT
               ACCEPT REPORT-SCOPE-FLAG
                       ACCEPT SCOPE-PART-LOW-WS
                       DISPLAY "ENTER HIGH PART NUMBER"
                       ACCEPT SCOPE-PART-HIGH-WS
                   WHEN SCOPE-BY-CATEGORY
                       DISPLAY "ENTER CATEGORY"
                       ACCEPT SCOPE-CATEGORY-WS
                       DISPLAY "ENTER SUB-CATEGORY (BLANK FOR ALL)"
                       ACCEPT SCOPE-SUB-CATEGORY-WS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               DISPLAY COMPANY-PROMPT
               ACCEPT SCOPE-COMPANY-WS.

      *READ 1 RECORD FROM INPUT INVENTORY FILE,
      *SET EOF-INVENT IF REACH THE END OF THE INVENT FILE,
           USING QUANTITY-IN, UNIT-PRICE-IN, STOCK-VALUE-TMP.

      *SEE WHETHER THIS RECORD FALLS WITHIN THE RUN'S SCOPE -- ALL
      *RECORDS, ONE SUPPLIER'S, ONE CATEGORY'S, OR A PART-NUMBER
      *RANGE -- AND, WHEN ONE WAS CHOSEN, THE ONE COMPANY'S.  A PART
      *WITH NO COMPANY IS COMPANY 01'S.  PART NUMBERS
      *ARE ALPHANUMERIC, SO THE RANGE COMPARE IS BYTE-ORDER, NOT
      *NUMERIC.
       300-CHECK-IN-SCOPE.
           MOVE "YES" TO RECORD-IN-SCOPE-WS.
           IF SCOPE-COMPANY-WS NOT = SPACES
               IF PART-COMPANY-CODE-IN = SPACES
                   IF SCOPE-COMPANY-WS NOT = "01"
                       MOVE "NO" TO RECORD-IN-SCOPE-WS
                   END-IF
               ELSE
                   IF PART-COMPANY-CODE-IN NOT = SCOPE-COMPANY-WS
                       MOVE "NO" TO RECORD-IN-SCOPE-WS
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SCOPE-BY-SUPPLIER
                   IF SUPPLIER-CODE-IN IN INVENT-RECORD-IN NOT =
                           PART-NUMBER-IN > SCOPE-PART-HIGH-WS
                       MOVE "NO" TO RECORD-IN-SCOPE-WS
                   END-IF
               WHEN SCOPE-BY-CATEGORY
                   IF PART-CATEGORY-IN NOT = SCOPE-CATEGORY-WS
                       MOVE "NO" TO RECORD-IN-SCOPE-WS
                   END-IF
                   IF SCOPE-SUB-CATEGORY-WS NOT = SPACES AND
                           PART-SUB-CATEGORY-IN NOT =
                               SCOPE-SUB-CATEGORY-WS
                       MOVE "NO" TO RECORD-IN-SCOPE-WS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               END-IF
           END-PERFORM.

      *ADD THIS PART'S STOCK VALUE TO ITS PRODUCT CATEGORY'S
      *RUNNING SUBTOTAL THE SAME WAY.
       300-ACCUMULATE-CATEGORY-SUBTOTAL.
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

      *WRITE THE STOCK-VALUE-BY-CATEGORY SUMMARY SECTION AFTER THE
      *SUPPLIER SUBTOTALS, ONE LINE PER CATEGORY SEEN.
       300-WRITE-CATEGORY-SUBTOTALS.
           IF CSV-FORMAT
               WRITE INVENT-RECORD-OUT FROM CSV-CAT-SUBTOTAL-HEADER-WS
           ELSE
               WRITE INVENT-RECORD-OUT FROM CATEGORY-SUBTOTAL-HEADER.
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
               IF CSV-FORMAT
                   MOVE SPACES TO CSV-SUBTOTAL-LINE-WS
                   STRING "CATEGORY," DELIMITED BY SIZE
                       FUNCTION TRIM(CAT-SUBTOTAL-CODE-OUT)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(CAT-SUBTOTAL-VALUE-OUT)
                           DELIMITED BY SIZE
                       INTO CSV-SUBTOTAL-LINE-WS
                   WRITE INVENT-RECORD-OUT FROM CSV-SUBTOTAL-LINE-WS
               ELSE
                   WRITE INVENT-RECORD-OUT
                       FROM CATEGORY-SUBTOTAL-OUT-RECORD
               END-IF
           END-PERFORM.

      *ADD A PART TO THE OUT-OF-STOCK EXCEPTION LIST WHEN IT HAS
      *NOTHING ON HAND.
       300-CHECK-OUT-OF-STOCK.
