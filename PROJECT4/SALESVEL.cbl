           05 LOW-MONTH-WS      PIC 9(2)  VALUE ZERO.
       01 MONTHS-BACK-TMP       PIC 9(4)  VALUE ZERO.

      *==============================================================
      * Optional product category the run is narrowed to -- blank
      * ranks every part -- and, inside it, an optional
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
       01 CUMULATIVE-PCT-WS     PIC 9(3)V9 VALUE ZERO.
       01 ABC-CLASS-WS          PIC X(1)  VALUE SPACES.

      *==============================================================
      * Units sold per product category, so the summary can say
      * how fast each category moves as a whole and what share of
      * total movement it carries.
      *==============================================================
       01 CATEGORY-SOLD-TABLE.
           05 CATEGORY-SOLD-ITEM OCCURS 50 TIMES.
               10 CS-CATEGORY        PIC X(3)  VALUE SPACES.
               10 CS-QTY-SOLD        PIC 9(12)V99 VALUE ZERO.
               10 CS-PART-COUNT      PIC 9(6)  VALUE ZERO.
       01 CATEGORY-SOLD-COUNT   PIC 9(2)  VALUE ZERO.
       01 CATEGORY-SUB          PIC 9(2)  VALUE ZERO.
       01 CATEGORY-FOUND-FLAG   PIC X(3)  VALUE "NO".

       01 READ-COUNTER-TMP      PIC 9(6)  VALUE ZERO.
       01 WRITTEN-COUNTER-TMP   PIC 9(6)  VALUE ZERO.

           05 FILLER              PIC X(4)    VALUE SPACES.
           05 VD-ABC-CLASS-OUT    PIC X(1)    VALUE SPACES.

       01 CATEGORY-SOLD-HEADER.
           05 FILLER PIC X(30) VALUE "UNITS SOLD BY CATEGORY".

       01 CATEGORY-SOLD-OUT-RECORD.
           05 FILLER              PIC X(9)    VALUE "CATEGORY ".
           05 CS-CATEGORY-OUT     PIC X(6)    VALUE SPACES.
           05 FILLER              PIC X(2)    VALUE SPACES.
           05 CS-QTY-SOLD-OUT     PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER              PIC X(2)    VALUE SPACES.
           05 CS-PART-COUNT-OUT   PIC ZZZZZ9  VALUE ZEROS.
           05 FILLER              PIC X(7)    VALUE " PARTS ".
           05 CS-SHARE-PCT-OUT    PIC ZZ9.9   VALUE ZEROS.
           05 FILLER              PIC X(2)    VALUE " %".

       01 AUDIT-TRAIL-OUT.
           05  FILLER             PIC X(10)    VALUE "TOTAL SOLD".
           05  FILLER             PIC X(2)     VALUE SPACES.
      *==============================================================
       200-INIT-VELOCITY-REPORT.
           PERFORM 301-PROMPT-MONTHS-WANTED.
           PERFORM 304-PROMPT-CATEGORY.
           PERFORM 302-CAL-LOW-PERIOD.
           PERFORM 303-OPEN-ALL-FILES.

           IF MONTHS-WANTED-WS = ZERO
               MOVE 12 TO MONTHS-WANTED-WS.

      *==============================================================
      * Ask which product category, if any, the ranking is
      * narrowed to.
      *==============================================================
       304-PROMPT-CATEGORY.
           DISPLAY CATEGORY-PROMPT.
           ACCEPT SCOPE-CATEGORY-WS.
           IF SCOPE-CATEGORY-WS NOT = SPACES
               DISPLAY SUB-CATEGORY-PROMPT
               ACCEPT SCOPE-SUB-CATEGORY-WS.

      *==============================================================
      * Work out the earliest year/month inside the window --
      * months count back from the current month inclusive, so a
           PERFORM 310-READ-INVENT-RECORD.
           PERFORM UNTIL EOF-INVENT-WS = "YES"
               ADD 1 TO READ-COUNTER-TMP
               PERFORM 315-CHECK-PART-CATEGORY
               IF PART-IN-SCOPE-WS = "YES"
                   PERFORM 320-TOTAL-PART-HISTORY
                   ADD PART-QTY-SOLD-WS TO TOTAL-QTY-SOLD-WS
                   PERFORM 325-ACCUMULATE-CATEGORY-SOLD
                   MOVE PART-QTY-SOLD-WS  TO VS-QTY-SOLD
                   MOVE PART-NUMBER-IN    TO VS-PART-NUMBER
                   MOVE PART-NAME-IN      TO VS-PART-NAME
                   MOVE QUANTITY-IN       TO VS-QTY-ON-HAND
                   MOVE PART-SALE-COUNT-WS TO VS-SALE-COUNT
                   RELEASE VELOCITY-SORT-RECORD
               END-IF
               PERFORM 310-READ-INVENT-RECORD
           END-PERFORM.

           READ INVENT-FILE-IN
               AT END MOVE "YES" TO EOF-INVENT-WS.

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
      * Roll the part's units sold into its category's row, adding
      * the row the first time the category is seen.
      *==============================================================
       325-ACCUMULATE-CATEGORY-SOLD.
           MOVE "NO" TO CATEGORY-FOUND-FLAG.
           PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
                   UNTIL CATEGORY-SUB > CATEGORY-SOLD-COUNT
               IF CS-CATEGORY (CATEGORY-SUB) = PART-CATEGORY-IN
                   ADD PART-QTY-SOLD-WS TO CS-QTY-SOLD (CATEGORY-SUB)
                   ADD 1 TO CS-PART-COUNT (CATEGORY-SUB)
                   MOVE "YES" TO CATEGORY-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF CATEGORY-FOUND-FLAG = "NO" AND CATEGORY-SOLD-COUNT < 50
               ADD 1 TO CATEGORY-SOLD-COUNT
               MOVE PART-CATEGORY-IN
                   TO CS-CATEGORY (CATEGORY-SOLD-COUNT)
               MOVE PART-QTY-SOLD-WS
                   TO CS-QTY-SOLD (CATEGORY-SOLD-COUNT)
               MOVE 1 TO CS-PART-COUNT (CATEGORY-SOLD-COUNT).

      *==============================================================
      * Total one part's history records that fall inside the
      * window -- positioned with START at the part's earliest
           WRITE VELOCITY-REPORT-DATA FROM VELOCITY-COLUMN-NAME.

      *==============================================================
      * Write the units-sold-by-category summary, then the summary
      * audit trail as the last line of the report, then close
      * every file.
      *==============================================================
       200-TERM-VELOCITY-REPORT.
           WRITE VELOCITY-REPORT-DATA FROM CATEGORY-SOLD-HEADER.
           PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
                   UNTIL CATEGORY-SUB > CATEGORY-SOLD-COUNT
               IF CS-CATEGORY (CATEGORY-SUB) = SPACES
                   MOVE "(NONE)" TO CS-CATEGORY-OUT
               ELSE
                   MOVE CS-CATEGORY (CATEGORY-SUB) TO CS-CATEGORY-OUT
               END-IF
               MOVE CS-QTY-SOLD (CATEGORY-SUB)   TO CS-QTY-SOLD-OUT
               MOVE CS-PART-COUNT (CATEGORY-SUB) TO CS-PART-COUNT-OUT
               IF TOTAL-QTY-SOLD-WS = ZERO
                   MOVE ZERO TO SHARE-PCT-WS
               ELSE
                   COMPUTE SHARE-PCT-WS ROUNDED =
                       (CS-QTY-SOLD (CATEGORY-SUB) * 100)
                           / TOTAL-QTY-SOLD-WS
               END-IF
               MOVE SHARE-PCT-WS TO CS-SHARE-PCT-OUT
               WRITE VELOCITY-REPORT-DATA
                   FROM CATEGORY-SOLD-OUT-RECORD
           END-PERFORM.
           MOVE TOTAL-QTY-SOLD-WS   TO VELOCITY-TOTAL-SOLD.
           MOVE READ-COUNTER-TMP    TO RECORDS-READ.
           MOVE WRITTEN-COUNTER-TMP TO RECORDS-WRITTEN.
