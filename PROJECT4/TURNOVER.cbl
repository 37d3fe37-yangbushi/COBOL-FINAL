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
       01 TURNS-FOUND-FLAG      PIC X(3) VALUE "NO".
       01 SUPPLIER-TURNS-WS     PIC 9(4)V99 VALUE ZERO.

      *==============================================================
      * The same accumulators by product category.
      *==============================================================
       01 CATEGORY-TURNS-TABLE.
           05 CATEGORY-TURNS-ITEM OCCURS 50 TIMES.
               10 CT-CATEGORY-CODE   PIC X(3)  VALUE SPACES.
               10 CT-QTY-SOLD        PIC 9(12)V99 VALUE ZERO.
               10 CT-AVG-ON-HAND     PIC 9(11)V99 VALUE ZERO.
       01 CATEGORY-TURNS-COUNT  PIC 9(2) VALUE ZERO.
       01 CAT-TURNS-SUB         PIC 9(2) VALUE ZERO.

       01 TURNOVER-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ST-TURNS-OUT       PIC ZZZ9.99.

       01 CATEGORY-TURNS-HEADER.
           05 FILLER PIC X(30) VALUE "ANNUAL TURNS BY CATEGORY".

       01 CATEGORY-TURNS-OUT-RECORD.
           05 FILLER             PIC X(9)  VALUE "CATEGORY ".
           05 CT-CATEGORY-OUT    PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CT-TURNS-OUT       PIC ZZZ9.99.

       01 TURNOVER-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(6)  VALUE "READ:".
           05 AT-READ-OUT       PIC ZZZZZ9.
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
           PERFORM 310-READ-INVENT-RECORD.
           PERFORM UNTIL EOF-INVENT-WS = "YES"
               ADD 1 TO RECORDS-READ-WS
               PERFORM 315-CHECK-PART-CATEGORY
               PERFORM 320-TOTAL-PART-HISTORY
               PERFORM 330-AVERAGE-PART-SNAPSHOTS
               IF AVG-ON-HAND-WS > ZERO
                       AND PART-IN-SCOPE-WS = "YES"
                   COMPUTE ANNUAL-TURNS-WS ROUNDED =
                       (PART-QTY-SOLD-WS * 12 / MONTHS-WANTED-WS)
                       / AVG-ON-HAND-WS
                   PERFORM 340-ACCUMULATE-SUPPLIER-TURNS
                   PERFORM 345-ACCUMULATE-CATEGORY-TURNS
                   MOVE ANNUAL-TURNS-WS  TO TO-ANNUAL-TURNS
                   MOVE PART-NUMBER-IN   TO TO-PART-NUMBER
                   MOVE PART-NAME-IN     TO TO-PART-NAME
               PERFORM 310-READ-INVENT-RECORD
           END-PERFORM.

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
               MOVE AVG-ON-HAND-WS TO
                   ST-AVG-ON-HAND (SUPPLIER-TURNS-COUNT).

      *==============================================================
      * Roll this part's sold and average-on-hand into its
      * category's accumulators the same way.
      *==============================================================
       345-ACCUMULATE-CATEGORY-TURNS.
           MOVE "NO" TO TURNS-FOUND-FLAG.
           PERFORM VARYING CAT-TURNS-SUB FROM 1 BY 1
                   UNTIL CAT-TURNS-SUB > CATEGORY-TURNS-COUNT
               IF CT-CATEGORY-CODE (CAT-TURNS-SUB) = PART-CATEGORY-IN
                   ADD PART-QTY-SOLD-WS
                       TO CT-QTY-SOLD (CAT-TURNS-SUB)
                   ADD AVG-ON-HAND-WS
                       TO CT-AVG-ON-HAND (CAT-TURNS-SUB)
                   MOVE "YES" TO TURNS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF TURNS-FOUND-FLAG = "NO"
                   AND CATEGORY-TURNS-COUNT < 50
               ADD 1 TO CATEGORY-TURNS-COUNT
               MOVE PART-CATEGORY-IN TO
                   CT-CATEGORY-CODE (CATEGORY-TURNS-COUNT)
               MOVE PART-QTY-SOLD-WS TO
                   CT-QTY-SOLD (CATEGORY-TURNS-COUNT)
               MOVE AVG-ON-HAND-WS TO
                   CT-AVG-ON-HAND (CATEGORY-TURNS-COUNT).

      *==============================================================
      * Read the next record off the inventory master.
      *==============================================================
           WRITE TURNOVER-REPORT-DATA FROM TURNOVER-COLUMN-NAME.

      *==============================================================
      * Write the per-supplier and per-category turns summaries,
      * the run totals, and close every file.
      *==============================================================
       202-TERM-TURNOVER.
           WRITE TURNOVER-REPORT-DATA FROM SUPPLIER-TURNS-HEADER.
               WRITE TURNOVER-REPORT-DATA
                   FROM SUPPLIER-TURNS-OUT-RECORD
           END-PERFORM.
           WRITE TURNOVER-REPORT-DATA FROM CATEGORY-TURNS-HEADER.
           PERFORM VARYING CAT-TURNS-SUB FROM 1 BY 1
                   UNTIL CAT-TURNS-SUB > CATEGORY-TURNS-COUNT
               IF CT-CATEGORY-CODE (CAT-TURNS-SUB) = SPACES
                   MOVE "(NONE)" TO CT-CATEGORY-OUT
               ELSE
                   MOVE CT-CATEGORY-CODE (CAT-TURNS-SUB)
                       TO CT-CATEGORY-OUT
               END-IF
               IF CT-AVG-ON-HAND (CAT-TURNS-SUB) > ZERO
                   COMPUTE SUPPLIER-TURNS-WS ROUNDED =
                       (CT-QTY-SOLD (CAT-TURNS-SUB) * 12
                           / MONTHS-WANTED-WS)
                       / CT-AVG-ON-HAND (CAT-TURNS-SUB)
               ELSE
                   MOVE ZERO TO SUPPLIER-TURNS-WS
               END-IF
               MOVE SUPPLIER-TURNS-WS TO CT-TURNS-OUT
               WRITE TURNOVER-REPORT-DATA
                   FROM CATEGORY-TURNS-OUT-RECORD
           END-PERFORM.
           MOVE RECORDS-READ-WS    TO AT-READ-OUT.
           MOVE WRITTEN-COUNTER-TMP TO AT-WRITTEN-OUT.
           WRITE TURNOVER-REPORT-DATA FROM TURNOVER-AUDIT-TRAIL-OUT.
