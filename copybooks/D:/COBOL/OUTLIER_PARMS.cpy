      *==============================================================
      * Parameters for the outlier check (OUTLCHK).  It is given a
      * transaction's part, code, quantity in eaches, keyed unit
      * cost and the part's current average cost, and says whether
      * the quantity or the cost is far enough out of line with
      * the part's history to be held for confirmation -- and,
      * either way, the history it judged against, so the screen
      * and the outlier file can show it.
      *==============================================================
       01  OUTLIER-PARMS.
           05 OX-PART-NUMBER        PIC X(7)  VALUE SPACES.
           05 OX-TRANS-CODE         PIC X(1)  VALUE SPACES.
           05 OX-QUANTITY           PIC 9(7)V99 VALUE ZERO.
           05 OX-UNIT-COST          PIC 9(4)V99 VALUE ZERO.
           05 OX-CURRENT-COST       PIC 9(4)V99 VALUE ZERO.
           05 OX-RESULT             PIC X(1)  VALUE SPACES.
               88 OX-IS-OUTLIER     VALUE "Y".
               88 OX-IN-LINE        VALUE "N".
           05 OX-REASON             PIC X(30) VALUE SPACES.
           05 OX-HISTORY-COUNT      PIC 9(5)  VALUE ZERO.
           05 OX-AVERAGE-QTY        PIC 9(7)V99 VALUE ZERO.
           05 OX-SPREAD-QTY         PIC 9(7)V99 VALUE ZERO.
           05 OX-QTY-LIMIT          PIC 9(8)V99 VALUE ZERO.
           05 OX-COST-LOW           PIC 9(4)V99 VALUE ZERO.
           05 OX-COST-HIGH          PIC 9(6)V99 VALUE ZERO.
