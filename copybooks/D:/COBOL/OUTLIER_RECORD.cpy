      *==============================================================
      * Outlier record (OUTLIER-FILE, OUTLIER.TXT) -- one record per
      * transaction the outlier check found out of line with the
      * part's history.  The batch edit holds its outliers here
      * instead of passing them to posting, with the raw batch
      * line kept so a confirmed one can go back into the batch;
      * the transaction screen asks its operator on the spot and
      * records the answer here.  Either way the record says what
      * was flagged, against what history, and who confirmed or
      * rejected it.
      *==============================================================
       01  OUTLIER-RECORD.
           05 OL-OUTLIER-NUMBER     PIC 9(6)  VALUE ZERO.
           05 OL-SOURCE             PIC X(1)  VALUE SPACES.
               88 OL-FROM-BATCH     VALUE "B".
               88 OL-FROM-SCREEN    VALUE "S".
           05 OL-PART-NUMBER        PIC X(7)  VALUE SPACES.
           05 OL-TRANS-CODE         PIC X(1)  VALUE SPACES.
           05 OL-QUANTITY           PIC 9(7)V99 VALUE ZERO.
           05 OL-UNIT-COST          PIC 9(4)V99 VALUE ZERO.
           05 OL-CURRENT-COST       PIC 9(4)V99 VALUE ZERO.
           05 OL-HISTORY-COUNT      PIC 9(5)  VALUE ZERO.
           05 OL-AVERAGE-QTY        PIC 9(7)V99 VALUE ZERO.
           05 OL-SPREAD-QTY         PIC 9(7)V99 VALUE ZERO.
           05 OL-QTY-LIMIT          PIC 9(8)V99 VALUE ZERO.
           05 OL-REASON             PIC X(30) VALUE SPACES.
           05 OL-FLAGGED-DATE       PIC X(8)  VALUE SPACES.
           05 OL-FLAGGED-BY         PIC X(8)  VALUE SPACES.
           05 OL-STATUS             PIC X(1)  VALUE SPACES.
               88 OL-HELD           VALUE "H".
               88 OL-CONFIRMED      VALUE "C".
               88 OL-REJECTED       VALUE "R".
           05 OL-WORKED-BY          PIC X(8)  VALUE SPACES.
           05 OL-WORKED-DATE        PIC X(8)  VALUE SPACES.
           05 OL-TRANS-IMAGE        PIC X(72) VALUE SPACES.
