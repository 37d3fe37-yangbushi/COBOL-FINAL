      *==============================================================
      * FIFO cost layer record (COST-LAYER-FILE, COSTLAYR.TXT) --
      * one record per receipt of a part, holding what that
      * receipt cost and how much of it is still on the shelf.
      * Issues (sales, write-offs, supplier returns) draw the
      * oldest layers down first, so what is left prices the
      * stock at first-in, first-out alongside the moving
      * average UNIT-PRICE carries.  Keyed by part, receipt date
      * and the receipt's transaction-log sequence number, so a
      * part's layers read oldest first.
      *==============================================================
       01  COST-LAYER-RECORD.
           05 FL-KEY.
               10 FL-PART-NUMBER    PIC X(7)  VALUE SPACES.
               10 FL-RECEIPT-DATE   PIC 9(8)  VALUE ZERO.
               10 FL-LAYER-SEQ      PIC 9(9)  VALUE ZERO.
           05 FL-RECEIVED-QTY       PIC 9(7)V99 VALUE ZERO.
           05 FL-QTY-REMAINING      PIC 9(7)V99 VALUE ZERO.
      *==============================================================
      * Landed unit cost -- the receipt's cost with its share of
      * freight and duty loaded in, the same figure folded into
      * the average.
      *==============================================================
           05 FL-UNIT-COST          PIC 9(4)V99 VALUE ZERO.
           05 FL-PO-NUMBER          PIC 9(6)  VALUE ZERO.
           05 FL-SOURCE             PIC X(1)  VALUE SPACES.
               88 FL-FROM-PO-RECEIPT  VALUE "P".
               88 FL-FROM-TRANSACTION VALUE "T".
