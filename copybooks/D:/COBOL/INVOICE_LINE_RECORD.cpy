      *==============================================================
      * Invoice line record (INVOICE-LINE-FILE, INVLINE.TXT) --
      * one record per line the invoicing run bills, keyed by
      * invoice number and line, so what was sold on an invoice,
      * at what cost and by which rep, outlives the printed
      * document.  The cost is the part's average cost on the
      * invoice date, the same cost the margin report works from.
      * The commission run stamps the period it paid the line in,
      * so a line is paid once and a rerun of the same month pays
      * the same lines again.
      *==============================================================
       01  INVOICE-LINE-RECORD.
           05 IL-KEY.
               10 IL-INVOICE-NUMBER PIC 9(6)  VALUE ZERO.
               10 IL-LINE-NUMBER    PIC 9(2)  VALUE ZERO.
           05 IL-CUSTOMER-CODE      PIC X(5)  VALUE SPACES.
           05 IL-INVOICE-DATE       PIC X(8)  VALUE SPACES.
           05 IL-PART-NUMBER        PIC X(7)  VALUE SPACES.
           05 IL-TRANS-CODE         PIC X(1)  VALUE SPACES.
           05 IL-QTY                PIC 9(7)V99 VALUE ZERO.
           05 IL-UNIT-PRICE         PIC 9(4)V99 VALUE ZERO.
           05 IL-LINE-VALUE         PIC 9(8)V99 VALUE ZERO.
           05 IL-UNIT-COST          PIC 9(4)V99 VALUE ZERO.
           05 IL-REP-CODE           PIC X(3)  VALUE SPACES.
           05 IL-COMMISSION-PERIOD  PIC 9(6)  VALUE ZERO.
           05 IL-COMMISSION-AMOUNT  PIC S9(6)V99 VALUE ZERO.
