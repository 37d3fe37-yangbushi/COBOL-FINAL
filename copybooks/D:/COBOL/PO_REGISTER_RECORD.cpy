      *==============================================================
      * Open purchase-order register record (PO-REGISTER-FILE) --
      * one record per PO line, written by the requisition release
      * run when it assigns a PO number to a supplier's approved
      * lines (and by special orders and blanket releases), and
      * relieved by receiving as stock comes in.  The part-number
      * alternate index lets the reorder calculation net out what
      * is already on order for a part without scanning the whole
      * register.
      *==============================================================
       01  PO-REGISTER-RECORD.
           05 POR-PO-LINE-KEY.
      *==============================================================
           05 POR-INVOICED-FLAG     PIC X(1)  VALUE SPACES.
               88 POR-INVOICED      VALUE "Y".
      *==============================================================
      * The currency the line was ordered in, copied from the
      * supplier when the PO is cut, with the rate in force on the
      * order date and the price the supplier sees on the
      * document.  Home-currency lines carry spaces, a rate of one
      * and the home price.  Receiving keeps the average rate the
      * received quantity was valued at, which is what the invoice
      * match measures its exchange gain or loss against.  The
      * acknowledged price is in the line's own currency.
      *==============================================================
           05 POR-CURRENCY-CODE     PIC X(3)  VALUE SPACES.
           05 POR-ORDER-RATE        PIC 9(4)V9(6) VALUE ZERO.
           05 POR-FOREIGN-PRICE     PIC 9(6)V99 VALUE ZERO.
           05 POR-RECEIPT-RATE      PIC 9(4)V9(6) VALUE ZERO.
      *==============================================================
      * The business date the line was closed or cancelled -- what
      * the period-end archive ages a finished line by.  Lines
      * closed before the date was kept carry spaces and are aged
      * by their order date instead.
      *==============================================================
           05 POR-CLOSED-DATE       PIC X(8)  VALUE SPACES.
      *==============================================================
      * Who handled the line at each step: the buyer who raised
      * it (for a released requisition, the buyer who approved
      * it), the receiver who last booked stock against it and
      * the clerk who matched the supplier's invoice to it.  The
      * segregation-of-duties report reads these as the evidence
      * of who did what on each purchase order.  Lines raised
      * before this was kept carry spaces.
      *==============================================================
           05 POR-RAISED-BY         PIC X(8)  VALUE SPACES.
           05 POR-RECEIVED-BY       PIC X(8)  VALUE SPACES.
           05 POR-MATCHED-BY        PIC X(8)  VALUE SPACES.
      *==============================================================
      * The company the line is bought for, taken from the part
      * when the line is cut -- whose books the payable and the
      * receipt land in.  Lines raised before the company existed
      * carry spaces and count as company 01.
      *==============================================================
           05 POR-COMPANY-CODE      PIC X(2)  VALUE "01".
