               88 SO-OPEN-LINE      VALUE "O".
               88 SO-FILLED-LINE    VALUE "C".
               88 SO-CANCELED-LINE  VALUE "X".
      *==============================================================
      * Shipped as far as it is going to be -- the rest of the
      * line was closed short at ship confirmation and its
      * allocation handed back to the shelf.
      *==============================================================
               88 SO-SHORT-CLOSED-LINE VALUE "S".
      *==============================================================
      * The price the line was taken at and the rule that set it
      * (see PRICE_CALC_PARMS) -- what the customer was told on
      * the phone, kept so a question about the invoice can be
      * answered from the order.
      *==============================================================
           05 SO-UNIT-PRICE         PIC 9(4)V99 VALUE ZERO.
           05 SO-PRICE-RULE         PIC X(8)  VALUE SPACES.
      *==============================================================
      * Where the line is delivered -- a ship-to code on the
      * customer's ship-to file.  Spaces send it to the address on
      * the customer master, as every order did before sites were
      * kept.
      *==============================================================
           05 SO-SHIP-TO-CODE       PIC X(4)  VALUE SPACES.
      *==============================================================
      * The rep credited with the order: the customer's own rep
      * unless order entry overrode it, carried onto the invoice
      * line so the commission follows the sale.
      *==============================================================
           05 SO-REP-CODE           PIC X(3)  VALUE SPACES.
      *==============================================================
      * The business date the line was filled or closed short --
      * what the period-end archive ages a finished line by.
      * Lines closed before the date was kept carry spaces and are
      * aged by their order date instead.
      *==============================================================
           05 SO-CLOSED-DATE        PIC X(8)  VALUE SPACES.
