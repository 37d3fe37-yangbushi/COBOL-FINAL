           05 SNAP-QUANTITY         PIC 9(7)V99   VALUE ZERO.
           05 SNAP-UNIT-PRICE       PIC 9(4)V99   VALUE ZERO.
           05 SNAP-STOCK-VALUE      PIC 9(11)V99  VALUE ZERO.
      *==============================================================
      * The part's company at the time of the snapshot, so each
      * company's month-end value can be totalled on its own.
      * Snapshots taken before the company existed carry spaces
      * and count as company 01.
      *==============================================================
           05 SNAP-COMPANY-CODE     PIC X(2)      VALUE "01".
