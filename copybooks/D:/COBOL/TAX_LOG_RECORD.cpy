           05 TXL-TAXABLE-VALUE PIC 9(8)V99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TXL-TAX-AMOUNT    PIC 9(6)V99.
      *==============================================================
      * The ship-to the goods went to when the sale was shipped to
      * one of the customer's sites -- the tax code above is then
      * that site's jurisdiction.  Spaces for counter sales and
      * shipments to the customer's own address.
      *==============================================================
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TXL-SHIP-TO-CODE  PIC X(4).
