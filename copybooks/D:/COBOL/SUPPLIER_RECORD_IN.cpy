           05 SUPPLIER-PHONE-IN     PIC X(12) VALUE SPACES.
           05 SUPPLIER-LEAD-TIME-IN PIC 9(3)  VALUE ZERO.
           05 SUPPLIER-MIN-ORDER-QTY-IN PIC 9(4) VALUE ZERO.
      *==============================================================
      * Payment terms the supplier bills on -- net days from the
      * invoice date, and an early-pay discount percent earned by
      * paying within the discount days (2/10 net 30 is 10, 2.00,
      * 30).  Zero net days means due on receipt.
      *==============================================================
           05 SUPPLIER-TERMS-NET-DAYS-IN  PIC 9(3)    VALUE ZERO.
           05 SUPPLIER-TERMS-DISC-DAYS-IN PIC 9(3)    VALUE ZERO.
           05 SUPPLIER-TERMS-DISC-PCT-IN  PIC 9(2)V99 VALUE ZERO.
      *==============================================================
      * The currency the supplier quotes, orders and bills in.
      * Spaces (or the home code) is our own currency; anything
      * else is priced through the exchange-rate table (FXRATE).
      *==============================================================
           05 SUPPLIER-CURRENCY-IN        PIC X(3)    VALUE SPACES.
