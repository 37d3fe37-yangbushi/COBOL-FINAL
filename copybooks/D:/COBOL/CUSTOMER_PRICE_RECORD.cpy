      *==============================================================
      * Customer price record (CUSTOMER-PRICE-FILE, CUSTPRC.TXT) --
      * the prices an account has been promised instead of the
      * list price on the part master.  Keyed by customer and
      * part; a record with a blank part number is the account's
      * blanket discount, applied to any part that has no record
      * of its own.  On a part record the quantity breaks are
      * tested first (the largest break the line reaches wins),
      * then the contract price, then the record's discount
      * percent off list.  An expiry date, when set, ends the
      * arrangement after that day.
      *==============================================================
       01  CUSTOMER-PRICE-RECORD.
           05 CP-KEY.
               10 CP-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
               10 CP-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 CP-CONTRACT-PRICE     PIC 9(4)V99 VALUE ZERO.
           05 CP-DISCOUNT-PCT       PIC 9(2)V99 VALUE ZERO.
           05 CP-EXPIRY-DATE        PIC X(8)  VALUE SPACES.
           05 CP-BREAK-TIER OCCURS 5 TIMES.
               10 CP-BREAK-QTY      PIC 9(7)V99 VALUE ZERO.
               10 CP-BREAK-PRICE    PIC 9(4)V99 VALUE ZERO.
