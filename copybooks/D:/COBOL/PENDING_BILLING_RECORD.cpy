      *==============================================================
      * Pending billing record (PENDING-BILLING-FILE, PENDBILL.TXT)
      * -- one priced sale line waiting for its account's billing
      * cycle to close.  The invoice run writes a line here instead
      * of invoicing it when the customer is billed weekly, semi-
      * monthly or monthly and the cycle is still open, and takes
      * it back out onto the consolidated invoice on the last
      * working day of the cycle.  Keyed by account, site and
      * delivery date, so a cycle's lines come back in the order
      * they were delivered, then by the keyed-log entry the sale
      * was posted under so a rerun of a day cannot hold it twice.
      *==============================================================
       01  PENDING-BILLING-RECORD.
           05 PB-KEY.
               10 PB-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
               10 PB-SHIP-TO-CODE   PIC X(4)  VALUE SPACES.
               10 PB-DELIVERY-DATE  PIC 9(8)  VALUE ZERO.
               10 PB-LOG-KEY.
                   15 PB-LOG-PART   PIC X(7)  VALUE SPACES.
                   15 PB-LOG-SEQ    PIC 9(9)  VALUE ZERO.
           05 PB-PART-NUMBER        PIC X(7)  VALUE SPACES.
           05 PB-TRANS-CODE         PIC X(1)  VALUE SPACES.
           05 PB-QTY                PIC 9(7)V99 VALUE ZERO.
      *==============================================================
      * The line as priced on the day it was delivered -- price,
      * rule, rep and cost are not worked out again at cycle end.
      *==============================================================
           05 PB-UNIT-PRICE         PIC 9(4)V99 VALUE ZERO.
           05 PB-LINE-VALUE         PIC 9(8)V99 VALUE ZERO.
           05 PB-PRICE-RULE         PIC X(8)  VALUE SPACES.
           05 PB-REP-CODE           PIC X(3)  VALUE SPACES.
           05 PB-UNIT-COST          PIC 9(4)V99 VALUE ZERO.
      *==============================================================
      * Y when an exempt or resale account had no certificate in
      * force on the delivery date, with the standard-rate tax the
      * line carries onto the invoice.
      *==============================================================
           05 PB-TAX-FLAG           PIC X(1)  VALUE SPACES.
           05 PB-GOODS-TAX          PIC 9(6)V99 VALUE ZERO.
