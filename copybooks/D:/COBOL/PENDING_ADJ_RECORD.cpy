               88 PA-PENDING    VALUE "P".
               88 PA-APPROVED   VALUE "A".
               88 PA-REJECTED   VALUE "R".
      *==============================================================
      * What kind of item is waiting.  Spaces is a stock
      * adjustment or write-off from the posting run; A is a
      * receivables adjustment, where the trans code carries the
      * adjustment type (C credit memo, D debit memo, W write-off),
      * the move value its amount, and the customer and invoice
      * below say which open item it is against.  A released
      * receivables item goes back to the AR adjustment program
      * instead of the stock transaction file.  P is a purchase
      * line held over its open-to-buy: the trans code carries the
      * line's origin, the amount its quantity, the move value its
      * cost, and the requisition below holds the line itself --
      * releasing it approves the requisition past the budget.
      *==============================================================
           05 PA-ITEM-KIND      PIC X(1)  VALUE SPACES.
               88 PA-STOCK-ITEM VALUE SPACE.
               88 PA-AR-ITEM    VALUE "A".
               88 PA-PURCHASE-ITEM VALUE "P".
           05 PA-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 PA-INVOICE-NUMBER PIC 9(6)  VALUE ZERO.
           05 PA-REQ-NUMBER     PIC 9(6)  VALUE ZERO.
           05 PA-SUPPLIER-CODE  PIC X(5)  VALUE SPACES.
