      *==============================================================
      * Accounts-payable open-item record (AP-OPEN-ITEM-FILE,
      * APOPEN.TXT) -- one record per supplier invoice that has
      * passed the three-way match, keyed by supplier and the
      * supplier's own invoice number so everything owed one
      * supplier reads off the index together.  The invoice
      * match builds the item line by line; the payment run
      * relieves AO-PAID-AMOUNT and stamps the check that paid
      * it.  Due and discount dates are worked out from the
      * supplier's terms when the item is first written.
      *==============================================================
       01  AP-OPEN-ITEM-RECORD.
           05 AO-KEY.
               10 AO-SUPPLIER-CODE  PIC X(5)  VALUE SPACES.
               10 AO-INVOICE-NUMBER PIC X(10) VALUE SPACES.
           05 AO-PO-NUMBER          PIC 9(6)  VALUE ZERO.
           05 AO-INVOICE-DATE       PIC X(8)  VALUE SPACES.
           05 AO-DUE-DATE           PIC X(8)  VALUE SPACES.
           05 AO-DISC-DATE          PIC X(8)  VALUE SPACES.
           05 AO-DISC-PCT           PIC 9(2)V99 VALUE ZERO.
           05 AO-INVOICE-AMOUNT     PIC 9(8)V99 VALUE ZERO.
           05 AO-PAID-AMOUNT        PIC 9(8)V99 VALUE ZERO.
           05 AO-DISC-TAKEN         PIC 9(6)V99 VALUE ZERO.
           05 AO-STATUS             PIC X(1)  VALUE SPACES.
               88 AO-OPEN           VALUE "O".
               88 AO-PAID-OFF       VALUE "C".
           05 AO-HOLD-FLAG          PIC X(1)  VALUE SPACES.
               88 AO-ON-HOLD        VALUE "Y".
           05 AO-CHECK-NUMBER       PIC 9(6)  VALUE ZERO.
           05 AO-PAID-DATE          PIC X(8)  VALUE SPACES.
