      *==============================================================
      * Unapplied cash record (ON-ACCOUNT-FILE, ONACCT.TXT) -- money
      * received from a customer that could not be placed against
      * an open invoice, held as a credit on the account until the
      * AR clerk applies it by hand.  Keyed by customer and a
      * receipt number from RCPTNUM.TXT.  Cash from a remitter the
      * lockbox could not identify is held under a blank customer
      * code until the clerk claims it for an account.
      *==============================================================
       01  ON-ACCOUNT-RECORD.
           05 OA-KEY.
               10 OA-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
               10 OA-RECEIPT-NUMBER PIC 9(6)  VALUE ZERO.
           05 OA-RECEIVED-DATE      PIC X(8)  VALUE SPACES.
           05 OA-CHECK-NUMBER       PIC X(10) VALUE SPACES.
           05 OA-BATCH-NUMBER       PIC 9(4)  VALUE ZERO.
      *==============================================================
      * The amount left unplaced, and how much of it the clerk has
      * since applied.  The credit still on the account is the one
      * less the other.
      *==============================================================
           05 OA-AMOUNT             PIC 9(8)V99 VALUE ZERO.
           05 OA-APPLIED-AMOUNT     PIC 9(8)V99 VALUE ZERO.
           05 OA-STATUS             PIC X(1)  VALUE SPACES.
               88 OA-OPEN           VALUE "O".
               88 OA-USED-UP        VALUE "C".
           05 OA-CLOSED-DATE        PIC X(8)  VALUE SPACES.
