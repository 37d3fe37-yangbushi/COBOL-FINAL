      *==============================================================
      * Released AR adjustment record (AR-ADJ-RELEASE-FILE,
      * ARADJIN.TXT) -- a receivables adjustment over the approval
      * threshold that a supervisor has released from the approval
      * queue.  The AR adjustment program posts every record here
      * when it next starts, exactly as if it had been keyed, and
      * empties the file.
      *==============================================================
       01  AR-ADJUSTMENT-RECORD.
           05 AJ-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 AJ-INVOICE-NUMBER PIC 9(6)  VALUE ZERO.
           05 AJ-ADJ-TYPE       PIC X(1)  VALUE SPACES.
               88 AJ-CREDIT-MEMO VALUE "C".
               88 AJ-DEBIT-MEMO  VALUE "D".
               88 AJ-WRITE-OFF   VALUE "W".
           05 AJ-AMOUNT         PIC 9(8)V99 VALUE ZERO.
           05 AJ-REASON-CODE    PIC X(3)  VALUE SPACES.
           05 AJ-OPERATOR-ID    PIC X(8)  VALUE SPACES.
           05 AJ-PENDING-NUMBER PIC 9(6)  VALUE ZERO.
           05 AJ-APPROVED-BY    PIC X(8)  VALUE SPACES.
