      * scan of the whole log.  The end-of-day archival job trims
      * this file down to a rolling recent window; the dated
      * archives keep the full history.
      *
      * A tool-crib loan movement is logged as a memo line that
      * posts nothing -- L when a returnable unit is lent out, H
      * when it is handed back -- so forward recovery can put the
      * loan back on the serial history and the loan register.
      * Its loan number, daily rate, borrower and due date ride in
      * the order, entered-quantity, lot and expiry fields, which
      * a loan line never otherwise uses.
      *==============================================================
       01  TRANS-LOG-KEYED-RECORD.
           05 TLK-KEY.
           05 TLK-OPERATOR-ID       PIC X(8)  VALUE SPACES.
           05 TLK-FROM-LOC          PIC X(5)  VALUE SPACES.
           05 TLK-TO-LOC            PIC X(5)  VALUE SPACES.
      *==============================================================
      * On a sale, reason CTR marks a counter ticket -- paid for at
      * the counter and carried on the ticket register, so the
      * invoice run does not bill it.
      *==============================================================
           05 TLK-REASON-CODE       PIC X(3)  VALUE SPACES.
           05 TLK-ENTRY-UNIT        PIC X(1)  VALUE SPACES.
           05 TLK-ENTERED-QTY       PIC 9(7)V99 VALUE ZERO.
           05 TLK-LOAN-RENTAL-RATE REDEFINES TLK-ENTERED-QTY
                                    PIC 9(7)V99.
           05 TLK-CUSTOMER-CODE     PIC X(5)  VALUE SPACES.
      *==============================================================
      * The sales order a shipped sale was confirmed against, so
      * the invoice run can bill the price the order was taken at.
      * Zero on every entry that did not come off an order.
      *==============================================================
           05 TLK-ORDER-NUMBER      PIC 9(6)  VALUE ZERO.
           05 TLK-LOAN-NUMBER REDEFINES TLK-ORDER-NUMBER
                                    PIC 9(6).
      *==============================================================
      * The job a material issue (J) or job return (E) was posted
      * against.  Blank on every other entry.
      *==============================================================
           05 TLK-JOB-NUMBER        PIC X(6)  VALUE SPACES.
      *==============================================================
      * What forward recovery needs to lay the entry down again on
      * a restored backup generation: the part's average unit cost
      * as the posting left it, the lot a receipt went into (and
      * the lot's expiry), and the serialized unit the entry moved.
      * Zero or blank where the entry carries none.
      *==============================================================
           05 TLK-COST-AFTER        PIC 9(4)V99 VALUE ZERO.
           05 TLK-LOT-NUMBER        PIC X(10) VALUE SPACES.
           05 TLK-LOAN-BORROWER REDEFINES TLK-LOT-NUMBER.
               10 TLK-LOAN-BORROWER-TYPE PIC X(1).
               10 TLK-LOAN-BORROWER-CODE PIC X(8).
               10 FILLER            PIC X(1).
           05 TLK-LOT-EXPIRY        PIC X(8)  VALUE SPACES.
           05 TLK-LOAN-DUE-DATE REDEFINES TLK-LOT-EXPIRY
                                    PIC X(8).
           05 TLK-SERIAL-NUMBER     PIC X(12) VALUE SPACES.
