               88 OI-OPEN           VALUE "O".
               88 OI-PART-PAID      VALUE "P".
               88 OI-PAID-OFF       VALUE "C".
      *==============================================================
      * What raised the item: spaces for an invoice from the
      * end-of-day run, F for a finance charge assessed on an
      * overdue balance, D for a debit memo raised by an AR
      * adjustment.  Finance charges are collected like any
      * invoice but are never themselves charged interest.
      *==============================================================
           05 OI-ITEM-TYPE          PIC X(1)  VALUE SPACES.
               88 OI-FINANCE-CHARGE VALUE "F".
               88 OI-DEBIT-MEMO     VALUE "D".
      *==============================================================
      * Credit memos and write-offs posted against the item.  They
      * relieve the balance the way a payment does but are kept
      * apart from it, so the item still shows what was actually
      * collected; the balance owed is the amount less both.
      *==============================================================
           05 OI-ADJUSTED-AMOUNT    PIC 9(8)V99 VALUE ZERO.
      *==============================================================
      * The business date the last payment or adjustment cleared
      * the item -- what the period-end archive ages a paid item
      * by.  Items paid before the date was kept carry spaces and
      * are aged by their invoice date instead.
      *==============================================================
           05 OI-CLOSED-DATE        PIC X(8)  VALUE SPACES.
