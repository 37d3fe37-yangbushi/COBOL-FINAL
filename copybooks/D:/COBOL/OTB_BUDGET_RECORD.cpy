      *==============================================================
      * Open-to-buy budget record (OTB-BUDGET-FILE, OTBBUD.TXT) --
      * what purchasing may spend in one month, set by buyer or,
      * where a supplier is watched on its own, by supplier.  A
      * supplier row governs that supplier's lines; every other
      * line counts against its buyer's row (BUYSUP.TXT).  The
      * committed amount moves up as PO lines are written and
      * down as they are cut, canceled or closed short; the
      * received amount moves up as receiving relieves them.  What
      * is left to buy is the budget less the committed amount.
      * The period is the month the PO line was ordered in.
      *==============================================================
       01  OTB-BUDGET-RECORD.
           05 OB-KEY.
               10 OB-OWNER-TYPE     PIC X(1)  VALUE SPACES.
                   88 OB-BUYER-BUDGET    VALUE "B".
                   88 OB-SUPPLIER-BUDGET VALUE "S".
               10 OB-OWNER-CODE     PIC X(5)  VALUE SPACES.
               10 OB-PERIOD         PIC 9(6)  VALUE ZERO.
           05 OB-BUDGET-AMT         PIC 9(9)V99 VALUE ZERO.
           05 OB-COMMITTED-AMT      PIC 9(9)V99 VALUE ZERO.
           05 OB-RECEIVED-AMT       PIC 9(9)V99 VALUE ZERO.
           05 OB-CHANGED-DATE       PIC 9(8)  VALUE ZERO.
           05 OB-CHANGED-BY         PIC X(8)  VALUE SPACES.
