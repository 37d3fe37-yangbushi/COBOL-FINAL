      *==============================================================
      * Counter ticket register record (TICKET-REGISTER-FILE,
      * TKTREG.TXT) -- the record of a sale paid for at the
      * counter, kept in place of the open invoice a charge sale
      * leaves behind.  Keyed on the ticket number and a line
      * number: line 00 carries the ticket's totals and how it was
      * paid, lines 01 up carry the parts sold.  The drawer
      * balancing stamps line 00 when the drawer the ticket was
      * rung through is counted, so no ticket is counted twice.
      *==============================================================
       01  TICKET-REGISTER-RECORD.
           05 TK-KEY.
               10 TK-TICKET-NUMBER  PIC 9(6)  VALUE ZERO.
               10 TK-LINE-NUMBER    PIC 9(2)  VALUE ZERO.
                   88 TK-TICKET-HEADER VALUE ZERO.
           05 TK-DATE               PIC X(8)  VALUE SPACES.
           05 TK-TIME               PIC X(6)  VALUE SPACES.
           05 TK-DRAWER-ID          PIC X(3)  VALUE SPACES.
           05 TK-OPERATOR-ID        PIC X(8)  VALUE SPACES.
      *==============================================================
      * The account the ticket was rung up for, when the buyer
      * gave one for their own pricing or exemption -- blank for
      * a walk-in.  The ticket is paid either way; nothing goes
      * to receivables.
      *==============================================================
           05 TK-CUSTOMER-CODE      PIC X(5)  VALUE SPACES.
           05 TK-DETAIL             PIC X(60) VALUE SPACES.
      *==============================================================
      * Line 00: the ticket's totals and its tender.  Cash may be
      * tendered over the total, with the difference handed back
      * as change; a check or card is taken for the total.
      *==============================================================
           05 TK-HEADER-DATA REDEFINES TK-DETAIL.
               10 TK-GOODS-TOTAL    PIC 9(7)V99.
               10 TK-TAX-TOTAL      PIC 9(6)V99.
               10 TK-TICKET-TOTAL   PIC 9(7)V99.
               10 TK-TENDER-TYPE    PIC X(1).
                   88 TK-PAID-CASH  VALUE "C".
                   88 TK-PAID-CHECK VALUE "K".
                   88 TK-PAID-CARD  VALUE "R".
               10 TK-TENDERED       PIC 9(7)V99.
               10 TK-CHANGE-DUE     PIC 9(5)V99.
               10 TK-TAX-CODE       PIC X(3).
               10 TK-LINE-COUNT     PIC 9(2).
               10 TK-BALANCED-DATE  PIC X(8).
               10 FILLER            PIC X(4).
      *==============================================================
      * Lines 01 up: one part sold, the price it was charged at
      * and the rule that price came from, and the tax on it.  A
      * line paid for but refused when the ticket was posted is
      * marked not posted, for the supervisor to put right.
      *==============================================================
           05 TK-LINE-DATA REDEFINES TK-DETAIL.
               10 TK-PART-NUMBER    PIC X(7).
               10 TK-QUANTITY       PIC 9(7)V99.
               10 TK-UNIT-PRICE     PIC 9(4)V99.
               10 TK-PRICE-RULE     PIC X(8).
               10 TK-LINE-VALUE     PIC 9(8)V99.
               10 TK-LINE-TAX       PIC 9(6)V99.
               10 TK-FROM-LOC       PIC X(5).
               10 TK-POSTED-FLAG    PIC X(1).
                   88 TK-LINE-NOT-POSTED VALUE "N".
               10 FILLER            PIC X(6).
