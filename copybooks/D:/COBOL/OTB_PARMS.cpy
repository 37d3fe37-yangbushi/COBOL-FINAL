      *==============================================================
      * Parameter area for the OTBCHK subprogram -- the one place
      * open-to-buy is checked and moved, so every program that
      * writes or changes a PO line spends the same budget.  The
      * caller names the supplier, the order date (its month is
      * the budget period) and the value, and asks for one of:
      *     K  check the line and, if it fits, commit it
      *     F  commit it regardless -- an approved override
      *     R  post a receipt against it
      *     U  give back a commitment (line cut, canceled, closed)
      *     H  hold the line for approval: a held requisition is
      *        raised (unless the caller already has one in
      *        OT-REQ-NUMBER) and put on the approval queue
      * and is handed back the verdict:
      *     A  fits (or posted)
      *     N  no budget on file for the buyer or supplier and
      *        month -- nothing to hold it against
      *     H  over the remaining open-to-buy -- do not write it
      *==============================================================
       01  OTB-PARMS.
           05 OT-FUNCTION       PIC X(1)  VALUE SPACES.
               88 OT-CHECK-AND-COMMIT VALUE "K".
               88 OT-FORCE-COMMIT     VALUE "F".
               88 OT-POST-RECEIPT     VALUE "R".
               88 OT-RELIEVE          VALUE "U".
               88 OT-HOLD-LINE        VALUE "H".
           05 OT-SUPPLIER-CODE  PIC X(5)  VALUE SPACES.
           05 OT-ORDER-DATE.
               10 OT-ORDER-PERIOD PIC 9(6) VALUE ZERO.
               10 OT-ORDER-DAY    PIC 9(2) VALUE ZERO.
           05 OT-AMOUNT         PIC 9(9)V99 VALUE ZERO.
           05 OT-VERDICT        PIC X(1)  VALUE SPACES.
               88 OT-WITHIN-BUDGET    VALUE "A".
               88 OT-NO-BUDGET        VALUE "N".
               88 OT-OVER-BUDGET      VALUE "H".
           05 OT-BUYER-ID       PIC X(3)  VALUE SPACES.
           05 OT-REMAINING      PIC S9(9)V99 VALUE ZERO.
      *==============================================================
      * The line being held, for function H.
      *==============================================================
           05 OT-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 OT-PART-NAME      PIC X(20) VALUE SPACES.
           05 OT-ORDER-QTY      PIC 9(7)V99 VALUE ZERO.
           05 OT-UNIT-PRICE     PIC 9(4)V99 VALUE ZERO.
           05 OT-ORIGIN         PIC X(1)  VALUE SPACES.
           05 OT-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 OT-BLANKET-NUMBER PIC 9(6)  VALUE ZERO.
           05 OT-PO-NUMBER      PIC 9(6)  VALUE ZERO.
           05 OT-OPERATOR-ID    PIC X(8)  VALUE SPACES.
           05 OT-REQ-NUMBER     PIC 9(6)  VALUE ZERO.
           05 OT-PENDING-NUMBER PIC 9(6)  VALUE ZERO.
