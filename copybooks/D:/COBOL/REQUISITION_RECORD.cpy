      *==============================================================
      * Purchase requisition record (REQUISITION-FILE, REQUIS.TXT)
      * -- one line per part a buyer is being asked to buy.  The
      * reorder run, the shelf replenishment run and the manual
      * requisition screen raise them pending; the buyer who owns
      * the supplier (BUYSUP.TXT) approves, changes or rejects
      * each one, and the release run turns only the approved
      * lines into PO register lines and documents.  Numbers come
      * from REQNUMCTL.TXT the way PO numbers come from
      * PONUMCTL.TXT.  The part-number alternate index lets the
      * reorder run net out what is already asked for.
      *==============================================================
       01  REQUISITION-RECORD.
           05 RQ-REQ-NUMBER         PIC 9(6)  VALUE ZERO.
           05 RQ-PART-NUMBER        PIC X(7)  VALUE SPACES.
           05 RQ-SUPPLIER-CODE      PIC X(5)  VALUE SPACES.
           05 RQ-ORDER-QTY          PIC 9(7)V99 VALUE ZERO.
           05 RQ-UNIT-PRICE         PIC 9(4)V99 VALUE ZERO.
           05 RQ-BUYER-ID           PIC X(3)  VALUE SPACES.
           05 RQ-ORIGIN             PIC X(1)  VALUE SPACES.
               88 RQ-FROM-REORDER   VALUE "R".
               88 RQ-FROM-REPLEN    VALUE "P".
               88 RQ-FROM-MANUAL    VALUE "M".
               88 RQ-FROM-SPECIAL   VALUE "S".
               88 RQ-FROM-BLANKET   VALUE "B".
               88 RQ-FROM-QTY-RAISE VALUE "Q".
           05 RQ-STATUS             PIC X(1)  VALUE SPACES.
               88 RQ-PENDING        VALUE "P".
               88 RQ-APPROVED       VALUE "A".
               88 RQ-REJECTED       VALUE "X".
               88 RQ-RELEASED       VALUE "R".
               88 RQ-BUDGET-HELD    VALUE "H".
               88 RQ-STILL-OPEN     VALUE "P" "A" "H".
           05 RQ-SEVERITY           PIC X(8)  VALUE SPACES.
           05 RQ-RAISED-DATE        PIC 9(8)  VALUE ZERO.
           05 RQ-RAISED-BY          PIC X(8)  VALUE SPACES.
      *==============================================================
      * The buyer's decision: who made it and when, and whether
      * the quantity or source was changed from what was raised.
      * The PO number is filled in by the release run.
      *==============================================================
           05 RQ-REVIEWED-DATE      PIC 9(8)  VALUE ZERO.
           05 RQ-REVIEWED-BY        PIC X(8)  VALUE SPACES.
           05 RQ-CHANGED-FLAG       PIC X(1)  VALUE SPACES.
               88 RQ-CHANGED-BY-BUYER VALUE "Y".
           05 RQ-PO-NUMBER          PIC 9(6)  VALUE ZERO.
      *==============================================================
      * A purchase line that would have run its buyer past the
      * month's open-to-buy is held here (status H) instead of
      * being written, and the approval queue carries it.  Once
      * released the override flag lets the release run commit it
      * past the budget.  Lines held from a special order, a
      * blanket release or a quantity raise carry what the release
      * run needs to finish them: the customer and description of
      * a special order, the blanket drawn down, and for a raise
      * the existing PO (in RQ-PO-NUMBER) whose line goes up.
      *==============================================================
           05 RQ-OVERRIDE-FLAG      PIC X(1)  VALUE SPACES.
               88 RQ-OVER-BUDGET-OK VALUE "Y".
           05 RQ-CUSTOMER-CODE      PIC X(5)  VALUE SPACES.
           05 RQ-PART-NAME          PIC X(20) VALUE SPACES.
           05 RQ-BLANKET-NUMBER     PIC 9(6)  VALUE ZERO.
