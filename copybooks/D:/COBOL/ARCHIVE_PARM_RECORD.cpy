      *==============================================================
      * Period-end archive terms record (ARCHIVE-PARM-FILE,
      * ARCHPARM.TXT) -- the single line saying how many months a
      * finished line stays in its live register after it closed
      * before the period-end archive moves it to history: PO
      * lines, sales-order lines, paid invoices and settled RMA
      * lines.  A zero, or no file at all, keeps the standard
      * twelve months.
      *==============================================================
       01  ARCHIVE-PARM-RECORD.
           05 AP-PO-MONTHS          PIC 9(3)  VALUE ZERO.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 AP-ORDER-MONTHS       PIC 9(3)  VALUE ZERO.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 AP-INVOICE-MONTHS     PIC 9(3)  VALUE ZERO.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 AP-RMA-MONTHS         PIC 9(3)  VALUE ZERO.
