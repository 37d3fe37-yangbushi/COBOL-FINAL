      *==============================================================
      * Finance-charge terms record (FINANCE-PARM-FILE,
      * FINPARM.TXT) -- the single line of terms the monthly
      * finance-charge run assesses under: the monthly rate on
      * overdue balances, the least charge worth sending, and the
      * days past the 30-day due date an invoice is given before
      * it starts drawing a charge.  Without the file the run uses
      * the terms printed on the standard statement.
      *==============================================================
       01  FINANCE-PARM-RECORD.
           05 FP-RATE-PCT       PIC 9(2)V999 VALUE ZERO.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FP-MINIMUM-CHARGE PIC 9(4)V99 VALUE ZERO.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FP-GRACE-DAYS     PIC 9(3)  VALUE ZERO.
