           05 CU-TAX-CODE       PIC X(3)  VALUE "STD".
               88 CU-TAX-EXEMPT VALUE "EXM".
               88 CU-TAX-RESALE VALUE "RSL".
      *==============================================================
      * The outside rep the account belongs to -- the rep an order
      * is credited to unless order entry names another.  Spaces
      * for house accounts, which pay no commission.
      *==============================================================
           05 CU-REP-CODE       PIC X(3)  VALUE SPACES.
      *==============================================================
      * The company that sells to the account and carries its
      * receivable.  Spaces count as company 01.
      *==============================================================
           05 CU-COMPANY-CODE   PIC X(2)  VALUE "01".
      *==============================================================
      * How often the account is invoiced: D daily, W weekly, S
      * semi-monthly (the 15th and month end) or M monthly.  Sales
      * to a weekly, semi-monthly or monthly account wait in the
      * pending-billing file until the cycle closes, then go out
      * on one invoice with every delivery itemized.  Spaces count
      * as daily.
      *==============================================================
           05 CU-BILLING-CYCLE  PIC X(1)  VALUE "D".
               88 CU-BILL-DAILY        VALUE "D" " ".
               88 CU-BILL-WEEKLY       VALUE "W".
               88 CU-BILL-SEMI-MONTHLY VALUE "S".
               88 CU-BILL-MONTHLY      VALUE "M".
