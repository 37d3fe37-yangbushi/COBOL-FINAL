      *==============================================================
      * Dunning history record (DUNNING-HISTORY-FILE, DUNHIST.TXT)
      * -- one record per customer per monthly finance-charge run
      * that found the account overdue: the notice sent, the
      * oldest invoice it was about, and any finance charge
      * raised.  The run reads it back so an account is charged
      * only once a month and a final demand about the same
      * overdue invoice goes out only once.
      *==============================================================
       01  DUNNING-HISTORY-RECORD.
           05 DH-KEY.
               10 DH-CUSTOMER-CODE PIC X(5)  VALUE SPACES.
               10 DH-NOTICE-DATE   PIC X(8)  VALUE SPACES.
           05 DH-NOTICE-LEVEL      PIC 9(1)  VALUE ZERO.
               88 DH-NO-NOTICE     VALUE 0.
               88 DH-REMINDER      VALUE 1.
               88 DH-SECOND-NOTICE VALUE 2.
               88 DH-FINAL-DEMAND  VALUE 3.
               88 DH-FINAL-HELD    VALUE 4.
           05 DH-OLDEST-INVOICE    PIC 9(6)  VALUE ZERO.
           05 DH-OLDEST-AGE-DAYS   PIC 9(5)  VALUE ZERO.
           05 DH-PAST-DUE-AMOUNT   PIC 9(8)V99 VALUE ZERO.
           05 DH-CHARGE-AMOUNT     PIC 9(6)V99 VALUE ZERO.
           05 DH-CHARGE-INVOICE    PIC 9(6)  VALUE ZERO.
