      *==============================================================
      * Loan register record (LOAN-FILE, LOANREG.TXT) -- one
      * record per time a returnable unit leaves the building: the
      * serial lent, who has it (a technician by operator id, or a
      * customer by customer code), when it went and when it is
      * due back, and -- once it is checked in -- when it came
      * back.  A customer loan carrying a daily rate is charged
      * for every day it was out; the invoice run bills the charge
      * once the unit is back and stamps the invoice number so it
      * is never billed twice.
      *==============================================================
       01  LOAN-RECORD.
           05 LN-LOAN-NUMBER        PIC 9(6)  VALUE ZERO.
           05 LN-SERIAL-NUMBER      PIC X(12) VALUE SPACES.
           05 LN-PART-NUMBER        PIC X(7)  VALUE SPACES.
           05 LN-BORROWER-TYPE      PIC X(1)  VALUE SPACES.
               88 LN-TO-TECHNICIAN  VALUE "T".
               88 LN-TO-CUSTOMER    VALUE "C".
           05 LN-BORROWER-CODE      PIC X(8)  VALUE SPACES.
           05 LN-CHECKOUT-DATE      PIC 9(8)  VALUE ZERO.
           05 LN-DUE-DATE           PIC 9(8)  VALUE ZERO.
           05 LN-RETURN-DATE        PIC 9(8)  VALUE ZERO.
           05 LN-LOAN-STATUS        PIC X(1)  VALUE "O".
               88 LN-STILL-OUT      VALUE "O".
               88 LN-CHECKED-IN     VALUE "I".
           05 LN-RENTAL-RATE        PIC 9(4)V99 VALUE ZERO.
           05 LN-RENTAL-DAYS        PIC 9(4)  VALUE ZERO.
           05 LN-RENTAL-CHARGE      PIC 9(7)V99 VALUE ZERO.
           05 LN-INVOICE-NUMBER     PIC 9(6)  VALUE ZERO.
           05 LN-OUT-OPERATOR-ID    PIC X(8)  VALUE SPACES.
           05 LN-IN-OPERATOR-ID     PIC X(8)  VALUE SPACES.
