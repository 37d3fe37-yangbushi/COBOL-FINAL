      *==============================================================
      * Parameter area for the WARRCHK subprogram -- the one place
      * a serial's warranty cover is worked out, so the inquiry
      * screen and the claim register give the same answer.  The
      * caller fills in the serial and the date cover is asked
      * for; WARRCHK hands back the unit's part, who it was sold
      * to and when, the date cover runs out and the verdict:
      *     C  covered on the date asked
      *     E  sold, but the warranty has run out
      *     N  on file but not out with a customer (never sold,
      *        or brought back since the last sale)
      *     W  the part carries no warranty
      *     U  the serial is not on file
      *==============================================================
       01  WARRANTY-PARMS.
           05 WA-SERIAL-NUMBER  PIC X(12) VALUE SPACES.
           05 WA-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
           05 WA-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 WA-SUPPLIER-CODE  PIC X(5)  VALUE SPACES.
           05 WA-UNIT-COST      PIC 9(4)V99 VALUE ZERO.
           05 WA-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 WA-SALE-DATE      PIC 9(8)  VALUE ZERO.
           05 WA-WARRANTY-MONTHS PIC 9(3) VALUE ZERO.
           05 WA-EXPIRY-DATE    PIC 9(8)  VALUE ZERO.
           05 WA-COVER-STATUS   PIC X(1)  VALUE SPACES.
               88 WA-COVERED        VALUE "C".
               88 WA-EXPIRED        VALUE "E".
               88 WA-NOT-SOLD       VALUE "N".
               88 WA-NO-WARRANTY    VALUE "W".
               88 WA-UNKNOWN-SERIAL VALUE "U".
