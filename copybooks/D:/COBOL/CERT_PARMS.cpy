      *==============================================================
      * Parameters for the certificate check (CERTCHK) and the
      * certificate screen (CERTMNT).  The check is given the
      * customer, the tax code the account carries and the date
      * of the sale, and says whether a certificate of the kind
      * that code needs is in force on that date.  The screen is
      * given the customer and the operator keeping it.
      *==============================================================
       01  CERT-PARMS.
           05 CX-CUSTOMER-CODE      PIC X(5)  VALUE SPACES.
           05 CX-TAX-CODE           PIC X(3)  VALUE SPACES.
           05 CX-AS-OF-DATE         PIC X(8)  VALUE SPACES.
           05 CX-OPERATOR-ID        PIC X(8)  VALUE SPACES.
           05 CX-CERT-RESULT        PIC X(1)  VALUE SPACES.
               88 CX-CERT-VALID     VALUE "Y".
               88 CX-NO-VALID-CERT  VALUE "N".
           05 CX-CERT-NUMBER        PIC X(15) VALUE SPACES.
           05 CX-EXPIRY-DATE        PIC X(8)  VALUE SPACES.
