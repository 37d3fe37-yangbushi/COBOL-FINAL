      *==============================================================
      * Tax-exemption certificate record (TAX-CERT-FILE,
      * TAXCERT.TXT) -- one record per certificate a customer has
      * given us, keyed by customer and certificate number.  An
      * exempt (EXM) account needs an exemption certificate and a
      * resale (RSL) account a resale certificate in force on the
      * day of the sale, or the sale is taxed at the standard
      * rate.  A certificate with no expiry date is one the
      * issuing state does not expire.
      *==============================================================
       01  TAX-CERT-RECORD.
           05 TC-KEY.
               10 TC-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
               10 TC-CERT-NUMBER    PIC X(15) VALUE SPACES.
           05 TC-ISSUING-STATE      PIC X(2)  VALUE SPACES.
           05 TC-CERT-TYPE          PIC X(1)  VALUE SPACES.
               88 TC-EXEMPTION-CERT VALUE "E".
               88 TC-RESALE-CERT    VALUE "R".
           05 TC-EXPIRY-DATE        PIC X(8)  VALUE SPACES.
           05 TC-ENTERED-BY         PIC X(8)  VALUE SPACES.
           05 TC-ENTERED-DATE       PIC X(8)  VALUE SPACES.
