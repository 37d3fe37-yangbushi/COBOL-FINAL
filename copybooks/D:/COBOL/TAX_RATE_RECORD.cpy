           05 TR-TAX-CODE       PIC X(3)  VALUE SPACES.
           05 TR-DESCRIPTION    PIC X(30) VALUE SPACES.
           05 TR-RATE-PCT       PIC 9(2)V999 VALUE ZERO.
      *==============================================================
      * Whether the jurisdiction taxes freight and handling billed
      * on the invoice -- some do, some treat it as a separate
      * service.  Anything but "Y" bills freight untaxed.
      *==============================================================
           05 TR-FREIGHT-TAXABLE PIC X(1) VALUE "N".
               88 TR-TAXES-FREIGHT VALUE "Y".
