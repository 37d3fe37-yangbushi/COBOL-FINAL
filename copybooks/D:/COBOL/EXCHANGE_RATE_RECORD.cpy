      *==============================================================
      * Exchange-rate record (EXCHANGE-RATE-FILE, FXRATE.TXT) --
      * one row per currency per date a new rate took effect.  The
      * rate is home-currency units for one unit of the foreign
      * currency, and a rate holds from its effective date until
      * the next row for the same currency, so converting as of a
      * date takes the latest row not after it.
      *==============================================================
       01  EXCHANGE-RATE-RECORD.
           05 XR-KEY.
               10 XR-CURRENCY-CODE  PIC X(3)  VALUE SPACES.
               10 XR-EFFECTIVE-DATE PIC 9(8)  VALUE ZERO.
           05 XR-RATE               PIC 9(4)V9(6) VALUE ZERO.
           05 XR-CHANGED-DATE       PIC 9(8)  VALUE ZERO.
           05 XR-CHANGED-BY         PIC X(8)  VALUE SPACES.
