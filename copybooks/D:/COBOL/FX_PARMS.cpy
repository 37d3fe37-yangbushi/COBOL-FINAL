      *==============================================================
      * Parameters passed to FXCONV.  The caller gives a currency
      * and the date to convert as of; FXCONV hands back the rate
      * in force then (home units per foreign unit) and the date
      * it took effect.  Our own currency always comes back at a
      * rate of one; a foreign currency with no rate on or before
      * the date comes back not found, also at one, so the caller
      * decides what to do rather than convert at a wrong rate.
      *==============================================================
       01  FX-PARMS.
           05 FX-CURRENCY-CODE      PIC X(3)  VALUE SPACES.
           05 FX-AS-OF-DATE         PIC 9(8)  VALUE ZERO.
           05 FX-VERDICT            PIC X(1)  VALUE SPACES.
               88 FX-HOME-CURRENCY  VALUE "H".
               88 FX-RATE-FOUND     VALUE "F".
               88 FX-NO-RATE        VALUE "N".
           05 FX-RATE               PIC 9(4)V9(6) VALUE ZERO.
           05 FX-EFFECTIVE-DATE     PIC 9(8)  VALUE ZERO.
           05 FX-HOME-CODE          PIC X(3)  VALUE SPACES.
