      *==============================================================
      * Freight rate record (FREIGHT-RATE-FILE, FRTRATE.TXT) --
      * what we bill a customer to ship one consignment of a given
      * weight class into a given delivery zone, and the handling
      * charge that goes with it.  Shipment confirmation looks the
      * charge up here when the clerk does not key one.
      *==============================================================
       01  FREIGHT-RATE-RECORD.
           05 FR-KEY.
               10 FR-WEIGHT-CLASS   PIC X(2)  VALUE SPACES.
               10 FR-ZONE           PIC X(2)  VALUE SPACES.
           05 FR-DESCRIPTION        PIC X(20) VALUE SPACES.
           05 FR-FREIGHT-CHARGE     PIC 9(5)V99 VALUE ZERO.
           05 FR-HANDLING-CHARGE    PIC 9(5)V99 VALUE ZERO.
