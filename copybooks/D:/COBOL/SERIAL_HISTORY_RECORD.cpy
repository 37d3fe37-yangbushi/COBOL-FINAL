      *==============================================================
      * Serial history record (SERIAL-FILE, SERIAL.TXT) -- one
      * record per event in a serialized unit's life: received,
      * sold (with the customer it went to), brought back, or --
      * for a returnable tool -- lent out and checked back in.
      * When a warranty claim lands, this is how we prove whether
      * we ever sold that unit, and to whom.
      *==============================================================
               88 SER-RECEIVED      VALUE "R".
               88 SER-SOLD          VALUE "S".
               88 SER-RETURNED      VALUE "C".
               88 SER-LOANED-OUT    VALUE "O".
               88 SER-LOAN-RETURNED VALUE "I".
           05 SER-EVENT-DATE        PIC X(8)  VALUE SPACES.
           05 SER-CUSTOMER-CODE     PIC X(5)  VALUE SPACES.
