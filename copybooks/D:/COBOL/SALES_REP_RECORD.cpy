      *==============================================================
      * Sales rep master record (SALES-REP-FILE, SALESREP.TXT) --
      * one record per outside rep paid commission on what they
      * sell.  A rep is paid either a flat rate on the value of
      * the goods (basis R) or a rate that climbs with the margin
      * earned on each line (basis M): the line takes the rate of
      * the highest band whose floor its margin reaches, and a
      * line below the lowest floor earns nothing.
      *==============================================================
       01  SALES-REP-RECORD.
           05 SR-REP-CODE           PIC X(3)  VALUE SPACES.
           05 SR-REP-NAME           PIC X(20) VALUE SPACES.
           05 SR-COMMISSION-BASIS   PIC X(1)  VALUE "R".
               88 SR-RATE-ON-SALES  VALUE "R".
               88 SR-MARGIN-BANDS   VALUE "M".
           05 SR-COMMISSION-RATE    PIC 9(2)V99 VALUE ZERO.
           05 SR-BAND-COUNT         PIC 9(1)  VALUE ZERO.
           05 SR-MARGIN-BAND OCCURS 4 TIMES.
               10 SR-BAND-FLOOR-PCT PIC 9(3)V99 VALUE ZERO.
               10 SR-BAND-RATE      PIC 9(2)V99 VALUE ZERO.
