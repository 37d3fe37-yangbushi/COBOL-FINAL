      *==============================================================
      * Sales quotation line record (QUOTE-FILE, QUOTE.TXT) -- one
      * record per part on a price-and-availability quote given
      * over the counter or the phone: who asked, how many, the
      * price we gave and how many we said we could cover, and
      * the working day the offer runs out.  Converting the quote
      * at order entry turns each open line into an order line at
      * the quoted price and stamps the order number here, so the
      * hit-rate report can tell quotes won from quotes lost.
      *==============================================================
       01  QUOTE-RECORD.
           05 QT-KEY.
               10 QT-QUOTE-NUMBER   PIC 9(6)  VALUE ZERO.
               10 QT-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 QT-CUSTOMER-CODE      PIC X(5)  VALUE SPACES.
           05 QT-QUOTE-QTY          PIC 9(7)V99 VALUE ZERO.
           05 QT-QUOTED-PRICE       PIC 9(4)V99 VALUE ZERO.
           05 QT-PRICE-RULE         PIC X(8)  VALUE SPACES.
           05 QT-AVAILABLE-QTY      PIC 9(7)V99 VALUE ZERO.
           05 QT-QUOTE-DATE         PIC X(8)  VALUE SPACES.
           05 QT-EXPIRY-DATE        PIC X(8)  VALUE SPACES.
           05 QT-OPERATOR-ID        PIC X(8)  VALUE SPACES.
           05 QT-STATUS             PIC X(1)  VALUE SPACES.
               88 QT-OPEN-LINE      VALUE "O".
               88 QT-CONVERTED-LINE VALUE "C".
           05 QT-ORDER-NUMBER       PIC 9(6)  VALUE ZERO.
