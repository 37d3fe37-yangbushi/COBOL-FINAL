      *==============================================================
      * Freight charge record (FREIGHT-CHARGE-FILE, FRTCHG.TXT) --
      * one per confirmed shipment that carried a freight or
      * handling charge, keyed by its packing list number.  What
      * we bill the customer and what the carrier charges us sit
      * side by side, so the monthly freight report can show
      * whether shipping costs are being recovered.  The invoice
      * number is zero until the invoice run bills the charge.
      *==============================================================
       01  FREIGHT-CHARGE-RECORD.
           05 FC-PACK-NUMBER        PIC 9(6)  VALUE ZERO.
           05 FC-ORDER-NUMBER       PIC 9(6)  VALUE ZERO.
           05 FC-CUSTOMER-CODE      PIC X(5)  VALUE SPACES.
           05 FC-SHIP-TO-CODE       PIC X(4)  VALUE SPACES.
           05 FC-SHIP-DATE          PIC X(8)  VALUE SPACES.
           05 FC-WEIGHT-CLASS       PIC X(2)  VALUE SPACES.
           05 FC-ZONE               PIC X(2)  VALUE SPACES.
           05 FC-CHARGE-SOURCE      PIC X(1)  VALUE SPACES.
               88 FC-KEYED-CHARGE   VALUE "K".
               88 FC-TABLE-CHARGE   VALUE "T".
           05 FC-FREIGHT-BILLED     PIC 9(5)V99 VALUE ZERO.
           05 FC-HANDLING-BILLED    PIC 9(5)V99 VALUE ZERO.
           05 FC-CARRIER-COST       PIC 9(5)V99 VALUE ZERO.
           05 FC-INVOICE-NUMBER     PIC 9(6)  VALUE ZERO.
           05 FC-OPERATOR-ID        PIC X(8)  VALUE SPACES.
