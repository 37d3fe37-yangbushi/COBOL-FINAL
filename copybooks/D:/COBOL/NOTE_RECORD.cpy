      *==============================================================
      * Note record (NOTE-FILE, NOTES.TXT) -- the things the
      * counter and the receiving dock need to know about a part,
      * a supplier or a customer that have no field of their own:
      * "call before shipping", "fax the PO", "double box".  Keyed
      * by the kind of record, its key and a line number, so a
      * record can carry as many lines as it needs, entered from
      * the part, supplier and customer maintenance screens.
      * NT-RECORD-TYPE: P = part, S = supplier, C = customer.
      * A line flagged NT-POPS-UP is put in front of the operator
      * whenever the record is keyed at inquiry, order entry,
      * receiving or the transaction screen, until the business
      * date passes its expiry date (spaces = never expires).
      *==============================================================
       01  NOTE-RECORD.
           05 NT-KEY.
               10 NT-RECORD-TYPE    PIC X(1)  VALUE SPACES.
                   88 NT-PART-NOTE      VALUE "P".
                   88 NT-SUPPLIER-NOTE  VALUE "S".
                   88 NT-CUSTOMER-NOTE  VALUE "C".
               10 NT-RECORD-KEY     PIC X(7)  VALUE SPACES.
               10 NT-LINE-NUMBER    PIC 9(3)  VALUE ZERO.
           05 NT-NOTE-TEXT          PIC X(60) VALUE SPACES.
           05 NT-AUTHOR-ID          PIC X(8)  VALUE SPACES.
           05 NT-WRITTEN-DATE       PIC X(8)  VALUE SPACES.
           05 NT-EXPIRY-DATE        PIC X(8)  VALUE SPACES.
           05 NT-POPUP-FLAG         PIC X(1)  VALUE SPACES.
               88 NT-POPS-UP        VALUE "Y".
