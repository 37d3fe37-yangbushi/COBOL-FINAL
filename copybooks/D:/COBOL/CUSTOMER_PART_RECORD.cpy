      *==============================================================
      * Customer part-number cross-reference (CUST-PART-FILE,
      * CUSTPART.TXT) -- one record per number an account orders
      * one of our parts by, keyed by the customer and their own
      * number, pointing at our PART-NUMBER.  Order entry takes
      * either number; the part-number alternate index lets the
      * pick list and invoice print the customer's number beside
      * ours, and lets a part merge re-point the entries.
      *==============================================================
       01  CUSTOMER-PART-RECORD.
           05 CP-KEY.
               10 CP-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
               10 CP-CUSTOMER-PART  PIC X(15) VALUE SPACES.
           05 CP-PART-NUMBER        PIC X(7)  VALUE SPACES.
           05 CP-DESCRIPTION        PIC X(20) VALUE SPACES.
           05 CP-CHANGED-DATE       PIC 9(8)  VALUE ZERO.
           05 CP-OPERATOR-ID        PIC X(8)  VALUE SPACES.
