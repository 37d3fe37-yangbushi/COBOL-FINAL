      * and "AO1" stop being three names for one shelf.  Every
      * program that takes a location keys it against this file.
      * The type says what the location is for: an ordinary bin,
      * the receiving dock, the quarantine hold, or a customer
      * site -- quarantined stock is visible but not available.
      *==============================================================
       01  LOCATION-RECORD.
           05 LO-LOCATION-CODE  PIC X(5)  VALUE SPACES.
               88 LO-BIN-TYPE        VALUE "B" " ".
               88 LO-DOCK-TYPE       VALUE "R".
               88 LO-QUARANTINE-TYPE VALUE "Q".
               88 LO-CUSTOMER-SITE-TYPE VALUE "C".
           05 LO-ACTIVE         PIC X(1)  VALUE "Y".
               88 LO-IS-ACTIVE     VALUE "Y".
      *==============================================================
      * What the bin holds: the storage class it is fitted out for
      * (blank for general shelving) and its capacity, counted
      * either in units or in cube against each part's unit cube.
      * A bin with no capacity basis was never measured and is
      * taken to have room for anything.
      *==============================================================
           05 LO-STORAGE-CLASS  PIC X(2)  VALUE SPACES.
           05 LO-CAPACITY-BASIS PIC X(1)  VALUE SPACES.
               88 LO-CAPACITY-IN-UNITS VALUE "U".
               88 LO-CAPACITY-IN-CUBE  VALUE "C".
               88 LO-CAPACITY-NOT-SET  VALUE " ".
           05 LO-CAPACITY       PIC 9(7)V99 VALUE ZERO.
      *==============================================================
      * The hazard classes the location is rated to hold, as the
      * fire marshal passed it -- a whole class ("2") covers all
      * its divisions, a division ("2.1") only itself.  A location
      * with no classes listed takes no hazardous stock at all.
      *==============================================================
           05 LO-HAZARD-CLASSES.
               10 LO-HAZARD-CLASS PIC X(3) OCCURS 5 TIMES.
      *==============================================================
      * The customer whose crib a customer-site location is.  Stock
      * consigned there is still ours -- in the part's on-hand and
      * in the inventory value -- but it is promised to nobody
      * else, and it is sold only when the customer reports using
      * it.  Blank on every other type.
      *==============================================================
           05 LO-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
      *==============================================================
      * The company whose books the location's stock movements
      * post to.  A transfer between locations of two different
      * companies is a sale between the companies as far as the
      * ledgers go, and the journal books it through the
      * intercompany accounts.  Spaces count as company 01.
      *==============================================================
           05 LO-COMPANY-CODE   PIC X(2)  VALUE "01".
