      *==============================================================
           05 PART-SERIAL-FLAG PIC X(1) VALUE SPACES.
               88 PART-SERIALIZED VALUE "Y".
      *==============================================================
      * How many months the manufacturer's warranty runs from the
      * day a unit is sold.  Zero means the part carries no
      * warranty we track.  Only meaningful on serialized parts,
      * where the sale date of the exact unit is on record.
      *==============================================================
           05 PART-WARRANTY-MONTHS PIC 9(3) VALUE ZERO.
      *==============================================================
      * The product category and sub-category the part is filed
      * under on the category master -- blank until the part is
      * classified.  Drives the category views of the stock, sales
      * and margin reports and the category GL mapping.
      *==============================================================
           05 PART-CATEGORY-CODE.
               10 PART-CATEGORY     PIC X(3)  VALUE SPACES.
               10 PART-SUB-CATEGORY PIC X(3)  VALUE SPACES.
      *==============================================================
      * How the part has to be stored -- a class code matched
      * against the storage class of the bins (blank for general
      * shelving) -- and the space one each takes up, for bins
      * whose capacity is measured in cube rather than units.
      * Receiving directs put-away to a bin of the same class with
      * room for the quantity.
      *==============================================================
           05 PART-STORAGE-CLASS PIC X(2) VALUE SPACES.
           05 PART-UNIT-CUBE PIC 9(3)V9(3) VALUE ZERO.
      *==============================================================
      * The part's hazard class as shown on its safety data sheet
      * -- the UN class or division, "3" for a flammable liquid,
      * "2.1" for a flammable gas, "9" for lithium batteries --
      * blank for a part that is not hazardous, and the revision
      * date of the data sheet on file for it.  Stock of a
      * hazardous part may only sit in a location rated for its
      * class, and never in a bin beside an incompatible class.
      *==============================================================
           05 PART-HAZARD-CLASS PIC X(3) VALUE SPACES.
           05 PART-SDS-DATE     PIC 9(8) VALUE ZERO.
      *==============================================================
      * Returnable: test equipment and specialty tools we lend out
      * and expect back -- each unit serialized, checked out to a
      * technician or customer against a due-back date and checked
      * in again.  The rental rate is what a customer pays for
      * each day a unit is out; zero lends it free.
      *==============================================================
           05 PART-RETURNABLE-FLAG PIC X(1) VALUE SPACES.
               88 PART-RETURNABLE VALUE "Y".
           05 PART-RENTAL-RATE  PIC 9(4)V99 VALUE ZERO.
      *==============================================================
      * The company whose books the part belongs to -- the sister
      * business shares the warehouse and this master but keeps
      * its own ledger.  The part's stock value reports and
      * snapshots under this company.  Records loaded before the
      * company existed carry spaces and count as company 01.
      *==============================================================
           05 PART-COMPANY-CODE PIC X(2) VALUE "01".
