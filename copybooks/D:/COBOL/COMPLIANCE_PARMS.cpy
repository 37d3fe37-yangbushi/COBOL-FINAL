      *==============================================================
      * Parameter area for the COMPCHK subprogram -- the one place
      * a supplier's compliance documents are tested, so the
      * reorder run, the release run, special orders and blanket
      * releases refuse the same suppliers.  The caller fills in
      * the supplier and the date the purchase is made on; COMPCHK
      * hands back the verdict and, for a lapsed supplier, the
      * first required document found expired and its expiry:
      *     C  clear -- nothing required on file has expired
      *     L  lapsed -- a required document expired before the
      *        purchase date
      *==============================================================
       01  COMPLIANCE-PARMS.
           05 CC-SUPPLIER-CODE  PIC X(5)  VALUE SPACES.
           05 CC-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
           05 CC-VERDICT        PIC X(1)  VALUE SPACES.
               88 CC-CLEAR          VALUE "C".
               88 CC-LAPSED         VALUE "L".
           05 CC-DOC-TYPE       PIC X(4)  VALUE SPACES.
           05 CC-EXPIRY-DATE    PIC 9(8)  VALUE ZERO.
