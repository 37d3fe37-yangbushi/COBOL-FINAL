      *==============================================================
      * Substitute part record (SUBSTITUTE-PART-FILE, SUBPART.TXT)
      * -- one record per part per equivalent from another brand
      * that the customer will accept when the first choice is
      * out.  Unlike SUPERSEDED-BY on the part master the primary
      * stays live; this only says what may go out in its place,
      * with a preference rank (1 is the first one offered).  A
      * two-way pair also offers the primary when the substitute
      * is the one short, found through the substitute index, so
      * the pair need only be keyed once.
      *==============================================================
       01  SUBSTITUTE-PART-RECORD.
           05 SX-KEY.
               10 SX-PART-NUMBER    PIC X(7)  VALUE SPACES.
               10 SX-SUBSTITUTE-PART PIC X(7) VALUE SPACES.
           05 SX-PREFERENCE-RANK    PIC 9(1)  VALUE ZERO.
           05 SX-TWO-WAY-FLAG       PIC X(1)  VALUE "N".
               88 SX-TWO-WAY        VALUE "Y".
           05 SX-ADDED-DATE         PIC X(8)  VALUE SPACES.
           05 SX-ADDED-BY           PIC X(8)  VALUE SPACES.
