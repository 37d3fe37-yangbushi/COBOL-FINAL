      *==============================================================
      * Product category master record (CATEGORY-FILE,
      * CATEGORY.TXT) -- the two-level product class a part is
      * filed under, so stock, sales and margin can be looked at
      * as fasteners against electrical against hydraulics rather
      * than only by supplier or by part.  A record with a blank
      * CT-SUB-CATEGORY is the top-level category itself; every
      * sub-category sits under a category already on file.
      *==============================================================
       01  CATEGORY-RECORD.
           05 CT-KEY.
               10 CT-CATEGORY       PIC X(3)  VALUE SPACES.
               10 CT-SUB-CATEGORY   PIC X(3)  VALUE SPACES.
           05 CT-DESCRIPTION        PIC X(30) VALUE SPACES.
           05 CT-CHANGED-DATE       PIC 9(8)  VALUE ZERO.
           05 CT-OPERATOR-ID        PIC X(8)  VALUE SPACES.
