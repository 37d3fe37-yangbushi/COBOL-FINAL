      *==============================================================
      * Supplier compliance document record (SUPPLIER-COMPLIANCE-
      * FILE, SUPCOMP.TXT) -- one record per document a supplier
      * keeps on file with us: certificate of insurance, ISO
      * registration, conflict-minerals declaration and the like,
      * with the date it was issued and the date it lapses (zero
      * when it never does).  A document marked required stops
      * purchasing from the supplier once it has expired; the rest
      * are tracked for renewal only.
      *==============================================================
       01  SUPPLIER-COMPLIANCE-RECORD.
           05 SC-KEY.
               10 SC-SUPPLIER-CODE  PIC X(5)  VALUE SPACES.
               10 SC-DOC-TYPE       PIC X(4)  VALUE SPACES.
           05 SC-DOC-REFERENCE      PIC X(15) VALUE SPACES.
           05 SC-ISSUE-DATE         PIC 9(8)  VALUE ZERO.
           05 SC-EXPIRY-DATE        PIC 9(8)  VALUE ZERO.
           05 SC-REQUIRED-FLAG      PIC X(1)  VALUE SPACES.
               88 SC-BLOCKS-PURCHASING VALUE "Y".
           05 SC-CHANGED-DATE       PIC 9(8)  VALUE ZERO.
           05 SC-CHANGED-BY         PIC X(8)  VALUE SPACES.
