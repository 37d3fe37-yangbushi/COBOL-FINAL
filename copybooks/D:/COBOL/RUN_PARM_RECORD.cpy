           05 RP-PART-LOW       PIC X(7)  VALUE SPACES.
           05 RP-PART-HIGH      PIC X(7)  VALUE SPACES.
           05 RP-KEEP-COUNT     PIC 9(2)  VALUE ZERO.
      *==============================================================
      * Category (and optional sub-category) for a report run
      * scoped to one product category -- scope flag C.
      *==============================================================
           05 RP-SCOPE-CATEGORY.
               10 RP-SCOPE-CAT      PIC X(3)  VALUE SPACES.
               10 RP-SCOPE-SUB-CAT  PIC X(3)  VALUE SPACES.
      *==============================================================
      * Company for a report or GL run kept to one company's books
      * -- spaces run every company together, as before.
      *==============================================================
           05 RP-COMPANY-CODE   PIC X(2)  VALUE SPACES.
