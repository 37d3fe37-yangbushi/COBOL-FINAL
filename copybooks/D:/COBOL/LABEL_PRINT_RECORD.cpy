      *==============================================================
      * Label print record -- one fixed-format record per label,
      * the layout the thermal label printer takes.  The format
      * id picks the label format stored in the printer (BIN for
      * bin labels, SHLF for shelf labels, RCV for receiving
      * tags), the printer turns the bar code field into a
      * Code 39 bar code, and the four text lines print under it
      * in the order given.  Every field is fixed width and
      * space-filled; the printer reads it by position.
      *==============================================================
       01  LABEL-PRINT-RECORD.
           05 LB-FORMAT-ID      PIC X(4)  VALUE SPACES.
               88 LB-BIN-LABEL       VALUE "BIN ".
               88 LB-SHELF-LABEL     VALUE "SHLF".
               88 LB-RECEIVING-LABEL VALUE "RCV ".
           05 LB-COPIES         PIC 9(2)  VALUE 1.
           05 LB-BAR-CODE       PIC X(20) VALUE SPACES.
           05 LB-TEXT-LINES.
               10 LB-TEXT-LINE  PIC X(30) OCCURS 4 TIMES.
