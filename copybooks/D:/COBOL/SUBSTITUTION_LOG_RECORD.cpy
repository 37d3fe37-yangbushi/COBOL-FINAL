      *==============================================================
      * Substitution log record (SUBSTITUTION-LOG-FILE, the append-
      * only SUBLOG.TXT).  One line each time order entry or the
      * counter sends a substitute out in place of a part that
      * could not be filled -- the whole line swapped over, or the
      * short balance split onto the substitute.  The monthly
      * substitution report reads it to show purchasing which
      * primary parts keep running short.
      *==============================================================
       01  SUBSTITUTION-LOG-RECORD.
           05 SBL-DATE            PIC X(8).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 SBL-SOURCE          PIC X(1).
               88 SBL-FROM-ORDER   VALUE "O".
               88 SBL-FROM-COUNTER VALUE "T".
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 SBL-DOCUMENT-NUMBER PIC 9(6).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 SBL-CUSTOMER-CODE   PIC X(5).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 SBL-PRIMARY-PART    PIC X(7).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 SBL-SUBSTITUTE-PART PIC X(7).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 SBL-ACTION          PIC X(1).
               88 SBL-SWAPPED      VALUE "S".
               88 SBL-SPLIT        VALUE "P".
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 SBL-SUBSTITUTED-QTY PIC 9(7)V99.
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 SBL-OPERATOR-ID     PIC X(8).
