      *==============================================================
      * Parameter area for the note subprograms.  The caller fills
      * in the kind of record (P part, S supplier, C customer) and
      * its key.
      * NOTEMNT keeps the record's note lines, stamping the
      * operator given here as their author.
      * NOTECHK hands back the flagged lines still in force on the
      * business date -- as many as fit the screen, with a flag
      * when there are more than that.
      *==============================================================
       01  NOTE-PARMS.
           05 NP-RECORD-TYPE    PIC X(1)  VALUE SPACES.
           05 NP-RECORD-KEY     PIC X(7)  VALUE SPACES.
           05 NP-OPERATOR-ID    PIC X(8)  VALUE SPACES.
           05 NP-NOTE-COUNT     PIC 9(1)  VALUE ZERO.
           05 NP-NOTE-TEXT      PIC X(60) OCCURS 4 TIMES.
           05 NP-MORE-FLAG      PIC X(1)  VALUE SPACES.
               88 NP-MORE-NOTES     VALUE "Y".
