      *==============================================================
      * Obsolescence reserve terms record (RESERVE-PARM-FILE,
      * RSVPARM.TXT) -- the single line of age bands the period-
      * end revaluation reserves under.  Each band gives the
      * months a part must have gone without a sale to fall in it
      * and the percentage of its (lower of cost or market) value
      * to reserve; bands run youngest first.  Without the file
      * the run uses the controller's standard bands.
      *==============================================================
       01  RESERVE-PARM-RECORD.
           05 RS-BAND OCCURS 4 TIMES.
               10 RS-MONTHS-FROM    PIC 9(3)  VALUE ZERO.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 RS-RESERVE-PCT    PIC 9(3)V99 VALUE ZERO.
               10 FILLER            PIC X(1)  VALUE SPACES.
