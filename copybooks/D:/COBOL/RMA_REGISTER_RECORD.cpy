               88 RMA-OPEN          VALUE "O".
               88 RMA-CREDITED      VALUE "C".
               88 RMA-REPLACED      VALUE "R".
      *==============================================================
      * The date the claim was settled (credited or replaced) --
      * what the period-end archive ages a settled line by.  Lines
      * settled before the date was kept carry spaces and are aged
      * by their return date instead.
      *==============================================================
           05 RMA-CLOSED-DATE       PIC X(8)  VALUE SPACES.
