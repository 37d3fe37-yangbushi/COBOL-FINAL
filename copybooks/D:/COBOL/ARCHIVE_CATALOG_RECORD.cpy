      *==============================================================
      * History-file catalog record (ARCHIVE-CATALOG-FILE,
      * ARCHCAT.TXT) -- one line for every dated history file the
      * period-end archive has added records to: which register
      * the records came out of, the period closed, the run date,
      * how many records went in and the file's name.  The
      * archive inquiry works through this list to find an old
      * PO, order, invoice or RMA by number.
      *==============================================================
       01  ARCHIVE-CATALOG-RECORD.
           05 AK-REGISTER-TYPE      PIC X(1)  VALUE SPACES.
               88 AK-PO-HISTORY     VALUE "P".
               88 AK-ORDER-HISTORY  VALUE "S".
               88 AK-INVOICE-HISTORY VALUE "I".
               88 AK-RMA-HISTORY    VALUE "R".
           05 AK-PERIOD             PIC 9(6)  VALUE ZERO.
           05 AK-RUN-DATE           PIC X(8)  VALUE SPACES.
           05 AK-RECORD-COUNT       PIC 9(7)  VALUE ZERO.
           05 AK-FILE-NAME          PIC X(40) VALUE SPACES.
