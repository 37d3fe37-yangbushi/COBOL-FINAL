      *==============================================================
      * Demand forecast record (FORECAST-FILE, FORECAST.TXT) -- one
      * record per part per month.  Each monthly run rewrites the
      * twelve months ahead from the latest history; months already
      * past are left as they were last forecast, so the month just
      * closed can be checked against what actually sold.  The
      * seasonal index is the month's share of a normal month
      * (1.000 is an ordinary month) and the base is the
      * deseasonalized monthly demand it was applied to.
      *==============================================================
       01  FORECAST-RECORD.
           05 FC-KEY.
               10 FC-PART-NUMBER  PIC X(7)  VALUE SPACES.
               10 FC-PERIOD.
                   15 FC-YEAR     PIC 9(4)  VALUE ZERO.
                   15 FC-MONTH    PIC 9(2)  VALUE ZERO.
           05 FC-FORECAST-QTY     PIC 9(9)V99 VALUE ZERO.
           05 FC-BASE-QTY         PIC 9(9)V99 VALUE ZERO.
           05 FC-SEASONAL-INDEX   PIC 9(2)V999 VALUE ZERO.
           05 FC-SUPPLIER-CODE    PIC X(5)  VALUE SPACES.
           05 FC-MADE-DATE        PIC X(8)  VALUE SPACES.
