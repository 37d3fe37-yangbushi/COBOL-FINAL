      *==============================================================
      * Inventory reserve balance record (RESERVE-BALANCE-FILE,
      * INVRSVB.TXT) -- one record per part carrying a valuation
      * reserve, holding what the last period-end revaluation
      * reserved against it so the next run books only the change.
      * RV-PRIOR-AMT is the reserve standing before the period in
      * RV-PERIOD was run, so a rerun of the same period measures
      * its change from the same starting point instead of from
      * its own first attempt.
      *==============================================================
       01  RESERVE-BALANCE-RECORD.
           05 RV-PART-NUMBER        PIC X(7)  VALUE SPACES.
           05 RV-PERIOD             PIC 9(6)  VALUE ZERO.
           05 RV-RESERVE-AMT        PIC 9(9)V99 VALUE ZERO.
           05 RV-PRIOR-AMT          PIC 9(9)V99 VALUE ZERO.
      *==============================================================
      * The two parts of the reserve: the write-down to market
      * where the selling price has fallen below cost, and the
      * age-band obsolescence reserve on what is left.
      *==============================================================
           05 RV-MARKET-AMT         PIC 9(9)V99 VALUE ZERO.
           05 RV-OBSOLETE-AMT       PIC 9(9)V99 VALUE ZERO.
           05 RV-IDLE-MONTHS        PIC 9(3)  VALUE ZERO.
           05 RV-BAND-PCT           PIC 9(3)V99 VALUE ZERO.
      *==============================================================
      * Where the part's stock was carried when last reserved, so
      * a reserve on a part since gone from the master can still
      * be released to the right accounts.
      *==============================================================
           05 RV-LOCATION           PIC X(5)  VALUE SPACES.
           05 RV-CATEGORY           PIC X(3)  VALUE SPACES.
           05 RV-RUN-DATE           PIC 9(8)  VALUE ZERO.
