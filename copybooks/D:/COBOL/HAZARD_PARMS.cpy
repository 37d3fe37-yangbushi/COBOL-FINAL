      *==============================================================
      * Parameter area for the HAZCHK subprogram -- the one place
      * the hazmat storage rules are applied, so receiving, the
      * transaction screen and replenishment refuse the same moves.
      * The caller fills in the part, its hazard class and the
      * location the stock is going to; HAZCHK hands back the
      * verdict and, for a conflict, the part already in the bin
      * that the stock may not share it with:
      *     A  allowed -- not hazardous, or the location is rated
      *        for the class and nothing incompatible is in it
      *     R  the location is not rated for the class
      *     C  the location holds an incompatible class
      *==============================================================
       01  HAZARD-PARMS.
           05 HZ-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 HZ-HAZARD-CLASS   PIC X(3)  VALUE SPACES.
           05 HZ-LOCATION-CODE  PIC X(5)  VALUE SPACES.
           05 HZ-VERDICT        PIC X(1)  VALUE SPACES.
               88 HZ-ALLOWED        VALUE "A".
               88 HZ-NOT-RATED      VALUE "R".
               88 HZ-CONFLICT       VALUE "C".
           05 HZ-CONFLICT-PART  PIC X(7)  VALUE SPACES.
           05 HZ-CONFLICT-CLASS PIC X(3)  VALUE SPACES.
