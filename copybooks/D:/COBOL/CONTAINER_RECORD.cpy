      *==============================================================
      * Container record (CONTAINER-FILE, CONTAINR.TXT) -- one
      * record per part and lot sitting on a pallet or tote,
      * keyed by the license plate number stencilled on it.  All
      * of a container's lines carry the location it is standing
      * in, so moving the pallet moves every balance on it in one
      * transaction and a count can scan the plate instead of
      * every carton.  The quantities are also in the location's
      * stock balances; the container says which pallet they are
      * on.
      *==============================================================
       01  CONTAINER-RECORD.
           05 CN-KEY.
               10 CN-CONTAINER-ID   PIC X(10) VALUE SPACES.
               10 CN-PART-NUMBER    PIC X(7)  VALUE SPACES.
               10 CN-LOT-NUMBER     PIC X(10) VALUE SPACES.
           05 CN-LOCATION-CODE      PIC X(5)  VALUE SPACES.
           05 CN-QUANTITY           PIC 9(7)V99 VALUE ZERO.
           05 CN-BUILT-DATE         PIC 9(8)  VALUE ZERO.
           05 CN-LAST-MOVE-DATE     PIC 9(8)  VALUE ZERO.
      *==============================================================
      * The PO the line was received against -- zero for a line
      * built anywhere but the receiving dock.
      *==============================================================
           05 CN-PO-NUMBER          PIC 9(6)  VALUE ZERO.
