      *==============================================================
      * Warranty claim record (WARRANTY-CLAIM-FILE, WARRCLM.TXT) --
      * one record per failed unit a customer brings back under
      * warranty: which serial failed and why, the serial handed
      * over in its place, what the replacement cost us, and
      * whether the supplier has agreed to reimburse it.  The sale
      * and expiry dates are those in force when the claim was
      * taken, so the register still shows why it was accepted
      * after the unit's own history moves on.
      *==============================================================
       01  WARRANTY-CLAIM-RECORD.
           05 WC-CLAIM-NUMBER       PIC 9(6)  VALUE ZERO.
           05 WC-CLAIM-DATE         PIC 9(8)  VALUE ZERO.
           05 WC-SERIAL-NUMBER      PIC X(12) VALUE SPACES.
           05 WC-PART-NUMBER        PIC X(7)  VALUE SPACES.
           05 WC-SUPPLIER-CODE      PIC X(5)  VALUE SPACES.
           05 WC-CUSTOMER-CODE      PIC X(5)  VALUE SPACES.
           05 WC-SALE-DATE          PIC 9(8)  VALUE ZERO.
           05 WC-EXPIRY-DATE        PIC 9(8)  VALUE ZERO.
           05 WC-COVER-STATUS       PIC X(1)  VALUE SPACES.
               88 WC-TAKEN-IN-COVER VALUE "C".
               88 WC-TAKEN-AS-GOODWILL VALUE "E" "N" "W".
           05 WC-FAILURE-TEXT       PIC X(30) VALUE SPACES.
           05 WC-REPLACEMENT-SERIAL PIC X(12) VALUE SPACES.
           05 WC-CLAIM-COST         PIC 9(5)V99 VALUE ZERO.
      *==============================================================
      * Whether the supplier pays us back for the unit: Y they
      * will, N the cost stays with us, P not yet decided.
      *==============================================================
           05 WC-REIMBURSE-FLAG     PIC X(1)  VALUE "P".
               88 WC-SUPPLIER-PAYS  VALUE "Y".
               88 WC-WE-ABSORB      VALUE "N".
               88 WC-REIMBURSE-PENDING VALUE "P".
           05 WC-OPERATOR-ID        PIC X(8)  VALUE SPACES.
