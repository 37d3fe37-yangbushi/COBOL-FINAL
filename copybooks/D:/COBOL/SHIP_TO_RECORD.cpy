      *==============================================================
      * Customer ship-to record (SHIP-TO-FILE, SHIPTO.TXT) -- one
      * record per job site or branch an account has goods sent
      * to, while the bill still goes to the head office on the
      * customer master.  The tax code is the jurisdiction the
      * goods are delivered into, and is what a shipment to the
      * site is taxed under.  Spaces in the tax code fall back to
      * the customer's own CU-TAX-CODE.
      *==============================================================
       01  SHIP-TO-RECORD.
           05 ST-KEY.
               10 ST-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
               10 ST-SHIP-TO-CODE   PIC X(4)  VALUE SPACES.
           05 ST-SHIP-TO-NAME       PIC X(20) VALUE SPACES.
           05 ST-ADDRESS            PIC X(30) VALUE SPACES.
           05 ST-PHONE              PIC X(12) VALUE SPACES.
           05 ST-TAX-CODE           PIC X(3)  VALUE SPACES.
