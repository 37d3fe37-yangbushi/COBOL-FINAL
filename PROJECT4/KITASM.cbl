           MOVE "E"           TO TLK-ENTRY-UNIT.
           MOVE MOVE-QTY-WS   TO TLK-ENTERED-QTY.
           MOVE SPACES        TO TLK-CUSTOMER-CODE.
           MOVE ZERO          TO TLK-ORDER-NUMBER.
           MOVE SPACES        TO TLK-JOB-NUMBER.
           MOVE UNIT-PRICE    TO TLK-COST-AFTER.
           MOVE SPACES        TO TLK-LOT-NUMBER.
           MOVE SPACES        TO TLK-LOT-EXPIRY.
           MOVE SPACES        TO TLK-SERIAL-NUMBER.
           WRITE TRANS-LOG-KEYED-RECORD
               INVALID KEY
                   DISPLAY "KITASM: KEYED LOG WRITE FAILED "
      *==============================================================
      * Whether the balance just read sits where the bench must
      * not shop: the in-transit holding balance (an open shipment
      * the receiving building still expects), a quarantine-type
      * location (inspection's stock -- the release screen is the
      * only door out), or a customer site (consigned stock that
      * customer uses).
      *==============================================================
       290-TEST-HELD-LOCATION.
           MOVE "NO" TO HELD-LOC-WS.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LO-QUARANTINE-TYPE OR LO-CUSTOMER-SITE-TYPE
                       MOVE "YES" TO HELD-LOC-WS
                   END-IF
           END-READ.
