           MOVE RELEASE-QTY-WS     TO RMA-QTY.
           MOVE CDT-DATE           TO RMA-DATE.
           MOVE "O"                TO RMA-STATUS.
           MOVE SPACES             TO RMA-CLOSED-DATE.
           WRITE RMA-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "QRELEASE: RMA REGISTER WRITE FAILED "
           MOVE "E"             TO TLK-ENTRY-UNIT.
           MOVE RELEASE-QTY-WS  TO TLK-ENTERED-QTY.
           MOVE SPACES          TO TLK-CUSTOMER-CODE.
           MOVE ZERO            TO TLK-ORDER-NUMBER.
           MOVE SPACES          TO TLK-JOB-NUMBER.
           MOVE UNIT-PRICE      TO TLK-COST-AFTER.
           MOVE SPACES          TO TLK-LOT-NUMBER.
           MOVE SPACES          TO TLK-LOT-EXPIRY.
           MOVE SPACES          TO TLK-SERIAL-NUMBER.
           WRITE TRANS-LOG-KEYED-RECORD
               INVALID KEY
                   DISPLAY "QRELEASE: KEYED LOG WRITE FAILED "
