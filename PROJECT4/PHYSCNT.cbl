           MOVE CDT-DATE         TO TLK-DATE.
           MOVE CDT-TIME         TO TLK-TIME.
           MOVE OPERATOR-ID-WS   TO TLK-OPERATOR-ID.
           MOVE COUNT-LOC-WS     TO TLK-FROM-LOC.
           MOVE SPACES           TO TLK-TO-LOC.
           MOVE "CNT"            TO TLK-REASON-CODE.
           MOVE "E"              TO TLK-ENTRY-UNIT.
           MOVE CNT-COUNTED-QTY  TO TLK-ENTERED-QTY.
           MOVE SPACES           TO TLK-CUSTOMER-CODE.
           MOVE ZERO             TO TLK-ORDER-NUMBER.
           MOVE SPACES           TO TLK-JOB-NUMBER.
           MOVE UNIT-PRICE       TO TLK-COST-AFTER.
           MOVE SPACES           TO TLK-LOT-NUMBER.
           MOVE SPACES           TO TLK-LOT-EXPIRY.
           MOVE SPACES           TO TLK-SERIAL-NUMBER.
           WRITE TRANS-LOG-KEYED-RECORD
               INVALID KEY
                   DISPLAY "PHYSCNT: KEYED LOG WRITE FAILED "
