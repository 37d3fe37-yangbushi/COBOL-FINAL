                       MOVE SPACES            TO PART-CONSIGN-FLAG
                       MOVE SPACES            TO PART-LOT-FLAG
                       MOVE SPACES            TO PART-SERIAL-FLAG
                       MOVE ZERO              TO PART-WARRANTY-MONTHS
                       MOVE SPACES            TO PART-CATEGORY-CODE
                       MOVE SPACES            TO PART-STORAGE-CLASS
                       MOVE ZERO              TO PART-UNIT-CUBE
                       MOVE SPACES            TO PART-HAZARD-CLASS
                       MOVE ZERO              TO PART-SDS-DATE
                       MOVE SPACES            TO PART-RETURNABLE-FLAG
                       MOVE ZERO              TO PART-RENTAL-RATE
                       MOVE "01"              TO PART-COMPANY-CODE
                       WRITE INVENT-RECORD
                           INVALID KEY
                               DISPLAY "FILEMIGR: DUP PART "
                       MOVE OKH-ENTRY-UNIT   TO TLK-ENTRY-UNIT
                       MOVE OKH-ENTERED-QTY  TO TLK-ENTERED-QTY
                       MOVE OKH-CUSTOMER-CODE TO TLK-CUSTOMER-CODE
                       MOVE ZERO             TO TLK-ORDER-NUMBER
                       MOVE SPACES           TO TLK-JOB-NUMBER
                       MOVE ZERO             TO TLK-COST-AFTER
                       MOVE SPACES           TO TLK-LOT-NUMBER
                       MOVE SPACES           TO TLK-LOT-EXPIRY
                       MOVE SPACES           TO TLK-SERIAL-NUMBER
                       WRITE TRANS-LOG-KEYED-RECORD
                           INVALID KEY
                               DISPLAY "FILEMIGR: DUP LOG KEY "
                       MOVE OCH-PHONE         TO CU-PHONE
                       MOVE ZERO              TO CU-CREDIT-LIMIT
                       MOVE "STD"             TO CU-TAX-CODE
                       MOVE SPACES            TO CU-REP-CODE
                       MOVE "01"              TO CU-COMPANY-CODE
                       MOVE "D"               TO CU-BILLING-CYCLE
                       WRITE CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY "FILEMIGR: DUP CUSTOMER "
                       MOVE ZERO              TO POR-ACK-PRICE
                       MOVE SPACES            TO POR-PROMISE-DATE
                       MOVE SPACES            TO POR-INVOICED-FLAG
                       MOVE SPACES            TO POR-CURRENCY-CODE
                       MOVE ZERO              TO POR-ORDER-RATE
                       MOVE ZERO              TO POR-FOREIGN-PRICE
                       MOVE ZERO              TO POR-RECEIPT-RATE
                       MOVE SPACES            TO POR-CLOSED-DATE
                       MOVE SPACES            TO POR-RAISED-BY
                       MOVE SPACES            TO POR-RECEIVED-BY
                       MOVE SPACES            TO POR-MATCHED-BY
                       MOVE "01"              TO POR-COMPANY-CODE
                       WRITE PO-REGISTER-RECORD
                           INVALID KEY
                               DISPLAY "FILEMIGR: DUP PO LINE "
                       MOVE OSN-QUANTITY    TO SNAP-QUANTITY
                       MOVE OSN-UNIT-PRICE  TO SNAP-UNIT-PRICE
                       MOVE OSN-STOCK-VALUE TO SNAP-STOCK-VALUE
                       MOVE "01"            TO SNAP-COMPANY-CODE
                       WRITE INVENT-SNAPSHOT-RECORD
                           INVALID KEY
                               DISPLAY "FILEMIGR: DUP SNAPSHOT "
