           MOVE SPACES            TO PART-CONSIGN-FLAG.
           MOVE SPACES            TO PART-LOT-FLAG.
           MOVE SPACES            TO PART-SERIAL-FLAG.
           MOVE ZERO              TO PART-WARRANTY-MONTHS.
           MOVE SPACES            TO PART-CATEGORY-CODE.
           MOVE SPACES            TO PART-STORAGE-CLASS.
           MOVE ZERO              TO PART-UNIT-CUBE.
           MOVE SPACES            TO PART-HAZARD-CLASS.
           MOVE ZERO              TO PART-SDS-DATE.
           MOVE SPACES            TO PART-RETURNABLE-FLAG.
           MOVE ZERO              TO PART-RENTAL-RATE.
           MOVE "01"              TO PART-COMPANY-CODE.

       304-WR-IND-SUP.
           IF MERGE-MODE
