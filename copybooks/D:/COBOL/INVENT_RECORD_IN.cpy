               88 PART-LOT-CONTROLLED-IN VALUE "Y".
           05 PART-SERIAL-FLAG-IN PIC X(1) VALUE SPACES.
               88 PART-SERIALIZED-IN VALUE "Y".
           05 PART-WARRANTY-MONTHS-IN PIC 9(3) VALUE ZERO.
           05 PART-CATEGORY-CODE-IN.
               10 PART-CATEGORY-IN  PIC X(3)  VALUE SPACES.
               10 PART-SUB-CATEGORY-IN PIC X(3) VALUE SPACES.
           05 PART-STORAGE-CLASS-IN PIC X(2) VALUE SPACES.
           05 PART-UNIT-CUBE-IN PIC 9(3)V9(3) VALUE ZERO.
           05 PART-HAZARD-CLASS-IN PIC X(3) VALUE SPACES.
           05 PART-SDS-DATE-IN  PIC 9(8) VALUE ZERO.
           05 PART-RETURNABLE-FLAG-IN PIC X(1) VALUE SPACES.
               88 PART-RETURNABLE-IN VALUE "Y".
           05 PART-RENTAL-RATE-IN PIC 9(4)V99 VALUE ZERO.
           05 PART-COMPANY-CODE-IN PIC X(2) VALUE "01".
