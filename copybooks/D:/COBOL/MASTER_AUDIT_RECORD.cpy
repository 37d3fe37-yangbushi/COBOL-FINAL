           05 MA-DATE           PIC X(8)  VALUE SPACES.
           05 MA-TIME           PIC X(8)  VALUE SPACES.
           05 MA-OPERATOR-ID    PIC X(8)  VALUE SPACES.
           05 MA-BEFORE-IMAGE   PIC X(200) VALUE SPACES.
           05 MA-AFTER-IMAGE    PIC X(200) VALUE SPACES.
