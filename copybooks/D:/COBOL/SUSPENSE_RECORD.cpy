           05 SUS-APPROVED-FLAG PIC X(1)  VALUE SPACES.
           05 SUS-REASON        PIC X(30) VALUE SPACES.
           05 SUS-DATE          PIC X(8)  VALUE SPACES.
           05 SUS-CONTAINER-ID  PIC X(10) VALUE SPACES.
           05 SUS-JOB-NUMBER    PIC X(6)  VALUE SPACES.
