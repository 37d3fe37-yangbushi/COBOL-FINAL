      * rewrites leave behind.
      *==============================================================
       FD  INVENT-WORK-FILE.
       01  INVENT-WORK-RECORD      PIC X(200).

       FD  SUPPLIER-WORK-FILE.
       01  SUPPLIER-WORK-RECORD    PIC X(200).

       FD  CHECK-REPORT-OUT.
       01  CHECK-REPORT-DATA       PIC X(80).
