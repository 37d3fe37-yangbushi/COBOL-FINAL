      *==============================================================
      * Job master record (JOB-FILE, JOBMAST.TXT) -- the work
      * orders and service jobs stock is issued to.  Material
      * issued to a job leaves inventory and books to the job's
      * cost center: into work in process for a job that builds
      * something we carry, or straight to expense for a job that
      * consumes it.  A closed job takes no further issues; what
      * comes back from it afterwards is still accepted.
      *==============================================================
       01  JOB-RECORD.
           05 JB-JOB-NUMBER     PIC X(6)  VALUE SPACES.
           05 JB-DESCRIPTION    PIC X(30) VALUE SPACES.
           05 JB-COST-CENTER    PIC X(5)  VALUE SPACES.
           05 JB-CHARGE-TYPE    PIC X(1)  VALUE "W".
               88 JB-CHARGE-TO-WIP     VALUE "W".
               88 JB-CHARGE-TO-EXPENSE VALUE "E".
           05 JB-STATUS         PIC X(1)  VALUE "O".
               88 JB-IS-OPEN   VALUE "O".
               88 JB-IS-CLOSED VALUE "C".
           05 JB-OPENED-DATE    PIC 9(8)  VALUE ZERO.
           05 JB-CLOSED-DATE    PIC 9(8)  VALUE ZERO.
