      *==============================================================
      * Job-stream definition record (JOB-STREAM-FILE, JOBSTRM.TXT)
      * -- one line per nightly step, in the order CONTROL runs
      * them.  Adding, dropping or re-ordering a step is an edit to
      * this file, not a change to CONTROL.  A line starting * is a
      * comment.
      * JS-STEP-NAME is what the run journal and the checkpoint
      * call the step; JS-PROGRAM is the program CALLed for it
      * (blank = same as the step name).
      * JS-RESTART-SAFE: Y = the step may simply be run again after
      * the chain aborted part way through it; N = it may not (it
      * posts, raises orders or rebuilds from scratch), so a rerun
      * stops at it until the operator says it has been recovered.
      * JS-RUN-CONDITION: D = every run; M = month-end only, the
      * last working day of the month; W = only on a working day
      * (per WORKDAYS and the business calendar) that is marked Y
      * in JS-WEEKDAYS, Monday first -- a blank mask means every
      * working day.
      * JS-DEPENDS-ON names up to four EARLIER steps that must have
      * completed this run; if one was not due, or was itself held
      * back, this step is passed over too.
      *==============================================================
       01  JOB-STEP-RECORD.
           05 JS-STEP-NAME      PIC X(12) VALUE SPACES.
           05 JS-PROGRAM        PIC X(9)  VALUE SPACES.
           05 JS-RESTART-SAFE   PIC X(1)  VALUE SPACES.
           05 JS-RUN-CONDITION  PIC X(1)  VALUE SPACES.
           05 JS-WEEKDAYS       PIC X(7)  VALUE SPACES.
           05 JS-DEPENDS-ON     PIC X(12) OCCURS 4 TIMES.
