               ASSIGN TO "D:\COBOL\RUNPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARM-STATUS.
           SELECT JOB-STREAM-FILE
               ASSIGN TO "D:\COBOL\JOBSTRM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-STREAM-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *==============================================================
      * One line per job step this run has got to, with how far it
      * got: C completed, S started but never came back, N not due
      * tonight, B held back because a step it depends on did not
      * run.  A rerun after an abort picks up from here instead of
      * re-running everything, including a destructive rebuild step
      * like CONVERT, from the top.  A line with no status is the
      * older single-name checkpoint: that step and every step
      * before it are done.
      *==============================================================
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-STEP-NAME         PIC X(12).
           05 CK-STEP-STATUS       PIC X(1).

      *==============================================================
      * One line per job step run, appended across runs: when the
      * actually happened last night.
      *==============================================================
       FD  RUN-JOURNAL-FILE.
       01  RUN-JOURNAL-RECORD      PIC X(60).

       FD  SYSTEM-STATE-FILE.
           COPY "D:\COBOL\SYSTEM_STATE_RECORD.cpy".
       FD  RUN-PARM-FILE.
           COPY "D:\COBOL\RUN_PARM_RECORD.cpy".

       FD  JOB-STREAM-FILE.
           COPY "D:\COBOL\JOB_STEP_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STEP-NAME-WS             PIC X(12) VALUE SPACES.
       01 SYSTEM-STATE-STATUS      PIC X(2)  VALUE SPACES.
           05 JR-END-TIME          PIC X(6)  VALUE SPACES.
           05 FILLER               PIC X(4)  VALUE "  RC".
           05 JR-RETURN-CODE       PIC ZZZ9  VALUE ZEROS.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 JR-NOTE              PIC X(12) VALUE SPACES.
       01 LAST-STEP-DONE-WS        PIC X(12) VALUE SPACES.
       01 FIND-STEP-NAME-WS        PIC X(12) VALUE SPACES.
       01 JOB-STREAM-STATUS        PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS     PIC X(2)  VALUE SPACES.
       01 EOF-STREAM-WS            PIC X(3)  VALUE SPACES.
       01 EOF-CHECKPOINT-WS        PIC X(3)  VALUE SPACES.
       01 STREAM-ERROR-WS          PIC X(3)  VALUE "NO".
       01 STEP-DUE-WS              PIC X(3)  VALUE SPACES.
       01 DEPENDENCIES-MET-WS      PIC X(3)  VALUE SPACES.
       01 STEPS-PASSED-WS          PIC 9(2)  VALUE ZERO.
       01 CALL-NAME-WS             PIC X(12) VALUE SPACES.
       01 RECOVERY-REPLY-WS        PIC X(1)  VALUE SPACES.

      *==============================================================
      * The job stream as loaded from JOBSTRM.TXT (or the built-in
      * nightly chain when there is no such file), with how far
      * each step has got this run.
      *==============================================================
       01 STEP-TABLE-WS.
           05 STEP-COUNT-WS        PIC 9(2)  VALUE ZERO.
           05 STEP-SUB             PIC 9(2)  VALUE ZERO.
           05 FIND-SUB             PIC 9(2)  VALUE ZERO.
           05 DEPEND-SUB           PIC 9(1)  VALUE ZERO.
           05 STEP-FOUND-WS        PIC X(3)  VALUE "NO".
           05 STEP-ITEM OCCURS 40 TIMES.
               10 ST-STEP-NAME     PIC X(12) VALUE SPACES.
               10 ST-PROGRAM       PIC X(9)  VALUE SPACES.
               10 ST-RESTART-SAFE  PIC X(1)  VALUE SPACES.
                   88 ST-SAFE-TO-RERUN       VALUE "Y".
               10 ST-RUN-CONDITION PIC X(1)  VALUE SPACES.
                   88 ST-RUN-DAILY           VALUE "D".
                   88 ST-RUN-MONTH-END       VALUE "M".
                   88 ST-RUN-WEEKDAYS        VALUE "W".
               10 ST-WEEKDAYS      PIC X(7)  VALUE SPACES.
               10 ST-DEPENDS-ON    PIC X(12) OCCURS 4 TIMES.
               10 ST-STEP-STATUS   PIC X(1)  VALUE SPACES.
                   88 ST-NOT-REACHED         VALUE SPACE.
                   88 ST-COMPLETED           VALUE "C".
                   88 ST-INTERRUPTED         VALUE "S".
                   88 ST-NOT-DUE             VALUE "N".
                   88 ST-HELD-BACK           VALUE "B".

      *==============================================================
      * The business date the run conditions are judged against,
      * and what the calendar says about it.
      *==============================================================
       01 RUN-DATE-WS.
           05 RUN-YEAR-WS          PIC 9(4).
           05 RUN-MONTH-WS         PIC 9(2).
           05 RUN-DAY-WS           PIC 9(2).
       01 RUN-DATE-NUM-WS REDEFINES RUN-DATE-WS PIC 9(8).
       01 NEXT-WORKDAY-WS.
           05 NEXT-YEAR-WS         PIC 9(4).
           05 NEXT-MONTH-WS        PIC 9(2).
           05 NEXT-DAY-WS          PIC 9(2).
       01 NEXT-WORKDAY-NUM-WS REDEFINES NEXT-WORKDAY-WS PIC 9(8).
       01 RUN-DAY-OF-WEEK-WS       PIC 9(1)  VALUE ZERO.
       01 RUN-IS-WORKDAY-WS        PIC X(3)  VALUE "NO".
       01 RUN-IS-MONTH-END-WS      PIC X(3)  VALUE "NO".

           COPY "D:\COBOL\WORKDAY_PARMS.cpy".

       PROCEDURE DIVISION.

      *==============================================================
      * The top level of the project
      * run the job-stream steps listed in JOBSTRM.TXT, in order --
      * by default the nightly chain:
      * 1. back up the indexed masters before anything writes
      * 2. sweep the files for referential breaks
      * 3. update invent file according to transactions
      *    and raise the orders standing orders have due
      * 4. generate inventory report and re-order report
      * Each step is run only when its run condition holds for
      * the business date and the earlier steps it depends on have
      * completed.  Each step's RETURN-CODE is checked before the
      * next step runs -- a failed step halts the whole job stream
      * instead of letting later steps run against half-written
      * files.  The checkpoint is rewritten as each step starts and
      * finishes so a rerun following an abort resumes after the
      * last completed step instead of starting the chain over --
      * this matters most for a step like CONVERT that rebuilds the
      * indexed files from scratch and should not be repeated once
      * it has already succeeded.
      *==============================================================
      * 100-CREATE-REPORTS.
       BEGIN.
           PERFORM 830-OPEN-RUN-JOURNAL.
           PERFORM 700-LOAD-JOB-STREAM.
           PERFORM 710-SET-RUN-DATE.
           PERFORM 800-READ-CHECKPOINT.
           PERFORM 840-CHECK-OPEN-SESSIONS.
           PERFORM 843-RAISE-CHAIN-FLAG.

           PERFORM 720-RUN-ONE-STEP
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-COUNT-WS.

           PERFORM 844-LOWER-CHAIN-FLAG.
           PERFORM 820-CLEAR-CHECKPOINT.
           PERFORM 833-WRITE-JOB-SUMMARY.
           STOP RUN.

      *==============================================================
      * Load the step table from the job-stream definition.  With
      * no definition file the built-in nightly chain is used, so
      * a site that has never written one runs as it always has.
      * A definition CONTROL cannot trust -- an unknown run
      * condition, a dependency on a step that does not come
      * earlier, more steps than the table holds -- stops the job
      * before anything runs.
      *==============================================================
       700-LOAD-JOB-STREAM.
           MOVE ZERO   TO STEP-COUNT-WS.
           MOVE "NO"   TO STREAM-ERROR-WS.
           MOVE SPACES TO EOF-STREAM-WS.
           OPEN INPUT JOB-STREAM-FILE.
           IF JOB-STREAM-STATUS = "35"
               PERFORM 705-LOAD-DEFAULT-STREAM
           ELSE
               IF JOB-STREAM-STATUS NOT = "00"
                   DISPLAY "CONTROL: BAD OPEN JOB-STREAM-FILE "
                       JOB-STREAM-STATUS
                   MOVE "YES" TO STREAM-ERROR-WS
               ELSE
                   PERFORM UNTIL EOF-STREAM-WS = "YES"
                       READ JOB-STREAM-FILE
                           AT END MOVE "YES" TO EOF-STREAM-WS
                           NOT AT END
                               IF JS-STEP-NAME NOT = SPACES
                                  AND JS-STEP-NAME (1:1) NOT = "*"
                                   PERFORM 701-ADD-STEP-TO-TABLE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOB-STREAM-FILE.
           IF STEP-COUNT-WS = ZERO
               DISPLAY "CONTROL: JOB STREAM HAS NO STEPS"
               MOVE "YES" TO STREAM-ERROR-WS.
           IF STREAM-ERROR-WS = "YES"
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS
               MOVE CDT-DATE       TO JR-DATE
               MOVE "JOB STREAM"   TO JR-STEP-NAME
               MOVE SPACES         TO JR-START-TIME
               MOVE CDT-TIME       TO JR-END-TIME
               MOVE 12             TO JR-RETURN-CODE
               MOVE "BAD STREAM"   TO JR-NOTE
               WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS
               DISPLAY "CONTROL: JOB STREAM NOT STARTED"
               CLOSE RUN-JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN.

       701-ADD-STEP-TO-TABLE.
           IF STEP-COUNT-WS = 40
               DISPLAY "CONTROL: MORE THAN 40 STEPS AT "
                   JS-STEP-NAME
               MOVE "YES" TO STREAM-ERROR-WS
               EXIT PARAGRAPH.
           IF JS-PROGRAM = SPACES
               MOVE JS-STEP-NAME TO JS-PROGRAM.
           IF JS-RUN-CONDITION = SPACE
               MOVE "D" TO JS-RUN-CONDITION.
           IF JS-RUN-CONDITION NOT = "D" AND NOT = "M"
                                   AND NOT = "W"
               DISPLAY "CONTROL: STEP " JS-STEP-NAME
                   " RUN CONDITION " JS-RUN-CONDITION
                   " NOT D, M OR W"
               MOVE "YES" TO STREAM-ERROR-WS.
           MOVE JS-STEP-NAME TO FIND-STEP-NAME-WS.
           PERFORM 702-FIND-STEP.
           IF STEP-FOUND-WS = "YES"
               DISPLAY "CONTROL: STEP " JS-STEP-NAME
                   " LISTED TWICE"
               MOVE "YES" TO STREAM-ERROR-WS.
           PERFORM VARYING DEPEND-SUB FROM 1 BY 1
                   UNTIL DEPEND-SUB > 4
               IF JS-DEPENDS-ON (DEPEND-SUB) NOT = SPACES
                   MOVE JS-DEPENDS-ON (DEPEND-SUB)
                       TO FIND-STEP-NAME-WS
                   PERFORM 702-FIND-STEP
                   IF STEP-FOUND-WS = "NO"
                       DISPLAY "CONTROL: STEP " JS-STEP-NAME
                           " DEPENDS ON " FIND-STEP-NAME-WS
                           " WHICH IS NOT AN EARLIER STEP"
                       MOVE "YES" TO STREAM-ERROR-WS
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO STEP-COUNT-WS.
           MOVE JS-STEP-NAME     TO ST-STEP-NAME (STEP-COUNT-WS).
           MOVE JS-PROGRAM       TO ST-PROGRAM (STEP-COUNT-WS).
           MOVE JS-RESTART-SAFE  TO ST-RESTART-SAFE (STEP-COUNT-WS).
           MOVE JS-RUN-CONDITION TO ST-RUN-CONDITION (STEP-COUNT-WS).
           MOVE JS-WEEKDAYS      TO ST-WEEKDAYS (STEP-COUNT-WS).
           PERFORM VARYING DEPEND-SUB FROM 1 BY 1
                   UNTIL DEPEND-SUB > 4
               MOVE JS-DEPENDS-ON (DEPEND-SUB)
                   TO ST-DEPENDS-ON (STEP-COUNT-WS, DEPEND-SUB)
           END-PERFORM.
           MOVE SPACE            TO ST-STEP-STATUS (STEP-COUNT-WS).

      *==============================================================
      * Look up the step named in FIND-STEP-NAME-WS among those
      * loaded so far; FIND-SUB is left on it when found.
      *==============================================================
       702-FIND-STEP.
           MOVE "NO" TO STEP-FOUND-WS.
           PERFORM VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > STEP-COUNT-WS
                      OR STEP-FOUND-WS = "YES"
               IF ST-STEP-NAME (FIND-SUB) = FIND-STEP-NAME-WS
                   MOVE "YES" TO STEP-FOUND-WS
               END-IF
           END-PERFORM.
           IF STEP-FOUND-WS = "YES"
               SUBTRACT 1 FROM FIND-SUB.

      *==============================================================
      * The nightly chain as it stood before it was put in a file:
      * every step every run, each depending on the one before --
      * but for the web catalog feed, which needs only the day's
      * postings.
      *==============================================================
       705-LOAD-DEFAULT-STREAM.
           MOVE "BACKUP"    TO JS-STEP-NAME.
           MOVE "Y"         TO JS-RESTART-SAFE.
           MOVE SPACES      TO JS-DEPENDS-ON (1).
           PERFORM 706-ADD-DEFAULT-STEP.
           MOVE "INTEGCHK"  TO JS-STEP-NAME.
           MOVE "Y"         TO JS-RESTART-SAFE.
           MOVE "BACKUP"    TO JS-DEPENDS-ON (1).
           PERFORM 706-ADD-DEFAULT-STEP.
           MOVE "UPDATE"    TO JS-STEP-NAME.
           MOVE "N"         TO JS-RESTART-SAFE.
           MOVE "INTEGCHK"  TO JS-DEPENDS-ON (1).
           PERFORM 706-ADD-DEFAULT-STEP.
           MOVE "STORDGEN"  TO JS-STEP-NAME.
           MOVE "N"         TO JS-RESTART-SAFE.
           MOVE "UPDATE"    TO JS-DEPENDS-ON (1).
           PERFORM 706-ADD-DEFAULT-STEP.
           MOVE "INVENTORY" TO JS-STEP-NAME.
           MOVE "Y"         TO JS-RESTART-SAFE.
           MOVE "STORDGEN"  TO JS-DEPENDS-ON (1).
           PERFORM 706-ADD-DEFAULT-STEP.
           MOVE "REORDER"   TO JS-STEP-NAME.
           MOVE "Y"         TO JS-RESTART-SAFE.
           MOVE "INVENTORY" TO JS-DEPENDS-ON (1).
           PERFORM 706-ADD-DEFAULT-STEP.
           MOVE "WEBFEED"   TO JS-STEP-NAME.
           MOVE "Y"         TO JS-RESTART-SAFE.
           MOVE "UPDATE"    TO JS-DEPENDS-ON (1).
           PERFORM 706-ADD-DEFAULT-STEP.

       706-ADD-DEFAULT-STEP.
           MOVE SPACES TO JS-PROGRAM JS-WEEKDAYS.
           MOVE "D"    TO JS-RUN-CONDITION.
           MOVE SPACES TO JS-DEPENDS-ON (2) JS-DEPENDS-ON (3)
                          JS-DEPENDS-ON (4).
           PERFORM 701-ADD-STEP-TO-TABLE.

      *==============================================================
      * Run conditions are judged against the business date, as the
      * steps themselves are: its day of the week (1 = Monday),
      * whether the calendar calls it a working day, and whether it
      * is the last working day of its month.
      *==============================================================
       710-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           MOVE CDT-DATE TO RUN-DATE-NUM-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO RUN-DATE-NUM-WS
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           COMPUTE RUN-DAY-OF-WEEK-WS = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM-WS) - 1, 7) + 1.
           MOVE "W"             TO WD-FUNCTION.
           MOVE RUN-DATE-NUM-WS TO WD-DATE-1.
           CALL ".\WORKDAYS" USING WORKDAY-PARMS.
           MOVE "NO" TO RUN-IS-WORKDAY-WS.
           IF WD-RESULT = 1
               MOVE "YES" TO RUN-IS-WORKDAY-WS.
           MOVE "A"             TO WD-FUNCTION.
           MOVE RUN-DATE-NUM-WS TO WD-DATE-1.
           MOVE 1               TO WD-DAYS.
           CALL ".\WORKDAYS" USING WORKDAY-PARMS.
           MOVE WD-DATE-2 TO NEXT-WORKDAY-NUM-WS.
           MOVE "NO" TO RUN-IS-MONTH-END-WS.
           IF RUN-IS-WORKDAY-WS = "YES"
              AND NEXT-MONTH-WS NOT = RUN-MONTH-WS
               MOVE "YES" TO RUN-IS-MONTH-END-WS.

      *==============================================================
      * One step of the stream.  Steps the checkpoint says are
      * already settled are not touched again; a step that was
      * interrupted and is not safe to re-run waits for the
      * operator; a step not due, or whose prerequisites did not
      * run, is journalled as passed over; anything else is called.
      *==============================================================
       720-RUN-ONE-STEP.
           MOVE ST-STEP-NAME (STEP-SUB) TO STEP-NAME-WS.
           IF ST-COMPLETED (STEP-SUB) OR ST-NOT-DUE (STEP-SUB)
                                      OR ST-HELD-BACK (STEP-SUB)
               DISPLAY "CONTROL: STEP " STEP-NAME-WS
                   " ALREADY SETTLED - NOT RE-RUN"
               EXIT PARAGRAPH.
           IF ST-INTERRUPTED (STEP-SUB)
              AND NOT ST-SAFE-TO-RERUN (STEP-SUB)
               PERFORM 740-ASK-RECOVERY
               IF ST-COMPLETED (STEP-SUB)
                   EXIT PARAGRAPH.
           PERFORM 730-CHECK-RUN-CONDITION.
           IF STEP-DUE-WS = "NO"
               MOVE "N"       TO ST-STEP-STATUS (STEP-SUB)
               MOVE "NOT DUE" TO JR-NOTE
               PERFORM 834-WRITE-PASSED-LINE
               PERFORM 810-WRITE-CHECKPOINT
               EXIT PARAGRAPH.
           PERFORM 735-CHECK-DEPENDENCIES.
           IF DEPENDENCIES-MET-WS = "NO"
               MOVE "B"         TO ST-STEP-STATUS (STEP-SUB)
               MOVE "HELD BACK" TO JR-NOTE
               PERFORM 834-WRITE-PASSED-LINE
               PERFORM 810-WRITE-CHECKPOINT
               EXIT PARAGRAPH.
           MOVE "S" TO ST-STEP-STATUS (STEP-SUB).
           PERFORM 810-WRITE-CHECKPOINT.
           MOVE SPACES TO CALL-NAME-WS JR-NOTE.
           STRING ".\" DELIMITED BY SIZE
                  ST-PROGRAM (STEP-SUB) DELIMITED BY SPACE
               INTO CALL-NAME-WS.
           PERFORM 831-MARK-STEP-START.
           CALL CALL-NAME-WS
               ON EXCEPTION
                   MOVE 16          TO RETURN-CODE
                   MOVE "NOT FOUND" TO JR-NOTE
           END-CALL.
           PERFORM 832-WRITE-JOURNAL-LINE.
           PERFORM 900-CHECK-STEP-STATUS.
           MOVE "C" TO ST-STEP-STATUS (STEP-SUB).
           PERFORM 810-WRITE-CHECKPOINT.

      *==============================================================
      * Is the step due on the business date?
      *==============================================================
       730-CHECK-RUN-CONDITION.
           MOVE "YES" TO STEP-DUE-WS.
           EVALUATE TRUE
               WHEN ST-RUN-MONTH-END (STEP-SUB)
                   IF RUN-IS-MONTH-END-WS = "NO"
                       MOVE "NO" TO STEP-DUE-WS
                   END-IF
               WHEN ST-RUN-WEEKDAYS (STEP-SUB)
                   IF RUN-IS-WORKDAY-WS = "NO"
                       MOVE "NO" TO STEP-DUE-WS
                   ELSE
                       IF ST-WEEKDAYS (STEP-SUB) NOT = SPACES
                          AND ST-WEEKDAYS (STEP-SUB)
                              (RUN-DAY-OF-WEEK-WS:1) NOT = "Y"
                           MOVE "NO" TO STEP-DUE-WS
                       END-IF
                   END-IF
           END-EVALUATE.

      *==============================================================
      * Every step this one depends on must have completed.
      *==============================================================
       735-CHECK-DEPENDENCIES.
           MOVE "YES" TO DEPENDENCIES-MET-WS.
           PERFORM VARYING DEPEND-SUB FROM 1 BY 1
                   UNTIL DEPEND-SUB > 4
               IF ST-DEPENDS-ON (STEP-SUB, DEPEND-SUB) NOT = SPACES
                   MOVE ST-DEPENDS-ON (STEP-SUB, DEPEND-SUB)
                       TO FIND-STEP-NAME-WS
                   PERFORM 702-FIND-STEP
                   IF STEP-FOUND-WS = "NO"
                       MOVE "NO" TO DEPENDENCIES-MET-WS
                   ELSE
                       IF NOT ST-COMPLETED (FIND-SUB)
                           MOVE "NO" TO DEPENDENCIES-MET-WS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *==============================================================
      * The chain died part way through a step that cannot simply
      * be run again -- UPDATE half way through its postings, say.
      * The operator recovers it first (restore and roll forward,
      * or finish by hand) and then says whether to run the step
      * again or to treat it as done; anything else leaves the
      * chain halted, with the chain flag still up.
      *==============================================================
       740-ASK-RECOVERY.
           DISPLAY "CONTROL: STEP " STEP-NAME-WS
               " WAS INTERRUPTED AND IS NOT SAFE TO RE-RUN AS IS".
           DISPLAY "CONTROL: R = RECOVERED, RUN IT AGAIN   "
               "D = RECOVERED, TREAT IT AS DONE   "
               "ANYTHING ELSE = STOP".
           MOVE SPACE TO RECOVERY-REPLY-WS.
           ACCEPT RECOVERY-REPLY-WS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           MOVE CDT-DATE       TO JR-DATE.
           MOVE STEP-NAME-WS   TO JR-STEP-NAME.
           MOVE SPACES         TO JR-START-TIME.
           MOVE CDT-TIME       TO JR-END-TIME.
           EVALUATE RECOVERY-REPLY-WS
               WHEN "R"
               WHEN "r"
                   MOVE ZERO          TO JR-RETURN-CODE
                   MOVE "RECOVERED"   TO JR-NOTE
                   WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS
               WHEN "D"
               WHEN "d"
                   MOVE ZERO          TO JR-RETURN-CODE
                   MOVE "MARKED DONE" TO JR-NOTE
                   WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS
                   MOVE "C" TO ST-STEP-STATUS (STEP-SUB)
                   PERFORM 810-WRITE-CHECKPOINT
               WHEN OTHER
                   MOVE 12            TO JR-RETURN-CODE
                   MOVE "UNRECOVERED" TO JR-NOTE
                   WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS
                   DISPLAY "CONTROL: JOB STREAM HALTED"
                   CLOSE RUN-JOURNAL-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE SPACES TO JR-NOTE.

      *==============================================================
      * The interlock: the chain must not launch posting into the
      * middle of an operator's count entry.  With open menu
           WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS.
           ADD 1 TO STEPS-RUN-WS.

      *==============================================================
      * A step passed over this run still gets its journal line, so
      * the journal shows the month-end step was not forgotten, only
      * not due.  The reason is in JR-NOTE.
      *==============================================================
       834-WRITE-PASSED-LINE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           MOVE CDT-DATE       TO JR-DATE.
           MOVE STEP-NAME-WS   TO JR-STEP-NAME.
           MOVE SPACES         TO JR-START-TIME.
           MOVE CDT-TIME       TO JR-END-TIME.
           MOVE ZERO           TO JR-RETURN-CODE.
           WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS.
           MOVE SPACES         TO JR-NOTE.
           ADD 1 TO STEPS-PASSED-WS.

      *==============================================================
      * The whole chain finished -- journal the job end and put a
      * short summary on the console.
           MOVE SPACES         TO JR-START-TIME.
           MOVE CDT-TIME       TO JR-END-TIME.
           MOVE ZERO           TO JR-RETURN-CODE.
           MOVE SPACES         TO JR-NOTE.
           WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS.
           DISPLAY "CONTROL: " STEPS-RUN-WS
               " STEP(S) RUN, " STEPS-PASSED-WS
               " PASSED OVER -- SEE RUNJRNL.TXT".
           CLOSE RUN-JOURNAL-FILE.

      *==============================================================
               STOP RUN.

      *==============================================================
      * Pick up where the last run left off: each step named in the
      * checkpoint gets back the status it had when the chain
      * stopped.  No checkpoint file, or an empty one, means the
      * last run finished clean, so the whole chain runs.  A
      * checkpoint naming a step no longer in the job stream is
      * only reported.
      *==============================================================
       800-READ-CHECKPOINT.
           MOVE SPACES TO LAST-STEP-DONE-WS EOF-CHECKPOINT-WS.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-FILE-STATUS = "00"
               PERFORM UNTIL EOF-CHECKPOINT-WS = "YES"
                   READ CHECKPOINT-FILE
                       AT END MOVE "YES" TO EOF-CHECKPOINT-WS
                       NOT AT END PERFORM 801-APPLY-CHECKPOINT-LINE
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           ELSE
               IF CHECKPOINT-FILE-STATUS NOT = "35"
               DISPLAY "CONTROL: RESUMING AFTER STEP "
                   LAST-STEP-DONE-WS.

       801-APPLY-CHECKPOINT-LINE.
           IF CK-STEP-NAME = SPACES
               EXIT PARAGRAPH.
           MOVE CK-STEP-NAME TO FIND-STEP-NAME-WS.
           PERFORM 702-FIND-STEP.
           IF STEP-FOUND-WS = "NO"
               DISPLAY "CONTROL: CHECKPOINT STEP " CK-STEP-NAME
                   " NOT IN JOB STREAM - IGNORED"
               EXIT PARAGRAPH.
           IF CK-STEP-STATUS NOT = "S"
               MOVE CK-STEP-NAME TO LAST-STEP-DONE-WS.
           IF CK-STEP-STATUS NOT = SPACE
               MOVE CK-STEP-STATUS TO ST-STEP-STATUS (FIND-SUB)
               EXIT PARAGRAPH.
           PERFORM VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > FIND-SUB
               MOVE "C" TO ST-STEP-STATUS (STEP-SUB)
           END-PERFORM.

      *==============================================================
      * Rewrite the checkpoint from the step table each time a step
      * starts or is settled, so a rerun after an abort knows how
      * far the job stream actually got -- and which step it was in
      * the middle of.
      *==============================================================
       810-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > STEP-COUNT-WS
               IF NOT ST-NOT-REACHED (FIND-SUB)
                   MOVE ST-STEP-NAME (FIND-SUB)   TO CK-STEP-NAME
                   MOVE ST-STEP-STATUS (FIND-SUB) TO CK-STEP-STATUS
                   WRITE CHECKPOINT-RECORD
               END-IF
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           IF ST-COMPLETED (STEP-SUB)
               MOVE STEP-NAME-WS TO LAST-STEP-DONE-WS.

      *==============================================================
      * The whole chain finished clean -- clear the checkpoint so
      * tomorrow's run starts from the top again instead of
      * thinking the last step is still "already done".
      *==============================================================
       820-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
