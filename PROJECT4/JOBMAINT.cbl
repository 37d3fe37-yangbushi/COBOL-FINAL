       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBMAINT as "JOBMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILE
               ASSIGN TO "D:\COBOL\JOBMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JB-JOB-NUMBER
               FILE STATUS IS STATUS-FIELD.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-FILE.
           COPY "D:\COBOL\JOB_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS PIC X(2) VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(28)
                              VALUE "MAINTAIN A JOB? (Y/N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-JOB           VALUE "A".
               88 CHANGE-JOB        VALUE "C".
               88 CLOSE-JOB         VALUE "X".
       01 ACTION-PROMPT      PIC X(29)
                              VALUE "ACTION? (A=ADD C=CHG X=CLOSE)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE         PIC 9(8).
           05 FILLER           PIC X(13).

      *==============================================================
      * Fields keyed from the maintenance screen -- matches
      * JOB-RECORD's layout.  The dates are stamped, not keyed.
      *==============================================================
       01 JOB-ENTRY-WS.
           05 JE-JOB-NUMBER     PIC X(6)  VALUE SPACES.
           05 JE-DESCRIPTION    PIC X(30) VALUE SPACES.
           05 JE-COST-CENTER    PIC X(5)  VALUE SPACES.
           05 JE-CHARGE-TYPE    PIC X(1)  VALUE "W".
           05 JE-STATUS         PIC X(1)  VALUE "O".


       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

       SCREEN SECTION.
       01 JOB-SCREEN.
           05 VALUE "JOB NUMBER:"        LINE 3 COL 10.
           05 JE-JOB-NUMBER-IN           LINE 3 COL 30
               PIC X(6) USING JE-JOB-NUMBER.
           05 VALUE "DESCRIPTION:"       LINE 5 COL 10.
           05 JE-DESCRIPTION-IN          LINE 5 COL 30
               PIC X(30) USING JE-DESCRIPTION.
           05 VALUE "COST CENTER:"       LINE 7 COL 10.
           05 JE-COST-CENTER-IN          LINE 7 COL 30
               PIC X(5) USING JE-COST-CENTER.
           05 VALUE "CHARGE (W/E):"      LINE 9 COL 10.
           05 JE-CHARGE-TYPE-IN          LINE 9 COL 30
               PIC X(1) USING JE-CHARGE-TYPE.
           05 VALUE "STATUS (O/C):"      LINE 11 COL 10.
           05 JE-STATUS-IN               LINE 11 COL 30
               PIC X(1) USING JE-STATUS.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-JOB-FILE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-JOB.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-MAINTAIN-ONE-JOB
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-JOB.

           EXIT PROGRAM.

      *==============================================================
      * Open the job master, creating it the first time this is
      * ever run.
      *==============================================================
       200-INIT-MAINTAIN-JOB.
           IF ADDRESS OF LINKED-SIGNON-PARMS NOT = NULL
               MOVE LINKED-SIGNON-PARMS TO SIGNON-PARMS
           ELSE
               DISPLAY OPERATOR-PROMPT
                   LINE 1 COLUMN 10
               ACCEPT SP-OPERATOR-ID
                   LINE 1 COLUMN 23
               DISPLAY PASSWORD-PROMPT
                   LINE 2 COLUMN 10
               ACCEPT SP-PASSWORD
                   LINE 2 COLUMN 23
               CALL ".\SIGNON" USING SIGNON-PARMS
           END-IF.
           IF SP-SIGNON-OK AND SP-MUST-CHANGE
               CALL ".\PASSCHG" USING SIGNON-PARMS
               CANCEL ".\PASSCHG"
               IF SP-MUST-CHANGE
                   MOVE "ER" TO SP-RESULT
               END-IF
           END-IF.
           IF NOT SP-SIGNON-OK OR NOT SP-MAY-MAINTAIN
               DISPLAY "JOBMAINT: SIGN-ON REFUSED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           PERFORM 340-GET-BUSINESS-DATE.
           OPEN I-O JOB-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT JOB-FILE
               CLOSE JOB-FILE
               OPEN I-O JOB-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "JOBMAINT: CANNOT OPEN JOB FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Prompt for the action, key the record, and apply it.  A
      * job is closed rather than deleted -- its issues stay on
      * the log and the journal and job cost report still look it
      * up.
      *==============================================================
       201-MAINTAIN-ONE-JOB.
           PERFORM 300-PROMPT-ACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-JOB
                   INITIALIZE JOB-ENTRY-WS
                   MOVE "W" TO JE-CHARGE-TYPE
                   MOVE "O" TO JE-STATUS
                   PERFORM 302-PROMPT-JOB-FIELDS
                   PERFORM 310-ADD-JOB-RECORD
               WHEN CHANGE-JOB
                   PERFORM 303-PROMPT-JOB-NUMBER
                   IF STATUS-FIELD = "OK"
                       PERFORM 302-PROMPT-JOB-FIELDS
                   END-IF
                   PERFORM 311-CHANGE-JOB-RECORD
               WHEN CLOSE-JOB
                   PERFORM 303-PROMPT-JOB-NUMBER
                   PERFORM 312-CLOSE-JOB-RECORD
               WHEN OTHER
                   DISPLAY "JOBMAINT: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Close the job master.
      *==============================================================
       202-TERM-MAINTAIN-JOB.
           CLOSE JOB-FILE.

      *==============================================================
      * Ask whether to maintain another job.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT
               LINE 16 COLUMN 10.
           ACCEPT ENTRY-FLAG
               LINE 16 COLUMN 40.

      *==============================================================
      * Ask which maintenance action to perform.
      *==============================================================
       300-PROMPT-ACTION-CODE.
           DISPLAY ACTION-PROMPT
               LINE 15 COLUMN 10.
           ACCEPT ACTION-CODE-WS
               LINE 15 COLUMN 40.

      *==============================================================
      * Display the screen and take the full entry -- on a change
      * the job's current detail is already in the fields to key
      * over.  The job number itself is not changed by a rekey.
      *==============================================================
       302-PROMPT-JOB-FIELDS.
           DISPLAY JOB-SCREEN.
           ACCEPT  JOB-SCREEN.

      *==============================================================
      * Take just the job number for a change or a close -- the
      * current record is read and shown before anything is keyed
      * over it.
      *==============================================================
       303-PROMPT-JOB-NUMBER.
           DISPLAY "JOB NUMBER:"  LINE 3 COLUMN 10.
           ACCEPT JE-JOB-NUMBER   LINE 3 COLUMN 30.
           PERFORM 320-READ-JOB-RECORD.
           IF STATUS-FIELD = "OK"
               MOVE JB-DESCRIPTION TO JE-DESCRIPTION
               MOVE JB-COST-CENTER TO JE-COST-CENTER
               MOVE JB-CHARGE-TYPE TO JE-CHARGE-TYPE
               MOVE JB-STATUS      TO JE-STATUS
               DISPLAY JOB-SCREEN
           ELSE
               DISPLAY "JOBMAINT: JOB NOT ON FILE"
                   LINE 20 COLUMN 10.

      *==============================================================
      * Add a new job -- rejected if already on file.  A job must
      * name the cost center it charges, and opens the day it is
      * added.
      *==============================================================
       310-ADD-JOB-RECORD.
           IF JE-JOB-NUMBER = SPACES
               DISPLAY "JOBMAINT: JOB NUMBER REQUIRED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           PERFORM 331-EDIT-JOB-ENTRY.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           MOVE JE-JOB-NUMBER TO JB-JOB-NUMBER.
           MOVE ZERO          TO JB-OPENED-DATE.
           MOVE ZERO          TO JB-CLOSED-DATE.
           PERFORM 330-MOVE-ENTRY-TO-RECORD.
           WRITE JOB-RECORD
               INVALID KEY
                   DISPLAY "JOBMAINT: JOB ALREADY ON FILE"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "JOBMAINT: JOB ADDED"
                       LINE 20 COLUMN 10.

      *==============================================================
      * Rewrite an existing job's detail.  Setting the status back
      * to open reopens a closed job.
      *==============================================================
       311-CHANGE-JOB-RECORD.
           IF STATUS-FIELD = "OK"
               PERFORM 331-EDIT-JOB-ENTRY.
           IF STATUS-FIELD = "OK"
               PERFORM 330-MOVE-ENTRY-TO-RECORD
               REWRITE JOB-RECORD
                   INVALID KEY
                       DISPLAY "JOBMAINT: REWRITE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "JOBMAINT: JOB CHANGED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Close a job to further issues, stamping the day it closed.
      *==============================================================
       312-CLOSE-JOB-RECORD.
           IF STATUS-FIELD = "OK"
               MOVE "C" TO JE-STATUS
               PERFORM 330-MOVE-ENTRY-TO-RECORD
               REWRITE JOB-RECORD
                   INVALID KEY
                       DISPLAY "JOBMAINT: CLOSE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "JOBMAINT: JOB CLOSED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Carry the keyed fields into the record, stamping the open
      * date on a new job and the close date whenever the status
      * moves to closed (cleared again on a reopen).
      *==============================================================
       330-MOVE-ENTRY-TO-RECORD.
           MOVE JE-DESCRIPTION TO JB-DESCRIPTION.
           MOVE JE-COST-CENTER TO JB-COST-CENTER.
           IF JE-CHARGE-TYPE = SPACE
               MOVE "W" TO JB-CHARGE-TYPE
           ELSE
               MOVE JE-CHARGE-TYPE TO JB-CHARGE-TYPE.
           IF JB-OPENED-DATE = ZERO
               MOVE CDT-DATE TO JB-OPENED-DATE.
           IF JE-STATUS = "C"
               IF NOT JB-IS-CLOSED
                   MOVE CDT-DATE TO JB-CLOSED-DATE
               END-IF
               MOVE "C" TO JB-STATUS
           ELSE
               MOVE "O"  TO JB-STATUS
               MOVE ZERO TO JB-CLOSED-DATE.

      *==============================================================
      * The charge type must be W (work in process) or E
      * (expense), the status O or C, and the cost center is
      * required -- the journal books by it.
      *==============================================================
       331-EDIT-JOB-ENTRY.
           MOVE "OK" TO STATUS-FIELD.
           IF JE-COST-CENTER = SPACES
               DISPLAY "JOBMAINT: COST CENTER REQUIRED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               EXIT PARAGRAPH.
           IF JE-CHARGE-TYPE NOT = "W"
                   AND JE-CHARGE-TYPE NOT = "E"
                   AND JE-CHARGE-TYPE NOT = SPACE
               DISPLAY "JOBMAINT: INVALID CHARGE - USE W/E"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               EXIT PARAGRAPH.
           IF JE-STATUS NOT = "O" AND JE-STATUS NOT = "C"
                   AND JE-STATUS NOT = SPACE
               DISPLAY "JOBMAINT: INVALID STATUS - USE O/C"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD.

      *==============================================================
      * Read the job keyed by JE-JOB-NUMBER.
      *==============================================================
       320-READ-JOB-RECORD.
           MOVE JE-JOB-NUMBER TO JB-JOB-NUMBER.
           READ JOB-FILE
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * The business date the open and close dates are stamped
      * with -- the machine date when no business date is set.
      *==============================================================
       340-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.

       end program JOBMAINT.
