       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCOST as "JOBCOST".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-LOG-KEYED-FILE
               ASSIGN TO "D:\COBOL\TRANSLOGK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TLK-KEY
               FILE STATUS IS KEYED-LOG-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT JOB-FILE
               ASSIGN TO "D:\COBOL\JOBMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JB-JOB-NUMBER
               FILE STATUS IS JOB-FILE-STATUS.
           SELECT JOB-SORT-FILE
               ASSIGN TO "D:\COBOL\JOBCSRT.TMP".
           SELECT JOB-COST-REPORT-OUT
               ASSIGN TO JOB-COST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  JOB-FILE.
           COPY "D:\COBOL\JOB_RECORD.cpy".

      *==============================================================
      * One record per job issue or job return on the log, sorted
      * job and part for the control breaks.
      *==============================================================
       SD  JOB-SORT-FILE.
       01  JOB-SORT-RECORD.
           05 JS-JOB-NUMBER      PIC X(6).
           05 JS-PART-NUMBER     PIC X(7).
           05 JS-ISSUED-QTY      PIC 9(7)V99.
           05 JS-RETURNED-QTY    PIC 9(7)V99.

       FD  JOB-COST-REPORT-OUT.
       01  JOB-COST-REPORT-DATA PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 JOB-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 JOB-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 FIRST-RECORD-WS       PIC X(3)  VALUE "YES".

       01 JOB-COST-FILE-NAME-WS PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The part line being built up from the sorted movements,
      * valued at the part's average cost -- the same cost the
      * journal books the issues at.
      *==============================================================
       01 PREV-JOB-WS           PIC X(6)  VALUE SPACES.
       01 PREV-PART-WS          PIC X(7)  VALUE SPACES.
       01 PART-ISSUED-WS        PIC 9(9)V99 VALUE ZERO.
       01 PART-RETURNED-WS      PIC 9(9)V99 VALUE ZERO.
       01 PART-NET-QTY-WS       PIC S9(9)V99 VALUE ZERO.
       01 PART-NET-ABS-WS       PIC 9(7)V99 VALUE ZERO.
       01 PART-VALUE-WS         PIC 9(11)V99 VALUE ZERO.
       01 PART-SIGNED-VALUE-WS  PIC S9(11)V99 VALUE ZERO.
       01 PART-UNIT-COST-WS     PIC 9(4)V99 VALUE ZERO.
       01 LINES-LISTED-WS       PIC 9(5)  VALUE ZERO.
       01 LEVEL-SUB             PIC 9(1)  VALUE ZERO.

      *==============================================================
      * Running totals at two levels -- 1 the job, 2 every job.
      *==============================================================
       01 JOB-TOTALS-WS.
           05 JOB-LEVEL OCCURS 2 TIMES.
               10 JT-LINES          PIC 9(5)      VALUE ZERO.
               10 JT-VALUE          PIC S9(11)V99 VALUE ZERO.

       01 JOB-COST-TITLE-OUT.
           05 FILLER PIC X(32)
                   VALUE "MATERIAL ISSUED TO JOBS ".
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 JH-RUN-DATE-OUT   PIC 9(8)   VALUE ZERO.

       01 JOB-HEADING-OUT.
           05 FILLER PIC X(5)  VALUE "JOB ".
           05 JH-JOB-NUMBER-OUT PIC X(6)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 JH-DESCRIPTION-OUT PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5)  VALUE "  CC ".
           05 JH-COST-CENTER-OUT PIC X(5)  VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 JH-CHARGE-OUT     PIC X(7)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 JH-STATUS-OUT     PIC X(6)   VALUE SPACES.

       01 JOB-COST-COLUMN-NAME.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(12) VALUE "ISSUED".
           05 FILLER PIC X(12) VALUE "RETURNED".
           05 FILLER PIC X(13) VALUE "NET QTY".
           05 FILLER PIC X(9)  VALUE "AVG COST".
           05 FILLER PIC X(14) VALUE "VALUE".

       01 JOB-COST-DETAIL-OUT.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 JD-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-ISSUED-OUT     PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-RETURNED-OUT   PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-NET-QTY-OUT    PIC -ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-UNIT-COST-OUT  PIC ZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-VALUE-OUT      PIC -ZZZZZZZZ9.99 VALUE ZEROS.

       01 JOB-COST-SUBTOTAL-OUT.
           05 JT-LABEL-OUT      PIC X(16)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "LINES ".
           05 JT-LINES-OUT      PIC ZZZZ9  VALUE ZEROS.
           05 FILLER PIC X(15) VALUE "  MATERIAL AT ".
           05 JT-VALUE-OUT      PIC -ZZZZZZZZZ9.99 VALUE ZEROS.

      *==============================================================
      * What material each job has drawn from stores: every part
      * issued to the job on the keyed log, net of what came back
      * from it, valued at the part's average cost, with the
      * job's total material cost -- for the job costing the
      * journal's WIP and expense entries are reconciled to.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-JOB-COST-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-JOB-COST-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT JOB-SORT-FILE
                   ON ASCENDING KEY JS-JOB-NUMBER JS-PART-NUMBER
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-JOB-COST-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Date the report from the business date and open the keyed
      * log, the part master and the job master.
      *==============================================================
       200-INIT-JOB-COST-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           STRING "D:\COBOL\JOBCOST_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO JOB-COST-FILE-NAME-WS.
           OPEN INPUT TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               DISPLAY "JOBCOST: BAD OPEN TRANSLOGK "
                   KEYED-LOG-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "JOBCOST: BAD OPEN INVENT6 " STATUS-FIELD
               CLOSE TRANS-LOG-KEYED-FILE
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT JOB-FILE.
           IF JOB-FILE-STATUS = "00"
               MOVE "YES" TO JOB-FILE-OPEN-WS.
           OPEN OUTPUT JOB-COST-REPORT-OUT.
           MOVE CDT-DATE TO JH-RUN-DATE-OUT.
           WRITE JOB-COST-REPORT-DATA FROM JOB-COST-TITLE-OUT.

      *==============================================================
      * Feed the sort: each job issue and job return on the log.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM UNTIL EOF-LOG-WS = "YES"
               READ TRANS-LOG-KEYED-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOG-WS
                   NOT AT END
                       IF TLK-TRANS-CODE = "J"
                               OR TLK-TRANS-CODE = "E"
                           PERFORM 210-RELEASE-ONE-MOVEMENT
                       END-IF
               END-READ
               IF KEYED-LOG-STATUS NOT = "00" AND
                       KEYED-LOG-STATUS NOT = "10"
                   MOVE "YES" TO EOF-LOG-WS
               END-IF
           END-PERFORM.

       210-RELEASE-ONE-MOVEMENT.
           MOVE TLK-JOB-NUMBER  TO JS-JOB-NUMBER.
           MOVE TLK-PART-NUMBER TO JS-PART-NUMBER.
           IF TLK-TRANS-CODE = "J"
               MOVE TLK-TRANS-AMOUNT TO JS-ISSUED-QTY
               MOVE ZERO             TO JS-RETURNED-QTY
           ELSE
               MOVE ZERO             TO JS-ISSUED-QTY
               MOVE TLK-TRANS-AMOUNT TO JS-RETURNED-QTY.
           RELEASE JOB-SORT-RECORD.

      *==============================================================
      * Accumulate each part's movements within a job and print
      * the part line when the part or the job changes, closing
      * off the job's total when the job changes.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN JOB-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 410-CHECK-BREAKS
               ADD JS-ISSUED-QTY   TO PART-ISSUED-WS
               ADD JS-RETURNED-QTY TO PART-RETURNED-WS
               RETURN JOB-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF FIRST-RECORD-WS NOT = "YES"
               PERFORM 420-PRINT-PART-LINE
               PERFORM 440-PRINT-JOB-TOTALS.

       410-CHECK-BREAKS.
           IF FIRST-RECORD-WS = "YES"
               MOVE "NO" TO FIRST-RECORD-WS
               PERFORM 430-PRINT-JOB-HEADING
           ELSE
               IF JS-JOB-NUMBER NOT = PREV-JOB-WS
                   PERFORM 420-PRINT-PART-LINE
                   PERFORM 440-PRINT-JOB-TOTALS
                   PERFORM 430-PRINT-JOB-HEADING
               ELSE
                   IF JS-PART-NUMBER NOT = PREV-PART-WS
                       PERFORM 420-PRINT-PART-LINE
                   END-IF
               END-IF
           END-IF.
           MOVE JS-JOB-NUMBER  TO PREV-JOB-WS.
           MOVE JS-PART-NUMBER TO PREV-PART-WS.

      *==============================================================
      * One part's net draw on the job, valued at its average
      * cost.  A part gone from the master is listed at no cost.
      *==============================================================
       420-PRINT-PART-LINE.
           MOVE PREV-PART-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO PART-NAME
                   MOVE ZERO TO UNIT-PRICE
           END-READ.
           COMPUTE PART-NET-QTY-WS = PART-ISSUED-WS - PART-RETURNED-WS.
           IF PART-NET-QTY-WS < ZERO
               COMPUTE PART-NET-ABS-WS = ZERO - PART-NET-QTY-WS
           ELSE
               MOVE PART-NET-QTY-WS TO PART-NET-ABS-WS.
           MOVE UNIT-PRICE TO PART-UNIT-COST-WS.
           CALL ".\CALCULAT"
               USING PART-NET-ABS-WS, PART-UNIT-COST-WS, PART-VALUE-WS.
           IF PART-NET-QTY-WS < ZERO
               COMPUTE PART-SIGNED-VALUE-WS = ZERO - PART-VALUE-WS
           ELSE
               MOVE PART-VALUE-WS TO PART-SIGNED-VALUE-WS.
           ADD 1 TO JT-LINES (1).
           ADD 1 TO LINES-LISTED-WS.
           ADD PART-SIGNED-VALUE-WS TO JT-VALUE (1).
           MOVE PREV-PART-WS      TO JD-PART-OUT.
           MOVE PART-NAME         TO JD-PART-NAME-OUT.
           MOVE PART-ISSUED-WS    TO JD-ISSUED-OUT.
           MOVE PART-RETURNED-WS  TO JD-RETURNED-OUT.
           MOVE PART-NET-QTY-WS   TO JD-NET-QTY-OUT.
           MOVE PART-UNIT-COST-WS TO JD-UNIT-COST-OUT.
           MOVE PART-SIGNED-VALUE-WS TO JD-VALUE-OUT.
           WRITE JOB-COST-REPORT-DATA FROM JOB-COST-DETAIL-OUT.
           MOVE ZERO TO PART-ISSUED-WS.
           MOVE ZERO TO PART-RETURNED-WS.

      *==============================================================
      * The job's heading line, from the job master: what it is,
      * the cost center it charges, and whether it is still open.
      *==============================================================
       430-PRINT-JOB-HEADING.
           MOVE JS-JOB-NUMBER TO JH-JOB-NUMBER-OUT.
           MOVE "** NOT ON JOB MASTER **" TO JH-DESCRIPTION-OUT.
           MOVE SPACES TO JH-COST-CENTER-OUT.
           MOVE SPACES TO JH-CHARGE-OUT.
           MOVE SPACES TO JH-STATUS-OUT.
           IF JOB-FILE-OPEN-WS = "YES"
               MOVE JS-JOB-NUMBER TO JB-JOB-NUMBER
               READ JOB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JB-DESCRIPTION TO JH-DESCRIPTION-OUT
                       MOVE JB-COST-CENTER TO JH-COST-CENTER-OUT
                       IF JB-CHARGE-TO-EXPENSE
                           MOVE "EXPENSE" TO JH-CHARGE-OUT
                       ELSE
                           MOVE "WIP"     TO JH-CHARGE-OUT
                       END-IF
                       IF JB-IS-CLOSED
                           MOVE "CLOSED" TO JH-STATUS-OUT
                       ELSE
                           MOVE "OPEN"   TO JH-STATUS-OUT
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO JOB-COST-REPORT-DATA.
           WRITE JOB-COST-REPORT-DATA.
           WRITE JOB-COST-REPORT-DATA FROM JOB-HEADING-OUT.
           WRITE JOB-COST-REPORT-DATA FROM JOB-COST-COLUMN-NAME.

       440-PRINT-JOB-TOTALS.
           MOVE SPACES TO JT-LABEL-OUT.
           STRING "  JOB "     DELIMITED BY SIZE
                  PREV-JOB-WS  DELIMITED BY SIZE
               INTO JT-LABEL-OUT.
           MOVE 1 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           PERFORM 460-ROLL-LEVEL-UP.

       450-PRINT-LEVEL-TOTALS.
           MOVE JT-LINES (LEVEL-SUB) TO JT-LINES-OUT.
           MOVE JT-VALUE (LEVEL-SUB) TO JT-VALUE-OUT.
           WRITE JOB-COST-REPORT-DATA FROM JOB-COST-SUBTOTAL-OUT.

      *==============================================================
      * Add the job just printed into the grand total and clear
      * it for the next job.
      *==============================================================
       460-ROLL-LEVEL-UP.
           ADD JT-LINES (LEVEL-SUB) TO JT-LINES (LEVEL-SUB + 1).
           ADD JT-VALUE (LEVEL-SUB) TO JT-VALUE (LEVEL-SUB + 1).
           MOVE ZERO TO JT-LINES (LEVEL-SUB) JT-VALUE (LEVEL-SUB).

      *==============================================================
      * Grand totals, then close up and catalogue the report.
      *==============================================================
       202-TERM-JOB-COST-REPORT.
           MOVE SPACES TO JOB-COST-REPORT-DATA.
           WRITE JOB-COST-REPORT-DATA.
           MOVE "ALL JOBS" TO JT-LABEL-OUT.
           MOVE 2 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           CLOSE TRANS-LOG-KEYED-FILE.
           CLOSE INVENT-FILE.
           IF JOB-FILE-OPEN-WS = "YES"
               CLOSE JOB-FILE.
           CLOSE JOB-COST-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "JOBCOST"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-LISTED-WS       TO RC-RECORD-COUNT.
           MOVE JOB-COST-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program JOBCOST.
