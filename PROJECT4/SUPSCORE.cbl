               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMA-KEY
               FILE STATUS IS RMA-REGISTER-STATUS.
           SELECT DOCK-APPOINTMENT-FILE
               ASSIGN TO "D:\COBOL\DOCKAPPT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DA-APPT-NUMBER
               ALTERNATE RECORD KEY IS DA-SCHEDULE-KEY
                   WITH DUPLICATES
               FILE STATUS IS APPOINTMENT-STATUS.
           SELECT SCORECARD-REPORT-OUT
               ASSIGN TO "D:\COBOL\SUPSCORE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  RMA-REGISTER-FILE.
           COPY "D:\COBOL\RMA_REGISTER_RECORD.cpy".

       FD  DOCK-APPOINTMENT-FILE.
           COPY "D:\COBOL\DOCK_APPOINTMENT_RECORD.cpy".

       FD  SCORECARD-REPORT-OUT.
       01  SCORECARD-REPORT-DATA  PIC X(110).

       01 EOF-REGISTER-WS       PIC X(3)  VALUE SPACES.
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.
       01 EOF-RMA-WS            PIC X(3)  VALUE SPACES.
       01 APPOINTMENT-STATUS    PIC X(2)  VALUE SPACES.
       01 APPT-FILE-OPEN-WS     PIC X(3)  VALUE "NO".
       01 EOF-APPT-WS           PIC X(3)  VALUE SPACES.
       01 APPT-DATE-SPLIT-TMP.
           05 ADS-PERIOD        PIC 9(6).
           05 ADS-DAY           PIC 9(2).

      *==============================================================
      * The month being graded, by PO order date -- zero covers
               10 SC-LEAD-DAYS-SUM  PIC 9(8)  VALUE ZERO.
               10 SC-ON-TIME-COUNT  PIC 9(5)  VALUE ZERO.
               10 SC-RMA-COUNT      PIC 9(5)  VALUE ZERO.
               10 SC-APPT-COUNT     PIC 9(5)  VALUE ZERO.
               10 SC-NO-SHOW-COUNT  PIC 9(5)  VALUE ZERO.
       01 SCORE-COUNT-WS        PIC 9(2)  VALUE ZERO.
       01 SCORE-SUB             PIC 9(2)  VALUE ZERO.
       01 SCORE-FOUND-FLAG      PIC X(3)  VALUE "NO".
           05 FILLER PIC X(9)  VALUE "PROMISE".
           05 FILLER PIC X(10) VALUE "ON TIME %".
           05 FILLER PIC X(11) VALUE "COMPLETE %".
           05 FILLER PIC X(8)  VALUE "RMAS".
           05 FILLER PIC X(8)  VALUE "APPTS".
           05 FILLER PIC X(8)  VALUE "NO-SHOWS".

       01 SCORE-DETAIL-OUT.
           05 SD-SUPPLIER-CODE-OUT PIC X(5)  VALUE SPACES.
           05 SD-COMPLETE-OUT    PIC ZZ9.9  VALUE ZEROS.
           05 FILLER             PIC X(6)   VALUE SPACES.
           05 SD-RMA-OUT         PIC ZZZZ9  VALUE ZEROS.
           05 FILLER             PIC X(3)   VALUE SPACES.
           05 SD-APPT-OUT        PIC ZZZZ9  VALUE ZEROS.
           05 FILLER             PIC X(3)   VALUE SPACES.
           05 SD-NO-SHOW-OUT     PIC ZZZZ9  VALUE ZEROS.

       01 SCORE-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(12) VALUE "LINES READ:".
               PERFORM 210-GRADE-ONE-PO-LINE
                   UNTIL EOF-REGISTER-WS = "YES"
               PERFORM 230-COUNT-SUPPLIER-RMAS
               PERFORM 235-COUNT-DOCK-NO-SHOWS
               PERFORM 202-TERM-SCORECARD.
           EXIT PROGRAM.

      *==============================================================
      * Take the month and open everything a grade comes from:
      * the register for the lines, the keyed log for when stock
      * actually landed, the supplier master for the promise, the
      * RMA register for the quality side, and the dock schedule
      * for the trucks that never came.
      *==============================================================
       200-INIT-SCORECARD.
           DISPLAY PERIOD-PROMPT.
           OPEN INPUT RMA-REGISTER-FILE.
           IF RMA-REGISTER-STATUS = "00"
               MOVE "YES" TO RMA-FILE-OPEN-WS.
           OPEN INPUT DOCK-APPOINTMENT-FILE.
           IF APPOINTMENT-STATUS = "00"
               MOVE "YES" TO APPT-FILE-OPEN-WS.
           OPEN OUTPUT SCORECARD-REPORT-OUT.
           WRITE SCORECARD-REPORT-DATA FROM SCORE-COLUMN-NAME.

                       END-PERFORM
           END-PERFORM.

      *==============================================================
      * Count each supplier's dock appointments that have been
      * answered in the month -- by appointment date -- and how
      * many of those were no-shows.  One still only scheduled has
      * not been decided either way.
      *==============================================================
       235-COUNT-DOCK-NO-SHOWS.
           IF APPT-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           PERFORM UNTIL EOF-APPT-WS = "YES"
               READ DOCK-APPOINTMENT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-APPT-WS
                   NOT AT END
                       MOVE DA-DATE TO APPT-DATE-SPLIT-TMP
                       IF NOT DA-SCHEDULED AND
                               (REPORT-PERIOD-WS = ZERO OR
                                ADS-PERIOD = REPORT-PERIOD-WS)
                           PERFORM 236-ADD-APPOINTMENT-TO-ROW
                       END-IF
           END-PERFORM.

       236-ADD-APPOINTMENT-TO-ROW.
           PERFORM VARYING SCORE-SUB FROM 1 BY 1
                   UNTIL SCORE-SUB > SCORE-COUNT-WS
               IF SC-SUPPLIER-CODE (SCORE-SUB) = DA-SUPPLIER-CODE
                   ADD 1 TO SC-APPT-COUNT (SCORE-SUB)
                   IF DA-NO-SHOW
                       ADD 1 TO SC-NO-SHOW-COUNT (SCORE-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *==============================================================
      * One row per supplier with the averages worked out, then
      * the run totals, then close.
           CLOSE SUPPLIER-FILE-IN.
           IF RMA-FILE-OPEN-WS = "YES"
               CLOSE RMA-REGISTER-FILE.
           IF APPT-FILE-OPEN-WS = "YES"
               CLOSE DOCK-APPOINTMENT-FILE.
           CLOSE SCORECARD-REPORT-OUT.

       340-WRITE-ONE-SCORE-ROW.
           MOVE ON-TIME-PCT-WS   TO SD-ON-TIME-OUT.
           MOVE COMPLETE-PCT-WS  TO SD-COMPLETE-OUT.
           MOVE SC-RMA-COUNT (SCORE-SUB) TO SD-RMA-OUT.
           MOVE SC-APPT-COUNT (SCORE-SUB) TO SD-APPT-OUT.
           MOVE SC-NO-SHOW-COUNT (SCORE-SUB) TO SD-NO-SHOW-OUT.
           WRITE SCORECARD-REPORT-DATA FROM SCORE-DETAIL-OUT.

       end program SUPSCORE.
