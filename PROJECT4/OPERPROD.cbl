       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERPROD as "OPERPROD".
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
           SELECT SESSION-LOG-FILE
               ASSIGN TO "D:\COBOL\SESSLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-LOG-STATUS.
           SELECT KEYING-ERROR-FILE
               ASSIGN TO "D:\COBOL\KEYERR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEYING-ERROR-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "D:\COBOL\OPERATOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT ACTIVITY-SORT-FILE
               ASSIGN TO "D:\COBOL\OPERSRT.TMP".
           SELECT PRODUCTIVITY-REPORT-OUT
               ASSIGN TO PRODUCTIVITY-REPORT-NAME-WS
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

      *==============================================================
      * The menu's session log, one line per sign-on, function
      * and sign-off, laid out as the menu writes it.
      *==============================================================
       FD  SESSION-LOG-FILE.
       01  SESSION-LOG-RECORD.
           05 SL-DATE           PIC X(8).
           05 FILLER            PIC X(2).
           05 SL-EVENT          PIC X(12).
           05 FILLER            PIC X(2).
           05 SL-TIME.
               10 SL-HOUR       PIC X(2).
               10 SL-MINUTE     PIC X(2).
               10 FILLER        PIC X(2).
           05 FILLER            PIC X(2).
           05 SL-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X(10).

       FD  KEYING-ERROR-FILE.
           COPY "D:\COBOL\KEYING_ERROR_RECORD.cpy".

       FD  OPERATOR-FILE.
           COPY "D:\COBOL\OPERATOR_RECORD.cpy".

      *==============================================================
      * One record per thing an operator did in the week: a line
      * posted (under its transaction code), a session signed on
      * (with its minutes), a line rejected at the edit, a line
      * parked in suspense, or one of their postings reversed.
      *==============================================================
       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05 AS-OPERATOR-ID     PIC X(8).
           05 AS-KIND            PIC X(1).
               88 AS-LINE-POSTED      VALUE "1".
               88 AS-SESSION          VALUE "2".
               88 AS-LINE-REJECTED    VALUE "3".
               88 AS-LINE-SUSPENDED   VALUE "4".
               88 AS-LINE-REVERSED    VALUE "5".
           05 AS-TRANS-CODE      PIC X(1).
           05 AS-MINUTES         PIC 9(5).

       FD  PRODUCTIVITY-REPORT-OUT.
       01  PRODUCTIVITY-REPORT-DATA PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 SESSION-LOG-STATUS    PIC X(2)  VALUE SPACES.
       01 KEYING-ERROR-STATUS   PIC X(2)  VALUE SPACES.
       01 OPERATOR-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 OPERATOR-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.
       01 EOF-SESSION-WS        PIC X(3)  VALUE SPACES.
       01 EOF-ERROR-WS          PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 FIRST-RECORD-WS       PIC X(3)  VALUE "YES".
       01 PRODUCTIVITY-REPORT-NAME-WS PIC X(40) VALUE SPACES.
       01 PREV-OPERATOR-WS      PIC X(8)  VALUE SPACES.
       01 WEEK-START-WS         PIC 9(8)  VALUE ZERO.
       01 WEEK-START-X-WS REDEFINES WEEK-START-WS PIC X(8).
       01 WEEK-END-X-WS         PIC X(8)  VALUE SPACES.

      *==============================================================
      * The last entry read for the part being scanned -- a
      * reversal undoes the part's entry just before it.
      *==============================================================
       01 PREV-ENTRY-PART-WS    PIC X(7)  VALUE SPACES.
       01 PREV-ENTRY-DATE-WS    PIC X(8)  VALUE SPACES.
       01 PREV-ENTRY-OPERATOR-WS PIC X(8) VALUE SPACES.

      *==============================================================
      * Sign-ons still waiting for their sign-off while the
      * session log is read.  A sign-on with no sign-off after it
      * (a session still open, or a terminal switched off) counts
      * no time.
      *==============================================================
       01 OPEN-SESSION-COUNT-WS PIC 9(3)  VALUE ZERO.
       01 OPEN-SESSION-TABLE.
           05 OPEN-SESSION-ENTRY OCCURS 100 TIMES.
               10 OSE-OPERATOR-ID PIC X(8).
               10 OSE-DAY-NUMBER  PIC 9(7).
               10 OSE-MINUTE      PIC 9(4).
       01 SESSION-SUB           PIC 9(3)  VALUE ZERO.
       01 SESSION-FOUND-WS      PIC X(3)  VALUE SPACES.
       01 SESSION-DATE-WS       PIC 9(8)  VALUE ZERO.
       01 SESSION-DAY-NUMBER-WS PIC 9(7)  VALUE ZERO.
       01 SESSION-MINUTE-WS     PIC 9(4)  VALUE ZERO.
       01 HOUR-NUM-WS           PIC 9(2)  VALUE ZERO.
       01 MINUTE-NUM-WS         PIC 9(2)  VALUE ZERO.

      *==============================================================
      * One operator's week, built up from the sorted activity:
      * lines posted under each transaction code met, and the
      * counts the rates are worked from.
      *==============================================================
       01 CODE-COUNT-WS         PIC 9(2)  VALUE ZERO.
       01 CODE-COUNT-TABLE.
           05 CODE-COUNT-ENTRY OCCURS 26 TIMES.
               10 CCE-TRANS-CODE PIC X(1).
               10 CCE-LINES      PIC 9(6).
       01 CODE-SUB              PIC 9(2)  VALUE ZERO.
       01 CODE-FOUND-WS         PIC X(3)  VALUE SPACES.
       01 OPER-POSTED-WS        PIC 9(7)  VALUE ZERO.
       01 OPER-SESSIONS-WS      PIC 9(5)  VALUE ZERO.
       01 OPER-MINUTES-WS       PIC 9(7)  VALUE ZERO.
       01 OPER-REJECTED-WS      PIC 9(6)  VALUE ZERO.
       01 OPER-SUSPENDED-WS     PIC 9(6)  VALUE ZERO.
       01 OPER-REVERSED-WS      PIC 9(6)  VALUE ZERO.
       01 OPER-KEYED-WS         PIC 9(8)  VALUE ZERO.
       01 OPER-HOURS-WS         PIC 9(5)V99 VALUE ZERO.
       01 LINES-PER-HOUR-WS     PIC 9(5)V9 VALUE ZERO.
       01 RATE-WS               PIC 9(3)V9 VALUE ZERO.

       01 GRAND-POSTED-WS       PIC 9(7)  VALUE ZERO.
       01 GRAND-MINUTES-WS      PIC 9(7)  VALUE ZERO.
       01 GRAND-SESSIONS-WS     PIC 9(5)  VALUE ZERO.
       01 GRAND-REJECTED-WS     PIC 9(6)  VALUE ZERO.
       01 GRAND-SUSPENDED-WS    PIC 9(6)  VALUE ZERO.
       01 GRAND-REVERSED-WS     PIC 9(6)  VALUE ZERO.
       01 OPERATORS-LISTED-WS   PIC 9(5)  VALUE ZERO.

      *==============================================================
      * Lines posted by hour of the day across every operator, for
      * staffing the counter at its busy hours.
      *==============================================================
       01 HOUR-TABLE.
           05 HOUR-LINES        PIC 9(6) OCCURS 24 TIMES.
       01 HOUR-SUB              PIC 9(2)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 PRODUCTIVITY-TITLE-OUT.
           05 FILLER PIC X(32)
                   VALUE "OPERATOR PRODUCTIVITY - WEEK OF".
           05 PT-START-OUT      PIC X(8)   VALUE SPACES.
           05 FILLER PIC X(4)  VALUE " TO ".
           05 PT-END-OUT        PIC X(8)   VALUE SPACES.

       01 OPERATOR-HEADING-OUT.
           05 FILLER PIC X(9)  VALUE "OPERATOR ".
           05 OH-OPERATOR-OUT   PIC X(8)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 OH-NAME-OUT       PIC X(20)  VALUE SPACES.

       01 ALL-OPERATORS-HEADING-OUT.
           05 FILLER PIC X(40) VALUE "ALL OPERATORS".

       01 CODE-DETAIL-OUT.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(5)  VALUE "CODE ".
           05 CD-TRANS-CODE-OUT PIC X(1)   VALUE SPACES.
           05 FILLER PIC X(16) VALUE "   LINES POSTED ".
           05 CD-LINES-OUT      PIC ZZZ,ZZ9 VALUE ZERO.

       01 HOURS-DETAIL-OUT.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "SESSIONS ".
           05 HD-SESSIONS-OUT   PIC ZZZZ9  VALUE ZERO.
           05 FILLER PIC X(13) VALUE "  HOURS ON   ".
           05 HD-HOURS-OUT      PIC ZZZZ9.99 VALUE ZERO.
           05 FILLER PIC X(15) VALUE "  LINES POSTED ".
           05 HD-POSTED-OUT     PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(17) VALUE "  LINES PER HOUR ".
           05 HD-PER-HOUR-OUT   PIC ZZZZ9.9 VALUE ZERO.

       01 RATES-DETAIL-OUT.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "REJECTED ".
           05 RD-REJECTED-OUT   PIC ZZZZ9  VALUE ZERO.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 RD-REJECT-RATE-OUT PIC ZZ9.9 VALUE ZERO.
           05 FILLER PIC X(14) VALUE "%  SUSPENDED ".
           05 RD-SUSPENDED-OUT  PIC ZZZZ9  VALUE ZERO.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 RD-SUSPENSE-RATE-OUT PIC ZZ9.9 VALUE ZERO.
           05 FILLER PIC X(13) VALUE "%  REVERSED ".
           05 RD-REVERSED-OUT   PIC ZZZZ9  VALUE ZERO.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 RD-REVERSAL-RATE-OUT PIC ZZ9.9 VALUE ZERO.
           05 FILLER PIC X(1)  VALUE "%".

       01 HOUR-HEADING-OUT.
           05 FILLER PIC X(40)
                   VALUE "LINES POSTED BY HOUR OF THE DAY".

       01 HOUR-DETAIL-OUT.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 HR-HOUR-OUT       PIC 99     VALUE ZERO.
           05 FILLER PIC X(5)  VALUE ":00  ".
           05 HR-LINES-OUT      PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 HR-SHARE-OUT      PIC ZZ9.9  VALUE ZERO.
           05 FILLER PIC X(1)  VALUE "%".

      *==============================================================
      * A week of work at the inventory screens, by operator:
      * lines posted under each transaction code, hours signed on
      * through the menu and the lines per hour that makes, and
      * how often what they keyed was rejected at the batch edit,
      * parked in suspense at posting, or reversed afterwards --
      * for supervisors aiming training where the errors are.
      * The hour-of-day profile at the end shows when the counter
      * is busiest.  The week is the seven days ending on the
      * business date; the step is scheduled weekly in the job
      * stream.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-PRODUCTIVITY-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-PRODUCTIVITY-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT ACTIVITY-SORT-FILE
                   ON ASCENDING KEY AS-OPERATOR-ID AS-KIND
                                    AS-TRANS-CODE
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-PRODUCTIVITY-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Settle the week, open the keyed log and the operator
      * master, and start the dated report.
      *==============================================================
       200-INIT-PRODUCTIVITY-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           COMPUTE WEEK-START-WS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CDT-DATE) - 6).
           MOVE CDT-DATE TO WEEK-END-X-WS.
           MOVE ZERO TO HOUR-TABLE.
           STRING "D:\COBOL\OPERPROD_" DELIMITED BY SIZE
                  CDT-DATE             DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO PRODUCTIVITY-REPORT-NAME-WS.
           OPEN INPUT TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               DISPLAY "OPERPROD: BAD OPEN TRANSLOGK "
                   KEYED-LOG-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "00"
               MOVE "YES" TO OPERATOR-OPEN-WS.
           OPEN OUTPUT PRODUCTIVITY-REPORT-OUT.
           MOVE WEEK-START-X-WS TO PT-START-OUT.
           MOVE WEEK-END-X-WS   TO PT-END-OUT.
           WRITE PRODUCTIVITY-REPORT-DATA FROM PRODUCTIVITY-TITLE-OUT.

      *==============================================================
      * Feed the sort from the three sources in turn.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM 410-RELEASE-POSTINGS.
           PERFORM 420-RELEASE-SESSIONS.
           PERFORM 430-RELEASE-KEYING-ERRORS.

      *==============================================================
      * Every line posted in the week, from the keyed log in part
      * and sequence order.  A reversal (U) undoes the entry
      * posted just before it on the same part, so when that
      * entry falls in the week it is charged back to whoever
      * posted it.  A tool-crib loan memo line (L/H) posts nothing
      * and is never that entry.
      *==============================================================
       410-RELEASE-POSTINGS.
           MOVE SPACES TO EOF-LOG-WS.
           MOVE SPACES TO PREV-ENTRY-PART-WS.
           PERFORM UNTIL EOF-LOG-WS = "YES"
               READ TRANS-LOG-KEYED-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOG-WS
                   NOT AT END
                       PERFORM 411-WEIGH-ONE-ENTRY
               END-READ
           END-PERFORM.

       411-WEIGH-ONE-ENTRY.
           IF TLK-DATE NOT < WEEK-START-X-WS
                   AND TLK-DATE NOT > WEEK-END-X-WS
               MOVE TLK-OPERATOR-ID TO AS-OPERATOR-ID
               MOVE "1"             TO AS-KIND
               MOVE TLK-TRANS-CODE  TO AS-TRANS-CODE
               MOVE ZERO            TO AS-MINUTES
               RELEASE ACTIVITY-SORT-RECORD
               IF TLK-TIME (1:2) NUMERIC
                   MOVE TLK-TIME (1:2) TO HOUR-NUM-WS
                   IF HOUR-NUM-WS < 24
                       ADD 1 TO HOUR-LINES (HOUR-NUM-WS + 1)
                   END-IF
               END-IF
               IF TLK-TRANS-CODE = "U"
                       AND TLK-PART-NUMBER = PREV-ENTRY-PART-WS
                       AND PREV-ENTRY-DATE-WS NOT < WEEK-START-X-WS
                   MOVE PREV-ENTRY-OPERATOR-WS TO AS-OPERATOR-ID
                   MOVE "5"             TO AS-KIND
                   MOVE SPACE           TO AS-TRANS-CODE
                   RELEASE ACTIVITY-SORT-RECORD
               END-IF
           END-IF.
           IF TLK-TRANS-CODE = "L" OR TLK-TRANS-CODE = "H"
               EXIT PARAGRAPH.
           MOVE TLK-PART-NUMBER TO PREV-ENTRY-PART-WS.
           MOVE TLK-DATE        TO PREV-ENTRY-DATE-WS.
           MOVE TLK-OPERATOR-ID TO PREV-ENTRY-OPERATOR-WS.

      *==============================================================
      * Time signed on through the menu: each sign-on is paired
      * with the next sign-off by the same operator, and the
      * session counts in the week its sign-off falls in.
      *==============================================================
       420-RELEASE-SESSIONS.
           MOVE ZERO TO OPEN-SESSION-COUNT-WS.
           OPEN INPUT SESSION-LOG-FILE.
           IF SESSION-LOG-STATUS NOT = "00"
               DISPLAY "OPERPROD: NO SESSION LOG - HOURS NOT SHOWN"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-SESSION-WS.
           PERFORM UNTIL EOF-SESSION-WS = "YES"
               READ SESSION-LOG-FILE
                   AT END MOVE "YES" TO EOF-SESSION-WS
                   NOT AT END
                       PERFORM 421-WEIGH-ONE-SESSION-EVENT
               END-READ
           END-PERFORM.
           CLOSE SESSION-LOG-FILE.

       421-WEIGH-ONE-SESSION-EVENT.
           IF SL-DATE NOT NUMERIC OR SL-HOUR NOT NUMERIC
                   OR SL-MINUTE NOT NUMERIC
               EXIT PARAGRAPH.
           IF SL-EVENT NOT = "SIGN-ON" AND SL-EVENT NOT = "SIGN-OFF"
               EXIT PARAGRAPH.
           MOVE SL-DATE   TO SESSION-DATE-WS.
           MOVE SL-HOUR   TO HOUR-NUM-WS.
           MOVE SL-MINUTE TO MINUTE-NUM-WS.
           COMPUTE SESSION-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(SESSION-DATE-WS).
           COMPUTE SESSION-MINUTE-WS =
               HOUR-NUM-WS * 60 + MINUTE-NUM-WS.
           IF SL-EVENT = "SIGN-ON"
               PERFORM 422-OPEN-SESSION
           ELSE
               PERFORM 423-CLOSE-SESSION.

       422-OPEN-SESSION.
           IF OPEN-SESSION-COUNT-WS < 100
               ADD 1 TO OPEN-SESSION-COUNT-WS
               MOVE SL-OPERATOR-ID TO
                   OSE-OPERATOR-ID (OPEN-SESSION-COUNT-WS)
               MOVE SESSION-DAY-NUMBER-WS TO
                   OSE-DAY-NUMBER (OPEN-SESSION-COUNT-WS)
               MOVE SESSION-MINUTE-WS TO
                   OSE-MINUTE (OPEN-SESSION-COUNT-WS).

       423-CLOSE-SESSION.
           MOVE "NO" TO SESSION-FOUND-WS.
           PERFORM VARYING SESSION-SUB FROM 1 BY 1
                   UNTIL SESSION-SUB > OPEN-SESSION-COUNT-WS
                      OR SESSION-FOUND-WS = "YES"
               IF OSE-OPERATOR-ID (SESSION-SUB) = SL-OPERATOR-ID
                   MOVE "YES" TO SESSION-FOUND-WS
               END-IF
           END-PERFORM.
           IF SESSION-FOUND-WS NOT = "YES"
               EXIT PARAGRAPH.
           SUBTRACT 1 FROM SESSION-SUB.
           IF SL-DATE NOT < WEEK-START-X-WS
                   AND SL-DATE NOT > WEEK-END-X-WS
               MOVE SL-OPERATOR-ID TO AS-OPERATOR-ID
               MOVE "2"            TO AS-KIND
               MOVE SPACE          TO AS-TRANS-CODE
               COMPUTE AS-MINUTES =
                   (SESSION-DAY-NUMBER-WS
                       - OSE-DAY-NUMBER (SESSION-SUB)) * 1440
                   + SESSION-MINUTE-WS - OSE-MINUTE (SESSION-SUB)
               RELEASE ACTIVITY-SORT-RECORD.
           PERFORM 424-DROP-OPEN-SESSION.

      *==============================================================
      * Close the gap the paired sign-on leaves in the table.
      *==============================================================
       424-DROP-OPEN-SESSION.
           PERFORM VARYING SESSION-SUB FROM SESSION-SUB BY 1
                   UNTIL SESSION-SUB NOT < OPEN-SESSION-COUNT-WS
               MOVE OPEN-SESSION-ENTRY (SESSION-SUB + 1)
                   TO OPEN-SESSION-ENTRY (SESSION-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM OPEN-SESSION-COUNT-WS.

      *==============================================================
      * Lines the batch edit rejected and postings that went to
      * suspense in the week, off the keying-error log.
      *==============================================================
       430-RELEASE-KEYING-ERRORS.
           OPEN INPUT KEYING-ERROR-FILE.
           IF KEYING-ERROR-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-ERROR-WS.
           PERFORM UNTIL EOF-ERROR-WS = "YES"
               READ KEYING-ERROR-FILE
                   AT END MOVE "YES" TO EOF-ERROR-WS
                   NOT AT END
                       IF KE-DATE NOT < WEEK-START-X-WS
                               AND KE-DATE NOT > WEEK-END-X-WS
                           PERFORM 431-RELEASE-ONE-ERROR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KEYING-ERROR-FILE.

       431-RELEASE-ONE-ERROR.
           MOVE KE-OPERATOR-ID TO AS-OPERATOR-ID.
           IF KE-EDIT-REJECT
               MOVE "3" TO AS-KIND
           ELSE
               MOVE "4" TO AS-KIND.
           MOVE KE-TRANS-CODE  TO AS-TRANS-CODE.
           MOVE ZERO           TO AS-MINUTES.
           RELEASE ACTIVITY-SORT-RECORD.

      *==============================================================
      * Build each operator's week from the sorted activity and
      * print it when the operator changes.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN ACTIVITY-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 440-CHECK-OPERATOR-BREAK
               PERFORM 450-ADD-ONE-ACTIVITY
               RETURN ACTIVITY-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF FIRST-RECORD-WS NOT = "YES"
               PERFORM 460-PRINT-OPERATOR-WEEK.

       440-CHECK-OPERATOR-BREAK.
           IF FIRST-RECORD-WS = "YES"
               MOVE "NO" TO FIRST-RECORD-WS
           ELSE
               IF AS-OPERATOR-ID NOT = PREV-OPERATOR-WS
                   PERFORM 460-PRINT-OPERATOR-WEEK
               END-IF
           END-IF.
           MOVE AS-OPERATOR-ID TO PREV-OPERATOR-WS.

       450-ADD-ONE-ACTIVITY.
           EVALUATE TRUE
               WHEN AS-LINE-POSTED
                   ADD 1 TO OPER-POSTED-WS
                   PERFORM 451-COUNT-TRANS-CODE
               WHEN AS-SESSION
                   ADD 1 TO OPER-SESSIONS-WS
                   ADD AS-MINUTES TO OPER-MINUTES-WS
               WHEN AS-LINE-REJECTED
                   ADD 1 TO OPER-REJECTED-WS
               WHEN AS-LINE-SUSPENDED
                   ADD 1 TO OPER-SUSPENDED-WS
               WHEN AS-LINE-REVERSED
                   ADD 1 TO OPER-REVERSED-WS
           END-EVALUATE.

       451-COUNT-TRANS-CODE.
           MOVE "NO" TO CODE-FOUND-WS.
           PERFORM VARYING CODE-SUB FROM 1 BY 1
                   UNTIL CODE-SUB > CODE-COUNT-WS
                      OR CODE-FOUND-WS = "YES"
               IF CCE-TRANS-CODE (CODE-SUB) = AS-TRANS-CODE
                   MOVE "YES" TO CODE-FOUND-WS
               END-IF
           END-PERFORM.
           IF CODE-FOUND-WS = "YES"
               SUBTRACT 1 FROM CODE-SUB
               ADD 1 TO CCE-LINES (CODE-SUB)
           ELSE
               IF CODE-COUNT-WS < 26
                   ADD 1 TO CODE-COUNT-WS
                   MOVE AS-TRANS-CODE TO
                       CCE-TRANS-CODE (CODE-COUNT-WS)
                   MOVE 1 TO CCE-LINES (CODE-COUNT-WS).

      *==============================================================
      * One operator's block: the lines by code, the hours and
      * lines per hour, and the three error rates.  Rejected and
      * suspended lines are rated against everything the operator
      * keyed (posted, rejected and suspended); reversals against
      * what was posted.
      *==============================================================
       460-PRINT-OPERATOR-WEEK.
           ADD 1 TO OPERATORS-LISTED-WS.
           MOVE PREV-OPERATOR-WS TO OH-OPERATOR-OUT.
           MOVE SPACES TO OH-NAME-OUT.
           IF PREV-OPERATOR-WS = SPACES
               MOVE "** NOT RECORDED **" TO OH-NAME-OUT
           ELSE
               IF OPERATOR-OPEN-WS = "YES"
                   MOVE PREV-OPERATOR-WS TO OP-OPERATOR-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           MOVE "** NOT ON FILE **" TO OH-NAME-OUT
                       NOT INVALID KEY
                           MOVE OP-NAME TO OH-NAME-OUT
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO PRODUCTIVITY-REPORT-DATA.
           WRITE PRODUCTIVITY-REPORT-DATA.
           WRITE PRODUCTIVITY-REPORT-DATA FROM OPERATOR-HEADING-OUT.
           PERFORM VARYING CODE-SUB FROM 1 BY 1
                   UNTIL CODE-SUB > CODE-COUNT-WS
               MOVE CCE-TRANS-CODE (CODE-SUB) TO CD-TRANS-CODE-OUT
               MOVE CCE-LINES (CODE-SUB)      TO CD-LINES-OUT
               WRITE PRODUCTIVITY-REPORT-DATA FROM CODE-DETAIL-OUT
           END-PERFORM.
           PERFORM 470-PRINT-HOURS-AND-RATES.
           ADD OPER-POSTED-WS    TO GRAND-POSTED-WS.
           ADD OPER-MINUTES-WS   TO GRAND-MINUTES-WS.
           ADD OPER-SESSIONS-WS  TO GRAND-SESSIONS-WS.
           ADD OPER-REJECTED-WS  TO GRAND-REJECTED-WS.
           ADD OPER-SUSPENDED-WS TO GRAND-SUSPENDED-WS.
           ADD OPER-REVERSED-WS  TO GRAND-REVERSED-WS.
           MOVE ZERO TO CODE-COUNT-WS OPER-POSTED-WS OPER-SESSIONS-WS
                        OPER-MINUTES-WS OPER-REJECTED-WS
                        OPER-SUSPENDED-WS OPER-REVERSED-WS.

       470-PRINT-HOURS-AND-RATES.
           COMPUTE OPER-HOURS-WS ROUNDED = OPER-MINUTES-WS / 60.
           MOVE ZERO TO LINES-PER-HOUR-WS.
           IF OPER-MINUTES-WS > ZERO
               COMPUTE LINES-PER-HOUR-WS ROUNDED =
                   OPER-POSTED-WS * 60 / OPER-MINUTES-WS.
           MOVE OPER-SESSIONS-WS  TO HD-SESSIONS-OUT.
           MOVE OPER-HOURS-WS     TO HD-HOURS-OUT.
           MOVE OPER-POSTED-WS    TO HD-POSTED-OUT.
           MOVE LINES-PER-HOUR-WS TO HD-PER-HOUR-OUT.
           WRITE PRODUCTIVITY-REPORT-DATA FROM HOURS-DETAIL-OUT.
           COMPUTE OPER-KEYED-WS = OPER-POSTED-WS + OPER-REJECTED-WS
               + OPER-SUSPENDED-WS.
           MOVE OPER-REJECTED-WS  TO RD-REJECTED-OUT.
           MOVE OPER-SUSPENDED-WS TO RD-SUSPENDED-OUT.
           MOVE OPER-REVERSED-WS  TO RD-REVERSED-OUT.
           MOVE ZERO TO RD-REJECT-RATE-OUT RD-SUSPENSE-RATE-OUT
                        RD-REVERSAL-RATE-OUT.
           IF OPER-KEYED-WS > ZERO
               COMPUTE RATE-WS ROUNDED =
                   OPER-REJECTED-WS * 100 / OPER-KEYED-WS
               MOVE RATE-WS TO RD-REJECT-RATE-OUT
               COMPUTE RATE-WS ROUNDED =
                   OPER-SUSPENDED-WS * 100 / OPER-KEYED-WS
               MOVE RATE-WS TO RD-SUSPENSE-RATE-OUT.
           IF OPER-POSTED-WS > ZERO
               COMPUTE RATE-WS ROUNDED =
                   OPER-REVERSED-WS * 100 / OPER-POSTED-WS
               MOVE RATE-WS TO RD-REVERSAL-RATE-OUT.
           WRITE PRODUCTIVITY-REPORT-DATA FROM RATES-DETAIL-OUT.

      *==============================================================
      * All operators together, then the hour-of-day profile;
      * close up and catalogue the report.
      *==============================================================
       202-TERM-PRODUCTIVITY-REPORT.
           MOVE SPACES TO PRODUCTIVITY-REPORT-DATA.
           WRITE PRODUCTIVITY-REPORT-DATA.
           WRITE PRODUCTIVITY-REPORT-DATA
               FROM ALL-OPERATORS-HEADING-OUT.
           MOVE GRAND-POSTED-WS    TO OPER-POSTED-WS.
           MOVE GRAND-MINUTES-WS   TO OPER-MINUTES-WS.
           MOVE GRAND-REJECTED-WS  TO OPER-REJECTED-WS.
           MOVE GRAND-SUSPENDED-WS TO OPER-SUSPENDED-WS.
           MOVE GRAND-REVERSED-WS  TO OPER-REVERSED-WS.
           MOVE GRAND-SESSIONS-WS  TO OPER-SESSIONS-WS.
           PERFORM 470-PRINT-HOURS-AND-RATES.
           PERFORM 480-PRINT-HOUR-PROFILE.
           CLOSE TRANS-LOG-KEYED-FILE.
           IF OPERATOR-OPEN-WS = "YES"
               CLOSE OPERATOR-FILE.
           CLOSE PRODUCTIVITY-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "OPERPROD" TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE OPERATORS-LISTED-WS TO RC-RECORD-COUNT.
           MOVE PRODUCTIVITY-REPORT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
           DISPLAY "OPERPROD: " OPERATORS-LISTED-WS " OPERATOR(S), "
               GRAND-POSTED-WS " LINE(S) POSTED IN THE WEEK".

       480-PRINT-HOUR-PROFILE.
           MOVE SPACES TO PRODUCTIVITY-REPORT-DATA.
           WRITE PRODUCTIVITY-REPORT-DATA.
           WRITE PRODUCTIVITY-REPORT-DATA FROM HOUR-HEADING-OUT.
           PERFORM VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 24
               IF HOUR-LINES (HOUR-SUB) > ZERO
                   COMPUTE HR-HOUR-OUT = HOUR-SUB - 1
                   MOVE HOUR-LINES (HOUR-SUB) TO HR-LINES-OUT
                   COMPUTE RATE-WS ROUNDED =
                       HOUR-LINES (HOUR-SUB) * 100 / GRAND-POSTED-WS
                   MOVE RATE-WS TO HR-SHARE-OUT
                   WRITE PRODUCTIVITY-REPORT-DATA
                       FROM HOUR-DETAIL-OUT
               END-IF
           END-PERFORM.

       end program OPERPROD.
