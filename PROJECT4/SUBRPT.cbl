       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRPT as "SUBRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSTITUTION-LOG-FILE
               ASSIGN TO "D:\COBOL\SUBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBST-LOG-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS INVENT-STATUS-WS.
           SELECT SUBST-SORT-FILE
               ASSIGN TO "D:\COBOL\SUBSORT.TMP".
           SELECT SUBST-REPORT-OUT
               ASSIGN TO REPORT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBSTITUTION-LOG-FILE.
           COPY "D:\COBOL\SUBSTITUTION_LOG_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

      *==============================================================
      * Work file the primary parts are sorted through, the one
      * substituted for most often first.
      *==============================================================
       SD  SUBST-SORT-FILE.
       01  SUBST-SORT-RECORD.
           05 SSR-TIMES             PIC 9(5).
           05 SSR-QTY               PIC 9(9)V99.
           05 SSR-ROW               PIC 9(3).

      *==============================================================
      * The month's substitutions: every one made, then the parts
      * they stood in for, ranked.
      *==============================================================
       FD  SUBST-REPORT-OUT.
       01  SUBST-REPORT-DATA    PIC X(100).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 SUBST-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 INVENT-STATUS-WS      PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 LOG-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.

       01 REPORT-FILE-NAME-WS   PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).
       01 CDT-DATE-PARTS-WS REDEFINES CURRENT-DATE-TIME-WS.
           05 CDT-PERIOD        PIC 9(6).
           05 FILLER            PIC X(15).

      *==============================================================
      * The month being reported, keyed by the user -- zero takes
      * the current month.
      *==============================================================
       01 REPORT-PERIOD-WS      PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(30)
                       VALUE "PERIOD (YYYYMM, 0=THIS MONTH)?".
       01 LOG-DATE-WS           PIC X(8)  VALUE SPACES.
       01 LOG-DATE-NUM-WS REDEFINES LOG-DATE-WS.
           05 LOG-PERIOD-WS     PIC 9(6).
           05 LOG-DAY-WS        PIC 9(2).

      *==============================================================
      * One row per primary part substituted for in the month: how
      * often and how much, where the substitution was made, how
      * many of those were splits, and the distinct substitutes
      * that went out in its place.
      *==============================================================
       01 PRIMARY-TABLE.
           05 PRIMARY-ITEM OCCURS 500 TIMES.
               10 PS-PRIMARY-PART   PIC X(7)  VALUE SPACES.
               10 PS-TIMES          PIC 9(5)  VALUE ZERO.
               10 PS-QTY            PIC 9(9)V99 VALUE ZERO.
               10 PS-ORDER-TIMES    PIC 9(5)  VALUE ZERO.
               10 PS-COUNTER-TIMES  PIC 9(5)  VALUE ZERO.
               10 PS-SPLIT-TIMES    PIC 9(5)  VALUE ZERO.
               10 PS-SUB-COUNT      PIC 9(2)  VALUE ZERO.
               10 PS-SUB-PART       PIC X(7)  VALUE SPACES
                                    OCCURS 9 TIMES.
       01 PRIMARY-ROW-COUNT-WS  PIC 9(3)  VALUE ZERO.
       01 PRIMARY-SUB           PIC 9(3)  VALUE ZERO.
       01 SUB-PART-SUB          PIC 9(2)  VALUE ZERO.
       01 PRIMARY-FOUND-FLAG    PIC X(3)  VALUE "NO".
       01 SUB-FOUND-FLAG        PIC X(3)  VALUE "NO".
       01 ENTRIES-DROPPED-WS    PIC 9(6)  VALUE ZERO.

       01 DETAIL-COUNT-WS       PIC 9(6)  VALUE ZERO.
       01 TOTAL-QTY-WS          PIC 9(11)V99 VALUE ZERO.
       01 RANK-WS               PIC 9(4)  VALUE ZERO.

       01 REPORT-HEADER-OUT.
           05 FILLER            PIC X(26)
                       VALUE "SUBSTITUTIONS MADE".
           05 FILLER            PIC X(8)   VALUE "PERIOD".
           05 RH-PERIOD-OUT     PIC 9(6).

       01 DETAIL-HEADING-OUT.
           05 FILLER            PIC X(40)
                       VALUE "SUBSTITUTIONS IN THE MONTH".

       01 DETAIL-COLUMN-NAME.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(9)  VALUE "FROM".
           05 FILLER PIC X(8)  VALUE "DOC".
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(9)  VALUE "PRIMARY".
           05 FILLER PIC X(9)  VALUE "SUBST".
           05 FILLER PIC X(7)  VALUE "HOW".
           05 FILLER PIC X(12) VALUE "         QTY".
           05 FILLER PIC X(10) VALUE "  OPERATOR".

       01 DETAIL-LINE-OUT.
           05 DL-DATE-OUT       PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DL-SOURCE-OUT     PIC X(7).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DL-DOCUMENT-OUT   PIC 9(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DL-CUSTOMER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DL-PRIMARY-OUT    PIC X(7).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DL-SUBSTITUTE-OUT PIC X(7).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DL-ACTION-OUT     PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DL-QTY-OUT        PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DL-OPERATOR-OUT   PIC X(8).

       01 RANK-HEADING-OUT.
           05 FILLER            PIC X(40)
                       VALUE "PRIMARY PARTS SUBSTITUTED FOR".

       01 RANK-COLUMN-NAME.
           05 FILLER PIC X(6)  VALUE "RANK".
           05 FILLER PIC X(9)  VALUE "PRIMARY".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(7)  VALUE "TIMES".
           05 FILLER PIC X(13) VALUE "          QTY".
           05 FILLER PIC X(8)  VALUE "  ORDER".
           05 FILLER PIC X(8)  VALUE "  CNTR".
           05 FILLER PIC X(8)  VALUE "  SPLIT".
           05 FILLER PIC X(6)  VALUE " SUBS".

       01 RANK-LINE-OUT.
           05 RL-RANK-OUT       PIC ZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RL-PRIMARY-OUT    PIC X(7).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RL-NAME-OUT       PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RL-TIMES-OUT      PIC ZZZZ9.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RL-QTY-OUT        PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 RL-ORDER-OUT      PIC ZZZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 RL-COUNTER-OUT    PIC ZZZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 RL-SPLIT-OUT      PIC ZZZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 RL-SUBS-OUT       PIC Z9.

       01 REPORT-TOTAL-OUT.
           05 FILLER            PIC X(16)  VALUE "SUBSTITUTIONS".
           05 RT-COUNT-OUT      PIC ZZZZZ9.
           05 FILLER            PIC X(16)  VALUE "   TOTAL QTY".
           05 RT-QTY-OUT        PIC ZZZZZZZZZZ9.99.
           05 FILLER            PIC X(18)  VALUE "   PRIMARY PARTS".
           05 RT-PARTS-OUT      PIC ZZZ9.

       01 REPORT-HELD-OUT.
           05 FILLER            PIC X(36)
                       VALUE "ENTRIES LEFT OUT OF RANKING - FULL:".
           05 RX-DROPPED-OUT    PIC ZZZZZ9.

      *==============================================================
      * The monthly substitution report: every substitute order
      * entry or the counter sent out in place of a part it could
      * not fill, and the primary parts ranked by how often they
      * had to be substituted -- the ones purchasing should be
      * carrying more of.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-SUBST-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-SUBST-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-LIST-SUBSTITUTIONS
               SORT SUBST-SORT-FILE
                   ON DESCENDING KEY SSR-TIMES
                   ON DESCENDING KEY SSR-QTY
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-SUBST-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Take the month and open the substitution log and the part
      * master the primary parts are named from.  No log yet means
      * no substitution has ever been made -- the report then
      * simply says so.
      *==============================================================
       200-INIT-SUBST-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           DISPLAY PERIOD-PROMPT.
           ACCEPT REPORT-PERIOD-WS.
           IF REPORT-PERIOD-WS = ZERO
               MOVE CDT-PERIOD TO REPORT-PERIOD-WS.
           OPEN INPUT INVENT-FILE.
           IF INVENT-STATUS-WS NOT = "00"
               DISPLAY "SUBRPT: BAD OPEN INVENT " INVENT-STATUS-WS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT SUBSTITUTION-LOG-FILE.
           IF SUBST-LOG-STATUS = "00"
               MOVE "YES" TO LOG-FILE-OPEN-WS.
           INITIALIZE PRIMARY-TABLE.
           STRING "D:\COBOL\SUBRPT_"   DELIMITED BY SIZE
                  REPORT-PERIOD-WS     DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO REPORT-FILE-NAME-WS.
           OPEN OUTPUT SUBST-REPORT-OUT.
           MOVE REPORT-PERIOD-WS TO RH-PERIOD-OUT.
           WRITE SUBST-REPORT-DATA FROM REPORT-HEADER-OUT.
           MOVE SPACES TO SUBST-REPORT-DATA.
           WRITE SUBST-REPORT-DATA.
           WRITE SUBST-REPORT-DATA FROM DETAIL-HEADING-OUT.
           WRITE SUBST-REPORT-DATA FROM DETAIL-COLUMN-NAME.

      *==============================================================
      * Read the log through, listing each substitution made in
      * the month and adding it to its primary part's row.
      *==============================================================
       210-LIST-SUBSTITUTIONS.
           IF LOG-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-LOG-WS.
           PERFORM UNTIL EOF-LOG-WS = "YES"
               READ SUBSTITUTION-LOG-FILE
                   AT END MOVE "YES" TO EOF-LOG-WS
                   NOT AT END
                       MOVE SBL-DATE TO LOG-DATE-WS
                       IF LOG-PERIOD-WS = REPORT-PERIOD-WS
                           PERFORM 215-LIST-ONE-SUBSTITUTION
                       END-IF
               END-READ
           END-PERFORM.

       215-LIST-ONE-SUBSTITUTION.
           MOVE SBL-DATE            TO DL-DATE-OUT.
           IF SBL-FROM-COUNTER
               MOVE "COUNTER" TO DL-SOURCE-OUT
           ELSE
               MOVE "ORDER"   TO DL-SOURCE-OUT.
           MOVE SBL-DOCUMENT-NUMBER TO DL-DOCUMENT-OUT.
           MOVE SBL-CUSTOMER-CODE   TO DL-CUSTOMER-OUT.
           MOVE SBL-PRIMARY-PART    TO DL-PRIMARY-OUT.
           MOVE SBL-SUBSTITUTE-PART TO DL-SUBSTITUTE-OUT.
           IF SBL-SPLIT
               MOVE "SPLIT" TO DL-ACTION-OUT
           ELSE
               MOVE "SWAP"  TO DL-ACTION-OUT.
           MOVE SBL-SUBSTITUTED-QTY TO DL-QTY-OUT.
           MOVE SBL-OPERATOR-ID     TO DL-OPERATOR-OUT.
           WRITE SUBST-REPORT-DATA FROM DETAIL-LINE-OUT.
           ADD 1 TO DETAIL-COUNT-WS.
           ADD SBL-SUBSTITUTED-QTY TO TOTAL-QTY-WS.
           PERFORM 315-FIND-PRIMARY-ROW.
           IF PRIMARY-FOUND-FLAG NOT = "YES"
               ADD 1 TO ENTRIES-DROPPED-WS
               EXIT PARAGRAPH.
           ADD 1                   TO PS-TIMES (PRIMARY-SUB).
           ADD SBL-SUBSTITUTED-QTY TO PS-QTY (PRIMARY-SUB).
           IF SBL-FROM-COUNTER
               ADD 1 TO PS-COUNTER-TIMES (PRIMARY-SUB)
           ELSE
               ADD 1 TO PS-ORDER-TIMES (PRIMARY-SUB).
           IF SBL-SPLIT
               ADD 1 TO PS-SPLIT-TIMES (PRIMARY-SUB).
           PERFORM 320-NOTE-SUBSTITUTE-PART.

      *==============================================================
      * Find the primary part's row, or start one while there is
      * room.
      *==============================================================
       315-FIND-PRIMARY-ROW.
           MOVE "NO" TO PRIMARY-FOUND-FLAG.
           PERFORM VARYING PRIMARY-SUB FROM 1 BY 1
                   UNTIL PRIMARY-SUB > PRIMARY-ROW-COUNT-WS
                      OR PRIMARY-FOUND-FLAG = "YES"
               IF PS-PRIMARY-PART (PRIMARY-SUB) = SBL-PRIMARY-PART
                   MOVE "YES" TO PRIMARY-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF PRIMARY-FOUND-FLAG = "YES"
               SUBTRACT 1 FROM PRIMARY-SUB
               EXIT PARAGRAPH.
           IF PRIMARY-ROW-COUNT-WS < 500
               ADD 1 TO PRIMARY-ROW-COUNT-WS
               MOVE PRIMARY-ROW-COUNT-WS TO PRIMARY-SUB
               MOVE SBL-PRIMARY-PART
                   TO PS-PRIMARY-PART (PRIMARY-SUB)
               MOVE "YES" TO PRIMARY-FOUND-FLAG.

      *==============================================================
      * Count the substitute among the distinct ones used for the
      * primary part.
      *==============================================================
       320-NOTE-SUBSTITUTE-PART.
           MOVE "NO" TO SUB-FOUND-FLAG.
           PERFORM VARYING SUB-PART-SUB FROM 1 BY 1
                   UNTIL SUB-PART-SUB > PS-SUB-COUNT (PRIMARY-SUB)
               IF PS-SUB-PART (PRIMARY-SUB, SUB-PART-SUB) =
                       SBL-SUBSTITUTE-PART
                   MOVE "YES" TO SUB-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF SUB-FOUND-FLAG = "NO"
                   AND PS-SUB-COUNT (PRIMARY-SUB) < 9
               ADD 1 TO PS-SUB-COUNT (PRIMARY-SUB)
               MOVE PS-SUB-COUNT (PRIMARY-SUB) TO SUB-PART-SUB
               MOVE SBL-SUBSTITUTE-PART
                   TO PS-SUB-PART (PRIMARY-SUB, SUB-PART-SUB).

      *==============================================================
      * Feed the sort with each primary part's count and quantity,
      * and the row the rest of its figures sit in.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM VARYING PRIMARY-SUB FROM 1 BY 1
                   UNTIL PRIMARY-SUB > PRIMARY-ROW-COUNT-WS
               MOVE PS-TIMES (PRIMARY-SUB) TO SSR-TIMES
               MOVE PS-QTY (PRIMARY-SUB)   TO SSR-QTY
               MOVE PRIMARY-SUB            TO SSR-ROW
               RELEASE SUBST-SORT-RECORD
           END-PERFORM.

      *==============================================================
      * Write the primary parts out in rank order.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO SUBST-REPORT-DATA.
           WRITE SUBST-REPORT-DATA.
           WRITE SUBST-REPORT-DATA FROM RANK-HEADING-OUT.
           WRITE SUBST-REPORT-DATA FROM RANK-COLUMN-NAME.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN SUBST-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 410-WRITE-PRIMARY-LINE
               RETURN SUBST-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.

       410-WRITE-PRIMARY-LINE.
           ADD 1 TO RANK-WS.
           MOVE SSR-ROW TO PRIMARY-SUB.
           MOVE RANK-WS TO RL-RANK-OUT.
           MOVE PS-PRIMARY-PART (PRIMARY-SUB) TO RL-PRIMARY-OUT.
           MOVE PS-PRIMARY-PART (PRIMARY-SUB) TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO RL-NAME-OUT
               NOT INVALID KEY
                   MOVE PART-NAME TO RL-NAME-OUT
           END-READ.
           MOVE PS-TIMES (PRIMARY-SUB)         TO RL-TIMES-OUT.
           MOVE PS-QTY (PRIMARY-SUB)           TO RL-QTY-OUT.
           MOVE PS-ORDER-TIMES (PRIMARY-SUB)   TO RL-ORDER-OUT.
           MOVE PS-COUNTER-TIMES (PRIMARY-SUB) TO RL-COUNTER-OUT.
           MOVE PS-SPLIT-TIMES (PRIMARY-SUB)   TO RL-SPLIT-OUT.
           MOVE PS-SUB-COUNT (PRIMARY-SUB)     TO RL-SUBS-OUT.
           WRITE SUBST-REPORT-DATA FROM RANK-LINE-OUT.

      *==============================================================
      * Register one output file in the report catalog.
      *==============================================================
       370-CATALOG-ONE-FILE.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE CDT-DATE     TO RC-RUN-DATE.
           MOVE SPACE        TO RC-SCOPE-FLAG.
           MOVE SPACE        TO RC-FORMAT-FLAG.
           MOVE "N"          TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Total the month, note what could not be ranked, catalog
      * the report and close every file.
      *==============================================================
       202-TERM-SUBST-REPORT.
           MOVE SPACES TO SUBST-REPORT-DATA.
           WRITE SUBST-REPORT-DATA.
           MOVE DETAIL-COUNT-WS      TO RT-COUNT-OUT.
           MOVE TOTAL-QTY-WS         TO RT-QTY-OUT.
           MOVE PRIMARY-ROW-COUNT-WS TO RT-PARTS-OUT.
           WRITE SUBST-REPORT-DATA FROM REPORT-TOTAL-OUT.
           IF ENTRIES-DROPPED-WS > ZERO
               MOVE ENTRIES-DROPPED-WS TO RX-DROPPED-OUT
               WRITE SUBST-REPORT-DATA FROM REPORT-HELD-OUT.
           CLOSE SUBST-REPORT-OUT.
           MOVE "SUBRPT"            TO RC-REPORT-NAME.
           MOVE DETAIL-COUNT-WS     TO RC-RECORD-COUNT.
           MOVE REPORT-FILE-NAME-WS TO RC-FILE-NAME.
           PERFORM 370-CATALOG-ONE-FILE.
           DISPLAY "SUBRPT: " DETAIL-COUNT-WS
               " SUBSTITUTION(S) FOR " RANK-WS " PRIMARY PART(S)".
           IF ENTRIES-DROPPED-WS > ZERO
               DISPLAY "SUBRPT: " ENTRIES-DROPPED-WS
                   " ENTRIES LEFT OUT OF THE RANKING - TABLE FULL".
           CLOSE INVENT-FILE.
           IF LOG-FILE-OPEN-WS = "YES"
               CLOSE SUBSTITUTION-LOG-FILE.

       end program SUBRPT.
