       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTLRPT as "OUTLRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTLIER-FILE
               ASSIGN TO "D:\COBOL\OUTLIER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-OUTLIER-NUMBER
               FILE STATUS IS OUTLIER-FILE-STATUS.
           SELECT OUTLIER-REPORT-OUT
               ASSIGN TO OUTLIER-REPORT-NAME-WS
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
       FD  OUTLIER-FILE.
           COPY "D:\COBOL\OUTLIER_RECORD.cpy".

       FD  OUTLIER-REPORT-OUT.
       01  OUTLIER-REPORT-DATA  PIC X(150).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 OUTLIER-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OUTLIER-FILE-OPEN-WS  PIC X(3)  VALUE "NO".
       01 EOF-OUTLIER-WS        PIC X(3)  VALUE SPACES.
       01 OUTLIER-REPORT-NAME-WS PIC X(40) VALUE SPACES.

       01 LINES-LISTED-WS       PIC 9(6)  VALUE ZERO.
       01 FLAGGED-TODAY-WS      PIC 9(6)  VALUE ZERO.
       01 HELD-COUNT-WS         PIC 9(6)  VALUE ZERO.
       01 CONFIRMED-COUNT-WS    PIC 9(6)  VALUE ZERO.
       01 REJECTED-COUNT-WS     PIC 9(6)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 OUTLIER-REPORT-TITLE-OUT.
           05 FILLER PIC X(40)
               VALUE "TRANSACTION OUTLIERS FOR".
           05 OT-DATE-OUT       PIC 9(8).

       01 OUTLIER-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "ITEM".
           05 FILLER PIC X(4)  VALUE "SRC".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(3)  VALUE "CD".
           05 FILLER PIC X(12) VALUE "  QUANTITY".
           05 FILLER PIC X(12) VALUE "   AVERAGE".
           05 FILLER PIC X(13) VALUE "      LIMIT".
           05 FILLER PIC X(9)  VALUE "   COST".
           05 FILLER PIC X(9)  VALUE "AVG COST".
           05 FILLER PIC X(32) VALUE "REASON".
           05 FILLER PIC X(11) VALUE "STATUS".
           05 FILLER PIC X(19) VALUE "FLAGGED BY/ON".
           05 FILLER PIC X(18) VALUE "CONFIRMED BY/ON".

       01 OUTLIER-DETAIL-OUT.
           05 OD-ITEM-OUT       PIC 9(6)   VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-SOURCE-OUT     PIC X(1)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-CODE-OUT       PIC X(1)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-QUANTITY-OUT   PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-AVERAGE-OUT    PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-LIMIT-OUT      PIC ZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-COST-OUT       PIC ZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-AVG-COST-OUT   PIC ZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-REASON-OUT     PIC X(30)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-STATUS-OUT     PIC X(9)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-FLAGGED-BY-OUT PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 OD-FLAGGED-ON-OUT PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-WORKED-BY-OUT  PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 OD-WORKED-ON-OUT  PIC X(8)   VALUE SPACES.

       01 OUTLIER-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(16) VALUE "FLAGGED TODAY:".
           05 AT-FLAGGED-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE "  CONFIRMED:".
           05 AT-CONFIRMED-OUT  PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "  REJECTED:".
           05 AT-REJECTED-OUT   PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE "  STILL HELD:".
           05 AT-HELD-OUT       PIC ZZZZZ9.

      *==============================================================
      * The day's outlier report: every transaction flagged out of
      * line with its part's history on the business date, every
      * older one confirmed or rejected that day, and every one
      * still waiting -- a held line nobody works never posts, and
      * must not drop off the page.  Each line says who confirmed
      * or rejected it, and when.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-OUTLIER-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-OUTLIER-REPORT.
           PERFORM 300-WRITE-OUTLIER-HEADER.
           IF OUTLIER-FILE-OPEN-WS = "YES"
               PERFORM UNTIL EOF-OUTLIER-WS = "YES"
                   READ OUTLIER-FILE NEXT RECORD
                       AT END MOVE "YES" TO EOF-OUTLIER-WS
                       NOT AT END
                           PERFORM 310-WEIGH-ONE-OUTLIER
                   END-READ
               END-PERFORM.
           PERFORM 202-TERM-OUTLIER-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Take the business date and open the dated report.  No
      * outlier file yet means nothing was ever flagged -- the
      * report still prints, empty.
      *==============================================================
       200-INIT-OUTLIER-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           OPEN INPUT OUTLIER-FILE.
           IF OUTLIER-FILE-STATUS = "00"
               MOVE "YES" TO OUTLIER-FILE-OPEN-WS.
           STRING "D:\COBOL\OUTLRPT_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO OUTLIER-REPORT-NAME-WS.
           OPEN OUTPUT OUTLIER-REPORT-OUT.

       310-WEIGH-ONE-OUTLIER.
           IF OL-FLAGGED-DATE NOT = CDT-DATE
                   AND OL-WORKED-DATE NOT = CDT-DATE
                   AND NOT OL-HELD
               EXIT PARAGRAPH.
           IF OL-FLAGGED-DATE = CDT-DATE
               ADD 1 TO FLAGGED-TODAY-WS.
           ADD 1 TO LINES-LISTED-WS.
           MOVE OL-OUTLIER-NUMBER TO OD-ITEM-OUT.
           MOVE OL-SOURCE         TO OD-SOURCE-OUT.
           MOVE OL-PART-NUMBER    TO OD-PART-OUT.
           MOVE OL-TRANS-CODE     TO OD-CODE-OUT.
           MOVE OL-QUANTITY       TO OD-QUANTITY-OUT.
           MOVE OL-AVERAGE-QTY    TO OD-AVERAGE-OUT.
           MOVE OL-QTY-LIMIT      TO OD-LIMIT-OUT.
           MOVE OL-UNIT-COST      TO OD-COST-OUT.
           MOVE OL-CURRENT-COST   TO OD-AVG-COST-OUT.
           MOVE OL-REASON         TO OD-REASON-OUT.
           MOVE OL-FLAGGED-BY     TO OD-FLAGGED-BY-OUT.
           MOVE OL-FLAGGED-DATE   TO OD-FLAGGED-ON-OUT.
           MOVE OL-WORKED-BY      TO OD-WORKED-BY-OUT.
           MOVE OL-WORKED-DATE    TO OD-WORKED-ON-OUT.
           EVALUATE TRUE
               WHEN OL-CONFIRMED
                   MOVE "CONFIRMED" TO OD-STATUS-OUT
                   ADD 1 TO CONFIRMED-COUNT-WS
               WHEN OL-REJECTED
                   MOVE "REJECTED"  TO OD-STATUS-OUT
                   ADD 1 TO REJECTED-COUNT-WS
               WHEN OTHER
                   MOVE "HELD"      TO OD-STATUS-OUT
                   ADD 1 TO HELD-COUNT-WS
           END-EVALUATE.
           WRITE OUTLIER-REPORT-DATA FROM OUTLIER-DETAIL-OUT.

      *==============================================================
      * Write the report title and column header.
      *==============================================================
       300-WRITE-OUTLIER-HEADER.
           MOVE CDT-DATE TO OT-DATE-OUT.
           WRITE OUTLIER-REPORT-DATA FROM OUTLIER-REPORT-TITLE-OUT.
           WRITE OUTLIER-REPORT-DATA FROM OUTLIER-COLUMN-NAME.

      *==============================================================
      * Write the counts, close up and catalogue the report.
      *==============================================================
       202-TERM-OUTLIER-REPORT.
           MOVE FLAGGED-TODAY-WS   TO AT-FLAGGED-OUT.
           MOVE CONFIRMED-COUNT-WS TO AT-CONFIRMED-OUT.
           MOVE REJECTED-COUNT-WS  TO AT-REJECTED-OUT.
           MOVE HELD-COUNT-WS      TO AT-HELD-OUT.
           WRITE OUTLIER-REPORT-DATA FROM OUTLIER-AUDIT-TRAIL-OUT.
           IF OUTLIER-FILE-OPEN-WS = "YES"
               CLOSE OUTLIER-FILE.
           CLOSE OUTLIER-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "OUTLRPT"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-LISTED-WS        TO RC-RECORD-COUNT.
           MOVE OUTLIER-REPORT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program OUTLRPT.
