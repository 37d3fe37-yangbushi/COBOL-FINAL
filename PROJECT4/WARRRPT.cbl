       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRRPT as "WARRRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRANTY-CLAIM-FILE
               ASSIGN TO "D:\COBOL\WARRCLM.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WC-CLAIM-NUMBER
               ALTERNATE RECORD KEY IS WC-SERIAL-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS CLAIM-FILE-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS INVENT-STATUS-WS.
           SELECT CLAIM-SORT-FILE
               ASSIGN TO "D:\COBOL\CLAIMSRT.TMP".
           SELECT CLAIM-REPORT-OUT
               ASSIGN TO REPORT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WARRANTY-CLAIM-FILE.
           COPY "D:\COBOL\WARRANTY_CLAIM_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

      *==============================================================
      * Work file the month's claims are sorted through so each
      * supplier's claims come out together, part by part.
      *==============================================================
       SD  CLAIM-SORT-FILE.
       01  CLAIM-SORT-RECORD.
           05 CSR-SUPPLIER-CODE     PIC X(5).
           05 CSR-PART-NUMBER       PIC X(7).
           05 CSR-COVER-STATUS      PIC X(1).
           05 CSR-REIMBURSE-FLAG    PIC X(1).
           05 CSR-CLAIM-COST        PIC 9(5)V99.

      *==============================================================
      * The month's warranty claims: one line per part, under the
      * supplier the claim goes back to, with what the claims
      * cost and how much of it the supplier is paying back.
      *==============================================================
       FD  CLAIM-REPORT-OUT.
       01  CLAIM-REPORT-DATA    PIC X(100).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 CLAIM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 INVENT-STATUS-WS      PIC X(2)  VALUE SPACES.
       01 INVENT-FILE-OPEN-WS   PIC X(3)  VALUE "NO".
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-CLAIM-WS          PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.

       01 REPORT-FILE-NAME-WS   PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 REPORT-PERIOD-WS      PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(20)
                       VALUE "PERIOD (YYYYMM)?".
       01 CLAIM-DATE-WS.
           05 CLAIM-PERIOD-WS   PIC 9(6)  VALUE ZERO.
           05 CLAIM-DAY-WS      PIC 9(2)  VALUE ZERO.

      *==============================================================
      * Running figures for the part, the supplier and the month.
      * Each set: claims, claims in cover, cost, the cost the
      * supplier pays back, and the cost still waiting on an
      * answer.
      *==============================================================
       01 PREV-SUPPLIER-WS      PIC X(5)  VALUE SPACES.
       01 PREV-PART-WS          PIC X(7)  VALUE SPACES.
       01 PART-TOTALS-WS.
           05 PART-CLAIMS-WS    PIC 9(5)  VALUE ZERO.
           05 PART-COVERED-WS   PIC 9(5)  VALUE ZERO.
           05 PART-COST-WS      PIC 9(8)V99 VALUE ZERO.
           05 PART-RECOVER-WS   PIC 9(8)V99 VALUE ZERO.
           05 PART-PENDING-WS   PIC 9(8)V99 VALUE ZERO.
       01 SUPPLIER-TOTALS-WS.
           05 SUPP-CLAIMS-WS    PIC 9(5)  VALUE ZERO.
           05 SUPP-COVERED-WS   PIC 9(5)  VALUE ZERO.
           05 SUPP-COST-WS      PIC 9(8)V99 VALUE ZERO.
           05 SUPP-RECOVER-WS   PIC 9(8)V99 VALUE ZERO.
           05 SUPP-PENDING-WS   PIC 9(8)V99 VALUE ZERO.
       01 GRAND-TOTALS-WS.
           05 GRAND-CLAIMS-WS   PIC 9(5)  VALUE ZERO.
           05 GRAND-COVERED-WS  PIC 9(5)  VALUE ZERO.
           05 GRAND-COST-WS     PIC 9(8)V99 VALUE ZERO.
           05 GRAND-RECOVER-WS  PIC 9(8)V99 VALUE ZERO.
           05 GRAND-PENDING-WS  PIC 9(8)V99 VALUE ZERO.
       01 REPORT-LINES-WS       PIC 9(6)  VALUE ZERO.

       01 REPORT-HEADER-OUT.
           05 FILLER            PIC X(32)
                       VALUE "WARRANTY CLAIMS BY SUPPLIER".
           05 FILLER            PIC X(8)   VALUE "PERIOD".
           05 RH-PERIOD-OUT     PIC 9(6).

       01 REPORT-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "SUPPL".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(8)  VALUE "CLAIMS".
           05 FILLER PIC X(7)  VALUE "COVERED".
           05 FILLER PIC X(12) VALUE "      COST".
           05 FILLER PIC X(12) VALUE " RECOVERED".
           05 FILLER PIC X(12) VALUE "   PENDING".
           05 FILLER PIC X(10) VALUE "  ABSORBED".

       01 REPORT-DETAIL-OUT.
           05 RD-SUPPLIER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-PART-OUT       PIC X(7).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-NAME-OUT       PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-CLAIMS-OUT     PIC ZZZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 RD-COVERED-OUT    PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-COST-OUT       PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-RECOVER-OUT    PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-PENDING-OUT    PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-ABSORBED-OUT   PIC ZZZZZZ9.99.

       01 ABSORBED-COST-WS      PIC 9(8)V99 VALUE ZERO.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-WARRANTY-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-WARRANTY-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT CLAIM-SORT-FILE
                   ON ASCENDING KEY CSR-SUPPLIER-CODE
                   ON ASCENDING KEY CSR-PART-NUMBER
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-WARRANTY-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Take the month and open the claim register; the part
      * master only names the parts, so the report runs without
      * it.
      *==============================================================
       200-INIT-WARRANTY-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           DISPLAY PERIOD-PROMPT.
           ACCEPT REPORT-PERIOD-WS.
           OPEN INPUT WARRANTY-CLAIM-FILE.
           IF CLAIM-FILE-STATUS NOT = "00"
               DISPLAY "WARRRPT: BAD OPEN WARRCLM "
                   CLAIM-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT INVENT-FILE.
           IF INVENT-STATUS-WS = "00"
               MOVE "YES" TO INVENT-FILE-OPEN-WS.
           STRING "D:\COBOL\WARRRPT_" DELIMITED BY SIZE
                  REPORT-PERIOD-WS    DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO REPORT-FILE-NAME-WS.
           OPEN OUTPUT CLAIM-REPORT-OUT.
           MOVE REPORT-PERIOD-WS TO RH-PERIOD-OUT.
           WRITE CLAIM-REPORT-DATA FROM REPORT-HEADER-OUT.
           WRITE CLAIM-REPORT-DATA FROM REPORT-COLUMN-NAME.

      *==============================================================
      * Feed the sort with every claim taken in the month.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM UNTIL EOF-CLAIM-WS = "YES"
               READ WARRANTY-CLAIM-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CLAIM-WS
                   NOT AT END
                       MOVE WC-CLAIM-DATE TO CLAIM-DATE-WS
                       IF CLAIM-PERIOD-WS = REPORT-PERIOD-WS
                           PERFORM 410-RELEASE-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM.

       410-RELEASE-ONE-CLAIM.
           MOVE WC-SUPPLIER-CODE  TO CSR-SUPPLIER-CODE.
           MOVE WC-PART-NUMBER    TO CSR-PART-NUMBER.
           MOVE WC-COVER-STATUS   TO CSR-COVER-STATUS.
           MOVE WC-REIMBURSE-FLAG TO CSR-REIMBURSE-FLAG.
           MOVE WC-CLAIM-COST     TO CSR-CLAIM-COST.
           RELEASE CLAIM-SORT-RECORD.

      *==============================================================
      * Drain the sort: a line per part, a total per supplier.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN CLAIM-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           IF EOF-SORT-WS NOT = "YES"
               MOVE CSR-SUPPLIER-CODE TO PREV-SUPPLIER-WS
               MOVE CSR-PART-NUMBER   TO PREV-PART-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               IF CSR-SUPPLIER-CODE NOT = PREV-SUPPLIER-WS
                   PERFORM 310-WRITE-PART-LINE
                   PERFORM 320-WRITE-SUPPLIER-TOTAL
               ELSE
                   IF CSR-PART-NUMBER NOT = PREV-PART-WS
                       PERFORM 310-WRITE-PART-LINE
                   END-IF
               END-IF
               PERFORM 300-ADD-ONE-CLAIM
               RETURN CLAIM-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF PREV-PART-WS NOT = SPACES
               PERFORM 310-WRITE-PART-LINE
               PERFORM 320-WRITE-SUPPLIER-TOTAL.

       300-ADD-ONE-CLAIM.
           MOVE CSR-SUPPLIER-CODE TO PREV-SUPPLIER-WS.
           MOVE CSR-PART-NUMBER   TO PREV-PART-WS.
           ADD 1 TO PART-CLAIMS-WS.
           IF CSR-COVER-STATUS = "C"
               ADD 1 TO PART-COVERED-WS.
           ADD CSR-CLAIM-COST TO PART-COST-WS.
           IF CSR-REIMBURSE-FLAG = "Y"
               ADD CSR-CLAIM-COST TO PART-RECOVER-WS.
           IF CSR-REIMBURSE-FLAG = "P"
               ADD CSR-CLAIM-COST TO PART-PENDING-WS.

      *==============================================================
      * One part's line, rolled into its supplier's totals.
      *==============================================================
       310-WRITE-PART-LINE.
           MOVE PREV-SUPPLIER-WS TO RD-SUPPLIER-OUT.
           MOVE PREV-PART-WS     TO RD-PART-OUT.
           MOVE SPACES           TO RD-NAME-OUT.
           IF INVENT-FILE-OPEN-WS = "YES"
               MOVE PREV-PART-WS TO PART-NUMBER
               READ INVENT-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO RD-NAME-OUT
                   NOT INVALID KEY
                       MOVE PART-NAME TO RD-NAME-OUT
               END-READ.
           MOVE PART-CLAIMS-WS   TO RD-CLAIMS-OUT.
           MOVE PART-COVERED-WS  TO RD-COVERED-OUT.
           MOVE PART-COST-WS     TO RD-COST-OUT.
           MOVE PART-RECOVER-WS  TO RD-RECOVER-OUT.
           MOVE PART-PENDING-WS  TO RD-PENDING-OUT.
           COMPUTE ABSORBED-COST-WS = PART-COST-WS
               - PART-RECOVER-WS - PART-PENDING-WS.
           MOVE ABSORBED-COST-WS TO RD-ABSORBED-OUT.
           WRITE CLAIM-REPORT-DATA FROM REPORT-DETAIL-OUT.
           ADD 1 TO REPORT-LINES-WS.
           ADD PART-CLAIMS-WS    TO SUPP-CLAIMS-WS.
           ADD PART-COVERED-WS   TO SUPP-COVERED-WS.
           ADD PART-COST-WS      TO SUPP-COST-WS.
           ADD PART-RECOVER-WS   TO SUPP-RECOVER-WS.
           ADD PART-PENDING-WS   TO SUPP-PENDING-WS.
           MOVE ZERO TO PART-CLAIMS-WS.
           MOVE ZERO TO PART-COVERED-WS.
           MOVE ZERO TO PART-COST-WS.
           MOVE ZERO TO PART-RECOVER-WS.
           MOVE ZERO TO PART-PENDING-WS.

      *==============================================================
      * The supplier's total line, rolled into the month's.
      *==============================================================
       320-WRITE-SUPPLIER-TOTAL.
           MOVE PREV-SUPPLIER-WS TO RD-SUPPLIER-OUT.
           MOVE SPACES           TO RD-PART-OUT.
           MOVE "SUPPLIER TOTAL" TO RD-NAME-OUT.
           MOVE SUPP-CLAIMS-WS   TO RD-CLAIMS-OUT.
           MOVE SUPP-COVERED-WS  TO RD-COVERED-OUT.
           MOVE SUPP-COST-WS     TO RD-COST-OUT.
           MOVE SUPP-RECOVER-WS  TO RD-RECOVER-OUT.
           MOVE SUPP-PENDING-WS  TO RD-PENDING-OUT.
           COMPUTE ABSORBED-COST-WS = SUPP-COST-WS
               - SUPP-RECOVER-WS - SUPP-PENDING-WS.
           MOVE ABSORBED-COST-WS TO RD-ABSORBED-OUT.
           WRITE CLAIM-REPORT-DATA FROM REPORT-DETAIL-OUT.
           MOVE SPACES TO CLAIM-REPORT-DATA.
           WRITE CLAIM-REPORT-DATA.
           ADD SUPP-CLAIMS-WS    TO GRAND-CLAIMS-WS.
           ADD SUPP-COVERED-WS   TO GRAND-COVERED-WS.
           ADD SUPP-COST-WS      TO GRAND-COST-WS.
           ADD SUPP-RECOVER-WS   TO GRAND-RECOVER-WS.
           ADD SUPP-PENDING-WS   TO GRAND-PENDING-WS.
           MOVE ZERO TO SUPP-CLAIMS-WS.
           MOVE ZERO TO SUPP-COVERED-WS.
           MOVE ZERO TO SUPP-COST-WS.
           MOVE ZERO TO SUPP-RECOVER-WS.
           MOVE ZERO TO SUPP-PENDING-WS.

      *==============================================================
      * Register a file in the report catalog the way the dated
      * reports are registered.
      *==============================================================
       330-CATALOG-ONE-FILE.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE CDT-DATE    TO RC-RUN-DATE.
           MOVE SPACE       TO RC-SCOPE-FLAG.
           MOVE SPACE       TO RC-FORMAT-FLAG.
           MOVE "N"         TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Write the month's totals, catalog the report, and close
      * every file.
      *==============================================================
       202-TERM-WARRANTY-REPORT.
           MOVE SPACES            TO RD-SUPPLIER-OUT.
           MOVE SPACES            TO RD-PART-OUT.
           MOVE "MONTH TOTAL"     TO RD-NAME-OUT.
           MOVE GRAND-CLAIMS-WS   TO RD-CLAIMS-OUT.
           MOVE GRAND-COVERED-WS  TO RD-COVERED-OUT.
           MOVE GRAND-COST-WS     TO RD-COST-OUT.
           MOVE GRAND-RECOVER-WS  TO RD-RECOVER-OUT.
           MOVE GRAND-PENDING-WS  TO RD-PENDING-OUT.
           COMPUTE ABSORBED-COST-WS = GRAND-COST-WS
               - GRAND-RECOVER-WS - GRAND-PENDING-WS.
           MOVE ABSORBED-COST-WS  TO RD-ABSORBED-OUT.
           WRITE CLAIM-REPORT-DATA FROM REPORT-DETAIL-OUT.
           CLOSE CLAIM-REPORT-OUT.
           MOVE "WARRRPT"   TO RC-REPORT-NAME.
           MOVE REPORT-LINES-WS TO RC-RECORD-COUNT.
           MOVE REPORT-FILE-NAME-WS TO RC-FILE-NAME.
           PERFORM 330-CATALOG-ONE-FILE.
           DISPLAY "WARRRPT: " GRAND-CLAIMS-WS " CLAIM(S), COST "
               GRAND-COST-WS.
           CLOSE WARRANTY-CLAIM-FILE.
           IF INVENT-FILE-OPEN-WS = "YES"
               CLOSE INVENT-FILE.

       end program WARRRPT.
