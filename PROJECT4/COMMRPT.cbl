       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRPT as "COMMRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-LINE-FILE
               ASSIGN TO "D:\COBOL\INVLINE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-KEY
               FILE STATUS IS INVOICE-LINE-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO "D:\COBOL\OPENINV.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPEN-INVOICE-STATUS.
           SELECT SALES-REP-FILE
               ASSIGN TO "D:\COBOL\SALESREP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-REP-CODE
               FILE STATUS IS SALES-REP-STATUS.
           SELECT COMMISSION-SORT-FILE
               ASSIGN TO "D:\COBOL\COMMSORT.TMP".
           SELECT STATEMENT-OUT
               ASSIGN TO STATEMENT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMMISSION-REPORT-OUT
               ASSIGN TO REPORT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-LINE-FILE.
           COPY "D:\COBOL\INVOICE_LINE_RECORD.cpy".

       FD  OPEN-INVOICE-FILE.
           COPY "D:\COBOL\OPEN_INVOICE_RECORD.cpy".

       FD  SALES-REP-FILE.
           COPY "D:\COBOL\SALES_REP_RECORD.cpy".

      *==============================================================
      * Work file the month's commissionable lines are sorted
      * through so each rep's lines come out together, in invoice
      * order, for that rep's statement.
      *==============================================================
       SD  COMMISSION-SORT-FILE.
       01  COMMISSION-SORT-RECORD.
           05 CSR-REP-CODE          PIC X(3).
           05 CSR-INVOICE-NUMBER    PIC 9(6).
           05 CSR-LINE-NUMBER       PIC 9(2).
           05 CSR-CUSTOMER-CODE     PIC X(5).
           05 CSR-INVOICE-DATE      PIC X(8).
           05 CSR-PART-NUMBER       PIC X(7).
           05 CSR-TRANS-CODE        PIC X(1).
           05 CSR-PAID-VALUE        PIC 9(8)V99.
           05 CSR-MARGIN-PCT        PIC S9(5)V99.
           05 CSR-RATE              PIC 9(2)V99.
           05 CSR-COMMISSION        PIC S9(6)V99.

      *==============================================================
      * One statement per rep per month: every paid line the rep
      * is being paid on, and the total.
      *==============================================================
       FD  STATEMENT-OUT.
       01  STATEMENT-DATA       PIC X(100).

      *==============================================================
      * The month's commission summary for the payroll office: one
      * line per rep, with the lines held back listed at the foot.
      *==============================================================
       FD  COMMISSION-REPORT-OUT.
       01  COMMISSION-REPORT-DATA PIC X(100).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 INVOICE-LINE-STATUS   PIC X(2)  VALUE SPACES.
       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 SALES-REP-STATUS      PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-LINE-WS           PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 STATEMENT-OPEN-WS     PIC X(3)  VALUE "NO".

       01 STATEMENT-FILE-NAME-WS PIC X(40) VALUE SPACES.
       01 REPORT-FILE-NAME-WS   PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The month being paid, keyed by the user.  A line is paid
      * in the first month's run after its invoice is settled,
      * and stamped with that month; running the month again pays
      * the same lines again, never a line paid in another month.
      *==============================================================
       01 REPORT-PERIOD-WS      PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(20)
                       VALUE "PERIOD (YYYYMM)?".

      *==============================================================
      * Working figures for one line.  Commission is paid on what
      * was actually collected: a line on an invoice part written
      * off or credited earns on the collected share only.
      *==============================================================
       01 PAID-VALUE-WS         PIC 9(8)V99 VALUE ZERO.
       01 COST-VALUE-WS         PIC 9(9)V99 VALUE ZERO.
       01 MARGIN-PCT-WS         PIC S9(5)V99 VALUE ZERO.
       01 LINE-RATE-WS          PIC 9(2)V99 VALUE ZERO.
       01 LINE-COMMISSION-WS    PIC S9(6)V99 VALUE ZERO.
       01 BAND-SUB              PIC 9(1)  VALUE ZERO.

       01 PREV-REP-CODE-WS      PIC X(3)  VALUE SPACES.
       01 REP-LINES-WS          PIC 9(5)  VALUE ZERO.
       01 REP-SALES-WS          PIC S9(10)V99 VALUE ZERO.
       01 REP-COMMISSION-WS     PIC S9(8)V99 VALUE ZERO.
       01 TOTAL-SALES-WS        PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-COMMISSION-WS   PIC S9(9)V99 VALUE ZERO.
       01 LINES-PAID-WS         PIC 9(6)  VALUE ZERO.
       01 LINES-UNPAID-WS       PIC 9(6)  VALUE ZERO.
       01 LINES-NO-REP-WS       PIC 9(6)  VALUE ZERO.
       01 STATEMENTS-WS         PIC 9(4)  VALUE ZERO.

       01 REPORT-HEADER-OUT.
           05 FILLER            PIC X(24)
                       VALUE "COMMISSION SUMMARY".
           05 FILLER            PIC X(8)   VALUE "PERIOD".
           05 RH-PERIOD-OUT     PIC 9(6).

       01 REPORT-COLUMN-NAME.
           05 FILLER PIC X(5)  VALUE "REP".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(8)  VALUE "LINES".
           05 FILLER PIC X(16) VALUE "PAID SALES".
           05 FILLER PIC X(14) VALUE "COMMISSION".

       01 REPORT-DETAIL-OUT.
           05 RD-REP-OUT        PIC X(3).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-NAME-OUT       PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-LINES-OUT      PIC ZZZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 RD-SALES-OUT      PIC ZZZZZZZZZ9.99-.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-COMMISSION-OUT PIC ZZZZZZZ9.99-.

       01 REPORT-TOTAL-OUT.
           05 FILLER            PIC X(27)  VALUE "TOTAL".
           05 RT-LINES-OUT      PIC ZZZZZ9.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RT-SALES-OUT      PIC ZZZZZZZZZZ9.99-.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RT-COMMISSION-OUT PIC ZZZZZZZZ9.99-.

       01 REPORT-HELD-OUT.
           05 FILLER            PIC X(32)
                       VALUE "LINES ON UNPAID INVOICES:".
           05 RX-UNPAID-OUT     PIC ZZZZZ9.
           05 FILLER            PIC X(26)
                       VALUE "   REP NOT ON MASTER:".
           05 RX-NO-REP-OUT     PIC ZZZZZ9.

       01 STATEMENT-HEADER-1-OUT.
           05 FILLER            PIC X(22)
                       VALUE "COMMISSION STATEMENT".
           05 FILLER            PIC X(8)   VALUE "PERIOD".
           05 SH-PERIOD-OUT     PIC 9(6).

       01 STATEMENT-HEADER-2-OUT.
           05 FILLER            PIC X(5)   VALUE "REP".
           05 SH-REP-OUT        PIC X(3).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SH-NAME-OUT       PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SH-BASIS-OUT      PIC X(30).

       01 STATEMENT-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "INVOICE".
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(16) VALUE "PAID VALUE".
           05 FILLER PIC X(11) VALUE "MARGIN%".
           05 FILLER PIC X(7)  VALUE "RATE%".
           05 FILLER PIC X(12) VALUE "COMMISSION".

       01 STATEMENT-DETAIL-OUT.
           05 SD-INVOICE-OUT    PIC 9(6).
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 SD-CUSTOMER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SD-DATE-OUT       PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SD-PART-OUT       PIC X(7).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SD-VALUE-OUT      PIC ZZZZZZZ9.99.
           05 SD-CREDIT-OUT     PIC X(3).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SD-MARGIN-OUT     PIC ZZZZ9.99-.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SD-RATE-OUT       PIC Z9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SD-COMMISSION-OUT PIC ZZZZZ9.99-.

       01 STATEMENT-TOTAL-OUT.
           05 FILLER            PIC X(33)  VALUE SPACES.
           05 FILLER            PIC X(18)  VALUE "COMMISSION DUE".
           05 ST-COMMISSION-OUT PIC ZZZZZZZ9.99-.

       01 BASIS-TEXT-WS.
           05 FILLER            PIC X(5)   VALUE "PAID ".
           05 BT-RATE-OUT       PIC Z9.99.
           05 FILLER            PIC X(10)  VALUE "% ON SALES".

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-COMMISSION-RUN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-COMMISSION-RUN.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT COMMISSION-SORT-FILE
                   ON ASCENDING KEY CSR-REP-CODE
                   ON ASCENDING KEY CSR-INVOICE-NUMBER
                   ON ASCENDING KEY CSR-LINE-NUMBER
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-COMMISSION-RUN.
           EXIT PROGRAM.

      *==============================================================
      * Take the month, open the invoice lines (the run stamps
      * the lines it pays), the register that says what is paid,
      * and the rep master the plans come from.
      *==============================================================
       200-INIT-COMMISSION-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           DISPLAY PERIOD-PROMPT.
           ACCEPT REPORT-PERIOD-WS.
           OPEN I-O INVOICE-LINE-FILE.
           IF INVOICE-LINE-STATUS NOT = "00"
               DISPLAY "COMMRPT: BAD OPEN INVLINE "
                   INVOICE-LINE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF OPEN-INVOICE-STATUS NOT = "00"
               DISPLAY "COMMRPT: BAD OPEN OPENINV "
                   OPEN-INVOICE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SALES-REP-FILE.
           IF SALES-REP-STATUS NOT = "00"
               DISPLAY "COMMRPT: BAD OPEN SALESREP "
                   SALES-REP-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           IF OPEN-ERROR-FLAG = "YES"
               EXIT PARAGRAPH.
           STRING "D:\COBOL\COMMRPT_" DELIMITED BY SIZE
                  REPORT-PERIOD-WS    DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO REPORT-FILE-NAME-WS.
           OPEN OUTPUT COMMISSION-REPORT-OUT.
           MOVE REPORT-PERIOD-WS TO RH-PERIOD-OUT.
           WRITE COMMISSION-REPORT-DATA FROM REPORT-HEADER-OUT.
           WRITE COMMISSION-REPORT-DATA FROM REPORT-COLUMN-NAME.

      *==============================================================
      * Feed the sort with every rep-credited sale or return line
      * not yet paid in another month, whose invoice is settled.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM UNTIL EOF-LINE-WS = "YES"
               READ INVOICE-LINE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LINE-WS
                   NOT AT END
                       IF IL-REP-CODE NOT = SPACES AND
                               (IL-TRANS-CODE = "S" OR
                                IL-TRANS-CODE = "C") AND
                               (IL-COMMISSION-PERIOD = ZERO OR
                                IL-COMMISSION-PERIOD =
                                    REPORT-PERIOD-WS)
                           PERFORM 410-PRICE-ONE-LINE
                       END-IF
               END-READ
               IF INVOICE-LINE-STATUS NOT = "00" AND
                       INVOICE-LINE-STATUS NOT = "10"
                   MOVE "YES" TO EOF-LINE-WS
               END-IF
           END-PERFORM.

      *==============================================================
      * Work out one line's commission under its rep's plan, stamp
      * the line with the month, and pass it to the sort.
      *==============================================================
       410-PRICE-ONE-LINE.
           MOVE IL-CUSTOMER-CODE  TO OI-CUSTOMER-CODE.
           MOVE IL-INVOICE-NUMBER TO OI-INVOICE-NUMBER.
           READ OPEN-INVOICE-FILE
               INVALID KEY
                   ADD 1 TO LINES-UNPAID-WS
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OI-PAID-OFF OR OI-PAID-AMOUNT = ZERO
                   OR OI-INVOICE-AMOUNT = ZERO
               ADD 1 TO LINES-UNPAID-WS
               EXIT PARAGRAPH.
           MOVE IL-REP-CODE TO SR-REP-CODE.
           READ SALES-REP-FILE
               INVALID KEY
                   ADD 1 TO LINES-NO-REP-WS
                   DISPLAY "COMMRPT: REP NOT ON FILE " IL-REP-CODE
                       " INVOICE " IL-INVOICE-NUMBER
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE PAID-VALUE-WS ROUNDED =
               IL-LINE-VALUE * OI-PAID-AMOUNT / OI-INVOICE-AMOUNT.
           COMPUTE COST-VALUE-WS ROUNDED = IL-UNIT-COST * IL-QTY.
           IF IL-LINE-VALUE = ZERO
               MOVE ZERO TO MARGIN-PCT-WS
           ELSE
               COMPUTE MARGIN-PCT-WS ROUNDED =
                   (IL-LINE-VALUE - COST-VALUE-WS) * 100
                   / IL-LINE-VALUE.
           PERFORM 420-FIND-LINE-RATE.
           COMPUTE LINE-COMMISSION-WS ROUNDED =
               PAID-VALUE-WS * LINE-RATE-WS / 100.
           IF IL-TRANS-CODE = "C"
               COMPUTE LINE-COMMISSION-WS = 0 - LINE-COMMISSION-WS.
           MOVE REPORT-PERIOD-WS   TO IL-COMMISSION-PERIOD.
           MOVE LINE-COMMISSION-WS TO IL-COMMISSION-AMOUNT.
           REWRITE INVOICE-LINE-RECORD
               INVALID KEY
                   DISPLAY "COMMRPT: LINE REWRITE FAILED "
                       IL-INVOICE-NUMBER SPACE IL-LINE-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO LINES-PAID-WS.
           MOVE IL-REP-CODE        TO CSR-REP-CODE.
           MOVE IL-INVOICE-NUMBER  TO CSR-INVOICE-NUMBER.
           MOVE IL-LINE-NUMBER     TO CSR-LINE-NUMBER.
           MOVE IL-CUSTOMER-CODE   TO CSR-CUSTOMER-CODE.
           MOVE IL-INVOICE-DATE    TO CSR-INVOICE-DATE.
           MOVE IL-PART-NUMBER     TO CSR-PART-NUMBER.
           MOVE IL-TRANS-CODE      TO CSR-TRANS-CODE.
           MOVE PAID-VALUE-WS      TO CSR-PAID-VALUE.
           MOVE MARGIN-PCT-WS      TO CSR-MARGIN-PCT.
           MOVE LINE-RATE-WS       TO CSR-RATE.
           MOVE LINE-COMMISSION-WS TO CSR-COMMISSION.
           RELEASE COMMISSION-SORT-RECORD.

      *==============================================================
      * The rate the line earns: the rep's flat rate, or the rate
      * of the highest margin band the line's margin reaches.
      *==============================================================
       420-FIND-LINE-RATE.
           MOVE ZERO TO LINE-RATE-WS.
           IF SR-RATE-ON-SALES
               MOVE SR-COMMISSION-RATE TO LINE-RATE-WS
               EXIT PARAGRAPH.
           PERFORM VARYING BAND-SUB FROM 1 BY 1
                   UNTIL BAND-SUB > SR-BAND-COUNT
               IF MARGIN-PCT-WS NOT < SR-BAND-FLOOR-PCT (BAND-SUB)
                   MOVE SR-BAND-RATE (BAND-SUB) TO LINE-RATE-WS
               END-IF
           END-PERFORM.

      *==============================================================
      * Drain the sort one rep at a time: a statement file per rep,
      * and the rep's line on the summary.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN COMMISSION-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               IF CSR-REP-CODE NOT = PREV-REP-CODE-WS
                   IF STATEMENT-OPEN-WS = "YES"
                       PERFORM 320-CLOSE-REP-STATEMENT
                   END-IF
                   PERFORM 300-OPEN-REP-STATEMENT
               END-IF
               PERFORM 310-WRITE-STATEMENT-LINE
               RETURN COMMISSION-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF STATEMENT-OPEN-WS = "YES"
               PERFORM 320-CLOSE-REP-STATEMENT.

       300-OPEN-REP-STATEMENT.
           MOVE CSR-REP-CODE TO PREV-REP-CODE-WS.
           MOVE ZERO TO REP-LINES-WS.
           MOVE ZERO TO REP-SALES-WS.
           MOVE ZERO TO REP-COMMISSION-WS.
           MOVE SPACES TO STATEMENT-FILE-NAME-WS.
           STRING "D:\COBOL\COMMST_"  DELIMITED BY SIZE
                  CSR-REP-CODE        DELIMITED BY SPACE
                  "_"                 DELIMITED BY SIZE
                  REPORT-PERIOD-WS    DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO STATEMENT-FILE-NAME-WS.
           OPEN OUTPUT STATEMENT-OUT.
           MOVE "YES" TO STATEMENT-OPEN-WS.
           MOVE REPORT-PERIOD-WS TO SH-PERIOD-OUT.
           WRITE STATEMENT-DATA FROM STATEMENT-HEADER-1-OUT.
           MOVE CSR-REP-CODE TO SH-REP-OUT.
           MOVE CSR-REP-CODE TO SR-REP-CODE.
           READ SALES-REP-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO SH-NAME-OUT
                   MOVE SPACES          TO SH-BASIS-OUT
               NOT INVALID KEY
                   MOVE SR-REP-NAME TO SH-NAME-OUT
                   IF SR-RATE-ON-SALES
                       MOVE SR-COMMISSION-RATE TO BT-RATE-OUT
                       MOVE BASIS-TEXT-WS TO SH-BASIS-OUT
                   ELSE
                       MOVE "PAID BY MARGIN BAND" TO SH-BASIS-OUT
                   END-IF
           END-READ.
           WRITE STATEMENT-DATA FROM STATEMENT-HEADER-2-OUT.
           WRITE STATEMENT-DATA FROM STATEMENT-COLUMN-NAME.

       310-WRITE-STATEMENT-LINE.
           ADD 1 TO REP-LINES-WS.
           MOVE CSR-INVOICE-NUMBER TO SD-INVOICE-OUT.
           MOVE CSR-CUSTOMER-CODE  TO SD-CUSTOMER-OUT.
           MOVE CSR-INVOICE-DATE   TO SD-DATE-OUT.
           MOVE CSR-PART-NUMBER    TO SD-PART-OUT.
           MOVE CSR-PAID-VALUE     TO SD-VALUE-OUT.
           IF CSR-TRANS-CODE = "C"
               MOVE " CR" TO SD-CREDIT-OUT
               SUBTRACT CSR-PAID-VALUE FROM REP-SALES-WS
           ELSE
               MOVE SPACES TO SD-CREDIT-OUT
               ADD CSR-PAID-VALUE TO REP-SALES-WS.
           MOVE CSR-MARGIN-PCT     TO SD-MARGIN-OUT.
           MOVE CSR-RATE           TO SD-RATE-OUT.
           MOVE CSR-COMMISSION     TO SD-COMMISSION-OUT.
           ADD CSR-COMMISSION TO REP-COMMISSION-WS.
           WRITE STATEMENT-DATA FROM STATEMENT-DETAIL-OUT.

      *==============================================================
      * Total the statement, close and catalog it, and put the
      * rep's totals on the summary.
      *==============================================================
       320-CLOSE-REP-STATEMENT.
           MOVE REP-COMMISSION-WS TO ST-COMMISSION-OUT.
           WRITE STATEMENT-DATA FROM STATEMENT-TOTAL-OUT.
           CLOSE STATEMENT-OUT.
           MOVE "NO" TO STATEMENT-OPEN-WS.
           ADD 1 TO STATEMENTS-WS.
           MOVE "COMMSTMT" TO RC-REPORT-NAME.
           MOVE REP-LINES-WS TO RC-RECORD-COUNT.
           MOVE STATEMENT-FILE-NAME-WS TO RC-FILE-NAME.
           PERFORM 330-CATALOG-ONE-FILE.
           MOVE PREV-REP-CODE-WS  TO RD-REP-OUT.
           MOVE SH-NAME-OUT       TO RD-NAME-OUT.
           MOVE REP-LINES-WS      TO RD-LINES-OUT.
           MOVE REP-SALES-WS      TO RD-SALES-OUT.
           MOVE REP-COMMISSION-WS TO RD-COMMISSION-OUT.
           WRITE COMMISSION-REPORT-DATA FROM REPORT-DETAIL-OUT.
           ADD REP-SALES-WS      TO TOTAL-SALES-WS.
           ADD REP-COMMISSION-WS TO TOTAL-COMMISSION-WS.

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
      * Write the summary totals, catalog it, and close every file.
      *==============================================================
       202-TERM-COMMISSION-RUN.
           MOVE LINES-PAID-WS       TO RT-LINES-OUT.
           MOVE TOTAL-SALES-WS      TO RT-SALES-OUT.
           MOVE TOTAL-COMMISSION-WS TO RT-COMMISSION-OUT.
           WRITE COMMISSION-REPORT-DATA FROM REPORT-TOTAL-OUT.
           MOVE LINES-UNPAID-WS     TO RX-UNPAID-OUT.
           MOVE LINES-NO-REP-WS     TO RX-NO-REP-OUT.
           WRITE COMMISSION-REPORT-DATA FROM REPORT-HELD-OUT.
           CLOSE COMMISSION-REPORT-OUT.
           MOVE "COMMRPT"   TO RC-REPORT-NAME.
           MOVE STATEMENTS-WS TO RC-RECORD-COUNT.
           MOVE REPORT-FILE-NAME-WS TO RC-FILE-NAME.
           PERFORM 330-CATALOG-ONE-FILE.
           DISPLAY "COMMRPT: " STATEMENTS-WS " STATEMENT(S), "
               LINES-PAID-WS " LINE(S) PAID".
           IF LINES-NO-REP-WS > ZERO
               DISPLAY "COMMRPT: " LINES-NO-REP-WS
                   " LINE(S) HELD - REP NOT ON MASTER"
               MOVE 8 TO RETURN-CODE.
           CLOSE INVOICE-LINE-FILE.
           CLOSE OPEN-INVOICE-FILE.
           CLOSE SALES-REP-FILE.

       end program COMMRPT.
