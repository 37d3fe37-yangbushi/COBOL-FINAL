       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTBRPT as "OTBRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OTB-BUDGET-FILE
               ASSIGN TO "D:\COBOL\OTBBUD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-KEY
               FILE STATUS IS OTB-BUDGET-STATUS.
           SELECT BUYER-FILE
               ASSIGN TO "D:\COBOL\BUYER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BY-BUYER-ID
               FILE STATUS IS BUYER-FILE-STATUS.
           SELECT BUYER-XREF-FILE
               ASSIGN TO "D:\COBOL\BUYSUP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BX-SUPPLIER-CODE
               FILE STATUS IS BUYER-XREF-STATUS.
           SELECT OTB-SORT-FILE
               ASSIGN TO "D:\COBOL\OTBSRT.TMP".
           SELECT OTB-REPORT-OUT
               ASSIGN TO OTB-REPORT-NAME-WS
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
       FD  OTB-BUDGET-FILE.
           COPY "D:\COBOL\OTB_BUDGET_RECORD.cpy".

       FD  BUYER-FILE.
           COPY "D:\COBOL\BUYER_RECORD.cpy".

       FD  BUYER-XREF-FILE.
           COPY "D:\COBOL\BUYER_SUPPLIER_RECORD.cpy".

      *==============================================================
      * The month's budget rows, each under the buyer it belongs
      * to -- a supplier row under the buyer who owns the
      * supplier -- the buyer's own row first.
      *==============================================================
       SD  OTB-SORT-FILE.
       01  OTB-SORT-RECORD.
           05 OS-BUYER-ID        PIC X(3).
           05 OS-OWNER-TYPE      PIC X(1).
           05 OS-OWNER-CODE      PIC X(5).
           05 OS-BUDGET-AMT      PIC 9(9)V99.
           05 OS-COMMITTED-AMT   PIC 9(9)V99.
           05 OS-RECEIVED-AMT    PIC 9(9)V99.

       FD  OTB-REPORT-OUT.
       01  OTB-REPORT-DATA      PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 OTB-BUDGET-STATUS     PIC X(2)  VALUE SPACES.
       01 BUYER-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 BUYER-XREF-STATUS     PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 BUYER-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 BUYSUP-OPEN-WS        PIC X(3)  VALUE "NO".
       01 EOF-BUDGET-WS         PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 FIRST-RECORD-WS       PIC X(3)  VALUE "YES".

       01 REPORT-PERIOD-WS      PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(30)
                       VALUE "PERIOD TO REPORT (YYYYMM/0)?".
       01 OTB-REPORT-NAME-WS    PIC X(40) VALUE SPACES.
       01 PREV-BUYER-WS         PIC X(3)  VALUE SPACES.
       01 LINES-LISTED-WS       PIC 9(5)  VALUE ZERO.
       01 LEVEL-SUB             PIC 9(1)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-PERIOD    PIC 9(6).
               10 CDT-DAY       PIC 9(2).
           05 FILLER            PIC X(13).

      *==============================================================
      * Running totals at two levels -- 1 the buyer, 2 every
      * buyer.
      *==============================================================
       01 OTB-TOTALS-WS.
           05 OTB-LEVEL OCCURS 2 TIMES.
               10 OT-TOTAL-BUDGET     PIC 9(11)V99  VALUE ZERO.
               10 OT-TOTAL-COMMITTED  PIC 9(11)V99  VALUE ZERO.
               10 OT-TOTAL-RECEIVED   PIC 9(11)V99  VALUE ZERO.
       01 OPEN-TO-BUY-WS        PIC S9(11)V99 VALUE ZERO.

       01 OTB-TITLE-OUT.
           05 FILLER PIC X(36)
                   VALUE "OPEN-TO-BUY BY BUYER FOR PERIOD ".
           05 OH-PERIOD-OUT     PIC 9(6)   VALUE ZERO.
           05 FILLER PIC X(11) VALUE "  RUN DATE ".
           05 OH-RUN-DATE-OUT   PIC 9(8)   VALUE ZERO.

       01 BUYER-HEADING-OUT.
           05 FILLER PIC X(7)  VALUE "BUYER ".
           05 BH-BUYER-OUT      PIC X(3)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BH-BUYER-NAME-OUT PIC X(20)  VALUE SPACES.

       01 OTB-COLUMN-NAME.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(16) VALUE "BUDGET ROW".
           05 FILLER PIC X(16) VALUE "BUDGET".
           05 FILLER PIC X(16) VALUE "COMMITTED".
           05 FILLER PIC X(16) VALUE "RECEIVED".
           05 FILLER PIC X(16) VALUE "OPEN TO BUY".

       01 OTB-DETAIL-OUT.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 OD-ROW-OUT        PIC X(14)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-BUDGET-OUT     PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-COMMITTED-OUT  PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-RECEIVED-OUT   PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-OPEN-OUT       PIC -ZZZZZZZZZZ9.99 VALUE ZEROS.

       LINKAGE SECTION.
      *==============================================================
      * The period being closed, handed down by the period-end
      * close.  Run on its own nothing is passed and it asks.
      *==============================================================
       01  LINKED-PERIOD-PARM   PIC 9(6).

      *==============================================================
      * The month's purchasing budget against what has been
      * committed on PO lines and received against them, by
      * buyer, with what is left open to buy -- part of the
      * month-end package.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-PERIOD-PARM.
       100-CREATE-OTB-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-OTB-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT OTB-SORT-FILE
                   ON ASCENDING KEY OS-BUYER-ID OS-OWNER-TYPE
                                    OS-OWNER-CODE
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-OTB-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Settle the period, name the report after it, and open the
      * budget file and the buyer masters.  No budget file means
      * nobody has set a budget, and the report says so empty.
      *==============================================================
       200-INIT-OTB-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           IF ADDRESS OF LINKED-PERIOD-PARM NOT = NULL
               MOVE LINKED-PERIOD-PARM TO REPORT-PERIOD-WS
           ELSE
               DISPLAY PERIOD-PROMPT
               ACCEPT REPORT-PERIOD-WS.
           IF REPORT-PERIOD-WS = ZERO
               MOVE CDT-PERIOD TO REPORT-PERIOD-WS.
           STRING "D:\COBOL\OTBRPT_" DELIMITED BY SIZE
                  REPORT-PERIOD-WS   DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
               INTO OTB-REPORT-NAME-WS.
           OPEN INPUT OTB-BUDGET-FILE.
           IF OTB-BUDGET-STATUS NOT = "00"
               MOVE "YES" TO EOF-BUDGET-WS.
           OPEN INPUT BUYER-FILE.
           IF BUYER-FILE-STATUS = "00"
               MOVE "YES" TO BUYER-FILE-OPEN-WS.
           OPEN INPUT BUYER-XREF-FILE.
           IF BUYER-XREF-STATUS = "00"
               MOVE "YES" TO BUYSUP-OPEN-WS.
           OPEN OUTPUT OTB-REPORT-OUT.
           MOVE REPORT-PERIOD-WS TO OH-PERIOD-OUT.
           MOVE CDT-DATE         TO OH-RUN-DATE-OUT.
           WRITE OTB-REPORT-DATA FROM OTB-TITLE-OUT.

      *==============================================================
      * Feed the sort every budget row for the period, placed
      * under its buyer.  A supplier nobody owns lands under the
      * blank buyer, the unassigned queue.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           IF EOF-BUDGET-WS NOT = "YES"
               MOVE LOW-VALUES TO OB-KEY
               START OTB-BUDGET-FILE KEY IS NOT LESS THAN OB-KEY
                   INVALID KEY MOVE "YES" TO EOF-BUDGET-WS.
           PERFORM UNTIL EOF-BUDGET-WS = "YES"
               READ OTB-BUDGET-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BUDGET-WS
                   NOT AT END
                       IF OB-PERIOD = REPORT-PERIOD-WS
                           PERFORM 210-RELEASE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       210-RELEASE-ONE-ROW.
           IF OB-BUYER-BUDGET
               MOVE OB-OWNER-CODE TO OS-BUYER-ID
           ELSE
               MOVE SPACES TO OS-BUYER-ID
               IF BUYSUP-OPEN-WS = "YES"
                   MOVE OB-OWNER-CODE TO BX-SUPPLIER-CODE
                   READ BUYER-XREF-FILE
                       NOT INVALID KEY
                           MOVE BX-BUYER-ID TO OS-BUYER-ID
                   END-READ
               END-IF
           END-IF.
           MOVE OB-OWNER-TYPE    TO OS-OWNER-TYPE.
           MOVE OB-OWNER-CODE    TO OS-OWNER-CODE.
           MOVE OB-BUDGET-AMT    TO OS-BUDGET-AMT.
           MOVE OB-COMMITTED-AMT TO OS-COMMITTED-AMT.
           MOVE OB-RECEIVED-AMT  TO OS-RECEIVED-AMT.
           RELEASE OTB-SORT-RECORD.

      *==============================================================
      * One line per budget row, the buyer's heading and total
      * around them.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN OTB-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 410-CHECK-BUYER-BREAK
               PERFORM 420-PRINT-BUDGET-ROW
               RETURN OTB-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF FIRST-RECORD-WS NOT = "YES"
               PERFORM 440-PRINT-BUYER-TOTALS.

       410-CHECK-BUYER-BREAK.
           IF FIRST-RECORD-WS = "YES"
               MOVE "NO" TO FIRST-RECORD-WS
               PERFORM 430-PRINT-BUYER-HEADING
           ELSE
               IF OS-BUYER-ID NOT = PREV-BUYER-WS
                   PERFORM 440-PRINT-BUYER-TOTALS
                   PERFORM 430-PRINT-BUYER-HEADING
               END-IF
           END-IF.
           MOVE OS-BUYER-ID TO PREV-BUYER-WS.

       420-PRINT-BUDGET-ROW.
           MOVE SPACES TO OD-ROW-OUT.
           IF OS-OWNER-TYPE = "B"
               MOVE "BUYER BUDGET" TO OD-ROW-OUT
           ELSE
               STRING "SUPPLIER "   DELIMITED BY SIZE
                      OS-OWNER-CODE DELIMITED BY SIZE
                   INTO OD-ROW-OUT.
           MOVE OS-BUDGET-AMT    TO OD-BUDGET-OUT.
           MOVE OS-COMMITTED-AMT TO OD-COMMITTED-OUT.
           MOVE OS-RECEIVED-AMT  TO OD-RECEIVED-OUT.
           COMPUTE OPEN-TO-BUY-WS = OS-BUDGET-AMT - OS-COMMITTED-AMT.
           MOVE OPEN-TO-BUY-WS   TO OD-OPEN-OUT.
           WRITE OTB-REPORT-DATA FROM OTB-DETAIL-OUT.
           ADD 1 TO LINES-LISTED-WS.
           ADD OS-BUDGET-AMT    TO OT-TOTAL-BUDGET (1).
           ADD OS-COMMITTED-AMT TO OT-TOTAL-COMMITTED (1).
           ADD OS-RECEIVED-AMT  TO OT-TOTAL-RECEIVED (1).

       430-PRINT-BUYER-HEADING.
           MOVE OS-BUYER-ID TO BH-BUYER-OUT.
           MOVE "** UNASSIGNED **" TO BH-BUYER-NAME-OUT.
           IF BUYER-FILE-OPEN-WS = "YES" AND OS-BUYER-ID NOT = SPACES
               MOVE "** NOT ON FILE **" TO BH-BUYER-NAME-OUT
               MOVE OS-BUYER-ID TO BY-BUYER-ID
               READ BUYER-FILE
                   NOT INVALID KEY
                       MOVE BY-BUYER-NAME TO BH-BUYER-NAME-OUT
               END-READ
           END-IF.
           MOVE SPACES TO OTB-REPORT-DATA.
           WRITE OTB-REPORT-DATA.
           WRITE OTB-REPORT-DATA FROM BUYER-HEADING-OUT.
           WRITE OTB-REPORT-DATA FROM OTB-COLUMN-NAME.

       440-PRINT-BUYER-TOTALS.
           MOVE "BUYER TOTAL" TO OD-ROW-OUT.
           MOVE 1 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           PERFORM 460-ROLL-LEVEL-UP.

       450-PRINT-LEVEL-TOTALS.
           MOVE OT-TOTAL-BUDGET (LEVEL-SUB)    TO OD-BUDGET-OUT.
           MOVE OT-TOTAL-COMMITTED (LEVEL-SUB) TO OD-COMMITTED-OUT.
           MOVE OT-TOTAL-RECEIVED (LEVEL-SUB)  TO OD-RECEIVED-OUT.
           COMPUTE OPEN-TO-BUY-WS =
               OT-TOTAL-BUDGET (LEVEL-SUB) -
               OT-TOTAL-COMMITTED (LEVEL-SUB).
           MOVE OPEN-TO-BUY-WS TO OD-OPEN-OUT.
           WRITE OTB-REPORT-DATA FROM OTB-DETAIL-OUT.

      *==============================================================
      * Add the buyer just printed into the grand total and clear
      * it for the next buyer.
      *==============================================================
       460-ROLL-LEVEL-UP.
           ADD OT-TOTAL-BUDGET (LEVEL-SUB)
               TO OT-TOTAL-BUDGET (LEVEL-SUB + 1).
           ADD OT-TOTAL-COMMITTED (LEVEL-SUB)
               TO OT-TOTAL-COMMITTED (LEVEL-SUB + 1).
           ADD OT-TOTAL-RECEIVED (LEVEL-SUB)
               TO OT-TOTAL-RECEIVED (LEVEL-SUB + 1).
           MOVE ZERO TO OT-TOTAL-BUDGET (LEVEL-SUB)
                        OT-TOTAL-COMMITTED (LEVEL-SUB)
                        OT-TOTAL-RECEIVED (LEVEL-SUB).

      *==============================================================
      * Grand totals, then close up and catalogue the report.
      *==============================================================
       202-TERM-OTB-REPORT.
           MOVE SPACES TO OTB-REPORT-DATA.
           WRITE OTB-REPORT-DATA.
           MOVE "ALL BUYERS" TO OD-ROW-OUT.
           MOVE 2 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           IF OTB-BUDGET-STATUS = "00" OR OTB-BUDGET-STATUS = "10"
               CLOSE OTB-BUDGET-FILE.
           IF BUYER-FILE-OPEN-WS = "YES"
               CLOSE BUYER-FILE.
           IF BUYSUP-OPEN-WS = "YES"
               CLOSE BUYER-XREF-FILE.
           CLOSE OTB-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "OTBRPT"   TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-LISTED-WS    TO RC-RECORD-COUNT.
           MOVE OTB-REPORT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
           DISPLAY "OTBRPT: " LINES-LISTED-WS
               " BUDGET ROW(S) FOR PERIOD " REPORT-PERIOD-WS.

       end program OTBRPT.
