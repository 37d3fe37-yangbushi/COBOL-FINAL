       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPT as "LOANRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO "D:\COBOL\LOANREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-NUMBER
               ALTERNATE RECORD KEY IS LN-SERIAL-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "D:\COBOL\OPERATOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT OVERDUE-SORT-FILE
               ASSIGN TO "D:\COBOL\LOANSRT.TMP".
           SELECT OVERDUE-REPORT-OUT
               ASSIGN TO OVERDUE-REPORT-NAME-WS
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
       FD  LOAN-FILE.
           COPY "D:\COBOL\LOAN_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  OPERATOR-FILE.
           COPY "D:\COBOL\OPERATOR_RECORD.cpy".

      *==============================================================
      * Every loan still out past its due date, under the borrower
      * who has it, longest overdue first.
      *==============================================================
       SD  OVERDUE-SORT-FILE.
       01  OVERDUE-SORT-RECORD.
           05 OS-BORROWER-TYPE   PIC X(1).
           05 OS-BORROWER-CODE   PIC X(8).
           05 OS-DUE-DATE        PIC 9(8).
           05 OS-LOAN-NUMBER     PIC 9(6).
           05 OS-SERIAL-NUMBER   PIC X(12).
           05 OS-PART-NUMBER     PIC X(7).
           05 OS-CHECKOUT-DATE   PIC 9(8).
           05 OS-DAYS-OVERDUE    PIC 9(5).
           05 OS-RENTAL-RATE     PIC 9(4)V99.

       FD  OVERDUE-REPORT-OUT.
       01  OVERDUE-REPORT-DATA   PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 LOAN-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 OPERATOR-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 INVENT-OPEN-WS        PIC X(3)  VALUE "NO".
       01 CUSTOMER-OPEN-WS      PIC X(3)  VALUE "NO".
       01 OPERATOR-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-LOAN-WS           PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 FIRST-RECORD-WS       PIC X(3)  VALUE "YES".
       01 OVERDUE-REPORT-NAME-WS PIC X(40) VALUE SPACES.
       01 PREV-BORROWER-WS      PIC X(9)  VALUE SPACES.
       01 LOANS-OUT-WS          PIC 9(5)  VALUE ZERO.
       01 LINES-LISTED-WS       PIC 9(5)  VALUE ZERO.
       01 BORROWER-COUNT-WS     PIC 9(5)  VALUE ZERO.
       01 BORROWER-ACCRUED-WS   PIC 9(7)V99 VALUE ZERO.
       01 ACCRUED-RENTAL-WS     PIC 9(7)V99 VALUE ZERO.
       01 GRAND-ACCRUED-WS      PIC 9(8)V99 VALUE ZERO.
       01 AS-OF-DAY-NUMBER-WS   PIC 9(7)  VALUE ZERO.
       01 DUE-DAY-NUMBER-WS     PIC 9(7)  VALUE ZERO.
       01 OUT-DAY-NUMBER-WS     PIC 9(7)  VALUE ZERO.
       01 DAYS-OUT-WS           PIC 9(5)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 OVERDUE-TITLE-OUT.
           05 FILLER PIC X(40)
                   VALUE "OVERDUE TOOL AND EQUIPMENT LOANS - AS OF".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 OH-RUN-DATE-OUT   PIC 9(8)   VALUE ZERO.

       01 BORROWER-HEADING-OUT.
           05 BH-TYPE-OUT       PIC X(11)  VALUE SPACES.
           05 BH-BORROWER-OUT   PIC X(8)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BH-NAME-OUT       PIC X(20)  VALUE SPACES.

       01 OVERDUE-COLUMN-NAME.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "LOAN".
           05 FILLER PIC X(14) VALUE "SERIAL".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(10) VALUE "OUT".
           05 FILLER PIC X(10) VALUE "DUE".
           05 FILLER PIC X(7)  VALUE "LATE".
           05 FILLER PIC X(10) VALUE "RENTAL".

       01 OVERDUE-DETAIL-OUT.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 OD-LOAN-OUT       PIC 9(6)   VALUE ZERO.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-SERIAL-OUT     PIC X(12)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-OUT-DATE-OUT   PIC 9(8)   VALUE ZERO.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OD-DUE-DATE-OUT   PIC 9(8)   VALUE ZERO.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 OD-LATE-OUT       PIC ZZZZ9  VALUE ZERO.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 OD-RENTAL-OUT     PIC ZZZZZZ9.99 VALUE ZERO.

       01 OVERDUE-TOTAL-OUT.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 OT-LABEL-OUT      PIC X(16)  VALUE SPACES.
           05 OT-COUNT-OUT      PIC ZZZZ9  VALUE ZERO.
           05 FILLER PIC X(26) VALUE " UNIT(S) OVERDUE  RENTAL ".
           05 FILLER PIC X(15) VALUE "RUNNING TO DATE".
           05 OT-ACCRUED-OUT    PIC ZZZZZZZ9.99 VALUE ZERO.

      *==============================================================
      * Tools and test equipment out past their due-back date, by
      * the technician or customer holding them, so they can be
      * chased before they are lost for good.  A charged customer
      * loan shows the rental it has run up so far.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-OVERDUE-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-OVERDUE-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT OVERDUE-SORT-FILE
                   ON ASCENDING KEY OS-BORROWER-TYPE OS-BORROWER-CODE
                                    OS-DUE-DATE OS-LOAN-NUMBER
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-OVERDUE-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Open the loan register, the masters the report names
      * parts and borrowers from, and the dated report file.
      *==============================================================
       200-INIT-OVERDUE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           COMPUTE AS-OF-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(CDT-DATE).
           STRING "D:\COBOL\LOANRPT_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO OVERDUE-REPORT-NAME-WS.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-STATUS NOT = "00"
               DISPLAY "LOANRPT: BAD OPEN LOANREG "
                   LOAN-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD = "00"
               MOVE "YES" TO INVENT-OPEN-WS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "00"
               MOVE "YES" TO CUSTOMER-OPEN-WS.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "00"
               MOVE "YES" TO OPERATOR-OPEN-WS.
           OPEN OUTPUT OVERDUE-REPORT-OUT.
           MOVE CDT-DATE TO OH-RUN-DATE-OUT.
           WRITE OVERDUE-REPORT-DATA FROM OVERDUE-TITLE-OUT.

      *==============================================================
      * Feed the sort every loan still out whose due date has
      * passed.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           MOVE SPACES TO EOF-LOAN-WS.
           PERFORM UNTIL EOF-LOAN-WS = "YES"
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOAN-WS
                   NOT AT END
                       IF LN-STILL-OUT
                           ADD 1 TO LOANS-OUT-WS
                           IF LN-DUE-DATE < CDT-DATE
                               PERFORM 210-RELEASE-ONE-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       210-RELEASE-ONE-LOAN.
           COMPUTE DUE-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(LN-DUE-DATE).
           MOVE LN-BORROWER-TYPE  TO OS-BORROWER-TYPE.
           MOVE LN-BORROWER-CODE  TO OS-BORROWER-CODE.
           MOVE LN-DUE-DATE       TO OS-DUE-DATE.
           MOVE LN-LOAN-NUMBER    TO OS-LOAN-NUMBER.
           MOVE LN-SERIAL-NUMBER  TO OS-SERIAL-NUMBER.
           MOVE LN-PART-NUMBER    TO OS-PART-NUMBER.
           MOVE LN-CHECKOUT-DATE  TO OS-CHECKOUT-DATE.
           COMPUTE OS-DAYS-OVERDUE =
               AS-OF-DAY-NUMBER-WS - DUE-DAY-NUMBER-WS.
           MOVE LN-RENTAL-RATE    TO OS-RENTAL-RATE.
           RELEASE OVERDUE-SORT-RECORD.

      *==============================================================
      * One line per overdue unit, the borrower's heading and
      * count around them.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN OVERDUE-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 410-CHECK-BORROWER-BREAK
               PERFORM 420-PRINT-LOAN-LINE
               RETURN OVERDUE-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF FIRST-RECORD-WS NOT = "YES"
               PERFORM 440-PRINT-BORROWER-TOTALS.

       410-CHECK-BORROWER-BREAK.
           IF FIRST-RECORD-WS = "YES"
               MOVE "NO" TO FIRST-RECORD-WS
               PERFORM 430-PRINT-BORROWER-HEADING
           ELSE
               IF OS-BORROWER-TYPE NOT = PREV-BORROWER-WS (1:1)
                       OR OS-BORROWER-CODE NOT =
                           PREV-BORROWER-WS (2:8)
                   PERFORM 440-PRINT-BORROWER-TOTALS
                   PERFORM 430-PRINT-BORROWER-HEADING
               END-IF
           END-IF.
           MOVE OS-BORROWER-TYPE TO PREV-BORROWER-WS (1:1).
           MOVE OS-BORROWER-CODE TO PREV-BORROWER-WS (2:8).

      *==============================================================
      * A charged loan has run up a day's rental for every day it
      * has been out so far; the charge itself is raised when the
      * unit comes back.
      *==============================================================
       420-PRINT-LOAN-LINE.
           MOVE OS-LOAN-NUMBER   TO OD-LOAN-OUT.
           MOVE OS-SERIAL-NUMBER TO OD-SERIAL-OUT.
           MOVE OS-PART-NUMBER   TO OD-PART-OUT.
           MOVE SPACES           TO OD-PART-NAME-OUT.
           IF INVENT-OPEN-WS = "YES"
               MOVE OS-PART-NUMBER TO PART-NUMBER
               READ INVENT-FILE
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO OD-PART-NAME-OUT
                   NOT INVALID KEY
                       MOVE PART-NAME TO OD-PART-NAME-OUT
               END-READ
           END-IF.
           MOVE OS-CHECKOUT-DATE TO OD-OUT-DATE-OUT.
           MOVE OS-DUE-DATE      TO OD-DUE-DATE-OUT.
           MOVE OS-DAYS-OVERDUE  TO OD-LATE-OUT.
           MOVE ZERO TO ACCRUED-RENTAL-WS.
           IF OS-RENTAL-RATE > ZERO
               COMPUTE OUT-DAY-NUMBER-WS =
                   FUNCTION INTEGER-OF-DATE(OS-CHECKOUT-DATE)
               COMPUTE DAYS-OUT-WS =
                   AS-OF-DAY-NUMBER-WS - OUT-DAY-NUMBER-WS
               COMPUTE ACCRUED-RENTAL-WS =
                   DAYS-OUT-WS * OS-RENTAL-RATE.
           MOVE ACCRUED-RENTAL-WS TO OD-RENTAL-OUT.
           WRITE OVERDUE-REPORT-DATA FROM OVERDUE-DETAIL-OUT.
           ADD 1 TO LINES-LISTED-WS.
           ADD 1 TO BORROWER-COUNT-WS.
           ADD ACCRUED-RENTAL-WS TO BORROWER-ACCRUED-WS.

       430-PRINT-BORROWER-HEADING.
           MOVE OS-BORROWER-CODE TO BH-BORROWER-OUT.
           MOVE "** NOT ON FILE **" TO BH-NAME-OUT.
           IF OS-BORROWER-TYPE = "C"
               MOVE "CUSTOMER"   TO BH-TYPE-OUT
               IF CUSTOMER-OPEN-WS = "YES"
                   MOVE OS-BORROWER-CODE TO CU-CUSTOMER-CODE
                   READ CUSTOMER-FILE
                       NOT INVALID KEY
                           MOVE CU-CUSTOMER-NAME TO BH-NAME-OUT
                   END-READ
               END-IF
           ELSE
               MOVE "TECHNICIAN" TO BH-TYPE-OUT
               IF OPERATOR-OPEN-WS = "YES"
                   MOVE OS-BORROWER-CODE TO OP-OPERATOR-ID
                   READ OPERATOR-FILE
                       NOT INVALID KEY
                           MOVE OP-NAME TO BH-NAME-OUT
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO OVERDUE-REPORT-DATA.
           WRITE OVERDUE-REPORT-DATA.
           WRITE OVERDUE-REPORT-DATA FROM BORROWER-HEADING-OUT.
           WRITE OVERDUE-REPORT-DATA FROM OVERDUE-COLUMN-NAME.

       440-PRINT-BORROWER-TOTALS.
           MOVE "BORROWER TOTAL"    TO OT-LABEL-OUT.
           MOVE BORROWER-COUNT-WS   TO OT-COUNT-OUT.
           MOVE BORROWER-ACCRUED-WS TO OT-ACCRUED-OUT.
           WRITE OVERDUE-REPORT-DATA FROM OVERDUE-TOTAL-OUT.
           ADD BORROWER-ACCRUED-WS  TO GRAND-ACCRUED-WS.
           MOVE ZERO TO BORROWER-COUNT-WS BORROWER-ACCRUED-WS.

      *==============================================================
      * Grand totals, then close up and catalogue the report.
      *==============================================================
       202-TERM-OVERDUE-REPORT.
           MOVE SPACES TO OVERDUE-REPORT-DATA.
           WRITE OVERDUE-REPORT-DATA.
           MOVE "ALL BORROWERS"  TO OT-LABEL-OUT.
           MOVE LINES-LISTED-WS  TO OT-COUNT-OUT.
           MOVE GRAND-ACCRUED-WS TO OT-ACCRUED-OUT.
           WRITE OVERDUE-REPORT-DATA FROM OVERDUE-TOTAL-OUT.
           CLOSE LOAN-FILE.
           IF INVENT-OPEN-WS = "YES"
               CLOSE INVENT-FILE.
           IF CUSTOMER-OPEN-WS = "YES"
               CLOSE CUSTOMER-FILE.
           IF OPERATOR-OPEN-WS = "YES"
               CLOSE OPERATOR-FILE.
           CLOSE OVERDUE-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "LOANRPT"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-LISTED-WS        TO RC-RECORD-COUNT.
           MOVE OVERDUE-REPORT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
           DISPLAY "LOANRPT: " LOANS-OUT-WS " UNIT(S) OUT, "
               LINES-LISTED-WS " OVERDUE".

       end program LOANRPT.
