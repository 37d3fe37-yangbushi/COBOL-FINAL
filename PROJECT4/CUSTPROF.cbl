       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF as "CUSTPROF".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-LINE-FILE
               ASSIGN TO "D:\COBOL\INVLINE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IL-KEY
               FILE STATUS IS INVOICE-LINE-STATUS.
           SELECT TRANS-LOG-KEYED-FILE
               ASSIGN TO "D:\COBOL\TRANSLOGK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TLK-KEY
               FILE STATUS IS KEYED-LOG-STATUS.
           SELECT FREIGHT-CHARGE-FILE
               ASSIGN TO "D:\COBOL\FRTCHG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FC-PACK-NUMBER
               FILE STATUS IS FREIGHT-CHARGE-STATUS.
           SELECT CASH-JOURNAL-FILE
               ASSIGN TO "D:\COBOL\ARCASHJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-JOURNAL-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO "D:\COBOL\OPENINV.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPEN-INVOICE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT PROFIT-SORT-FILE
               ASSIGN TO "D:\COBOL\PROFSORT.TMP".
           SELECT PROFIT-REPORT-OUT
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

       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

       FD  FREIGHT-CHARGE-FILE.
           COPY "D:\COBOL\FREIGHT_CHARGE_RECORD.cpy".

      *==============================================================
      * The AR cash journal as cash application and the lockbox
      * write it: one line per payment applied to an invoice.
      *==============================================================
       FD  CASH-JOURNAL-FILE.
       01  CASH-JOURNAL-RECORD.
           05 CJ-DATE           PIC X(8).
           05 FILLER            PIC X(2).
           05 CJ-TIME           PIC X(6).
           05 FILLER            PIC X(2).
           05 CJ-CUSTOMER-CODE  PIC X(5).
           05 FILLER            PIC X(2).
           05 CJ-INVOICE-NUMBER PIC 9(6).
           05 FILLER            PIC X(2).
           05 CJ-AMOUNT         PIC 9(8)V99.
           05 FILLER            PIC X(2).
           05 CJ-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X(7).

       FD  OPEN-INVOICE-FILE.
           COPY "D:\COBOL\OPEN_INVOICE_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

      *==============================================================
      * Work file the customers are sorted through, best net
      * contribution for the month first.
      *==============================================================
       SD  PROFIT-SORT-FILE.
       01  PROFIT-SORT-RECORD.
           05 PSR-MONTH-NET         PIC S9(11)V99.
           05 PSR-YEAR-NET          PIC S9(11)V99.
           05 PSR-ROW               PIC 9(3).

      *==============================================================
      * The month's profitability ranking: one line per customer
      * with any activity in the year to date.
      *==============================================================
       FD  PROFIT-REPORT-OUT.
       01  PROFIT-REPORT-DATA   PIC X(140).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 INVOICE-LINE-STATUS   PIC X(2)  VALUE SPACES.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 FREIGHT-CHARGE-STATUS PIC X(2)  VALUE SPACES.
       01 CASH-JOURNAL-STATUS   PIC X(2)  VALUE SPACES.
       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-LINE-WS           PIC X(3)  VALUE SPACES.
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.
       01 EOF-FREIGHT-WS        PIC X(3)  VALUE SPACES.
       01 EOF-CASH-WS           PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.

       01 REPORT-FILE-NAME-WS   PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The month being reported, keyed by the user.  The year to
      * date runs from January of the same year through it.
      *==============================================================
       01 REPORT-PERIOD-WS      PIC 9(6)  VALUE ZERO.
       01 REPORT-PERIOD-PARTS-WS REDEFINES REPORT-PERIOD-WS.
           05 REPORT-YEAR-WS    PIC 9(4).
           05 REPORT-MONTH-WS   PIC 9(2).
       01 YEAR-START-PERIOD-WS  PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(20)
                       VALUE "PERIOD (YYYYMM)?".

      *==============================================================
      * The posting being added up: whose it is, the date that
      * places it in the month or only the year to date, and what
      * it contributes under each heading.
      *==============================================================
       01 POST-CUSTOMER-WS      PIC X(5)  VALUE SPACES.
       01 POST-DATE-WS          PIC X(8)  VALUE SPACES.
       01 POST-DATE-NUM-WS REDEFINES POST-DATE-WS.
           05 POST-PERIOD-WS    PIC 9(6).
           05 POST-DAY-WS       PIC 9(2).
       01 POST-IN-MONTH-WS      PIC X(3)  VALUE "NO".
       01 POST-IN-YEAR-WS       PIC X(3)  VALUE "NO".
       01 POST-FIGURES-WS.
           05 PF-SALES          PIC S9(10)V99 VALUE ZERO.
           05 PF-COST           PIC S9(10)V99 VALUE ZERO.
           05 PF-RETURN-CREDIT  PIC S9(10)V99 VALUE ZERO.
           05 PF-RETURN-COST    PIC S9(10)V99 VALUE ZERO.
           05 PF-SCRAP          PIC S9(10)V99 VALUE ZERO.
           05 PF-FREIGHT        PIC S9(10)V99 VALUE ZERO.
           05 PF-PAID-AMOUNT    PIC S9(10)V99 VALUE ZERO.
           05 PF-PAID-DAYS      PIC S9(13)V99 VALUE ZERO.

      *==============================================================
      * One row per customer, each with two sets of figures: the
      * month (1) and the year to date (2).  Days-to-pay is kept
      * as the sum of each payment times the days it took, so the
      * average comes out weighted by the money -- one small late
      * payment does not outweigh a large prompt one.
      *==============================================================
       01 PROFIT-TABLE.
           05 PROFIT-ITEM OCCURS 500 TIMES.
               10 PT-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
               10 PT-FIGURES OCCURS 2 TIMES.
                   15 PT-SALES          PIC S9(10)V99.
                   15 PT-COST           PIC S9(10)V99.
                   15 PT-RETURN-CREDIT  PIC S9(10)V99.
                   15 PT-RETURN-COST    PIC S9(10)V99.
                   15 PT-SCRAP          PIC S9(10)V99.
                   15 PT-FREIGHT        PIC S9(10)V99.
                   15 PT-PAID-AMOUNT    PIC S9(10)V99.
                   15 PT-PAID-DAYS      PIC S9(13)V99.
       01 PROFIT-ROW-COUNT-WS   PIC 9(3)  VALUE ZERO.
       01 PROFIT-SUB            PIC 9(3)  VALUE ZERO.
       01 FIGURE-SUB            PIC 9(1)  VALUE ZERO.
       01 PROFIT-FOUND-FLAG     PIC X(3)  VALUE "NO".
       01 POSTINGS-DROPPED-WS   PIC 9(6)  VALUE ZERO.

      *==============================================================
      * The customer return just read off the keyed log, held so
      * a scrap disposition logged straight after it can be laid
      * at that customer's door -- the write-off leg of a return
      * carries no customer of its own.
      *==============================================================
       01 LAST-RETURN-WS.
           05 LR-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 LR-SEQ-NUMBER     PIC 9(9)  VALUE ZERO.
           05 LR-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.

       01 LINE-VALUE-WS         PIC S9(10)V99 VALUE ZERO.
       01 PAY-DAYS-WS           PIC S9(5) VALUE ZERO.
       01 INVOICE-DATE-NUM-TMP  PIC 9(8)  VALUE ZERO.
       01 PAY-DATE-NUM-TMP      PIC 9(8)  VALUE ZERO.
       01 PAYMENTS-UNMATCHED-WS PIC 9(6)  VALUE ZERO.

       01 ROW-NET-WS            PIC S9(11)V99 VALUE ZERO.
       01 RETURN-NET-WS         PIC S9(10)V99 VALUE ZERO.
       01 AVERAGE-DAYS-WS       PIC 9(4)  VALUE ZERO.
       01 RANK-WS               PIC 9(4)  VALUE ZERO.
       01 TOTAL-SALES-WS        PIC S9(12)V99 VALUE ZERO.
       01 TOTAL-MONTH-NET-WS    PIC S9(12)V99 VALUE ZERO.
       01 TOTAL-YEAR-NET-WS     PIC S9(12)V99 VALUE ZERO.

       01 REPORT-HEADER-OUT.
           05 FILLER            PIC X(26)
                       VALUE "CUSTOMER PROFITABILITY".
           05 FILLER            PIC X(8)   VALUE "PERIOD".
           05 RH-PERIOD-OUT     PIC 9(6).
           05 FILLER            PIC X(22)
                       VALUE "   YEAR TO DATE FROM".
           05 RH-YEAR-START-OUT PIC 9(6).

       01 REPORT-COLUMN-NAME.
           05 FILLER PIC X(6)  VALUE "RANK".
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER PIC X(13) VALUE "       SALES".
           05 FILLER PIC X(13) VALUE "      MARGIN".
           05 FILLER PIC X(13) VALUE "     RETURNS".
           05 FILLER PIC X(13) VALUE "       SCRAP".
           05 FILLER PIC X(13) VALUE "     FREIGHT".
           05 FILLER PIC X(13) VALUE "  NET CONTRB".
           05 FILLER PIC X(6)  VALUE "  DTP".
           05 FILLER PIC X(13) VALUE "     YTD NET".
           05 FILLER PIC X(6)  VALUE "  DTP".

       01 REPORT-DETAIL-OUT.
           05 RD-RANK-OUT       PIC ZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-CUSTOMER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-NAME-OUT       PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-SALES-OUT      PIC -ZZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-MARGIN-OUT     PIC -ZZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-RETURNS-OUT    PIC -ZZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-SCRAP-OUT      PIC -ZZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-FREIGHT-OUT    PIC -ZZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-NET-OUT        PIC -ZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-DAYS-OUT       PIC ZZZ9.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-YEAR-NET-OUT   PIC -ZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-YEAR-DAYS-OUT  PIC ZZZ9.

       01 REPORT-TOTAL-OUT.
           05 FILLER            PIC X(35)  VALUE "TOTAL".
           05 RT-SALES-OUT      PIC -ZZZZZZZZ9.99.
           05 FILLER            PIC X(53)  VALUE SPACES.
           05 RT-NET-OUT        PIC -ZZZZZZZZ9.99.
           05 FILLER            PIC X(5)   VALUE SPACES.
           05 RT-YEAR-NET-OUT   PIC -ZZZZZZZZ9.99.

       01 REPORT-HELD-OUT.
           05 FILLER            PIC X(34)
                       VALUE "PAYMENTS ON INVOICES NOT ON FILE:".
           05 RX-UNMATCHED-OUT  PIC ZZZZZ9.
           05 FILLER            PIC X(36)
                       VALUE "   POSTINGS LEFT OUT - TABLE FULL:".
           05 RX-DROPPED-OUT    PIC ZZZZZ9.

      *==============================================================
      * The monthly customer profitability run: what each account
      * actually left us once returns, scrapped returns and the
      * freight we swallowed are taken off the margin on its
      * sales, and how long it takes to pay.  Customers rank by
      * the month's net contribution.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-PROFIT-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-PROFIT-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-ADD-INVOICE-LINES
               PERFORM 220-ADD-SCRAPPED-RETURNS
               PERFORM 230-ADD-ABSORBED-FREIGHT
               PERFORM 240-ADD-PAYMENTS
               SORT PROFIT-SORT-FILE
                   ON DESCENDING KEY PSR-MONTH-NET
                   ON DESCENDING KEY PSR-YEAR-NET
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-PROFIT-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Take the month and open the invoice lines, the keyed log,
      * the freight charges, the cash journal and the open-invoice
      * register its payments are dated against.  The log, the
      * freight and the journal may not exist yet -- there is
      * then simply nothing of that kind to count.
      *==============================================================
       200-INIT-PROFIT-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           DISPLAY PERIOD-PROMPT.
           ACCEPT REPORT-PERIOD-WS.
           COMPUTE YEAR-START-PERIOD-WS = REPORT-YEAR-WS * 100 + 1.
           OPEN INPUT INVOICE-LINE-FILE.
           IF INVOICE-LINE-STATUS NOT = "00"
               DISPLAY "CUSTPROF: BAD OPEN INVLINE "
                   INVOICE-LINE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF OPEN-INVOICE-STATUS NOT = "00"
               DISPLAY "CUSTPROF: BAD OPEN OPENINV "
                   OPEN-INVOICE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTPROF: BAD OPEN CUSTOMER "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           IF OPEN-ERROR-FLAG = "YES"
               EXIT PARAGRAPH.
           INITIALIZE PROFIT-TABLE.
           STRING "D:\COBOL\CUSTPROF_" DELIMITED BY SIZE
                  REPORT-PERIOD-WS     DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO REPORT-FILE-NAME-WS.
           OPEN OUTPUT PROFIT-REPORT-OUT.
           MOVE REPORT-PERIOD-WS     TO RH-PERIOD-OUT.
           MOVE YEAR-START-PERIOD-WS TO RH-YEAR-START-OUT.
           WRITE PROFIT-REPORT-DATA FROM REPORT-HEADER-OUT.
           WRITE PROFIT-REPORT-DATA FROM REPORT-COLUMN-NAME.

      *==============================================================
      * The invoice register: every billed sale at its price and
      * at the average cost on the day it was billed, and every
      * credited return at the credit given and the cost that went
      * back on the shelf with it.
      *==============================================================
       210-ADD-INVOICE-LINES.
           MOVE SPACES TO EOF-LINE-WS.
           PERFORM UNTIL EOF-LINE-WS = "YES"
               READ INVOICE-LINE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LINE-WS
                   NOT AT END
                       IF IL-TRANS-CODE = "S" OR IL-TRANS-CODE = "C"
                           PERFORM 215-ADD-ONE-INVOICE-LINE
                       END-IF
               END-READ
               IF INVOICE-LINE-STATUS NOT = "00" AND
                       INVOICE-LINE-STATUS NOT = "10"
                   MOVE "YES" TO EOF-LINE-WS
               END-IF
           END-PERFORM.

       215-ADD-ONE-INVOICE-LINE.
           MOVE IL-CUSTOMER-CODE TO POST-CUSTOMER-WS.
           MOVE IL-INVOICE-DATE  TO POST-DATE-WS.
           PERFORM 300-PLACE-POSTING.
           IF POST-IN-YEAR-WS NOT = "YES"
               EXIT PARAGRAPH.
           COMPUTE LINE-VALUE-WS ROUNDED = IL-UNIT-COST * IL-QTY.
           IF IL-TRANS-CODE = "S"
               MOVE IL-LINE-VALUE TO PF-SALES
               MOVE LINE-VALUE-WS TO PF-COST
           ELSE
               MOVE IL-LINE-VALUE TO PF-RETURN-CREDIT
               MOVE LINE-VALUE-WS TO PF-RETURN-COST.
           PERFORM 310-POST-FIGURES.

      *==============================================================
      * Returns scrapped on inspection.  The write-off leg of a
      * return is logged straight after the return itself, under
      * the same part and the next sequence number, and costs us
      * the stock at the average cost it was written off at.
      *==============================================================
       220-ADD-SCRAPPED-RETURNS.
           OPEN INPUT TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-LOG-WS.
           PERFORM UNTIL EOF-LOG-WS = "YES"
               READ TRANS-LOG-KEYED-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOG-WS
                   NOT AT END
                       PERFORM 225-TEST-ONE-LOG-ENTRY
               END-READ
               IF KEYED-LOG-STATUS NOT = "00" AND
                       KEYED-LOG-STATUS NOT = "10"
                   MOVE "YES" TO EOF-LOG-WS
               END-IF
           END-PERFORM.
           CLOSE TRANS-LOG-KEYED-FILE.

       225-TEST-ONE-LOG-ENTRY.
           IF TLK-TRANS-CODE = "C"
               MOVE TLK-PART-NUMBER   TO LR-PART-NUMBER
               MOVE TLK-SEQ-NUMBER    TO LR-SEQ-NUMBER
               MOVE TLK-CUSTOMER-CODE TO LR-CUSTOMER-CODE
               EXIT PARAGRAPH.
           IF TLK-TRANS-CODE = "W"
                   AND TLK-PART-NUMBER = LR-PART-NUMBER
                   AND TLK-SEQ-NUMBER = LR-SEQ-NUMBER + 1
                   AND LR-CUSTOMER-CODE NOT = SPACES
               MOVE LR-CUSTOMER-CODE TO POST-CUSTOMER-WS
               MOVE TLK-DATE         TO POST-DATE-WS
               PERFORM 300-PLACE-POSTING
               IF POST-IN-YEAR-WS = "YES"
                   COMPUTE PF-SCRAP ROUNDED =
                       TLK-TRANS-AMOUNT * TLK-COST-AFTER
                   PERFORM 310-POST-FIGURES
               END-IF
           END-IF.
           MOVE SPACES TO LR-PART-NUMBER.

      *==============================================================
      * Freight the carrier charged us beyond what the customer
      * was billed for it.  A shipment that recovered its freight
      * in full costs the account nothing here.
      *==============================================================
       230-ADD-ABSORBED-FREIGHT.
           OPEN INPUT FREIGHT-CHARGE-FILE.
           IF FREIGHT-CHARGE-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-FREIGHT-WS.
           PERFORM UNTIL EOF-FREIGHT-WS = "YES"
               READ FREIGHT-CHARGE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-FREIGHT-WS
                   NOT AT END
                       IF FC-CARRIER-COST > FC-FREIGHT-BILLED
                           PERFORM 235-ADD-ONE-FREIGHT-CHARGE
                       END-IF
               END-READ
               IF FREIGHT-CHARGE-STATUS NOT = "00" AND
                       FREIGHT-CHARGE-STATUS NOT = "10"
                   MOVE "YES" TO EOF-FREIGHT-WS
               END-IF
           END-PERFORM.
           CLOSE FREIGHT-CHARGE-FILE.

       235-ADD-ONE-FREIGHT-CHARGE.
           MOVE FC-CUSTOMER-CODE TO POST-CUSTOMER-WS.
           MOVE FC-SHIP-DATE     TO POST-DATE-WS.
           PERFORM 300-PLACE-POSTING.
           IF POST-IN-YEAR-WS NOT = "YES"
               EXIT PARAGRAPH.
           COMPUTE PF-FREIGHT = FC-CARRIER-COST - FC-FREIGHT-BILLED.
           PERFORM 310-POST-FIGURES.

      *==============================================================
      * Every payment applied in the cash journal, dated against
      * the invoice it paid.  A payment whose invoice has been
      * archived off the register cannot be dated and is counted
      * at the foot instead.
      *==============================================================
       240-ADD-PAYMENTS.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF CASH-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-CASH-WS.
           PERFORM UNTIL EOF-CASH-WS = "YES"
               READ CASH-JOURNAL-FILE
                   AT END MOVE "YES" TO EOF-CASH-WS
                   NOT AT END
                       PERFORM 245-ADD-ONE-PAYMENT
               END-READ
           END-PERFORM.
           CLOSE CASH-JOURNAL-FILE.

       245-ADD-ONE-PAYMENT.
           IF CJ-CUSTOMER-CODE = SPACES OR CJ-AMOUNT = ZERO
               EXIT PARAGRAPH.
           MOVE CJ-CUSTOMER-CODE TO POST-CUSTOMER-WS.
           MOVE CJ-DATE          TO POST-DATE-WS.
           PERFORM 300-PLACE-POSTING.
           IF POST-IN-YEAR-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE CJ-CUSTOMER-CODE  TO OI-CUSTOMER-CODE.
           MOVE CJ-INVOICE-NUMBER TO OI-INVOICE-NUMBER.
           READ OPEN-INVOICE-FILE
               INVALID KEY
                   ADD 1 TO PAYMENTS-UNMATCHED-WS
                   EXIT PARAGRAPH
           END-READ.
           IF OI-INVOICE-DATE NOT NUMERIC
               ADD 1 TO PAYMENTS-UNMATCHED-WS
               EXIT PARAGRAPH.
           MOVE OI-INVOICE-DATE TO INVOICE-DATE-NUM-TMP.
           MOVE CJ-DATE         TO PAY-DATE-NUM-TMP.
           COMPUTE PAY-DAYS-WS =
               FUNCTION INTEGER-OF-DATE(PAY-DATE-NUM-TMP)
               - FUNCTION INTEGER-OF-DATE(INVOICE-DATE-NUM-TMP).
           IF PAY-DAYS-WS < ZERO
               MOVE ZERO TO PAY-DAYS-WS.
           MOVE CJ-AMOUNT TO PF-PAID-AMOUNT.
           COMPUTE PF-PAID-DAYS = CJ-AMOUNT * PAY-DAYS-WS.
           PERFORM 310-POST-FIGURES.

      *==============================================================
      * Whether the posting falls in the month, in the year to
      * date, or outside both.  Its figures are cleared ready for
      * the caller to fill in.  Postings with no customer belong
      * to nobody's account.
      *==============================================================
       300-PLACE-POSTING.
           MOVE "NO" TO POST-IN-MONTH-WS.
           MOVE "NO" TO POST-IN-YEAR-WS.
           INITIALIZE POST-FIGURES-WS.
           IF POST-CUSTOMER-WS = SPACES
                   OR POST-DATE-WS NOT NUMERIC
               EXIT PARAGRAPH.
           IF POST-PERIOD-WS NOT < YEAR-START-PERIOD-WS
                   AND POST-PERIOD-WS NOT > REPORT-PERIOD-WS
               MOVE "YES" TO POST-IN-YEAR-WS.
           IF POST-PERIOD-WS = REPORT-PERIOD-WS
               MOVE "YES" TO POST-IN-MONTH-WS.

      *==============================================================
      * Add the posting's figures under its customer's row --
      * into the year to date always, and the month when it falls
      * there -- adding the row the first time the customer is
      * seen.
      *==============================================================
       310-POST-FIGURES.
           PERFORM 315-FIND-PROFIT-ROW.
           IF PROFIT-FOUND-FLAG NOT = "YES"
               ADD 1 TO POSTINGS-DROPPED-WS
               EXIT PARAGRAPH.
           MOVE 2 TO FIGURE-SUB.
           PERFORM 320-ADD-TO-FIGURES.
           IF POST-IN-MONTH-WS = "YES"
               MOVE 1 TO FIGURE-SUB
               PERFORM 320-ADD-TO-FIGURES.

       315-FIND-PROFIT-ROW.
           MOVE "NO" TO PROFIT-FOUND-FLAG.
           PERFORM VARYING PROFIT-SUB FROM 1 BY 1
                   UNTIL PROFIT-SUB > PROFIT-ROW-COUNT-WS
                      OR PROFIT-FOUND-FLAG = "YES"
               IF PT-CUSTOMER-CODE (PROFIT-SUB) = POST-CUSTOMER-WS
                   MOVE "YES" TO PROFIT-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF PROFIT-FOUND-FLAG = "YES"
               SUBTRACT 1 FROM PROFIT-SUB
               EXIT PARAGRAPH.
           IF PROFIT-ROW-COUNT-WS < 500
               ADD 1 TO PROFIT-ROW-COUNT-WS
               MOVE PROFIT-ROW-COUNT-WS TO PROFIT-SUB
               MOVE POST-CUSTOMER-WS
                   TO PT-CUSTOMER-CODE (PROFIT-SUB)
               MOVE "YES" TO PROFIT-FOUND-FLAG.

       320-ADD-TO-FIGURES.
           ADD PF-SALES
               TO PT-SALES (PROFIT-SUB, FIGURE-SUB).
           ADD PF-COST
               TO PT-COST (PROFIT-SUB, FIGURE-SUB).
           ADD PF-RETURN-CREDIT
               TO PT-RETURN-CREDIT (PROFIT-SUB, FIGURE-SUB).
           ADD PF-RETURN-COST
               TO PT-RETURN-COST (PROFIT-SUB, FIGURE-SUB).
           ADD PF-SCRAP
               TO PT-SCRAP (PROFIT-SUB, FIGURE-SUB).
           ADD PF-FREIGHT
               TO PT-FREIGHT (PROFIT-SUB, FIGURE-SUB).
           ADD PF-PAID-AMOUNT
               TO PT-PAID-AMOUNT (PROFIT-SUB, FIGURE-SUB).
           ADD PF-PAID-DAYS
               TO PT-PAID-DAYS (PROFIT-SUB, FIGURE-SUB).

      *==============================================================
      * Net contribution: the margin on sales, less the margin
      * given back on returns, the scrapped returns and the
      * absorbed freight.
      *==============================================================
       330-COMPUTE-NET.
           COMPUTE RETURN-NET-WS =
               PT-RETURN-CREDIT (PROFIT-SUB, FIGURE-SUB)
               - PT-RETURN-COST (PROFIT-SUB, FIGURE-SUB).
           COMPUTE ROW-NET-WS =
               PT-SALES (PROFIT-SUB, FIGURE-SUB)
               - PT-COST (PROFIT-SUB, FIGURE-SUB)
               - RETURN-NET-WS
               - PT-SCRAP (PROFIT-SUB, FIGURE-SUB)
               - PT-FREIGHT (PROFIT-SUB, FIGURE-SUB).

       335-COMPUTE-AVERAGE-DAYS.
           IF PT-PAID-AMOUNT (PROFIT-SUB, FIGURE-SUB) = ZERO
               MOVE ZERO TO AVERAGE-DAYS-WS
           ELSE
               COMPUTE AVERAGE-DAYS-WS ROUNDED =
                   PT-PAID-DAYS (PROFIT-SUB, FIGURE-SUB)
                   / PT-PAID-AMOUNT (PROFIT-SUB, FIGURE-SUB).

      *==============================================================
      * Feed the sort with each customer's month and year-to-date
      * net, and the row the rest of its figures sit in.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM VARYING PROFIT-SUB FROM 1 BY 1
                   UNTIL PROFIT-SUB > PROFIT-ROW-COUNT-WS
               MOVE 2 TO FIGURE-SUB
               PERFORM 330-COMPUTE-NET
               MOVE ROW-NET-WS TO PSR-YEAR-NET
               MOVE 1 TO FIGURE-SUB
               PERFORM 330-COMPUTE-NET
               MOVE ROW-NET-WS TO PSR-MONTH-NET
               MOVE PROFIT-SUB   TO PSR-ROW
               RELEASE PROFIT-SORT-RECORD
           END-PERFORM.

      *==============================================================
      * Write the customers out in rank order.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN PROFIT-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 410-WRITE-CUSTOMER-LINE
               RETURN PROFIT-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.

       410-WRITE-CUSTOMER-LINE.
           ADD 1 TO RANK-WS.
           MOVE PSR-ROW TO PROFIT-SUB.
           MOVE RANK-WS TO RD-RANK-OUT.
           MOVE PT-CUSTOMER-CODE (PROFIT-SUB) TO RD-CUSTOMER-OUT.
           MOVE PT-CUSTOMER-CODE (PROFIT-SUB) TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO RD-NAME-OUT
               NOT INVALID KEY
                   MOVE CU-CUSTOMER-NAME TO RD-NAME-OUT
           END-READ.
           MOVE 1 TO FIGURE-SUB.
           PERFORM 330-COMPUTE-NET.
           MOVE PT-SALES (PROFIT-SUB, 1) TO RD-SALES-OUT.
           COMPUTE RD-MARGIN-OUT =
               PT-SALES (PROFIT-SUB, 1) - PT-COST (PROFIT-SUB, 1).
           MOVE RETURN-NET-WS              TO RD-RETURNS-OUT.
           MOVE PT-SCRAP (PROFIT-SUB, 1)   TO RD-SCRAP-OUT.
           MOVE PT-FREIGHT (PROFIT-SUB, 1) TO RD-FREIGHT-OUT.
           MOVE PSR-MONTH-NET              TO RD-NET-OUT.
           PERFORM 335-COMPUTE-AVERAGE-DAYS.
           MOVE AVERAGE-DAYS-WS            TO RD-DAYS-OUT.
           MOVE 2 TO FIGURE-SUB.
           MOVE PSR-YEAR-NET               TO RD-YEAR-NET-OUT.
           PERFORM 335-COMPUTE-AVERAGE-DAYS.
           MOVE AVERAGE-DAYS-WS            TO RD-YEAR-DAYS-OUT.
           WRITE PROFIT-REPORT-DATA FROM REPORT-DETAIL-OUT.
           ADD PT-SALES (PROFIT-SUB, 1) TO TOTAL-SALES-WS.
           ADD PSR-MONTH-NET            TO TOTAL-MONTH-NET-WS.
           ADD PSR-YEAR-NET             TO TOTAL-YEAR-NET-WS.

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
      * Total the ranking, note what could not be counted, catalog
      * the report and close every file.
      *==============================================================
       202-TERM-PROFIT-REPORT.
           MOVE TOTAL-SALES-WS     TO RT-SALES-OUT.
           MOVE TOTAL-MONTH-NET-WS TO RT-NET-OUT.
           MOVE TOTAL-YEAR-NET-WS  TO RT-YEAR-NET-OUT.
           WRITE PROFIT-REPORT-DATA FROM REPORT-TOTAL-OUT.
           MOVE PAYMENTS-UNMATCHED-WS TO RX-UNMATCHED-OUT.
           MOVE POSTINGS-DROPPED-WS   TO RX-DROPPED-OUT.
           WRITE PROFIT-REPORT-DATA FROM REPORT-HELD-OUT.
           CLOSE PROFIT-REPORT-OUT.
           MOVE "CUSTPROF"          TO RC-REPORT-NAME.
           MOVE RANK-WS             TO RC-RECORD-COUNT.
           MOVE REPORT-FILE-NAME-WS TO RC-FILE-NAME.
           PERFORM 370-CATALOG-ONE-FILE.
           DISPLAY "CUSTPROF: " RANK-WS " CUSTOMER(S) RANKED".
           IF POSTINGS-DROPPED-WS > ZERO
               DISPLAY "CUSTPROF: " POSTINGS-DROPPED-WS
                   " POSTING(S) LEFT OUT - CUSTOMER TABLE FULL"
               MOVE 8 TO RETURN-CODE.
           CLOSE INVOICE-LINE-FILE.
           CLOSE OPEN-INVOICE-FILE.
           CLOSE CUSTOMER-FILE.

       end program CUSTPROF.
