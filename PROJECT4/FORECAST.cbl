       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST as "FORECAST".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS STATUS-FIELD.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO "D:\COBOL\SALESHST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SALES-HIST-STATUS.
           SELECT FORECAST-FILE
               ASSIGN TO "D:\COBOL\FORECAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS FORECAST-STATUS.
           SELECT ERROR-SORT-FILE
               ASSIGN TO "D:\COBOL\FCSTSRT.TMP".
           SELECT ERROR-REPORT-OUT
               ASSIGN TO ERROR-FILE-NAME-WS
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
       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  SALES-HISTORY-FILE.
           COPY "D:\COBOL\SALES_HISTORY_RECORD.cpy".

       FD  FORECAST-FILE.
           COPY "D:\COBOL\FORECAST_RECORD.cpy".

      *==============================================================
      * One record per part that was forecast for the month just
      * closed, sorted supplier then part for the breaks.
      *==============================================================
       SD  ERROR-SORT-FILE.
       01  ERROR-SORT-RECORD.
           05 ES-SUPPLIER-CODE   PIC X(5).
           05 ES-PART-NUMBER     PIC X(7).
           05 ES-PART-NAME       PIC X(20).
           05 ES-FORECAST-QTY    PIC 9(9)V99.
           05 ES-ACTUAL-QTY      PIC 9(9)V99.

       FD  ERROR-REPORT-OUT.
       01  ERROR-REPORT-DATA    PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 SALES-HIST-STATUS     PIC X(2)  VALUE SPACES.
       01 FORECAST-STATUS       PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-INVENT-WS         PIC X(3)  VALUE SPACES.
       01 EOF-HISTORY-WS        PIC X(3)  VALUE SPACES.
       01 EOF-SCAN-WS           PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 FIRST-RECORD-WS       PIC X(3)  VALUE "YES".

       01 ERROR-FILE-NAME-WS    PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-YEAR      PIC 9(4).
               10 CDT-MONTH     PIC 9(2).
               10 CDT-DAY       PIC 9(2).
           05 FILLER            PIC X(13).

      *==============================================================
      * Months are counted as year * 12 + month - 1 so the window
      * can be walked across a year end.  The history window is
      * the twenty-four months ending with the month just closed;
      * the forecast runs twelve months from the current one.
      *==============================================================
       01 CURRENT-MONTH-NUM-WS  PIC 9(6)  VALUE ZERO.
       01 CLOSED-MONTH-NUM-WS   PIC 9(6)  VALUE ZERO.
       01 LOW-MONTH-NUM-WS      PIC 9(6)  VALUE ZERO.
       01 MONTH-NUM-WS          PIC 9(6)  VALUE ZERO.
       01 PERIOD-WORK-WS.
           05 PW-YEAR           PIC 9(4)  VALUE ZERO.
           05 PW-MONTH          PIC 9(2)  VALUE ZERO.
       01 CLOSED-PERIOD-WS.
           05 CP-YEAR           PIC 9(4)  VALUE ZERO.
           05 CP-MONTH          PIC 9(2)  VALUE ZERO.

      *==============================================================
      * One part's monthly sales over the window, oldest first, and
      * the seasonal index worked out for each calendar month.
      *==============================================================
       01 HISTORY-TABLE-WS.
           05 HIST-QTY          PIC 9(9)V99 OCCURS 24 TIMES.
       01 SEASON-TABLE-WS.
           05 SEASON-ITEM OCCURS 12 TIMES.
               10 SEASON-TOTAL  PIC 9(11)V99.
               10 SEASON-COUNT  PIC 9(2).
               10 SEASON-INDEX  PIC 9(2)V999.
       01 SLOT-SUB              PIC 9(2)  VALUE ZERO.
       01 MONTH-SUB             PIC 9(2)  VALUE ZERO.
       01 AHEAD-SUB             PIC 9(2)  VALUE ZERO.
       01 FIRST-SALE-SLOT-WS    PIC 9(2)  VALUE ZERO.
       01 SLOTS-USED-WS         PIC 9(2)  VALUE ZERO.
       01 WINDOW-TOTAL-WS       PIC 9(11)V99 VALUE ZERO.
       01 NORMAL-MONTH-WS       PIC 9(9)V9(4) VALUE ZERO.
       01 BASE-QTY-WS           PIC 9(9)V99 VALUE ZERO.
       01 LAST-YEAR-TOTAL-WS    PIC 9(11)V99 VALUE ZERO.
       01 SEASON-AVERAGE-WS     PIC 9(9)V9(4) VALUE ZERO.
       01 INDEX-WORK-WS         PIC 9(5)V999 VALUE ZERO.
       01 HISTORY-PART-WS       PIC X(7)  VALUE SPACES.
       01 CLOSED-FORECAST-WS    PIC 9(9)V99 VALUE ZERO.
       01 FORECAST-FOUND-WS     PIC X(3)  VALUE "NO".

      *==============================================================
      * The supersession pairs, as REORDCAL keeps them, so a
      * retired number's history feeds its successor's forecast.
      *==============================================================
       01 SUPERSESSION-TABLE-WS.
           05 SUPERSESSION-COUNT-WS PIC 9(3) VALUE ZERO.
           05 SUPERSESSION-SUB      PIC 9(3) VALUE ZERO.
           05 SUPERSESSION-ITEM OCCURS 200 TIMES.
               10 SS-OLD-PART     PIC X(7)  VALUE SPACES.
               10 SS-NEW-PART     PIC X(7)  VALUE SPACES.

       01 PARTS-READ-WS         PIC 9(6)  VALUE ZERO.
       01 PARTS-FORECAST-WS     PIC 9(6)  VALUE ZERO.
       01 LINES-LISTED-WS       PIC 9(6)  VALUE ZERO.

       01 ERROR-QTY-WS          PIC S9(9)V99 VALUE ZERO.
       01 ABS-ERROR-WS          PIC 9(9)V99 VALUE ZERO.
       01 ERROR-PCT-WS          PIC 9(5)V9 VALUE ZERO.
       01 PREV-SUPPLIER-WS      PIC X(5)  VALUE SPACES.

      *==============================================================
      * Totals at two levels -- 1 the supplier, 2 the whole run.
      *==============================================================
       01 ERROR-TOTALS-WS.
           05 ERROR-LEVEL OCCURS 2 TIMES.
               10 ET-PARTS          PIC 9(5)    VALUE ZERO.
               10 ET-FORECAST       PIC 9(11)V99 VALUE ZERO.
               10 ET-ACTUAL         PIC 9(11)V99 VALUE ZERO.
               10 ET-ABS-ERROR      PIC 9(11)V99 VALUE ZERO.
       01 LEVEL-SUB             PIC 9(1)  VALUE ZERO.

       01 ERROR-TITLE-OUT.
           05 FILLER PIC X(30)
                   VALUE "FORECAST ACCURACY FOR MONTH ".
           05 EH-YEAR-OUT       PIC 9(4)   VALUE ZERO.
           05 FILLER PIC X(1)  VALUE "/".
           05 EH-MONTH-OUT      PIC 9(2)   VALUE ZERO.
           05 FILLER PIC X(11) VALUE "  RUN DATE ".
           05 EH-RUN-DATE-OUT   PIC 9(8)   VALUE ZERO.

       01 ERROR-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "SUPPL".
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(13) VALUE "FORECAST".
           05 FILLER PIC X(13) VALUE "ACTUAL".
           05 FILLER PIC X(14) VALUE "ERROR".
           05 FILLER PIC X(9)  VALUE "ERROR %".
           05 FILLER PIC X(5)  VALUE "TRUST".

       01 ERROR-DETAIL-OUT.
           05 ED-SUPPLIER-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 ED-FORECAST-OUT   PIC ZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 ED-ACTUAL-OUT     PIC ZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 ED-ERROR-OUT      PIC -ZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-PCT-OUT        PIC ZZZZ9.9 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-TRUST-OUT      PIC X(4)   VALUE SPACES.

       01 ERROR-SUBTOTAL-OUT.
           05 ET-LABEL-OUT      PIC X(14)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "PARTS ".
           05 ET-PARTS-OUT      PIC ZZZZ9  VALUE ZEROS.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 ET-FORECAST-OUT   PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 ET-ACTUAL-OUT     PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 ET-ABS-ERROR-OUT  PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 ET-PCT-OUT        PIC ZZZZ9.9 VALUE ZEROS.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 ET-TRUST-OUT      PIC X(4)   VALUE SPACES.

       01 ERROR-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(12) VALUE "PARTS READ:".
           05 AT-READ-OUT       PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(14) VALUE "  FORECASTED:".
           05 AT-FORECAST-OUT   PIC ZZZZZ9 VALUE ZEROS.

      *==============================================================
      * The monthly demand forecast.  First the month just closed
      * is checked: what was forecast for it against what sold,
      * by supplier and part, with the error as a share of what
      * sold (a supplier's share is total absolute error over
      * total sales) so the buyers can see whose forecasts hold
      * up.  Then every active part gets a fresh twelve-month
      * forecast: the last twelve months' average demand, shaped
      * by seasonal indices drawn from up to two years of history.
      *==============================================================
       PROCEDURE DIVISION.
       100-FORECAST-DEMAND.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-FORECAST.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT ERROR-SORT-FILE
                   ON ASCENDING KEY ES-SUPPLIER-CODE ES-PART-NUMBER
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-FORECAST.
           EXIT PROGRAM.

      *==============================================================
      * Date the run from the business date, settle the month just
      * closed and the history window, and open every file.
      *==============================================================
       200-INIT-FORECAST.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           COMPUTE CURRENT-MONTH-NUM-WS =
               CDT-YEAR * 12 + CDT-MONTH - 1.
           COMPUTE CLOSED-MONTH-NUM-WS = CURRENT-MONTH-NUM-WS - 1.
           COMPUTE LOW-MONTH-NUM-WS = CLOSED-MONTH-NUM-WS - 23.
           MOVE CLOSED-MONTH-NUM-WS TO MONTH-NUM-WS.
           PERFORM 350-MONTH-TO-PERIOD.
           MOVE PERIOD-WORK-WS TO CLOSED-PERIOD-WS.
           STRING "D:\COBOL\FCSTERR_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO ERROR-FILE-NAME-WS.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "FORECAST: BAD OPEN INVENT-FILE "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT SALES-HISTORY-FILE.
           IF SALES-HIST-STATUS NOT = "00"
               DISPLAY "FORECAST: BAD OPEN SALES-HISTORY-FILE "
                   SALES-HIST-STATUS
               CLOSE INVENT-FILE
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN I-O FORECAST-FILE.
           IF FORECAST-STATUS = "35"
               OPEN OUTPUT FORECAST-FILE
               CLOSE FORECAST-FILE
               OPEN I-O FORECAST-FILE.
           OPEN OUTPUT ERROR-REPORT-OUT.
           MOVE CP-YEAR  TO EH-YEAR-OUT.
           MOVE CP-MONTH TO EH-MONTH-OUT.
           MOVE CDT-DATE TO EH-RUN-DATE-OUT.
           WRITE ERROR-REPORT-DATA FROM ERROR-TITLE-OUT.
           WRITE ERROR-REPORT-DATA FROM ERROR-COLUMN-NAME.
           PERFORM 205-LOAD-SUPERSESSION-TABLE.

      *==============================================================
      * First pass over the master: note every part that carries a
      * superseded-by reference, then reposition to the top for
      * the forecasting pass.
      *==============================================================
       205-LOAD-SUPERSESSION-TABLE.
           MOVE ZERO TO SUPERSESSION-COUNT-WS.
           MOVE SPACES TO EOF-SCAN-WS.
           MOVE LOW-VALUES TO PART-NUMBER.
           START INVENT-FILE KEY IS NOT LESS THAN PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-SCAN-WS.
           PERFORM UNTIL EOF-SCAN-WS = "YES"
               READ INVENT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SCAN-WS
                   NOT AT END
                       IF SUPERSEDED-BY NOT = SPACES
                               AND SUPERSESSION-COUNT-WS < 200
                           ADD 1 TO SUPERSESSION-COUNT-WS
                           MOVE PART-NUMBER TO
                               SS-OLD-PART (SUPERSESSION-COUNT-WS)
                           MOVE SUPERSEDED-BY TO
                               SS-NEW-PART (SUPERSESSION-COUNT-WS)
                       END-IF
           END-PERFORM.
           MOVE LOW-VALUES TO PART-NUMBER.
           START INVENT-FILE KEY IS NOT LESS THAN PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-INVENT-WS.

      *==============================================================
      * Work through the master one part at a time.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM UNTIL EOF-INVENT-WS = "YES"
               READ INVENT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-INVENT-WS
                   NOT AT END
                       PERFORM 210-FORECAST-ONE-PART
               END-READ
           END-PERFORM.

      *==============================================================
      * Load the part's window of history (its own and any number
      * it replaced), check the month just closed against its
      * forecast, then forecast the year ahead.  A discontinued
      * part is not forecast, nor is a part that has been
      * superseded -- its demand now belongs to its successor.
      * A part that sold nothing in two years gets no forecast.
      *==============================================================
       210-FORECAST-ONE-PART.
           ADD 1 TO PARTS-READ-WS.
           INITIALIZE HISTORY-TABLE-WS.
           MOVE PART-NUMBER TO HISTORY-PART-WS.
           PERFORM 320-LOAD-PART-HISTORY.
           PERFORM 321-ADD-PREDECESSOR-HISTORY.
           PERFORM 230-CHECK-CLOSED-MONTH.
           IF PART-DISCONTINUED OR SUPERSEDED-BY NOT = SPACES
               EXIT PARAGRAPH.
           PERFORM 240-WORK-OUT-SEASONALITY.
           IF WINDOW-TOTAL-WS = ZERO
               EXIT PARAGRAPH.
           PERFORM 250-WRITE-ONE-FORECAST
               VARYING AHEAD-SUB FROM 0 BY 1 UNTIL AHEAD-SUB > 11.
           ADD 1 TO PARTS-FORECAST-WS.

      *==============================================================
      * Pick up the part's monthly sales in the window through the
      * history index, each into its slot by month.
      *==============================================================
       320-LOAD-PART-HISTORY.
           MOVE SPACES TO EOF-HISTORY-WS.
           MOVE LOW-MONTH-NUM-WS TO MONTH-NUM-WS.
           PERFORM 350-MONTH-TO-PERIOD.
           MOVE HISTORY-PART-WS TO SH-PART-NUMBER.
           MOVE PW-YEAR  TO SH-YEAR.
           MOVE PW-MONTH TO SH-MONTH.
           START SALES-HISTORY-FILE KEY IS >= SH-KEY
               INVALID KEY MOVE "YES" TO EOF-HISTORY-WS.
           PERFORM UNTIL EOF-HISTORY-WS = "YES"
               READ SALES-HISTORY-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-HISTORY-WS
                   NOT AT END
                       IF SH-PART-NUMBER NOT = HISTORY-PART-WS
                           MOVE "YES" TO EOF-HISTORY-WS
                       ELSE
                           PERFORM 322-SLOT-ONE-MONTH
                       END-IF
               END-READ
           END-PERFORM.

       322-SLOT-ONE-MONTH.
           COMPUTE MONTH-NUM-WS = SH-YEAR * 12 + SH-MONTH - 1.
           IF MONTH-NUM-WS > CLOSED-MONTH-NUM-WS
               MOVE "YES" TO EOF-HISTORY-WS
               EXIT PARAGRAPH.
           COMPUTE SLOT-SUB = MONTH-NUM-WS - LOW-MONTH-NUM-WS + 1.
           ADD SH-QTY-SOLD TO HIST-QTY (SLOT-SUB).

      *==============================================================
      * Roll in the history of every part this one superseded, the
      * way the reorder-point recalculation does.
      *==============================================================
       321-ADD-PREDECESSOR-HISTORY.
           PERFORM VARYING SUPERSESSION-SUB FROM 1 BY 1
                   UNTIL SUPERSESSION-SUB > SUPERSESSION-COUNT-WS
               IF SS-NEW-PART (SUPERSESSION-SUB) = PART-NUMBER
                   MOVE SS-OLD-PART (SUPERSESSION-SUB)
                       TO HISTORY-PART-WS
                   PERFORM 320-LOAD-PART-HISTORY
               END-IF
           END-PERFORM.

      *==============================================================
      * What was forecast for the month just closed against what
      * sold in it (the newest slot).  A part with neither a
      * forecast nor a sale has nothing to say.
      *==============================================================
       230-CHECK-CLOSED-MONTH.
           MOVE PART-NUMBER TO FC-PART-NUMBER.
           MOVE CP-YEAR     TO FC-YEAR.
           MOVE CP-MONTH    TO FC-MONTH.
           MOVE ZERO TO CLOSED-FORECAST-WS.
           MOVE "NO" TO FORECAST-FOUND-WS.
           READ FORECAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO FORECAST-FOUND-WS
                   MOVE FC-FORECAST-QTY TO CLOSED-FORECAST-WS
           END-READ.
           IF FORECAST-FOUND-WS NOT = "YES"
               EXIT PARAGRAPH.
           IF CLOSED-FORECAST-WS = ZERO AND HIST-QTY (24) = ZERO
               EXIT PARAGRAPH.
           MOVE SUPPLIER-CODE      TO ES-SUPPLIER-CODE.
           MOVE PART-NUMBER        TO ES-PART-NUMBER.
           MOVE PART-NAME          TO ES-PART-NAME.
           MOVE CLOSED-FORECAST-WS TO ES-FORECAST-QTY.
           MOVE HIST-QTY (24)      TO ES-ACTUAL-QTY.
           RELEASE ERROR-SORT-RECORD.

      *==============================================================
      * Seasonal indices.  History is counted from the part's first
      * month with a sale, so a newer part is not made to look
      * seasonal by the months before it was stocked.  Each
      * calendar month's index is its average over the months
      * counted against the average of all of them; a part with
      * less than a year of history has too little to see a
      * season in and keeps every index at 1.000.  The base is the
      * average of the last twelve months -- one of every season,
      * so already free of seasonality -- or of the months there
      * are, for a part newer than that.
      *==============================================================
       240-WORK-OUT-SEASONALITY.
           INITIALIZE SEASON-TABLE-WS.
           MOVE ZERO TO WINDOW-TOTAL-WS.
           MOVE ZERO TO LAST-YEAR-TOTAL-WS.
           MOVE ZERO TO FIRST-SALE-SLOT-WS.
           PERFORM VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 24
               IF FIRST-SALE-SLOT-WS = ZERO
                  AND HIST-QTY (SLOT-SUB) > ZERO
                   MOVE SLOT-SUB TO FIRST-SALE-SLOT-WS
               END-IF
           END-PERFORM.
           IF FIRST-SALE-SLOT-WS = ZERO
               EXIT PARAGRAPH.
           PERFORM VARYING SLOT-SUB FROM FIRST-SALE-SLOT-WS BY 1
                   UNTIL SLOT-SUB > 24
               COMPUTE MONTH-NUM-WS = LOW-MONTH-NUM-WS + SLOT-SUB - 1
               PERFORM 350-MONTH-TO-PERIOD
               ADD HIST-QTY (SLOT-SUB) TO SEASON-TOTAL (PW-MONTH)
               ADD 1 TO SEASON-COUNT (PW-MONTH)
               ADD HIST-QTY (SLOT-SUB) TO WINDOW-TOTAL-WS
               IF SLOT-SUB > 12
                   ADD HIST-QTY (SLOT-SUB) TO LAST-YEAR-TOTAL-WS
               END-IF
           END-PERFORM.
           COMPUTE SLOTS-USED-WS = 24 - FIRST-SALE-SLOT-WS + 1.
           IF SLOTS-USED-WS < 12
               COMPUTE BASE-QTY-WS ROUNDED =
                   WINDOW-TOTAL-WS / SLOTS-USED-WS
           ELSE
               COMPUTE BASE-QTY-WS ROUNDED = LAST-YEAR-TOTAL-WS / 12.
           COMPUTE NORMAL-MONTH-WS ROUNDED =
               WINDOW-TOTAL-WS / SLOTS-USED-WS.
           PERFORM VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12
               IF SLOTS-USED-WS < 12 OR SEASON-COUNT (MONTH-SUB) = 0
                   MOVE 1 TO SEASON-INDEX (MONTH-SUB)
               ELSE
                   COMPUTE SEASON-AVERAGE-WS ROUNDED =
                       SEASON-TOTAL (MONTH-SUB)
                       / SEASON-COUNT (MONTH-SUB)
                   COMPUTE INDEX-WORK-WS ROUNDED =
                       SEASON-AVERAGE-WS / NORMAL-MONTH-WS
                   IF INDEX-WORK-WS > 99.999
                       MOVE 99.999 TO SEASON-INDEX (MONTH-SUB)
                   ELSE
                       MOVE INDEX-WORK-WS TO SEASON-INDEX (MONTH-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *==============================================================
      * One month of the forecast: the base shaped by that calendar
      * month's index, written new or over last month's forecast
      * of the same month.
      *==============================================================
       250-WRITE-ONE-FORECAST.
           COMPUTE MONTH-NUM-WS = CURRENT-MONTH-NUM-WS + AHEAD-SUB.
           PERFORM 350-MONTH-TO-PERIOD.
           MOVE PART-NUMBER   TO FC-PART-NUMBER.
           MOVE PW-YEAR       TO FC-YEAR.
           MOVE PW-MONTH      TO FC-MONTH.
           MOVE BASE-QTY-WS   TO FC-BASE-QTY.
           MOVE SEASON-INDEX (PW-MONTH) TO FC-SEASONAL-INDEX.
           COMPUTE FC-FORECAST-QTY ROUNDED =
               BASE-QTY-WS * SEASON-INDEX (PW-MONTH).
           MOVE SUPPLIER-CODE TO FC-SUPPLIER-CODE.
           MOVE CDT-DATE      TO FC-MADE-DATE.
           WRITE FORECAST-RECORD
               INVALID KEY
                   REWRITE FORECAST-RECORD
                       INVALID KEY
                           DISPLAY "FORECAST: REWRITE FAILED "
                               FC-KEY
                   END-REWRITE
           END-WRITE.

      *==============================================================
      * Turn a month count back into a year and month.
      *==============================================================
       350-MONTH-TO-PERIOD.
           DIVIDE MONTH-NUM-WS BY 12 GIVING PW-YEAR
               REMAINDER PW-MONTH.
           ADD 1 TO PW-MONTH.

      *==============================================================
      * Print the parts in supplier order, closing off a supplier's
      * totals when the supplier changes.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN ERROR-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 410-CHECK-BREAKS
               PERFORM 420-PRINT-PART
               RETURN ERROR-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF FIRST-RECORD-WS NOT = "YES"
               PERFORM 430-PRINT-SUPPLIER-TOTALS.

       410-CHECK-BREAKS.
           IF FIRST-RECORD-WS = "YES"
               MOVE "NO" TO FIRST-RECORD-WS
           ELSE
               IF ES-SUPPLIER-CODE NOT = PREV-SUPPLIER-WS
                   PERFORM 430-PRINT-SUPPLIER-TOTALS.
           MOVE ES-SUPPLIER-CODE TO PREV-SUPPLIER-WS.

      *==============================================================
      * One part: forecast, actual, the error (actual less
      * forecast, so a shortfall against demand shows negative)
      * and the error as a share of what sold.
      *==============================================================
       420-PRINT-PART.
           COMPUTE ERROR-QTY-WS = ES-ACTUAL-QTY - ES-FORECAST-QTY.
           IF ERROR-QTY-WS < ZERO
               COMPUTE ABS-ERROR-WS = ZERO - ERROR-QTY-WS
           ELSE
               MOVE ERROR-QTY-WS TO ABS-ERROR-WS.
           MOVE ES-SUPPLIER-CODE TO ED-SUPPLIER-OUT.
           MOVE ES-PART-NUMBER   TO ED-PART-NUMBER-OUT.
           MOVE ES-PART-NAME     TO ED-PART-NAME-OUT.
           MOVE ES-FORECAST-QTY  TO ED-FORECAST-OUT.
           MOVE ES-ACTUAL-QTY    TO ED-ACTUAL-OUT.
           MOVE ERROR-QTY-WS     TO ED-ERROR-OUT.
           PERFORM 440-WORK-OUT-ERROR-PCT.
           MOVE ERROR-PCT-WS     TO ED-PCT-OUT.
           PERFORM 441-GRADE-THE-FORECAST.
           MOVE ET-TRUST-OUT     TO ED-TRUST-OUT.
           WRITE ERROR-REPORT-DATA FROM ERROR-DETAIL-OUT.
           ADD 1 TO LINES-LISTED-WS.
           PERFORM VARYING LEVEL-SUB FROM 1 BY 1 UNTIL LEVEL-SUB > 2
               ADD 1               TO ET-PARTS (LEVEL-SUB)
               ADD ES-FORECAST-QTY TO ET-FORECAST (LEVEL-SUB)
               ADD ES-ACTUAL-QTY   TO ET-ACTUAL (LEVEL-SUB)
               ADD ABS-ERROR-WS    TO ET-ABS-ERROR (LEVEL-SUB)
           END-PERFORM.

      *==============================================================
      * The error as a percentage of what sold; a forecast made for
      * a month that sold nothing is shown as all error.
      *==============================================================
       440-WORK-OUT-ERROR-PCT.
           IF ES-ACTUAL-QTY = ZERO
               MOVE 100 TO ERROR-PCT-WS
           ELSE
               COMPUTE ERROR-PCT-WS ROUNDED =
                   ABS-ERROR-WS * 100 / ES-ACTUAL-QTY
                   ON SIZE ERROR MOVE 9999.9 TO ERROR-PCT-WS
               END-COMPUTE.

      *==============================================================
      * Within 20% the forecast can be bought to, within 50% it
      * wants a buyer's eye, beyond that it is not to be trusted.
      *==============================================================
       441-GRADE-THE-FORECAST.
           EVALUATE TRUE
               WHEN ERROR-PCT-WS NOT > 20
                   MOVE "GOOD" TO ET-TRUST-OUT
               WHEN ERROR-PCT-WS NOT > 50
                   MOVE "FAIR" TO ET-TRUST-OUT
               WHEN OTHER
                   MOVE "POOR" TO ET-TRUST-OUT
           END-EVALUATE.

       430-PRINT-SUPPLIER-TOTALS.
           MOVE SPACES TO ET-LABEL-OUT.
           STRING "SUPPLIER " PREV-SUPPLIER-WS DELIMITED BY SIZE
               INTO ET-LABEL-OUT.
           MOVE 1 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.

       450-PRINT-LEVEL-TOTALS.
           MOVE ET-PARTS (LEVEL-SUB)     TO ET-PARTS-OUT.
           MOVE ET-FORECAST (LEVEL-SUB)  TO ET-FORECAST-OUT.
           MOVE ET-ACTUAL (LEVEL-SUB)    TO ET-ACTUAL-OUT.
           MOVE ET-ABS-ERROR (LEVEL-SUB) TO ET-ABS-ERROR-OUT.
           IF ET-ACTUAL (LEVEL-SUB) = ZERO
               MOVE 100 TO ERROR-PCT-WS
           ELSE
               COMPUTE ERROR-PCT-WS ROUNDED =
                   ET-ABS-ERROR (LEVEL-SUB) * 100
                   / ET-ACTUAL (LEVEL-SUB)
                   ON SIZE ERROR MOVE 9999.9 TO ERROR-PCT-WS
               END-COMPUTE.
           MOVE ERROR-PCT-WS TO ET-PCT-OUT.
           PERFORM 441-GRADE-THE-FORECAST.
           WRITE ERROR-REPORT-DATA FROM ERROR-SUBTOTAL-OUT.
           MOVE ZERO TO ET-PARTS (LEVEL-SUB).
           MOVE ZERO TO ET-FORECAST (LEVEL-SUB).
           MOVE ZERO TO ET-ACTUAL (LEVEL-SUB).
           MOVE ZERO TO ET-ABS-ERROR (LEVEL-SUB).

      *==============================================================
      * Run totals, then close up and catalogue the report.
      *==============================================================
       202-TERM-FORECAST.
           MOVE "ALL SUPPLIERS" TO ET-LABEL-OUT.
           MOVE 2 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           MOVE PARTS-READ-WS     TO AT-READ-OUT.
           MOVE PARTS-FORECAST-WS TO AT-FORECAST-OUT.
           WRITE ERROR-REPORT-DATA FROM ERROR-AUDIT-TRAIL-OUT.
           CLOSE INVENT-FILE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE FORECAST-FILE.
           CLOSE ERROR-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "FCSTERR"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-LISTED-WS    TO RC-RECORD-COUNT.
           MOVE ERROR-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program FORECAST.
