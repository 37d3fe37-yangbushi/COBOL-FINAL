       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTLCHK as "OUTLCHK".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-LOG-KEYED-FILE
               ASSIGN TO "D:\COBOL\TRANSLOGK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLK-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS KEYED-LOG-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO "D:\COBOL\SALESHST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS SALES-HISTORY-STATUS.
           SELECT OUTLIER-CONTROL-FILE
               ASSIGN TO "D:\COBOL\OUTLCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTLIER-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

       FD  SALES-HISTORY-FILE.
           COPY "D:\COBOL\SALES_HISTORY_RECORD.cpy".

      *==============================================================
      * The tolerances: how many spreads above the part's average
      * a quantity may run, how far in percent a receipt's cost may
      * stray from the current average cost either way, and how
      * many past transactions of the code a part needs before its
      * quantities are judged at all.
      *==============================================================
       FD  OUTLIER-CONTROL-FILE.
       01  OUTLIER-CONTROL-RECORD.
           05 OCT-QTY-SPREADS       PIC 9V9.
           05 OCT-COST-PERCENT      PIC 9(3).
           05 OCT-MIN-HISTORY       PIC 9(3).

       WORKING-STORAGE SECTION.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 SALES-HISTORY-STATUS  PIC X(2)  VALUE SPACES.
       01 OUTLIER-CONTROL-STATUS PIC X(2) VALUE SPACES.
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.
       01 EOF-HISTORY-WS        PIC X(3)  VALUE SPACES.

      *==============================================================
      * Shop defaults when there is no control file: three spreads,
      * half the average cost, five past transactions.
      *==============================================================
       01 QTY-SPREADS-WS        PIC 9V9   VALUE 3.0.
       01 COST-PERCENT-WS       PIC 9(3)  VALUE 50.
       01 MIN-HISTORY-WS        PIC 9(3)  VALUE 5.

       01 LOG-COUNT-WS          PIC 9(5)  VALUE ZERO.
       01 LOG-SUM-WS            PIC 9(11)V99 VALUE ZERO.
       01 LOG-SUM-SQUARES-WS    PIC 9(15)V9999 VALUE ZERO.
       01 HISTORY-QTY-WS        PIC 9(11)V99 VALUE ZERO.
       01 HISTORY-SALES-WS      PIC 9(7)  VALUE ZERO.
       01 AVERAGE-QTY-TMP       PIC 9(9)V9999 VALUE ZERO.
       01 VARIANCE-TMP          PIC S9(15)V9999 VALUE ZERO.
       01 SPREAD-QTY-TMP        PIC 9(9)V9999 VALUE ZERO.
       01 SPREAD-FLOOR-TMP      PIC 9(9)V9999 VALUE ZERO.
       01 QTY-OUT-WS            PIC X(3)  VALUE "NO".
       01 COST-OUT-WS           PIC X(3)  VALUE "NO".

       LINKAGE SECTION.
           COPY "D:\COBOL\OUTLIER_PARMS.cpy".

      *==============================================================
      * Judge one transaction against the part's own history.
      * The quantity is set against the average and spread of the
      * part's past transactions of the same code on the keyed
      * log -- for a sale, against the longer sales history's
      * average sale where that covers more sales -- and is out of
      * line when it runs more than the allowed number of spreads
      * above the average.  A receipt's keyed unit cost is set
      * against the current average cost and is out of line when
      * it strays more than the allowed percentage either way,
      * which catches a cost keyed a decimal place off.  Counts
      * replace a balance rather than move one, and reversals and
      * container moves repeat what was already posted, so none
      * of those is judged.  Too little history judges nothing.
      *==============================================================
       PROCEDURE DIVISION USING OUTLIER-PARMS.
       100-CHECK-OUTLIER.
           MOVE "N"    TO OX-RESULT.
           MOVE SPACES TO OX-REASON.
           MOVE ZERO   TO OX-HISTORY-COUNT OX-AVERAGE-QTY
                          OX-SPREAD-QTY OX-QTY-LIMIT
                          OX-COST-LOW OX-COST-HIGH.
           MOVE "NO" TO QTY-OUT-WS.
           MOVE "NO" TO COST-OUT-WS.
           IF OX-TRANS-CODE = "A" OR OX-TRANS-CODE = "U"
                   OR OX-TRANS-CODE = "M" OR OX-TRANS-CODE = SPACE
               EXIT PROGRAM.
           PERFORM 200-READ-TOLERANCES.
           PERFORM 300-GATHER-LOG-HISTORY.
           IF OX-TRANS-CODE = "S"
               PERFORM 310-GATHER-SALES-HISTORY.
           PERFORM 320-JUDGE-QUANTITY.
           IF OX-TRANS-CODE = "R"
               PERFORM 330-JUDGE-UNIT-COST.
           EVALUATE TRUE
               WHEN QTY-OUT-WS = "YES" AND COST-OUT-WS = "YES"
                   MOVE "Y" TO OX-RESULT
                   MOVE "QUANTITY AND COST OUT OF LINE"
                       TO OX-REASON
               WHEN QTY-OUT-WS = "YES"
                   MOVE "Y" TO OX-RESULT
                   MOVE "QUANTITY ABOVE PART HISTORY"
                       TO OX-REASON
               WHEN COST-OUT-WS = "YES"
                   MOVE "Y" TO OX-RESULT
                   MOVE "UNIT COST OFF AVERAGE COST"
                       TO OX-REASON
           END-EVALUATE.
           EXIT PROGRAM.

      *==============================================================
      * The tolerances from the control file -- a missing file or
      * a zero field keeps the shop default.
      *==============================================================
       200-READ-TOLERANCES.
           OPEN INPUT OUTLIER-CONTROL-FILE.
           IF OUTLIER-CONTROL-STATUS = "00"
               READ OUTLIER-CONTROL-FILE
                   NOT AT END
                       IF OCT-QTY-SPREADS NUMERIC
                               AND OCT-QTY-SPREADS > ZERO
                           MOVE OCT-QTY-SPREADS TO QTY-SPREADS-WS
                       END-IF
                       IF OCT-COST-PERCENT NUMERIC
                               AND OCT-COST-PERCENT > ZERO
                           MOVE OCT-COST-PERCENT TO COST-PERCENT-WS
                       END-IF
                       IF OCT-MIN-HISTORY NUMERIC
                               AND OCT-MIN-HISTORY > ZERO
                           MOVE OCT-MIN-HISTORY TO MIN-HISTORY-WS
                       END-IF
               END-READ
               CLOSE OUTLIER-CONTROL-FILE.

      *==============================================================
      * Count, total and total the squares of the part's past
      * quantities under the same code on the keyed log.  No log
      * yet means no history.
      *==============================================================
       300-GATHER-LOG-HISTORY.
           MOVE ZERO TO LOG-COUNT-WS LOG-SUM-WS LOG-SUM-SQUARES-WS.
           OPEN INPUT TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-LOG-WS.
           MOVE OX-PART-NUMBER TO TLK-PART-NUMBER.
           MOVE ZERO           TO TLK-SEQ-NUMBER.
           START TRANS-LOG-KEYED-FILE KEY IS NOT LESS THAN TLK-KEY
               INVALID KEY MOVE "YES" TO EOF-LOG-WS.
           PERFORM UNTIL EOF-LOG-WS = "YES"
               READ TRANS-LOG-KEYED-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOG-WS
                   NOT AT END
                       IF TLK-PART-NUMBER NOT = OX-PART-NUMBER
                           MOVE "YES" TO EOF-LOG-WS
                       ELSE
                           IF TLK-TRANS-CODE = OX-TRANS-CODE
                               ADD 1 TO LOG-COUNT-WS
                               ADD TLK-TRANS-AMOUNT TO LOG-SUM-WS
                               COMPUTE LOG-SUM-SQUARES-WS =
                                   LOG-SUM-SQUARES-WS +
                                   (TLK-TRANS-AMOUNT *
                                    TLK-TRANS-AMOUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-LOG-KEYED-FILE.
           MOVE LOG-COUNT-WS TO OX-HISTORY-COUNT.
           MOVE ZERO TO AVERAGE-QTY-TMP SPREAD-QTY-TMP.
           IF LOG-COUNT-WS = ZERO
               EXIT PARAGRAPH.
           COMPUTE AVERAGE-QTY-TMP ROUNDED =
               LOG-SUM-WS / LOG-COUNT-WS.
           COMPUTE VARIANCE-TMP =
               (LOG-SUM-SQUARES-WS / LOG-COUNT-WS)
               - (AVERAGE-QTY-TMP * AVERAGE-QTY-TMP).
           IF VARIANCE-TMP > ZERO
               COMPUTE SPREAD-QTY-TMP ROUNDED =
                   FUNCTION SQRT(VARIANCE-TMP).

      *==============================================================
      * The keyed log only holds a recent window; the monthly sales
      * history goes back further.  Where it covers more sales,
      * its average sale is the better average -- the log's
      * spread still stands, having no monthly equivalent.
      *==============================================================
       310-GATHER-SALES-HISTORY.
           MOVE ZERO TO HISTORY-QTY-WS HISTORY-SALES-WS.
           OPEN INPUT SALES-HISTORY-FILE.
           IF SALES-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-HISTORY-WS.
           MOVE OX-PART-NUMBER TO SH-PART-NUMBER.
           MOVE ZERO           TO SH-YEAR SH-MONTH.
           START SALES-HISTORY-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY MOVE "YES" TO EOF-HISTORY-WS.
           PERFORM UNTIL EOF-HISTORY-WS = "YES"
               READ SALES-HISTORY-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-HISTORY-WS
                   NOT AT END
                       IF SH-PART-NUMBER NOT = OX-PART-NUMBER
                           MOVE "YES" TO EOF-HISTORY-WS
                       ELSE
                           ADD SH-QTY-SOLD   TO HISTORY-QTY-WS
                           ADD SH-SALE-COUNT TO HISTORY-SALES-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-HISTORY-FILE.
           IF HISTORY-SALES-WS > LOG-COUNT-WS
               COMPUTE AVERAGE-QTY-TMP ROUNDED =
                   HISTORY-QTY-WS / HISTORY-SALES-WS
               IF HISTORY-SALES-WS > 99999
                   MOVE 99999 TO OX-HISTORY-COUNT
               ELSE
                   MOVE HISTORY-SALES-WS TO OX-HISTORY-COUNT.

      *==============================================================
      * The spread is never taken as less than half the average --
      * a part that has always moved in the same quantity would
      * otherwise flag the first order for one more.
      *==============================================================
       320-JUDGE-QUANTITY.
           IF OX-HISTORY-COUNT < MIN-HISTORY-WS
               EXIT PARAGRAPH.
           COMPUTE SPREAD-FLOOR-TMP ROUNDED = AVERAGE-QTY-TMP / 2.
           IF SPREAD-QTY-TMP < SPREAD-FLOOR-TMP
               MOVE SPREAD-FLOOR-TMP TO SPREAD-QTY-TMP.
           MOVE AVERAGE-QTY-TMP TO OX-AVERAGE-QTY.
           MOVE SPREAD-QTY-TMP  TO OX-SPREAD-QTY.
           COMPUTE OX-QTY-LIMIT ROUNDED =
               AVERAGE-QTY-TMP + (QTY-SPREADS-WS * SPREAD-QTY-TMP).
           IF OX-QUANTITY > OX-QTY-LIMIT
               MOVE "YES" TO QTY-OUT-WS.

      *==============================================================
      * A receipt keyed without a cost keeps the average and has
      * nothing to judge; nor has a part with no average yet.
      *==============================================================
       330-JUDGE-UNIT-COST.
           IF OX-UNIT-COST = ZERO OR OX-CURRENT-COST = ZERO
               EXIT PARAGRAPH.
           IF COST-PERCENT-WS < 100
               COMPUTE OX-COST-LOW ROUNDED = OX-CURRENT-COST *
                   (100 - COST-PERCENT-WS) / 100.
           COMPUTE OX-COST-HIGH ROUNDED = OX-CURRENT-COST *
               (100 + COST-PERCENT-WS) / 100.
           IF OX-UNIT-COST < OX-COST-LOW
                   OR OX-UNIT-COST > OX-COST-HIGH
               MOVE "YES" TO COST-OUT-WS.

       end program OUTLCHK.
