           SELECT BALANCE-REPORT-OUT
               ASSIGN TO "D:\COBOL\BALCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-CONTROL-FILE
               ASSIGN TO "D:\COBOL\RCVCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVERY-CONTROL-STATUS.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               ALTERNATE RECORD KEY IS SB-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS STOCK-BAL-STATUS.
           SELECT LOT-BALANCE-FILE
               ASSIGN TO "D:\COBOL\LOTBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-KEY
               FILE STATUS IS LOT-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-REPORT-OUT.
       01  BALANCE-REPORT-DATA  PIC X(80).

       FD  RECOVERY-CONTROL-FILE.
           COPY "D:\COBOL\RECOVERY_CONTROL_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  LOT-BALANCE-FILE.
           COPY "D:\COBOL\LOT_BALANCE_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 RUN-TOTAL-STATUS      PIC X(2)  VALUE SPACES.
       01 BALANCE-SNAP-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 RECOVERY-CONTROL-STATUS PIC X(2) VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOT-BALANCE-STATUS    PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-INVENT-WS         PIC X(3)  VALUE SPACES.
       01 EOF-TOTAL-WS          PIC X(3)  VALUE SPACES.
       01 EOF-SNAP-WS           PIC X(3)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 EOF-LOT-WS            PIC X(3)  VALUE SPACES.
       01 RECOVERY-PENDING-WS   PIC X(3)  VALUE "NO".
       01 RECOVERY-FAILED-WS    PIC X(3)  VALUE "NO".
       01 BAL-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 LOT-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 BAL-FOUND-WS          PIC X(3)  VALUE "NO".

       01 PRIOR-DATE-WS         PIC X(8)  VALUE SPACES.
       01 PRIOR-TOTAL-WS        PIC 9(11)V99 VALUE ZERO.
       01 ACTUAL-TOTAL-WS       PIC 9(11)V99 VALUE ZERO.
       01 MOVEMENT-NET-WS       PIC S9(12)V99 VALUE ZERO.
       01 EXPECTED-TOTAL-WS     PIC S9(12)V99 VALUE ZERO.
       01 PART-BAL-TOTAL-WS     PIC 9(9)V99 VALUE ZERO.
       01 BALANCED-TOTAL-WS     PIC 9(11)V99 VALUE ZERO.
       01 STKBAL-TOTAL-WS       PIC 9(11)V99 VALUE ZERO.
       01 LOTBAL-TOTAL-WS       PIC 9(11)V99 VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
               PERFORM 220-READ-PRIOR-SNAPSHOT
               PERFORM 230-SUM-RUN-TOTALS
               PERFORM 240-PROVE-THE-BALANCE
               IF RECOVERY-FAILED-WS NOT = "YES"
                   PERFORM 250-RECORD-TODAY-SNAPSHOT
               END-IF
               PERFORM 202-TERM-BALANCE-CHECK.
           EXIT PROGRAM.

                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN OUTPUT BALANCE-REPORT-OUT.
           PERFORM 205-CHECK-PENDING-RECOVERY.

      *==============================================================
      * A forward recovery leaves its control totals pending on
      * RCVCTL; while one is, this run proves the recovery rather
      * than the ordinary day, and needs the stock and lot
      * balances to do it.
      *==============================================================
       205-CHECK-PENDING-RECOVERY.
           OPEN INPUT RECOVERY-CONTROL-FILE.
           IF RECOVERY-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH.
           READ RECOVERY-CONTROL-FILE
               AT END MOVE SPACES TO RV-STATUS
           END-READ.
           CLOSE RECOVERY-CONTROL-FILE.
           IF NOT RV-PENDING-PROOF
               EXIT PARAGRAPH.
           MOVE "YES" TO RECOVERY-PENDING-WS.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF STOCK-BAL-STATUS = "00"
               MOVE "YES" TO BAL-FILE-OPEN-WS.
           OPEN INPUT LOT-BALANCE-FILE.
           IF LOT-BALANCE-STATUS = "00"
               MOVE "YES" TO LOT-FILE-OPEN-WS.

      *==============================================================
      * Today's actual: the sum of every part's on-hand quantity.
           PERFORM 310-READ-INVENT-RECORD.
           PERFORM UNTIL EOF-INVENT-WS = "YES"
               ADD QUANTITY-IN TO ACTUAL-TOTAL-WS
               IF BAL-FILE-OPEN-WS = "YES"
                   PERFORM 211-TOTAL-PART-BALANCES
               END-IF
               PERFORM 310-READ-INVENT-RECORD
           END-PERFORM.

      *==============================================================
      * For the recovery proof: a part that has location balances
      * must have them add up to its on-hand, so both sides are
      * totalled over the parts that have any.
      *==============================================================
       211-TOTAL-PART-BALANCES.
           MOVE ZERO TO PART-BAL-TOTAL-WS.
           MOVE "NO" TO BAL-FOUND-WS.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE PART-NUMBER-IN TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           MOVE "YES" TO BAL-FOUND-WS
                           ADD SB-QUANTITY TO PART-BAL-TOTAL-WS
                       END-IF
           END-PERFORM.
           IF BAL-FOUND-WS = "YES"
               ADD QUANTITY-IN TO BALANCED-TOTAL-WS
               ADD PART-BAL-TOTAL-WS TO STKBAL-TOTAL-WS.

       310-READ-INVENT-RECORD.
           READ INVENT-FILE-IN
               AT END MOVE "YES" TO EOF-INVENT-WS.
       240-PROVE-THE-BALANCE.
           MOVE SPACES TO BALANCE-VERDICT-OUT.
           EVALUATE TRUE
               WHEN RECOVERY-PENDING-WS = "YES"
                   PERFORM 242-PROVE-RECOVERY
               WHEN HAVE-PRIOR-WS = "NO"
                   MOVE "BASELINE RECORDED - NOTHING TO PROVE"
                       TO BALANCE-VERDICT-OUT
                   TO BALANCE-VERDICT-OUT
               MOVE 8 TO RETURN-CODE.

      *==============================================================
      * The recovery proof: the restored total plus what the
      * replay moved must be what the replay finished on and what
      * the master holds now; the stock balances must still add
      * up to their parts' on-hand; the lots must hold what the
      * replay left in them.  A proven recovery is marked verified
      * and becomes the new starting point; one that is out stays
      * pending and records no snapshot.
      *==============================================================
       242-PROVE-RECOVERY.
           IF LOT-FILE-OPEN-WS = "YES"
               MOVE SPACES TO EOF-LOT-WS
               PERFORM UNTIL EOF-LOT-WS = "YES"
                   READ LOT-BALANCE-FILE
                       AT END MOVE "YES" TO EOF-LOT-WS
                       NOT AT END ADD LB-QUANTITY TO LOTBAL-TOTAL-WS
                   END-READ
               END-PERFORM.
           COMPUTE EXPECTED-TOTAL-WS =
               RV-RESTORED-TOTAL + RV-NET-REPLAYED.
           MOVE SPACES TO BALANCE-REPORT-DATA.
           STRING "RECOVERY OF GENERATION " DELIMITED BY SIZE
                  RV-GENERATION-DATE        DELIMITED BY SIZE
                  " THROUGH SEQUENCE "      DELIMITED BY SIZE
                  RV-LAST-SEQ               DELIMITED BY SIZE
               INTO BALANCE-REPORT-DATA.
           WRITE BALANCE-REPORT-DATA.
           MOVE "RESTORED TOTAL"     TO BD-LABEL-OUT.
           MOVE RV-RESTORED-TOTAL    TO BD-AMOUNT-OUT.
           WRITE BALANCE-REPORT-DATA FROM BALANCE-DETAIL-OUT.
           MOVE "NET REPLAYED"       TO BD-LABEL-OUT.
           MOVE RV-NET-REPLAYED      TO BD-AMOUNT-OUT.
           WRITE BALANCE-REPORT-DATA FROM BALANCE-DETAIL-OUT.
           MOVE "EXPECTED TOTAL"     TO BD-LABEL-OUT.
           MOVE EXPECTED-TOTAL-WS    TO BD-AMOUNT-OUT.
           WRITE BALANCE-REPORT-DATA FROM BALANCE-DETAIL-OUT.
           MOVE "RECOVERED TOTAL"    TO BD-LABEL-OUT.
           MOVE RV-RECOVERED-TOTAL   TO BD-AMOUNT-OUT.
           WRITE BALANCE-REPORT-DATA FROM BALANCE-DETAIL-OUT.
           MOVE "ACTUAL TOTAL"       TO BD-LABEL-OUT.
           MOVE ACTUAL-TOTAL-WS      TO BD-AMOUNT-OUT.
           WRITE BALANCE-REPORT-DATA FROM BALANCE-DETAIL-OUT.
           MOVE "BALANCED PARTS"     TO BD-LABEL-OUT.
           MOVE BALANCED-TOTAL-WS    TO BD-AMOUNT-OUT.
           WRITE BALANCE-REPORT-DATA FROM BALANCE-DETAIL-OUT.
           MOVE "STOCK BALANCES"     TO BD-LABEL-OUT.
           MOVE STKBAL-TOTAL-WS      TO BD-AMOUNT-OUT.
           WRITE BALANCE-REPORT-DATA FROM BALANCE-DETAIL-OUT.
           MOVE "LOTS AT RECOVERY"   TO BD-LABEL-OUT.
           MOVE RV-LOTBAL-TOTAL      TO BD-AMOUNT-OUT.
           WRITE BALANCE-REPORT-DATA FROM BALANCE-DETAIL-OUT.
           MOVE "LOT BALANCES"       TO BD-LABEL-OUT.
           MOVE LOTBAL-TOTAL-WS      TO BD-AMOUNT-OUT.
           WRITE BALANCE-REPORT-DATA FROM BALANCE-DETAIL-OUT.
           IF EXPECTED-TOTAL-WS = RV-RECOVERED-TOTAL
                   AND ACTUAL-TOTAL-WS = RV-RECOVERED-TOTAL
                   AND BALANCED-TOTAL-WS = STKBAL-TOTAL-WS
                   AND LOTBAL-TOTAL-WS = RV-LOTBAL-TOTAL
               MOVE "RECOVERY IN BALANCE" TO BALANCE-VERDICT-OUT
               MOVE "V" TO RV-STATUS
               OPEN OUTPUT RECOVERY-CONTROL-FILE
               WRITE RECOVERY-CONTROL-RECORD
               CLOSE RECOVERY-CONTROL-FILE
           ELSE
               MOVE "*** RECOVERY OUT OF BALANCE ***"
                   TO BALANCE-VERDICT-OUT
               MOVE "YES" TO RECOVERY-FAILED-WS
               MOVE 8 TO RETURN-CODE.

      *==============================================================
      * Append today's actual total as the next run's starting
      * point.
       202-TERM-BALANCE-CHECK.
           CLOSE INVENT-FILE-IN.
           CLOSE BALANCE-REPORT-OUT.
           IF BAL-FILE-OPEN-WS = "YES"
               CLOSE STOCK-BALANCE-FILE.
           IF LOT-FILE-OPEN-WS = "YES"
               CLOSE LOT-BALANCE-FILE.

       end program BALCHK.
