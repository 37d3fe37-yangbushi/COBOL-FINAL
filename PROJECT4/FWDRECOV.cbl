       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRECOV as "FWDRECOV".
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
               FILE STATUS IS STATUS-FIELD.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS LOT-BALANCE-STATUS.
           SELECT SERIAL-FILE
               ASSIGN TO "D:\COBOL\SERIAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               FILE STATUS IS SERIAL-FILE-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO "D:\COBOL\LOANREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               ALTERNATE RECORD KEY IS LN-SERIAL-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT TRANS-LOG-KEYED-FILE
               ASSIGN TO "D:\COBOL\TRANSLOGK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLK-KEY
               FILE STATUS IS KEYED-LOG-STATUS.
           SELECT BACKUP-CATALOG-FILE
               ASSIGN TO "D:\COBOL\BKUPCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT REPLAY-SORT-FILE
               ASSIGN TO "D:\COBOL\RCVSRT.TMP".
           SELECT RECOVERY-REPORT-OUT
               ASSIGN TO RECOVERY-REPORT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-CONTROL-FILE
               ASSIGN TO "D:\COBOL\RCVCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVERY-CONTROL-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  LOT-BALANCE-FILE.
           COPY "D:\COBOL\LOT_BALANCE_RECORD.cpy".

       FD  SERIAL-FILE.
           COPY "D:\COBOL\SERIAL_HISTORY_RECORD.cpy".

       FD  LOAN-FILE.
           COPY "D:\COBOL\LOAN_RECORD.cpy".

       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05 BC-GENERATION-DATE   PIC 9(8).
           05 BC-LOG-SEQ           PIC X(9).

      *==============================================================
      * The keyed log is in part order; the replay has to lay the
      * entries down in the order they were posted, so they are
      * sorted back into sequence-number order first.
      *==============================================================
       SD  REPLAY-SORT-FILE.
       01  REPLAY-SORT-RECORD.
           05 SR-SEQ-NUMBER      PIC 9(9).
           05 SR-PART-NUMBER     PIC X(7).
           05 SR-TRANS-CODE      PIC X(1).
           05 SR-TRANS-AMOUNT    PIC 9(7)V99.
           05 SR-QTY-BEFORE      PIC 9(7)V99.
           05 SR-QTY-AFTER       PIC 9(7)V99.
           05 SR-DATE            PIC X(8).
           05 SR-TIME            PIC X(8).
           05 SR-FROM-LOC        PIC X(5).
           05 SR-TO-LOC          PIC X(5).
           05 SR-CUSTOMER-CODE   PIC X(5).
           05 SR-COST-AFTER      PIC 9(4)V99.
           05 SR-LOT-NUMBER      PIC X(10).
           05 SR-LOAN-BORROWER REDEFINES SR-LOT-NUMBER.
               10 SR-LOAN-BORROWER-TYPE PIC X(1).
               10 SR-LOAN-BORROWER-CODE PIC X(8).
               10 FILLER         PIC X(1).
           05 SR-LOT-EXPIRY      PIC X(8).
           05 SR-SERIAL-NUMBER   PIC X(12).
           05 SR-OPERATOR-ID     PIC X(8).
           05 SR-LOAN-NUMBER     PIC 9(6).
           05 SR-LOAN-RENTAL-RATE PIC 9(7)V99.

       FD  RECOVERY-REPORT-OUT.
       01  RECOVERY-REPORT-DATA  PIC X(90).

       FD  RECOVERY-CONTROL-FILE.
           COPY "D:\COBOL\RECOVERY_CONTROL_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOT-BALANCE-STATUS    PIC X(2)  VALUE SPACES.
       01 SERIAL-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 LOAN-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 RECOVERY-CONTROL-STATUS PIC X(2) VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 REPORT-CATALOG-STATUS PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 LOC-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-CATALOG-WS        PIC X(3)  VALUE SPACES.
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 EOF-INVENT-WS         PIC X(3)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 EOF-LOT-WS            PIC X(3)  VALUE SPACES.
       01 EOF-SERIAL-WS         PIC X(3)  VALUE SPACES.
       01 GENERATION-FOUND-WS   PIC X(3)  VALUE "NO".
       01 REPLAY-DONE-WS        PIC X(3)  VALUE "NO".
       01 BAL-FOUND-WS          PIC X(3)  VALUE "NO".
       01 HELD-LOC-WS           PIC X(3)  VALUE "NO".
       01 PRIOR-FOUND-WS        PIC X(3)  VALUE "NO".
       01 CONFIRM-FLAG-WS       PIC A(1)  VALUE SPACES.

       01 GENERATION-DATE-WS    PIC 9(8)  VALUE ZERO.
       01 GENERATION-PROMPT     PIC X(34)
                       VALUE "RESTORED GENERATION (YYYYMMDD)?".
       01 START-SEQ-WS          PIC 9(9)  VALUE ZERO.
       01 EXPECTED-SEQ-WS       PIC 9(9)  VALUE ZERO.
       01 LAST-APPLIED-SEQ-WS   PIC 9(9)  VALUE ZERO.
       01 HALT-SEQ-WS           PIC 9(9)  VALUE ZERO.

      *==============================================================
      * Where the replay stops: S = after a given sequence number,
      * T = after a given date and time, blank = the end of the
      * log.
      *==============================================================
       01 STOP-MODE-WS          PIC X(1)  VALUE SPACES.
           88 STOP-BY-SEQUENCE  VALUE "S".
           88 STOP-BY-TIME      VALUE "T".
       01 STOP-SEQ-WS           PIC 9(9)  VALUE ZERO.
       01 STOP-STAMP-WS         PIC X(14) VALUE SPACES.
       01 ENTRY-STAMP-WS.
           05 ES-DATE           PIC X(8).
           05 ES-TIME           PIC X(6).

       01 HALT-REASON-WS        PIC X(36) VALUE SPACES.
       01 END-FLAG-WS           PIC X(1)  VALUE "C".

       01 RECOVERY-REPORT-NAME-WS PIC X(40) VALUE SPACES.

       01 BAL-LOCATION-WS       PIC X(5)  VALUE SPACES.
       01 BAL-ROLLUP-TMP        PIC 9(9)V99 VALUE ZERO.
       01 ENTRY-DELTA-WS        PIC S9(8)V99 VALUE ZERO.
       01 MOVE-QTY-WS           PIC 9(7)V99 VALUE ZERO.
       01 MOVE-REMAINING-WS     PIC 9(7)V99 VALUE ZERO.
       01 MOVE-TAKE-WS          PIC 9(7)V99 VALUE ZERO.
       01 AVAILABLE-QTY-WS      PIC 9(9)V99 VALUE ZERO.
       01 CARRYING-LOC-WS       PIC X(5)  VALUE SPACES.

       01 PRIOR-QTY-BEFORE-WS   PIC 9(7)V99 VALUE ZERO.
       01 PRIOR-TRANS-CODE-WS   PIC X(1)  VALUE SPACES.
       01 PRIOR-FROM-LOC-WS     PIC X(5)  VALUE SPACES.
       01 PRIOR-TO-LOC-WS       PIC X(5)  VALUE SPACES.
       01 PRIOR-AMOUNT-WS       PIC 9(7)V99 VALUE ZERO.

       01 LOT-REMAINING-WS      PIC 9(7)V99 VALUE ZERO.
       01 LOT-TAKE-WS           PIC 9(7)V99 VALUE ZERO.
       01 LOT-PASS-COUNT-WS     PIC 9(3)  VALUE ZERO.
       01 OLDEST-LOT-WS         PIC X(10) VALUE SPACES.
       01 OLDEST-DATE-WS        PIC X(8)  VALUE SPACES.
       01 SERIAL-SEQ-WS         PIC 9(4)  VALUE ZERO.

      *==============================================================
      * Control totals: what the restored master held, what the
      * replayed entries moved, and what the files hold after.
      *==============================================================
       01 LOG-ENTRIES-AFTER-WS  PIC 9(7)  VALUE ZERO.
       01 ENTRIES-APPLIED-WS    PIC 9(7)  VALUE ZERO.
       01 SERIAL-EVENTS-WS      PIC 9(7)  VALUE ZERO.
       01 LOAN-EVENTS-WS        PIC 9(7)  VALUE ZERO.
       01 RESTORED-TOTAL-WS     PIC 9(11)V99 VALUE ZERO.
       01 NET-REPLAYED-WS       PIC S9(11)V99 VALUE ZERO.
       01 RECOVERED-TOTAL-WS    PIC 9(11)V99 VALUE ZERO.
       01 BALANCED-TOTAL-WS     PIC 9(11)V99 VALUE ZERO.
       01 STKBAL-TOTAL-WS       PIC 9(11)V99 VALUE ZERO.
       01 LOTBAL-TOTAL-WS       PIC 9(11)V99 VALUE ZERO.
       01 PART-BAL-TOTAL-WS     PIC 9(9)V99 VALUE ZERO.
       01 NOT-APPLIED-WS        PIC 9(7)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 RECOVERY-TITLE-OUT.
           05 FILLER PIC X(36)
                   VALUE "FORWARD RECOVERY FROM GENERATION".
           05 RH-GENERATION-OUT PIC 9(8)  VALUE ZERO.
           05 FILLER PIC X(9)  VALUE "  RUN ON ".
           05 RH-RUN-DATE-OUT   PIC 9(8)  VALUE ZERO.

       01 RECOVERY-START-OUT.
           05 FILLER PIC X(36)
                   VALUE "REPLAYING KEYED LOG AFTER SEQUENCE".
           05 RS-START-SEQ-OUT  PIC 9(9)  VALUE ZERO.

       01 RECOVERY-COLUMN-NAME.
           05 FILLER PIC X(11) VALUE "SEQUENCE".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(3)  VALUE "CD".
           05 FILLER PIC X(12) VALUE "AMOUNT".
           05 FILLER PIC X(12) VALUE "BEFORE".
           05 FILLER PIC X(12) VALUE "AFTER".
           05 FILLER PIC X(9)  VALUE "DATE".
           05 FILLER PIC X(7)  VALUE "TIME".
           05 FILLER PIC X(6)  VALUE "FROM".
           05 FILLER PIC X(5)  VALUE "TO".

       01 RECOVERY-DETAIL-OUT.
           05 RD-SEQ-OUT        PIC 9(9)  VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-PART-OUT       PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-CODE-OUT       PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-AMOUNT-OUT     PIC ZZZZZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-BEFORE-OUT     PIC ZZZZZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-AFTER-OUT      PIC ZZZZZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-DATE-OUT       PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-TIME-OUT       PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-FROM-OUT       PIC X(5)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-TO-OUT         PIC X(5)  VALUE SPACES.

       01 RECOVERY-HALT-OUT.
           05 FILLER PIC X(24) VALUE "*** REPLAY HALTED AT SEQ".
           05 RX-SEQ-OUT        PIC 9(9)  VALUE ZERO.
           05 FILLER PIC X(6)  VALUE " PART ".
           05 RX-PART-OUT       PIC X(7)  VALUE SPACES.
           05 FILLER PIC X(2)  VALUE " -".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 RX-REASON-OUT     PIC X(36) VALUE SPACES.

       01 RECOVERY-TOTAL-OUT.
           05 RT-LABEL-OUT      PIC X(30) VALUE SPACES.
           05 RT-AMOUNT-OUT     PIC -ZZZZZZZZZZ9.99 VALUE ZERO.

       01 RECOVERY-COUNT-OUT.
           05 RN-LABEL-OUT      PIC X(30) VALUE SPACES.
           05 RN-COUNT-OUT      PIC ZZZZZZZZ9 VALUE ZERO.

      *==============================================================
      * Roll a restored backup generation forward: every keyed log
      * entry posted after the generation was taken is laid down
      * again, in posting order, on the restored master and its
      * stock, lot and serial files and the loan register -- up
      * to the point the operator names.  An entry that does not
      * fit the files as they stand stops the replay there, with
      * everything before it applied, rather than guessing.  The
      * control totals go on the report and on the recovery
      * control record for BALCHK to prove.
      *==============================================================
       PROCEDURE DIVISION.
       100-RECOVER-FORWARD.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-RECOVERY.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT REPLAY-SORT-FILE
                   ON ASCENDING KEY SR-SEQ-NUMBER
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-RECOVERY.
           EXIT PROGRAM.

      *==============================================================
      * Take the generation and the stop point, find where the
      * generation sits in the keyed log, confirm, and open the
      * restored files for the replay.
      *==============================================================
       200-INIT-RECOVERY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           DISPLAY GENERATION-PROMPT.
           ACCEPT GENERATION-DATE-WS.
           PERFORM 210-FIND-GENERATION.
           IF GENERATION-FOUND-WS = "NO"
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           DISPLAY "STOP AFTER: S = A SEQUENCE NUMBER, T = A DATE"
               " AND TIME, BLANK = END OF LOG".
           ACCEPT STOP-MODE-WS.
           EVALUATE TRUE
               WHEN STOP-BY-SEQUENCE
                   DISPLAY "LAST SEQUENCE NUMBER TO APPLY?"
                   ACCEPT STOP-SEQ-WS
               WHEN STOP-BY-TIME
                   DISPLAY "APPLY THROUGH (YYYYMMDDHHMMSS)?"
                   ACCEPT STOP-STAMP-WS
               WHEN OTHER
                   MOVE SPACE TO STOP-MODE-WS
           END-EVALUATE.
           DISPLAY "FWDRECOV: REPLAYS THE KEYED LOG ONTO THE FILES"
               " RESTORED FROM " GENERATION-DATE-WS.
           DISPLAY "PROCEED? (Y/N)".
           ACCEPT CONFIRM-FLAG-WS.
           IF CONFIRM-FLAG-WS NOT = "Y"
               DISPLAY "FWDRECOV: CANCELED"
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               DISPLAY "FWDRECOV: BAD OPEN TRANSLOGK "
                   KEYED-LOG-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN I-O INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "FWDRECOV: BAD OPEN INVENT-FILE "
                   STATUS-FIELD
               CLOSE TRANS-LOG-KEYED-FILE
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN I-O STOCK-BALANCE-FILE.
           IF STOCK-BAL-STATUS = "35"
               OPEN OUTPUT STOCK-BALANCE-FILE
               CLOSE STOCK-BALANCE-FILE
               OPEN I-O STOCK-BALANCE-FILE.
           OPEN I-O LOT-BALANCE-FILE.
           IF LOT-BALANCE-STATUS = "35"
               OPEN OUTPUT LOT-BALANCE-FILE
               CLOSE LOT-BALANCE-FILE
               OPEN I-O LOT-BALANCE-FILE.
           OPEN I-O SERIAL-FILE.
           IF SERIAL-FILE-STATUS = "35"
               OPEN OUTPUT SERIAL-FILE
               CLOSE SERIAL-FILE
               OPEN I-O SERIAL-FILE.
           OPEN I-O LOAN-FILE.
           IF LOAN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO LOC-FILE-OPEN-WS.
           STRING "D:\COBOL\FWDRECOV_" DELIMITED BY SIZE
                  CDT-DATE             DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO RECOVERY-REPORT-NAME-WS.
           OPEN OUTPUT RECOVERY-REPORT-OUT.
           MOVE GENERATION-DATE-WS TO RH-GENERATION-OUT.
           MOVE CDT-DATE           TO RH-RUN-DATE-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-TITLE-OUT.
           MOVE START-SEQ-WS TO RS-START-SEQ-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-START-OUT.
           MOVE SPACES TO RECOVERY-REPORT-DATA.
           WRITE RECOVERY-REPORT-DATA.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-COLUMN-NAME.
           PERFORM 220-TOTAL-RESTORED-MASTER.
           COMPUTE EXPECTED-SEQ-WS = START-SEQ-WS + 1.

      *==============================================================
      * The generation must be on the backup catalog with the log
      * sequence it was taken at -- without it there is no telling
      * which log entries the restored files already hold.
      *==============================================================
       210-FIND-GENERATION.
           MOVE "NO" TO GENERATION-FOUND-WS.
           MOVE SPACES TO EOF-CATALOG-WS.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF CATALOG-STATUS = "00"
               PERFORM UNTIL EOF-CATALOG-WS = "YES"
                   READ BACKUP-CATALOG-FILE
                       AT END MOVE "YES" TO EOF-CATALOG-WS
                       NOT AT END
                           IF BC-GENERATION-DATE = GENERATION-DATE-WS
                               MOVE "YES" TO EOF-CATALOG-WS
                               IF BC-LOG-SEQ NUMERIC
                                   MOVE BC-LOG-SEQ TO START-SEQ-WS
                                   MOVE "YES" TO GENERATION-FOUND-WS
                               ELSE
                                   DISPLAY "FWDRECOV: GENERATION "
                                       GENERATION-DATE-WS
                                       " HAS NO LOG SEQUENCE --"
                                       " CANNOT ROLL IT FORWARD"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG-FILE.
           IF GENERATION-FOUND-WS = "NO" AND EOF-CATALOG-WS NOT = "YES"
               DISPLAY "FWDRECOV: NO BACKUP CATALOG".
           IF GENERATION-FOUND-WS = "NO"
               DISPLAY "FWDRECOV: GENERATION " GENERATION-DATE-WS
                   " NOT AVAILABLE FOR RECOVERY".

      *==============================================================
      * The restored master's total on-hand, before anything is
      * replayed -- the starting figure of the proof.
      *==============================================================
       220-TOTAL-RESTORED-MASTER.
           MOVE ZERO TO RESTORED-TOTAL-WS.
           MOVE SPACES TO EOF-INVENT-WS.
           MOVE LOW-VALUES TO PART-NUMBER.
           START INVENT-FILE KEY IS NOT LESS THAN PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-INVENT-WS.
           PERFORM UNTIL EOF-INVENT-WS = "YES"
               READ INVENT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-INVENT-WS
                   NOT AT END ADD QUANTITY TO RESTORED-TOTAL-WS
               END-READ
           END-PERFORM.

      *==============================================================
      * Feed the sort every keyed log entry posted after the
      * generation was taken.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           MOVE SPACES TO EOF-LOG-WS.
           PERFORM UNTIL EOF-LOG-WS = "YES"
               READ TRANS-LOG-KEYED-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOG-WS
                   NOT AT END
                       IF TLK-SEQ-NUMBER > START-SEQ-WS
                           PERFORM 230-RELEASE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       230-RELEASE-ONE-ENTRY.
           MOVE TLK-SEQ-NUMBER    TO SR-SEQ-NUMBER.
           MOVE TLK-PART-NUMBER   TO SR-PART-NUMBER.
           MOVE TLK-TRANS-CODE    TO SR-TRANS-CODE.
           MOVE TLK-TRANS-AMOUNT  TO SR-TRANS-AMOUNT.
           MOVE TLK-QTY-BEFORE    TO SR-QTY-BEFORE.
           MOVE TLK-QTY-AFTER     TO SR-QTY-AFTER.
           MOVE TLK-DATE          TO SR-DATE.
           MOVE TLK-TIME          TO SR-TIME.
           MOVE TLK-FROM-LOC      TO SR-FROM-LOC.
           MOVE TLK-TO-LOC        TO SR-TO-LOC.
           MOVE TLK-CUSTOMER-CODE TO SR-CUSTOMER-CODE.
           MOVE TLK-COST-AFTER    TO SR-COST-AFTER.
           MOVE TLK-LOT-NUMBER    TO SR-LOT-NUMBER.
           MOVE TLK-LOT-EXPIRY    TO SR-LOT-EXPIRY.
           MOVE TLK-SERIAL-NUMBER TO SR-SERIAL-NUMBER.
           MOVE TLK-OPERATOR-ID   TO SR-OPERATOR-ID.
           MOVE TLK-LOAN-NUMBER   TO SR-LOAN-NUMBER.
           MOVE TLK-LOAN-RENTAL-RATE TO SR-LOAN-RENTAL-RATE.
           ADD 1 TO LOG-ENTRIES-AFTER-WS.
           RELEASE REPLAY-SORT-RECORD.

      *==============================================================
      * Apply the entries in posting order until the stop point,
      * the end of the log, or an entry that will not apply.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN REPLAY-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
                      OR REPLAY-DONE-WS = "YES"
               PERFORM 410-REPLAY-ONE-ENTRY
               IF REPLAY-DONE-WS NOT = "YES"
                   RETURN REPLAY-SORT-FILE
                       AT END MOVE "YES" TO EOF-SORT-WS
                   END-RETURN
               END-IF
           END-PERFORM.

      *==============================================================
      * One entry: past the stop point ends the replay; otherwise
      * it is proven against the files, then laid down on the
      * balances, lots and serials, and the master takes the
      * on-hand and cost the entry left it with.
      *==============================================================
       410-REPLAY-ONE-ENTRY.
           MOVE SR-DATE      TO ES-DATE.
           MOVE SR-TIME (1:6) TO ES-TIME.
           IF (STOP-BY-SEQUENCE AND SR-SEQ-NUMBER > STOP-SEQ-WS)
                   OR (STOP-BY-TIME AND ENTRY-STAMP-WS > STOP-STAMP-WS)
               MOVE "YES" TO REPLAY-DONE-WS
               EXIT PARAGRAPH.
           PERFORM 420-CHECK-ENTRY-APPLIES.
           IF HALT-REASON-WS NOT = SPACES
               PERFORM 490-HALT-REPLAY
               EXIT PARAGRAPH.
           COMPUTE ENTRY-DELTA-WS = SR-QTY-AFTER - SR-QTY-BEFORE.
           PERFORM 430-APPLY-TO-BALANCES.
           PERFORM 440-APPLY-TO-LOTS.
           PERFORM 450-APPLY-TO-SERIALS.
           PERFORM 455-APPLY-TO-LOANS.
           MOVE SR-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "MASTER LOST DURING REPLAY"
                       TO HALT-REASON-WS
                   PERFORM 490-HALT-REPLAY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SR-QTY-AFTER TO QUANTITY.
           IF SR-COST-AFTER > ZERO
               MOVE SR-COST-AFTER TO UNIT-PRICE.
           REWRITE INVENT-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED" TO HALT-REASON-WS
                   PERFORM 490-HALT-REPLAY
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO ENTRIES-APPLIED-WS.
           ADD ENTRY-DELTA-WS TO NET-REPLAYED-WS.
           MOVE SR-SEQ-NUMBER TO LAST-APPLIED-SEQ-WS.
           ADD 1 TO EXPECTED-SEQ-WS.
           MOVE SR-SEQ-NUMBER   TO RD-SEQ-OUT.
           MOVE SR-PART-NUMBER  TO RD-PART-OUT.
           MOVE SR-TRANS-CODE   TO RD-CODE-OUT.
           MOVE SR-TRANS-AMOUNT TO RD-AMOUNT-OUT.
           MOVE SR-QTY-BEFORE   TO RD-BEFORE-OUT.
           MOVE SR-QTY-AFTER    TO RD-AFTER-OUT.
           MOVE SR-DATE         TO RD-DATE-OUT.
           MOVE SR-TIME (1:6)   TO RD-TIME-OUT.
           MOVE SR-FROM-LOC     TO RD-FROM-OUT.
           MOVE SR-TO-LOC       TO RD-TO-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-DETAIL-OUT.

      *==============================================================
      * Nothing is written for an entry until it is known to fit:
      * the log has no gap before it, the part is on the master
      * with exactly the on-hand the entry started from, and the
      * balance it draws from can cover it.  A part seen for the
      * first time is seeded its balance the way every posting
      * path seeds one.
      *==============================================================
       420-CHECK-ENTRY-APPLIES.
           MOVE SPACES TO HALT-REASON-WS.
           IF SR-SEQ-NUMBER NOT = EXPECTED-SEQ-WS
               MOVE "LOG ENTRIES MISSING BEFORE THIS ONE"
                   TO HALT-REASON-WS
               EXIT PARAGRAPH.
           MOVE SR-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "PART NOT ON RESTORED MASTER"
                       TO HALT-REASON-WS
                   EXIT PARAGRAPH
           END-READ.
           IF QUANTITY NOT = SR-QTY-BEFORE
               MOVE "ON-HAND DOES NOT MATCH THE LOG"
                   TO HALT-REASON-WS
               EXIT PARAGRAPH.
           MOVE LOCATION-CODE TO CARRYING-LOC-WS.
           PERFORM 350-ENSURE-PART-BALANCES.
           COMPUTE ENTRY-DELTA-WS = SR-QTY-AFTER - SR-QTY-BEFORE.
           EVALUATE SR-TRANS-CODE
               WHEN "T"
               WHEN "M"
               WHEN "O"
                   MOVE SR-FROM-LOC TO BAL-LOCATION-WS
                   MOVE SR-TRANS-AMOUNT TO MOVE-QTY-WS
                   PERFORM 425-CHECK-ONE-BALANCE
               WHEN "I"
                   MOVE "*TRAN" TO BAL-LOCATION-WS
                   MOVE SR-TRANS-AMOUNT TO MOVE-QTY-WS
                   PERFORM 425-CHECK-ONE-BALANCE
               WHEN "A"
               WHEN "U"
                   CONTINUE
               WHEN OTHER
                   IF ENTRY-DELTA-WS < ZERO
                       COMPUTE MOVE-QTY-WS = ZERO - ENTRY-DELTA-WS
                       IF SR-FROM-LOC = SPACES
                           PERFORM 426-CHECK-AVAILABLE-QTY
                       ELSE
                           MOVE SR-FROM-LOC TO BAL-LOCATION-WS
                           PERFORM 425-CHECK-ONE-BALANCE
                       END-IF
                   END-IF
           END-EVALUATE.

      *==============================================================
      * The named balance must hold the amount moving out of it.
      *==============================================================
       425-CHECK-ONE-BALANCE.
           MOVE SR-PART-NUMBER  TO SB-PART-NUMBER.
           MOVE BAL-LOCATION-WS TO SB-LOCATION-CODE.
           READ STOCK-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO SB-QUANTITY
           END-READ.
           IF MOVE-QTY-WS > SB-QUANTITY
               MOVE "LOCATION BALANCE TOO LOW"
                   TO HALT-REASON-WS.

      *==============================================================
      * An entry that named no location took its stock from the
      * carrying location and then the part's other shelves,
      * never from a held one -- between them they must cover it.
      *==============================================================
       426-CHECK-AVAILABLE-QTY.
           MOVE ZERO TO AVAILABLE-QTY-WS.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE SR-PART-NUMBER TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = SR-PART-NUMBER
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           PERFORM 480-TEST-HELD-LOCATION
                           IF HELD-LOC-WS = "NO"
                               ADD SB-QUANTITY TO AVAILABLE-QTY-WS
                           END-IF
                       END-IF
           END-PERFORM.
           IF MOVE-QTY-WS > AVAILABLE-QTY-WS
               MOVE "BALANCES TOO LOW FOR THE ISSUE"
                   TO HALT-REASON-WS.

      *==============================================================
      * Lay the entry down on the per-location balances the way
      * the posting did: transfers and container moves shift the
      * amount between their two balances, the two transfer legs
      * go through the in-transit balance, an adjustment sets its
      * shelf to the counted amount, a reversal undoes the entry
      * before it, and everything else takes its on-hand swing
      * out of its FROM balance or puts it onto its TO balance --
      * the carrying location when the entry named none.
      *==============================================================
       430-APPLY-TO-BALANCES.
           EVALUATE SR-TRANS-CODE
               WHEN "T"
               WHEN "M"
                   MOVE SR-TRANS-AMOUNT TO MOVE-QTY-WS
                   MOVE SR-FROM-LOC TO BAL-LOCATION-WS
                   PERFORM 432-TAKE-FROM-BALANCE
                   MOVE SR-TO-LOC TO BAL-LOCATION-WS
                   PERFORM 431-ADD-TO-BALANCE
               WHEN "O"
                   MOVE SR-TRANS-AMOUNT TO MOVE-QTY-WS
                   MOVE SR-FROM-LOC TO BAL-LOCATION-WS
                   PERFORM 432-TAKE-FROM-BALANCE
                   MOVE "*TRAN" TO BAL-LOCATION-WS
                   PERFORM 431-ADD-TO-BALANCE
               WHEN "I"
                   MOVE SR-TRANS-AMOUNT TO MOVE-QTY-WS
                   MOVE "*TRAN" TO BAL-LOCATION-WS
                   PERFORM 432-TAKE-FROM-BALANCE
                   MOVE SR-TO-LOC TO BAL-LOCATION-WS
                   PERFORM 431-ADD-TO-BALANCE
               WHEN "A"
                   IF SR-FROM-LOC = SPACES
                       MOVE CARRYING-LOC-WS TO BAL-LOCATION-WS
                   ELSE
                       MOVE SR-FROM-LOC TO BAL-LOCATION-WS
                   END-IF
                   PERFORM 351-READ-OR-CREATE-BALANCE
                   MOVE SR-TRANS-AMOUNT TO SB-QUANTITY
                   REWRITE STOCK-BALANCE-RECORD
               WHEN "U"
                   PERFORM 435-APPLY-REVERSAL
               WHEN OTHER
                   IF ENTRY-DELTA-WS < ZERO
                       COMPUTE MOVE-QTY-WS = ZERO - ENTRY-DELTA-WS
                       IF SR-FROM-LOC = SPACES
                           PERFORM 433-ISSUE-FROM-BALANCES
                       ELSE
                           MOVE SR-FROM-LOC TO BAL-LOCATION-WS
                           PERFORM 432-TAKE-FROM-BALANCE
                       END-IF
                   END-IF
                   IF ENTRY-DELTA-WS > ZERO
                       MOVE ENTRY-DELTA-WS TO MOVE-QTY-WS
                       IF SR-TO-LOC = SPACES
                           MOVE CARRYING-LOC-WS TO BAL-LOCATION-WS
                       ELSE
                           MOVE SR-TO-LOC TO BAL-LOCATION-WS
                       END-IF
                       PERFORM 431-ADD-TO-BALANCE
                   END-IF
           END-EVALUATE.

       431-ADD-TO-BALANCE.
           PERFORM 351-READ-OR-CREATE-BALANCE.
           ADD MOVE-QTY-WS TO SB-QUANTITY.
           REWRITE STOCK-BALANCE-RECORD.

      *==============================================================
      * Balances are unsigned, so a take is floored at zero the
      * way the reversal path floors it.
      *==============================================================
       432-TAKE-FROM-BALANCE.
           PERFORM 351-READ-OR-CREATE-BALANCE.
           IF MOVE-QTY-WS > SB-QUANTITY
               MOVE ZERO TO SB-QUANTITY
           ELSE
               SUBTRACT MOVE-QTY-WS FROM SB-QUANTITY.
           REWRITE STOCK-BALANCE-RECORD.

      *==============================================================
      * No location on the entry: carrying location first, then
      * wherever else the part sits that is not held.
      *==============================================================
       433-ISSUE-FROM-BALANCES.
           MOVE MOVE-QTY-WS TO MOVE-REMAINING-WS.
           MOVE SR-PART-NUMBER  TO SB-PART-NUMBER.
           MOVE CARRYING-LOC-WS TO SB-LOCATION-CODE.
           READ STOCK-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 434-TAKE-FROM-THIS-BALANCE
           END-READ.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE SR-PART-NUMBER TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
                      OR MOVE-REMAINING-WS = ZERO
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = SR-PART-NUMBER
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           PERFORM 434-TAKE-FROM-THIS-BALANCE
                       END-IF
           END-PERFORM.

       434-TAKE-FROM-THIS-BALANCE.
           IF MOVE-REMAINING-WS = ZERO OR SB-QUANTITY = ZERO
               EXIT PARAGRAPH.
           PERFORM 480-TEST-HELD-LOCATION.
           IF HELD-LOC-WS = "YES"
               EXIT PARAGRAPH.
           IF MOVE-REMAINING-WS < SB-QUANTITY
               MOVE MOVE-REMAINING-WS TO MOVE-TAKE-WS
           ELSE
               MOVE SB-QUANTITY TO MOVE-TAKE-WS.
           SUBTRACT MOVE-TAKE-WS FROM SB-QUANTITY.
           SUBTRACT MOVE-TAKE-WS FROM MOVE-REMAINING-WS.
           REWRITE STOCK-BALANCE-RECORD.

      *==============================================================
      * A reversal undid the part's entry just before it: a
      * transfer goes back from TO to FROM, anything else has its
      * swing put back on the carrying-location balance, floored
      * at zero -- the same as the reversal posting.
      *==============================================================
       435-APPLY-REVERSAL.
           PERFORM 436-FIND-PRIOR-ENTRY.
           IF PRIOR-FOUND-WS = "NO"
               EXIT PARAGRAPH.
           IF PRIOR-TRANS-CODE-WS = "T"
               MOVE PRIOR-AMOUNT-WS TO MOVE-QTY-WS
               MOVE PRIOR-TO-LOC-WS TO BAL-LOCATION-WS
               PERFORM 432-TAKE-FROM-BALANCE
               MOVE PRIOR-FROM-LOC-WS TO BAL-LOCATION-WS
               PERFORM 431-ADD-TO-BALANCE
           ELSE
               MOVE CARRYING-LOC-WS TO BAL-LOCATION-WS
               PERFORM 351-READ-OR-CREATE-BALANCE
               COMPUTE ENTRY-DELTA-WS = SB-QUANTITY
                   + PRIOR-QTY-BEFORE-WS - SR-QTY-BEFORE
               IF ENTRY-DELTA-WS < ZERO
                   MOVE ZERO TO SB-QUANTITY
               ELSE
                   MOVE ENTRY-DELTA-WS TO SB-QUANTITY
               END-IF
               REWRITE STOCK-BALANCE-RECORD
               COMPUTE ENTRY-DELTA-WS =
                   SR-QTY-AFTER - SR-QTY-BEFORE.

      *==============================================================
      * The part's last log entry before the reversal -- what the
      * reversal found when it posted.  A loan memo line is passed
      * over, as the reversal passed over it.
      *==============================================================
       436-FIND-PRIOR-ENTRY.
           MOVE "NO" TO PRIOR-FOUND-WS.
           MOVE SPACES TO EOF-LOG-WS.
           MOVE SR-PART-NUMBER TO TLK-PART-NUMBER.
           MOVE ZERO           TO TLK-SEQ-NUMBER.
           START TRANS-LOG-KEYED-FILE KEY IS NOT LESS THAN TLK-KEY
               INVALID KEY MOVE "YES" TO EOF-LOG-WS.
           PERFORM UNTIL EOF-LOG-WS = "YES"
               READ TRANS-LOG-KEYED-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOG-WS
                   NOT AT END
                       IF TLK-PART-NUMBER NOT = SR-PART-NUMBER
                               OR TLK-SEQ-NUMBER NOT < SR-SEQ-NUMBER
                           MOVE "YES" TO EOF-LOG-WS
                       ELSE
                           IF TLK-TRANS-CODE NOT = "L"
                                   AND TLK-TRANS-CODE NOT = "H"
                               MOVE TLK-QTY-BEFORE
                                   TO PRIOR-QTY-BEFORE-WS
                               MOVE TLK-TRANS-CODE
                                   TO PRIOR-TRANS-CODE-WS
                               MOVE TLK-FROM-LOC TO PRIOR-FROM-LOC-WS
                               MOVE TLK-TO-LOC   TO PRIOR-TO-LOC-WS
                               MOVE TLK-TRANS-AMOUNT
                                   TO PRIOR-AMOUNT-WS
                               MOVE "YES" TO PRIOR-FOUND-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * Lots: a receipt that went into a lot adds to it (opening
      * it, dated the day of the receipt, the first time), and a
      * sale, job issue or write-off of a lot-controlled part
      * draws the lots down oldest first.  A write-off out of a
      * quarantine hold is an inspection refusal, which never
      * touched the lots.
      *==============================================================
       440-APPLY-TO-LOTS.
           IF SR-TRANS-CODE = "R" AND SR-LOT-NUMBER NOT = SPACES
               MOVE SR-PART-NUMBER TO LB-PART-NUMBER
               MOVE SR-LOT-NUMBER  TO LB-LOT-NUMBER
               READ LOT-BALANCE-FILE
                   INVALID KEY
                       MOVE SR-PART-NUMBER TO LB-PART-NUMBER
                       MOVE SR-LOT-NUMBER  TO LB-LOT-NUMBER
                       MOVE ENTRY-DELTA-WS TO LB-QUANTITY
                       MOVE SR-DATE        TO LB-RECEIVED-DATE
                       MOVE SR-LOT-EXPIRY  TO LB-EXPIRY-DATE
                       WRITE LOT-BALANCE-RECORD
                   NOT INVALID KEY
                       ADD ENTRY-DELTA-WS TO LB-QUANTITY
                       REWRITE LOT-BALANCE-RECORD
               END-READ
               EXIT PARAGRAPH.
           IF NOT PART-LOT-CONTROLLED
               EXIT PARAGRAPH.
           IF SR-TRANS-CODE = "W" AND SR-FROM-LOC NOT = SPACES
               MOVE SR-FROM-LOC TO SB-LOCATION-CODE
               PERFORM 480-TEST-HELD-LOCATION
               IF HELD-LOC-WS = "YES"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF SR-TRANS-CODE = "S" OR SR-TRANS-CODE = "W"
                   OR SR-TRANS-CODE = "J"
               MOVE SR-TRANS-AMOUNT TO LOT-REMAINING-WS
               MOVE ZERO TO LOT-PASS-COUNT-WS
               MOVE SPACES TO OLDEST-LOT-WS
               PERFORM 441-CONSUME-OLDEST-LOT
                   UNTIL LOT-REMAINING-WS = ZERO
                      OR LOT-PASS-COUNT-WS > 20
                      OR OLDEST-LOT-WS = HIGH-VALUES.

      *==============================================================
      * One pass: find the oldest lot with anything left and take
      * from it.
      *==============================================================
       441-CONSUME-OLDEST-LOT.
           ADD 1 TO LOT-PASS-COUNT-WS.
           MOVE HIGH-VALUES TO OLDEST-LOT-WS.
           MOVE HIGH-VALUES TO OLDEST-DATE-WS.
           MOVE SPACES TO EOF-LOT-WS.
           MOVE SR-PART-NUMBER TO LB-PART-NUMBER.
           MOVE LOW-VALUES     TO LB-LOT-NUMBER.
           START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-KEY
               INVALID KEY MOVE "YES" TO EOF-LOT-WS.
           PERFORM UNTIL EOF-LOT-WS = "YES"
               READ LOT-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOT-WS
                   NOT AT END
                       IF LB-PART-NUMBER NOT = SR-PART-NUMBER
                           MOVE "YES" TO EOF-LOT-WS
                       ELSE
                           IF LB-QUANTITY > ZERO AND
                                   LB-RECEIVED-DATE <
                                       OLDEST-DATE-WS
                               MOVE LB-RECEIVED-DATE
                                   TO OLDEST-DATE-WS
                               MOVE LB-LOT-NUMBER
                                   TO OLDEST-LOT-WS
                           END-IF
                       END-IF
           END-PERFORM.
           IF OLDEST-LOT-WS = HIGH-VALUES
               EXIT PARAGRAPH.
           MOVE SR-PART-NUMBER TO LB-PART-NUMBER.
           MOVE OLDEST-LOT-WS  TO LB-LOT-NUMBER.
           READ LOT-BALANCE-FILE
               INVALID KEY
                   MOVE HIGH-VALUES TO OLDEST-LOT-WS
                   EXIT PARAGRAPH
           END-READ.
           IF LOT-REMAINING-WS < LB-QUANTITY
               MOVE LOT-REMAINING-WS TO LOT-TAKE-WS
           ELSE
               MOVE LB-QUANTITY TO LOT-TAKE-WS.
           SUBTRACT LOT-TAKE-WS FROM LB-QUANTITY.
           SUBTRACT LOT-TAKE-WS FROM LOT-REMAINING-WS.
           REWRITE LOT-BALANCE-RECORD.

      *==============================================================
      * A receipt, sale or customer return that moved a serialized
      * unit puts the unit's event back on its history, and so
      * does a tool-crib loan memo line: L the unit lent out (O),
      * H the unit handed back (I).
      *==============================================================
       450-APPLY-TO-SERIALS.
           IF SR-SERIAL-NUMBER = SPACES
               EXIT PARAGRAPH.
           IF SR-TRANS-CODE NOT = "R" AND SR-TRANS-CODE NOT = "S"
                   AND SR-TRANS-CODE NOT = "C"
                   AND SR-TRANS-CODE NOT = "L"
                   AND SR-TRANS-CODE NOT = "H"
               EXIT PARAGRAPH.
           PERFORM 451-FIND-NEXT-SERIAL-SEQ.
           MOVE SR-SERIAL-NUMBER TO SER-SERIAL-NUMBER.
           MOVE SERIAL-SEQ-WS    TO SER-SEQ-NUMBER.
           MOVE SR-PART-NUMBER   TO SER-PART-NUMBER.
           EVALUATE SR-TRANS-CODE
               WHEN "L"
                   MOVE "O" TO SER-EVENT-CODE
               WHEN "H"
                   MOVE "I" TO SER-EVENT-CODE
               WHEN OTHER
                   MOVE SR-TRANS-CODE TO SER-EVENT-CODE
           END-EVALUATE.
           MOVE SR-DATE          TO SER-EVENT-DATE.
           IF SR-TRANS-CODE = "R"
               MOVE SPACES TO SER-CUSTOMER-CODE
           ELSE
               MOVE SR-CUSTOMER-CODE TO SER-CUSTOMER-CODE.
           WRITE SERIAL-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "FWDRECOV: SERIAL WRITE FAILED "
                       SER-SERIAL-NUMBER
               NOT INVALID KEY
                   ADD 1 TO SERIAL-EVENTS-WS
           END-WRITE.

      *==============================================================
      * The serial's next event number: one past whatever is
      * already on its history.
      *==============================================================
       451-FIND-NEXT-SERIAL-SEQ.
           MOVE ZERO TO SERIAL-SEQ-WS.
           MOVE SPACES TO EOF-SERIAL-WS.
           MOVE SR-SERIAL-NUMBER TO SER-SERIAL-NUMBER.
           MOVE ZERO             TO SER-SEQ-NUMBER.
           START SERIAL-FILE KEY IS NOT LESS THAN SER-KEY
               INVALID KEY MOVE "YES" TO EOF-SERIAL-WS.
           PERFORM UNTIL EOF-SERIAL-WS = "YES"
               READ SERIAL-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SERIAL-WS
                   NOT AT END
                       IF SER-SERIAL-NUMBER NOT = SR-SERIAL-NUMBER
                           MOVE "YES" TO EOF-SERIAL-WS
                       ELSE
                           MOVE SER-SEQ-NUMBER TO SERIAL-SEQ-WS
                       END-IF
           END-PERFORM.
           ADD 1 TO SERIAL-SEQ-WS.

      *==============================================================
      * In-transit stock, quarantine holds and consignment at a
      * customer's site count in the total but are not on the
      * shelf to issue from.
      *==============================================================
      *==============================================================
      * The loan register is not part of a backup generation, so
      * it may already hold what a loan memo line did: a loan
      * already on file is left as it stands, and a check-in only
      * closes a loan still out -- working out its rental days
      * the way the check-in did.
      *==============================================================
       455-APPLY-TO-LOANS.
           IF SR-TRANS-CODE NOT = "L" AND SR-TRANS-CODE NOT = "H"
               EXIT PARAGRAPH.
           MOVE SR-LOAN-NUMBER TO LN-LOAN-NUMBER.
           IF SR-TRANS-CODE = "L"
               PERFORM 456-REWRITE-LOAN-OUT
           ELSE
               PERFORM 457-REWRITE-LOAN-IN.

       456-REWRITE-LOAN-OUT.
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES               TO LOAN-RECORD.
           MOVE SR-LOAN-NUMBER       TO LN-LOAN-NUMBER.
           MOVE SR-SERIAL-NUMBER     TO LN-SERIAL-NUMBER.
           MOVE SR-PART-NUMBER       TO LN-PART-NUMBER.
           MOVE SR-LOAN-BORROWER-TYPE TO LN-BORROWER-TYPE.
           MOVE SR-LOAN-BORROWER-CODE TO LN-BORROWER-CODE.
           MOVE SR-DATE              TO LN-CHECKOUT-DATE.
           MOVE SR-LOT-EXPIRY        TO LN-DUE-DATE.
           MOVE ZERO                 TO LN-RETURN-DATE.
           MOVE "O"                  TO LN-LOAN-STATUS.
           MOVE SR-LOAN-RENTAL-RATE  TO LN-RENTAL-RATE.
           MOVE ZERO                 TO LN-RENTAL-DAYS.
           MOVE ZERO                 TO LN-RENTAL-CHARGE.
           MOVE ZERO                 TO LN-INVOICE-NUMBER.
           MOVE SR-OPERATOR-ID       TO LN-OUT-OPERATOR-ID.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "FWDRECOV: LOAN WRITE FAILED "
                       LN-LOAN-NUMBER
               NOT INVALID KEY
                   ADD 1 TO LOAN-EVENTS-WS
           END-WRITE.

       457-REWRITE-LOAN-IN.
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "FWDRECOV: LOAN " LN-LOAN-NUMBER
                       " NOT ON REGISTER FOR CHECK-IN"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LN-STILL-OUT
               EXIT PARAGRAPH.
           MOVE SR-DATE        TO LN-RETURN-DATE.
           MOVE "I"            TO LN-LOAN-STATUS.
           MOVE SR-OPERATOR-ID TO LN-IN-OPERATOR-ID.
           IF LN-RENTAL-RATE > ZERO
               COMPUTE LN-RENTAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(LN-RETURN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-CHECKOUT-DATE)
               IF LN-RENTAL-DAYS = ZERO
                   MOVE 1 TO LN-RENTAL-DAYS
               END-IF
               COMPUTE LN-RENTAL-CHARGE =
                   LN-RENTAL-DAYS * LN-RENTAL-RATE.
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "FWDRECOV: LOAN REWRITE FAILED "
                       LN-LOAN-NUMBER
               NOT INVALID KEY
                   ADD 1 TO LOAN-EVENTS-WS
           END-REWRITE.

       480-TEST-HELD-LOCATION.
           MOVE "NO" TO HELD-LOC-WS.
           IF SB-LOCATION-CODE = "*TRAN"
               MOVE "YES" TO HELD-LOC-WS
               EXIT PARAGRAPH.
           IF LOC-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SB-LOCATION-CODE TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LO-QUARANTINE-TYPE OR LO-CUSTOMER-SITE-TYPE
                       MOVE "YES" TO HELD-LOC-WS
                   END-IF
           END-READ.

      *==============================================================
      * Stop the replay on the entry that would not apply.  Every
      * entry before it is on the files; it and everything after
      * it are not.
      *==============================================================
       490-HALT-REPLAY.
           MOVE "YES" TO REPLAY-DONE-WS.
           MOVE "H" TO END-FLAG-WS.
           MOVE SR-SEQ-NUMBER TO HALT-SEQ-WS.
           MOVE SPACES TO RECOVERY-REPORT-DATA.
           WRITE RECOVERY-REPORT-DATA.
           MOVE SR-SEQ-NUMBER  TO RX-SEQ-OUT.
           MOVE SR-PART-NUMBER TO RX-PART-OUT.
           MOVE HALT-REASON-WS TO RX-REASON-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-HALT-OUT.
           DISPLAY "FWDRECOV: HALTED AT SEQUENCE " SR-SEQ-NUMBER
               " - " HALT-REASON-WS.
           MOVE 8 TO RETURN-CODE.

      *==============================================================
      * Seed a part's first balance record from the master's own
      * location and quantity, the way the posting paths do.
      *==============================================================
       350-ENSURE-PART-BALANCES.
           MOVE "NO" TO BAL-FOUND-WS.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE SR-PART-NUMBER TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           IF EOF-BAL-WS NOT = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF SB-PART-NUMBER = SR-PART-NUMBER
                           MOVE "YES" TO BAL-FOUND-WS
                       END-IF
               END-READ.
           IF BAL-FOUND-WS = "NO"
               MOVE SR-PART-NUMBER TO SB-PART-NUMBER
               MOVE LOCATION-CODE  TO SB-LOCATION-CODE
               MOVE QUANTITY       TO SB-QUANTITY
               MOVE ZERO           TO SB-MIN-QTY
               MOVE ZERO           TO SB-MAX-QTY
               WRITE STOCK-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "FWDRECOV: BALANCE SEED FAILED "
                           SB-PART-NUMBER.

      *==============================================================
      * Read the balance for the part at BAL-LOCATION-WS, creating
      * an empty one the first time stock touches that location.
      *==============================================================
       351-READ-OR-CREATE-BALANCE.
           MOVE SR-PART-NUMBER  TO SB-PART-NUMBER.
           MOVE BAL-LOCATION-WS TO SB-LOCATION-CODE.
           READ STOCK-BALANCE-FILE
               INVALID KEY
                   MOVE SR-PART-NUMBER  TO SB-PART-NUMBER
                   MOVE BAL-LOCATION-WS TO SB-LOCATION-CODE
                   MOVE ZERO            TO SB-QUANTITY
                   MOVE ZERO            TO SB-MIN-QTY
                   MOVE ZERO            TO SB-MAX-QTY
                   WRITE STOCK-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "FWDRECOV: BALANCE CREATE FAILED "
                               SB-PART-NUMBER
                   END-WRITE
           END-READ.

      *==============================================================
      * Total the recovered files: the master's on-hand, the
      * balances of every part that has them beside that part's
      * own on-hand, and the lots.
      *==============================================================
       460-TOTAL-RECOVERED-FILES.
           MOVE SPACES TO EOF-INVENT-WS.
           MOVE LOW-VALUES TO PART-NUMBER.
           START INVENT-FILE KEY IS NOT LESS THAN PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-INVENT-WS.
           PERFORM UNTIL EOF-INVENT-WS = "YES"
               READ INVENT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-INVENT-WS
                   NOT AT END
                       ADD QUANTITY TO RECOVERED-TOTAL-WS
                       PERFORM 461-TOTAL-PART-BALANCES
               END-READ
           END-PERFORM.
           MOVE SPACES TO EOF-LOT-WS.
           MOVE LOW-VALUES TO LB-KEY.
           START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-KEY
               INVALID KEY MOVE "YES" TO EOF-LOT-WS.
           PERFORM UNTIL EOF-LOT-WS = "YES"
               READ LOT-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOT-WS
                   NOT AT END ADD LB-QUANTITY TO LOTBAL-TOTAL-WS
               END-READ
           END-PERFORM.

       461-TOTAL-PART-BALANCES.
           MOVE ZERO TO PART-BAL-TOTAL-WS.
           MOVE "NO" TO BAL-FOUND-WS.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE PART-NUMBER TO SB-PART-NUMBER.
           MOVE LOW-VALUES  TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = PART-NUMBER
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           MOVE "YES" TO BAL-FOUND-WS
                           ADD SB-QUANTITY TO PART-BAL-TOTAL-WS
                       END-IF
           END-PERFORM.
           IF BAL-FOUND-WS = "YES"
               ADD QUANTITY TO BALANCED-TOTAL-WS
               ADD PART-BAL-TOTAL-WS TO STKBAL-TOTAL-WS.

      *==============================================================
      * Control totals on the report and the control record, then
      * close up and catalogue the report.
      *==============================================================
       202-TERM-RECOVERY.
           PERFORM 460-TOTAL-RECOVERED-FILES.
           COMPUTE NOT-APPLIED-WS =
               LOG-ENTRIES-AFTER-WS - ENTRIES-APPLIED-WS.
           MOVE SPACES TO RECOVERY-REPORT-DATA.
           WRITE RECOVERY-REPORT-DATA.
           MOVE "LOG ENTRIES AFTER BACKUP" TO RN-LABEL-OUT.
           MOVE LOG-ENTRIES-AFTER-WS TO RN-COUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-COUNT-OUT.
           MOVE "ENTRIES APPLIED"  TO RN-LABEL-OUT.
           MOVE ENTRIES-APPLIED-WS TO RN-COUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-COUNT-OUT.
           MOVE "ENTRIES NOT APPLIED" TO RN-LABEL-OUT.
           MOVE NOT-APPLIED-WS TO RN-COUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-COUNT-OUT.
           MOVE "LAST SEQUENCE APPLIED" TO RN-LABEL-OUT.
           MOVE LAST-APPLIED-SEQ-WS TO RN-COUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-COUNT-OUT.
           MOVE "SERIAL EVENTS REWRITTEN" TO RN-LABEL-OUT.
           MOVE SERIAL-EVENTS-WS TO RN-COUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-COUNT-OUT.
           MOVE "LOAN REGISTER LINES REWRITTEN" TO RN-LABEL-OUT.
           MOVE LOAN-EVENTS-WS TO RN-COUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-COUNT-OUT.
           MOVE "RESTORED MASTER TOTAL" TO RT-LABEL-OUT.
           MOVE RESTORED-TOTAL-WS TO RT-AMOUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-TOTAL-OUT.
           MOVE "NET QUANTITY REPLAYED" TO RT-LABEL-OUT.
           MOVE NET-REPLAYED-WS TO RT-AMOUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-TOTAL-OUT.
           MOVE "RECOVERED MASTER TOTAL" TO RT-LABEL-OUT.
           MOVE RECOVERED-TOTAL-WS TO RT-AMOUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-TOTAL-OUT.
           MOVE "ON-HAND OF PARTS WITH BALANCES" TO RT-LABEL-OUT.
           MOVE BALANCED-TOTAL-WS TO RT-AMOUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-TOTAL-OUT.
           MOVE "STOCK BALANCE TOTAL" TO RT-LABEL-OUT.
           MOVE STKBAL-TOTAL-WS TO RT-AMOUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-TOTAL-OUT.
           MOVE "LOT BALANCE TOTAL" TO RT-LABEL-OUT.
           MOVE LOTBAL-TOTAL-WS TO RT-AMOUNT-OUT.
           WRITE RECOVERY-REPORT-DATA FROM RECOVERY-TOTAL-OUT.
           MOVE SPACES TO RECOVERY-REPORT-DATA.
           IF END-FLAG-WS = "H"
               MOVE "REPLAY HALTED - CORRECT THE ENTRY ABOVE, THEN"
                   TO RECOVERY-REPORT-DATA
               WRITE RECOVERY-REPORT-DATA
               MOVE "RESTORE AGAIN OR POST THE REST BY HAND"
                   TO RECOVERY-REPORT-DATA
           ELSE
               MOVE "REPLAY COMPLETE TO THE STOP POINT - RUN BALCHK"
                   TO RECOVERY-REPORT-DATA.
           WRITE RECOVERY-REPORT-DATA.
           PERFORM 470-WRITE-RECOVERY-CONTROL.
           CLOSE TRANS-LOG-KEYED-FILE.
           CLOSE INVENT-FILE.
           CLOSE STOCK-BALANCE-FILE.
           CLOSE LOT-BALANCE-FILE.
           CLOSE SERIAL-FILE.
           CLOSE LOAN-FILE.
           IF LOC-FILE-OPEN-WS = "YES"
               CLOSE LOCATION-FILE.
           CLOSE RECOVERY-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF REPORT-CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "FWDRECOV" TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE ENTRIES-APPLIED-WS      TO RC-RECORD-COUNT.
           MOVE RECOVERY-REPORT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
           DISPLAY "FWDRECOV: " ENTRIES-APPLIED-WS " OF "
               LOG-ENTRIES-AFTER-WS " LOG ENTRIES APPLIED, THROUGH "
               LAST-APPLIED-SEQ-WS.

      *==============================================================
      * The figures BALCHK proves on its next run, pending until
      * it does.
      *==============================================================
       470-WRITE-RECOVERY-CONTROL.
           MOVE "P"                TO RV-STATUS.
           MOVE CDT-DATE           TO RV-RUN-DATE.
           MOVE GENERATION-DATE-WS TO RV-GENERATION-DATE.
           MOVE START-SEQ-WS       TO RV-START-SEQ.
           MOVE LAST-APPLIED-SEQ-WS TO RV-LAST-SEQ.
           MOVE ENTRIES-APPLIED-WS TO RV-ENTRIES-APPLIED.
           MOVE RESTORED-TOTAL-WS  TO RV-RESTORED-TOTAL.
           MOVE NET-REPLAYED-WS    TO RV-NET-REPLAYED.
           MOVE RECOVERED-TOTAL-WS TO RV-RECOVERED-TOTAL.
           MOVE BALANCED-TOTAL-WS  TO RV-BALANCED-TOTAL.
           MOVE STKBAL-TOTAL-WS    TO RV-STKBAL-TOTAL.
           MOVE LOTBAL-TOTAL-WS    TO RV-LOTBAL-TOTAL.
           MOVE SERIAL-EVENTS-WS   TO RV-SERIAL-EVENTS.
           MOVE END-FLAG-WS        TO RV-END-FLAG.
           MOVE HALT-SEQ-WS        TO RV-HALT-SEQ.
           OPEN OUTPUT RECOVERY-CONTROL-FILE.
           WRITE RECOVERY-CONTROL-RECORD.
           CLOSE RECOVERY-CONTROL-FILE.

       end program FWDRECOV.
