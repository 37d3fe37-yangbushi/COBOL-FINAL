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
           SELECT INVENT-BACKUP-IN
               ASSIGN TO INVENT-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO SUPPLIER-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-BACKUP-STATUS.
           SELECT BALANCE-BACKUP-IN
               ASSIGN TO BALANCE-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-BACKUP-STATUS.
           SELECT LOT-BACKUP-IN
               ASSIGN TO LOT-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-BACKUP-STATUS.
           SELECT SERIAL-BACKUP-IN
               ASSIGN TO SERIAL-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SERIAL-BACKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  LOT-BALANCE-FILE.
           COPY "D:\COBOL\LOT_BALANCE_RECORD.cpy".

       FD  SERIAL-FILE.
           COPY "D:\COBOL\SERIAL_HISTORY_RECORD.cpy".

       FD  INVENT-BACKUP-IN.
       01  INVENT-BACKUP-RECORD    PIC X(200).

       FD  SUPPLIER-BACKUP-IN.
       01  SUPPLIER-BACKUP-RECORD  PIC X(200).

       FD  BALANCE-BACKUP-IN.
       01  BALANCE-BACKUP-RECORD   PIC X(80).

       FD  LOT-BACKUP-IN.
       01  LOT-BACKUP-RECORD       PIC X(80).

       FD  SERIAL-BACKUP-IN.
       01  SERIAL-BACKUP-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 INVENT-BACKUP-STATUS  PIC X(2)  VALUE SPACES.
       01 SUPPLIER-BACKUP-STATUS PIC X(2) VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOT-BALANCE-STATUS    PIC X(2)  VALUE SPACES.
       01 SERIAL-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 BALANCE-BACKUP-STATUS PIC X(2)  VALUE SPACES.
       01 LOT-BACKUP-STATUS     PIC X(2)  VALUE SPACES.
       01 SERIAL-BACKUP-STATUS  PIC X(2)  VALUE SPACES.
       01 EOF-UNLOAD-WS         PIC X(3)  VALUE SPACES.
       01 BALANCES-RELOADED-WS  PIC X(3)  VALUE "NO".
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-INVENT-WS         PIC X(3)  VALUE SPACES.
       01 EOF-SUPPLIER-WS       PIC X(3)  VALUE SPACES.

       01 INVENT-BACKUP-NAME-WS   PIC X(40) VALUE SPACES.
       01 SUPPLIER-BACKUP-NAME-WS PIC X(40) VALUE SPACES.
       01 BALANCE-BACKUP-NAME-WS  PIC X(40) VALUE SPACES.
       01 LOT-BACKUP-NAME-WS      PIC X(40) VALUE SPACES.
       01 SERIAL-BACKUP-NAME-WS   PIC X(40) VALUE SPACES.

       01 PARTS-RESTORED-WS     PIC 9(6)  VALUE ZERO.
       01 SUPPLIERS-RESTORED-WS PIC 9(6)  VALUE ZERO.
       01 BALANCES-RESTORED-WS  PIC 9(6)  VALUE ZERO.
       01 LOTS-RESTORED-WS      PIC 9(6)  VALUE ZERO.
       01 SERIALS-RESTORED-WS   PIC 9(6)  VALUE ZERO.

      *==============================================================
      * Put a chosen backup generation back over the live indexed
               ELSE
                   PERFORM 210-RELOAD-INVENT-MASTER
                   PERFORM 220-RELOAD-SUPPLIER-MASTER
                   PERFORM 240-RELOAD-STOCK-BALANCES
                   IF BALANCES-RELOADED-WS = "NO"
                       PERFORM 230-CLEAR-STOCK-BALANCES
                   ELSE
                       PERFORM 250-RELOAD-LOT-BALANCES
                       PERFORM 260-RELOAD-SERIAL-HISTORY
                   END-IF
                   PERFORM 202-TERM-RESTORE
               END-IF
           END-IF.
                  GENERATION-DATE-WS DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO SUPPLIER-BACKUP-NAME-WS.
           STRING "D:\COBOL\BKBAL_" DELIMITED BY SIZE
                  GENERATION-DATE-WS DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO BALANCE-BACKUP-NAME-WS.
           STRING "D:\COBOL\BKLOT_" DELIMITED BY SIZE
                  GENERATION-DATE-WS DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO LOT-BACKUP-NAME-WS.
           STRING "D:\COBOL\BKSER_" DELIMITED BY SIZE
                  GENERATION-DATE-WS DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO SERIAL-BACKUP-NAME-WS.
           OPEN INPUT INVENT-BACKUP-IN.
           IF INVENT-BACKUP-STATUS NOT = "00"
               DISPLAY "RESTORE: GENERATION NOT ON DISK "
           OPEN OUTPUT STOCK-BALANCE-FILE.
           CLOSE STOCK-BALANCE-FILE.

      *==============================================================
      * A generation that carries its own balance unload puts the
      * per-location balances back exactly as they stood beside
      * the restored master, instead of clearing them -- that is
      * what lets forward recovery replay the log onto them.  An
      * older generation without one falls back to the clear.
      *==============================================================
       240-RELOAD-STOCK-BALANCES.
           MOVE "NO" TO BALANCES-RELOADED-WS.
           OPEN INPUT BALANCE-BACKUP-IN.
           IF BALANCE-BACKUP-STATUS = "00"
               MOVE "YES" TO BALANCES-RELOADED-WS
               MOVE SPACES TO EOF-UNLOAD-WS
               OPEN OUTPUT STOCK-BALANCE-FILE
               PERFORM UNTIL EOF-UNLOAD-WS = "YES"
                   READ BALANCE-BACKUP-IN
                       AT END MOVE "YES" TO EOF-UNLOAD-WS
                       NOT AT END
                           WRITE STOCK-BALANCE-RECORD
                               FROM BALANCE-BACKUP-RECORD
                               INVALID KEY
                                   DISPLAY "RESTORE: DUPLICATE"
                                       " BALANCE SKIPPED"
                           END-WRITE
                           ADD 1 TO BALANCES-RESTORED-WS
                   END-READ
               END-PERFORM
               CLOSE STOCK-BALANCE-FILE
               CLOSE BALANCE-BACKUP-IN.

      *==============================================================
      * Put the lot balances back from the same generation.
      *==============================================================
       250-RELOAD-LOT-BALANCES.
           OPEN INPUT LOT-BACKUP-IN.
           IF LOT-BACKUP-STATUS = "00"
               MOVE SPACES TO EOF-UNLOAD-WS
               OPEN OUTPUT LOT-BALANCE-FILE
               PERFORM UNTIL EOF-UNLOAD-WS = "YES"
                   READ LOT-BACKUP-IN
                       AT END MOVE "YES" TO EOF-UNLOAD-WS
                       NOT AT END
                           WRITE LOT-BALANCE-RECORD
                               FROM LOT-BACKUP-RECORD
                               INVALID KEY
                                   DISPLAY "RESTORE: DUPLICATE"
                                       " LOT SKIPPED"
                           END-WRITE
                           ADD 1 TO LOTS-RESTORED-WS
                   END-READ
               END-PERFORM
               CLOSE LOT-BALANCE-FILE
               CLOSE LOT-BACKUP-IN.

      *==============================================================
      * Put the serial history back from the same generation.
      *==============================================================
       260-RELOAD-SERIAL-HISTORY.
           OPEN INPUT SERIAL-BACKUP-IN.
           IF SERIAL-BACKUP-STATUS = "00"
               MOVE SPACES TO EOF-UNLOAD-WS
               OPEN OUTPUT SERIAL-FILE
               PERFORM UNTIL EOF-UNLOAD-WS = "YES"
                   READ SERIAL-BACKUP-IN
                       AT END MOVE "YES" TO EOF-UNLOAD-WS
                       NOT AT END
                           WRITE SERIAL-HISTORY-RECORD
                               FROM SERIAL-BACKUP-RECORD
                               INVALID KEY
                                   DISPLAY "RESTORE: DUPLICATE"
                                       " SERIAL EVENT SKIPPED"
                           END-WRITE
                           ADD 1 TO SERIALS-RESTORED-WS
                   END-READ
               END-PERFORM
               CLOSE SERIAL-FILE
               CLOSE SERIAL-BACKUP-IN.

      *==============================================================
      * Report the reload and spell out what still has to be
      * re-posted to bring the restored files current.
               GENERATION-DATE-WS.
           DISPLAY "RESTORE: TRANSACTIONS DATED AFTER "
               GENERATION-DATE-WS " ARE NOT IN THESE FILES --".
           IF BALANCES-RELOADED-WS = "YES"
               DISPLAY "RESTORE: " BALANCES-RESTORED-WS
                   " BALANCE(S), " LOTS-RESTORED-WS " LOT(S) AND "
                   SERIALS-RESTORED-WS " SERIAL EVENT(S) RELOADED."
               DISPLAY "RESTORE: RUN FWDRECOV TO RE-APPLY THEM FROM"
                   " THE KEYED TRANSACTION LOG."
           ELSE
               DISPLAY "RESTORE: RE-POST THEM FROM THE TRANSACTION"
                   " LOG AND THE DATED TRNLOG ARCHIVES."
               DISPLAY "RESTORE: STOCK BALANCES CLEARED -- THEY"
                   " RE-SEED FROM THE RESTORED MASTER.".
           CLOSE INVENT-BACKUP-IN.
           CLOSE SUPPLIER-BACKUP-IN.
           CLOSE INVENT-FILE.
