               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUPPLIER-CODE-IN IN SUPPLIER-RECORD-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT SERIAL-FILE
               ASSIGN TO "D:\COBOL\SERIAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SER-KEY
               FILE STATUS IS SERIAL-FILE-STATUS.
           SELECT LOG-SEQ-FILE
               ASSIGN TO "D:\COBOL\LOGSEQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-SEQ-FILE-STATUS.
           SELECT INVENT-BACKUP-OUT
               ASSIGN TO INVENT-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPLIER-BACKUP-OUT
               ASSIGN TO SUPPLIER-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-BACKUP-OUT
               ASSIGN TO BALANCE-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOT-BACKUP-OUT
               ASSIGN TO LOT-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SERIAL-BACKUP-OUT
               ASSIGN TO SERIAL-BACKUP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-CATALOG-FILE
               ASSIGN TO "D:\COBOL\BKUPCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  LOT-BALANCE-FILE.
           COPY "D:\COBOL\LOT_BALANCE_RECORD.cpy".

       FD  SERIAL-FILE.
           COPY "D:\COBOL\SERIAL_HISTORY_RECORD.cpy".

       FD  LOG-SEQ-FILE.
       01  LOG-SEQ-RECORD       PIC 9(9).

      *==============================================================
      * Dated unload copies of the two indexed masters -- the
      * fallback when a file is corrupted mid-run, instead of a
      * destructive rebuild from source files that stopped
      * matching reality months ago.  The records are unloaded
      * wider than either master so nothing past the old layout
      * is cut off.  The stock, lot and serial files go with
      * them: they describe the same stock as the master, and a
      * generation is only worth rolling forward from when all
      * of them were taken at the same moment.
      *==============================================================
       FD  INVENT-BACKUP-OUT.
       01  INVENT-BACKUP-RECORD    PIC X(200).

       FD  SUPPLIER-BACKUP-OUT.
       01  SUPPLIER-BACKUP-RECORD  PIC X(200).

       FD  BALANCE-BACKUP-OUT.
       01  BALANCE-BACKUP-RECORD   PIC X(80).

       FD  LOT-BACKUP-OUT.
       01  LOT-BACKUP-RECORD       PIC X(80).

       FD  SERIAL-BACKUP-OUT.
       01  SERIAL-BACKUP-RECORD    PIC X(80).

      *==============================================================
      * One line per backup generation kept on disk, oldest
      * first.  When more generations exist than the retention
      * keeps, the oldest files are deleted and drop off this
      * catalog.  Beside the date sits the last keyed-log
      * sequence number handed out when the generation was taken
      * -- forward recovery replays everything after it.  Blank
      * on a generation catalogued before the sequence was kept.
      *==============================================================
       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05 BC-GENERATION-DATE   PIC 9(8).
           05 BC-LOG-SEQ           PIC X(9).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD    PIC 9(8).
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 RUN-PARM-STATUS       PIC X(2)  VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOT-BALANCE-STATUS    PIC X(2)  VALUE SPACES.
       01 SERIAL-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 LOG-SEQ-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 PARMS-PRESENT-WS      PIC X(3)  VALUE "NO".
       01 EOF-PARM-WS           PIC X(3)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-INVENT-WS         PIC X(3)  VALUE SPACES.
       01 EOF-SUPPLIER-WS       PIC X(3)  VALUE SPACES.
       01 EOF-CATALOG-WS        PIC X(3)  VALUE SPACES.
       01 EOF-UNLOAD-WS         PIC X(3)  VALUE SPACES.

       01 INVENT-BACKUP-NAME-WS   PIC X(40) VALUE SPACES.
       01 SUPPLIER-BACKUP-NAME-WS PIC X(40) VALUE SPACES.
       01 BALANCE-BACKUP-NAME-WS  PIC X(40) VALUE SPACES.
       01 LOT-BACKUP-NAME-WS      PIC X(40) VALUE SPACES.
       01 SERIAL-BACKUP-NAME-WS   PIC X(40) VALUE SPACES.
       01 DELETE-FILE-NAME-WS     PIC X(40) VALUE SPACES.
       01 DELETE-PREFIX-WS        PIC X(15) VALUE SPACES.

       01 PARTS-BACKED-UP-WS    PIC 9(6)  VALUE ZERO.
       01 SUPPLIERS-BACKED-UP-WS PIC 9(6) VALUE ZERO.
       01 BALANCES-BACKED-UP-WS PIC 9(6)  VALUE ZERO.
       01 LOTS-BACKED-UP-WS     PIC 9(6)  VALUE ZERO.
       01 SERIALS-BACKED-UP-WS  PIC 9(6)  VALUE ZERO.
       01 LAST-LOG-SEQ-WS       PIC 9(9)  VALUE ZERO.

      *==============================================================
      * How many backup generations stay on disk -- a week's worth
       01 KEEP-ENTRY-WS         PIC 9(2)  VALUE ZERO.

       01 GENERATION-TABLE.
           05 GENERATION-ENTRY OCCURS 60 TIMES.
               10 GENERATION-DATE-WS    PIC 9(8).
               10 GENERATION-LOG-SEQ-WS PIC X(9).
       01 GENERATION-COUNT-WS   PIC 9(2)  VALUE ZERO.
       01 GENERATION-SUB        PIC 9(2)  VALUE ZERO.
       01 PURGE-COUNT-WS        PIC 9(2)  VALUE ZERO.
           ELSE
               PERFORM 210-UNLOAD-INVENT-MASTER
               PERFORM 220-UNLOAD-SUPPLIER-MASTER
               PERFORM 260-UNLOAD-STOCK-BALANCES
               PERFORM 270-UNLOAD-LOT-BALANCES
               PERFORM 280-UNLOAD-SERIAL-HISTORY
               PERFORM 290-READ-LAST-LOG-SEQ
               PERFORM 230-CATALOG-THIS-GENERATION
               PERFORM 240-PURGE-OLD-GENERATIONS
               PERFORM 202-TERM-BACKUP.
                  CDT-DATE          DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO SUPPLIER-BACKUP-NAME-WS.
           STRING "D:\COBOL\BKBAL_" DELIMITED BY SIZE
                  CDT-DATE          DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO BALANCE-BACKUP-NAME-WS.
           STRING "D:\COBOL\BKLOT_" DELIMITED BY SIZE
                  CDT-DATE          DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO LOT-BACKUP-NAME-WS.
           STRING "D:\COBOL\BKSER_" DELIMITED BY SIZE
                  CDT-DATE          DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO SERIAL-BACKUP-NAME-WS.
           OPEN INPUT INVENT-FILE-IN.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "BACKUP: BAD OPEN INVENT-FILE-IN "
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN OUTPUT INVENT-BACKUP-OUT.
           OPEN OUTPUT SUPPLIER-BACKUP-OUT.
           OPEN OUTPUT BALANCE-BACKUP-OUT.
           OPEN OUTPUT LOT-BACKUP-OUT.
           OPEN OUTPUT SERIAL-BACKUP-OUT.

      *==============================================================
      * Look for this program's record on the run-parameter file.
           READ SUPPLIER-FILE-IN NEXT RECORD
               AT END MOVE "YES" TO EOF-SUPPLIER-WS.

      *==============================================================
      * Copy every per-location balance into the dated unload.  A
      * shop that has never posted a balance has no file yet and
      * gets an empty unload.
      *==============================================================
       260-UNLOAD-STOCK-BALANCES.
           MOVE SPACES TO EOF-UNLOAD-WS.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF STOCK-BAL-STATUS = "00"
               PERFORM UNTIL EOF-UNLOAD-WS = "YES"
                   READ STOCK-BALANCE-FILE NEXT RECORD
                       AT END MOVE "YES" TO EOF-UNLOAD-WS
                       NOT AT END
                           WRITE BALANCE-BACKUP-RECORD
                               FROM STOCK-BALANCE-RECORD
                           ADD 1 TO BALANCES-BACKED-UP-WS
                   END-READ
               END-PERFORM
               CLOSE STOCK-BALANCE-FILE.

      *==============================================================
      * Copy every lot balance into the dated unload.
      *==============================================================
       270-UNLOAD-LOT-BALANCES.
           MOVE SPACES TO EOF-UNLOAD-WS.
           OPEN INPUT LOT-BALANCE-FILE.
           IF LOT-BALANCE-STATUS = "00"
               PERFORM UNTIL EOF-UNLOAD-WS = "YES"
                   READ LOT-BALANCE-FILE NEXT RECORD
                       AT END MOVE "YES" TO EOF-UNLOAD-WS
                       NOT AT END
                           WRITE LOT-BACKUP-RECORD
                               FROM LOT-BALANCE-RECORD
                           ADD 1 TO LOTS-BACKED-UP-WS
                   END-READ
               END-PERFORM
               CLOSE LOT-BALANCE-FILE.

      *==============================================================
      * Copy every serial history event into the dated unload.
      *==============================================================
       280-UNLOAD-SERIAL-HISTORY.
           MOVE SPACES TO EOF-UNLOAD-WS.
           OPEN INPUT SERIAL-FILE.
           IF SERIAL-FILE-STATUS = "00"
               PERFORM UNTIL EOF-UNLOAD-WS = "YES"
                   READ SERIAL-FILE NEXT RECORD
                       AT END MOVE "YES" TO EOF-UNLOAD-WS
                       NOT AT END
                           WRITE SERIAL-BACKUP-RECORD
                               FROM SERIAL-HISTORY-RECORD
                           ADD 1 TO SERIALS-BACKED-UP-WS
                   END-READ
               END-PERFORM
               CLOSE SERIAL-FILE.

      *==============================================================
      * The last keyed-log sequence number handed out -- every
      * entry above it posted after this generation was taken.
      *==============================================================
       290-READ-LAST-LOG-SEQ.
           MOVE ZERO TO LAST-LOG-SEQ-WS.
           OPEN INPUT LOG-SEQ-FILE.
           IF LOG-SEQ-FILE-STATUS = "00"
               READ LOG-SEQ-FILE
                   NOT AT END MOVE LOG-SEQ-RECORD
                       TO LAST-LOG-SEQ-WS
               END-READ
               CLOSE LOG-SEQ-FILE.

      *==============================================================
      * Load the catalog into the generation table and add this
      * run's date at the end (a rerun on the same date keeps one
                       AT END MOVE "YES" TO EOF-CATALOG-WS
                       NOT AT END
                           IF GENERATION-COUNT-WS < 60
                                   AND BC-GENERATION-DATE
                                       NOT = CDT-DATE
                               ADD 1 TO GENERATION-COUNT-WS
                               MOVE BC-GENERATION-DATE TO
                                   GENERATION-DATE-WS
                                       (GENERATION-COUNT-WS)
                               MOVE BC-LOG-SEQ TO
                                   GENERATION-LOG-SEQ-WS
                                       (GENERATION-COUNT-WS)
                           END-IF
                   END-READ
               END-PERFORM
           ADD 1 TO GENERATION-COUNT-WS.
           MOVE CDT-DATE TO
               GENERATION-DATE-WS (GENERATION-COUNT-WS).
           MOVE LAST-LOG-SEQ-WS TO
               GENERATION-LOG-SEQ-WS (GENERATION-COUNT-WS).

      *==============================================================
      * Delete the unload files of the oldest generations past the
           IF PURGE-COUNT-WS > ZERO
               PERFORM VARYING GENERATION-SUB FROM 1 BY 1
                       UNTIL GENERATION-SUB > PURGE-COUNT-WS
                   MOVE "D:\COBOL\BKINV_" TO DELETE-PREFIX-WS
                   PERFORM 245-DELETE-UNLOAD-FILE
                   MOVE "D:\COBOL\BKSUP_" TO DELETE-PREFIX-WS
                   PERFORM 245-DELETE-UNLOAD-FILE
                   MOVE "D:\COBOL\BKBAL_" TO DELETE-PREFIX-WS
                   PERFORM 245-DELETE-UNLOAD-FILE
                   MOVE "D:\COBOL\BKLOT_" TO DELETE-PREFIX-WS
                   PERFORM 245-DELETE-UNLOAD-FILE
                   MOVE "D:\COBOL\BKSER_" TO DELETE-PREFIX-WS
                   PERFORM 245-DELETE-UNLOAD-FILE
               END-PERFORM
           ELSE
               MOVE ZERO TO PURGE-COUNT-WS.
                   FROM KEEP-START-SUB-WS BY 1
                   UNTIL GENERATION-SUB > GENERATION-COUNT-WS
               MOVE GENERATION-DATE-WS (GENERATION-SUB)
                   TO BC-GENERATION-DATE
               MOVE GENERATION-LOG-SEQ-WS (GENERATION-SUB)
                   TO BC-LOG-SEQ
               WRITE BACKUP-CATALOG-RECORD
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.

      *==============================================================
      * Delete one unload file of the generation being purged.
      *==============================================================
       245-DELETE-UNLOAD-FILE.
           MOVE SPACES TO DELETE-FILE-NAME-WS.
           STRING DELETE-PREFIX-WS DELIMITED BY SPACE
                  GENERATION-DATE-WS (GENERATION-SUB)
                      DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO DELETE-FILE-NAME-WS.
           CALL "CBL_DELETE_FILE"
               USING DELETE-FILE-NAME-WS.

      *==============================================================
      * Report the generation taken and close the masters and
      * unloads.
           DISPLAY "BACKUP: " PARTS-BACKED-UP-WS " PART(S) AND "
               SUPPLIERS-BACKED-UP-WS " SUPPLIER(S) UNLOADED FOR "
               CDT-DATE.
           DISPLAY "BACKUP: " BALANCES-BACKED-UP-WS " BALANCE(S), "
               LOTS-BACKED-UP-WS " LOT(S) AND "
               SERIALS-BACKED-UP-WS " SERIAL EVENT(S) UNLOADED,"
               " LOG SEQUENCE " LAST-LOG-SEQ-WS.
           CLOSE INVENT-FILE-IN.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE INVENT-BACKUP-OUT.
           CLOSE SUPPLIER-BACKUP-OUT.
           CLOSE BALANCE-BACKUP-OUT.
           CLOSE LOT-BACKUP-OUT.
           CLOSE SERIAL-BACKUP-OUT.

       end program BACKUP.
