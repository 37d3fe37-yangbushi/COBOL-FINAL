       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGING as "APAGING".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-ITEM-FILE
               ASSIGN TO "D:\COBOL\APOPEN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AO-KEY
               FILE STATUS IS AP-OPEN-ITEM-STATUS.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN
               FILE STATUS IS SUPPLIER-FILE-STATUS.
           SELECT AGING-REPORT-OUT
               ASSIGN TO AGING-FILE-NAME-WS
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
       FD  AP-OPEN-ITEM-FILE.
           COPY "D:\COBOL\AP_OPEN_ITEM_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  AGING-REPORT-OUT.
       01  AGING-REPORT-DATA    PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 AP-OPEN-ITEM-STATUS   PIC X(2)  VALUE SPACES.
       01 SUPPLIER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-AP-WS             PIC X(3)  VALUE SPACES.

       01 AGING-FILE-NAME-WS    PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).
       01 AS-OF-DAY-NUMBER-WS   PIC 9(7)  VALUE ZERO.
       01 DUE-DAY-NUMBER-WS     PIC 9(7)  VALUE ZERO.
       01 DAYS-PAST-DUE-WS      PIC S9(5) VALUE ZERO.
       01 DUE-DATE-NUM-TMP      PIC 9(8)  VALUE ZERO.
       01 ITEM-BALANCE-WS       PIC 9(8)V99 VALUE ZERO.

      *==============================================================
      * Per-supplier and run-wide bucket totals -- what we owe is
      * aged by days past its due date, not its invoice date, so
      * "current" means not yet due on the supplier's terms.
      *==============================================================
       01 SUPPLIER-BUCKETS-WS.
           05 SB-CURRENT-WS     PIC 9(10)V99 VALUE ZERO.
           05 SB-PAST-30-WS     PIC 9(10)V99 VALUE ZERO.
           05 SB-PAST-60-WS     PIC 9(10)V99 VALUE ZERO.
           05 SB-OVER-60-WS     PIC 9(10)V99 VALUE ZERO.
       01 GRAND-BUCKETS-WS.
           05 GB-CURRENT-WS     PIC 9(10)V99 VALUE ZERO.
           05 GB-PAST-30-WS     PIC 9(10)V99 VALUE ZERO.
           05 GB-PAST-60-WS     PIC 9(10)V99 VALUE ZERO.
           05 GB-OVER-60-WS     PIC 9(10)V99 VALUE ZERO.
       01 PREV-SUPPLIER-WS      PIC X(5)  VALUE SPACES.
       01 GROUP-STARTED-WS      PIC X(3)  VALUE "NO".
       01 OPEN-ITEMS-SEEN-WS    PIC 9(6)  VALUE ZERO.
       01 LINES-WRITTEN-WS      PIC 9(6)  VALUE ZERO.

       01 SUPPLIER-HEADER-OUT.
           05 FILLER            PIC X(10)  VALUE "SUPPLIER".
           05 SH-SUPPLIER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SH-SUPPLIER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(7)   VALUE "  AS OF".
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SH-AS-OF-DATE-OUT PIC 9(8).

       01 AGING-COLUMN-NAME.
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(10) VALUE "INV DATE".
           05 FILLER PIC X(10) VALUE "DUE DATE".
           05 FILLER PIC X(13) VALUE "BALANCE".
           05 FILLER PIC X(10) VALUE "AGE".
           05 FILLER PIC X(4)  VALUE "HOLD".

       01 AGING-DETAIL-OUT.
           05 AD-INVOICE-NUMBER-OUT PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-INVOICE-DATE-OUT PIC X(8) VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-DUE-DATE-OUT   PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-BALANCE-OUT    PIC ZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-BUCKET-OUT     PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-HOLD-OUT       PIC X(4)   VALUE SPACES.

       01 BUCKET-TOTAL-OUT.
           05 FILLER            PIC X(9)   VALUE "TOTALS".
           05 BT-LABEL-OUT      PIC X(6)   VALUE SPACES.
           05 FILLER            PIC X(5)   VALUE " CUR".
           05 BT-CURRENT-OUT    PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(6)   VALUE "  1-30".
           05 BT-PAST-30-OUT    PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(7)   VALUE "  31-60".
           05 BT-PAST-60-OUT    PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(5)   VALUE "  60+".
           05 BT-OVER-60-OUT    PIC ZZZZZZZZ9.99.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-AP-AGING.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-AP-AGING.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-AGE-ONE-OPEN-ITEM
                   UNTIL EOF-AP-WS = "YES"
               PERFORM 202-TERM-AP-AGING.
           EXIT PROGRAM.

      *==============================================================
      * Open the payables file and the supplier master, and the
      * dated report file -- the open-item key runs
      * supplier-major, so one sequential pass gives one section
      * per supplier.
      *==============================================================
       200-INIT-AP-AGING.
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
           STRING "D:\COBOL\APAGING_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO AGING-FILE-NAME-WS.
           OPEN INPUT AP-OPEN-ITEM-FILE.
           IF AP-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "APAGING: BAD OPEN APOPEN "
                   AP-OPEN-ITEM-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SUPPLIER-FILE-IN.
           IF SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "APAGING: BAD OPEN SUPPLIER FILE "
                   SUPPLIER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN OUTPUT AGING-REPORT-OUT.

      *==============================================================
      * Read one open item; a supplier change closes the running
      * section and opens the next one.  Paid items stay off the
      * report.
      *==============================================================
       210-AGE-ONE-OPEN-ITEM.
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-AP-WS
               NOT AT END
                   IF NOT AO-PAID-OFF
                       ADD 1 TO OPEN-ITEMS-SEEN-WS
                       IF AO-SUPPLIER-CODE NOT = PREV-SUPPLIER-WS
                           PERFORM 220-BREAK-TO-NEW-SUPPLIER
                       END-IF
                       PERFORM 230-WRITE-ONE-AGED-LINE
                   END-IF
           END-READ.
           IF AP-OPEN-ITEM-STATUS NOT = "00" AND
                   AP-OPEN-ITEM-STATUS NOT = "10"
               MOVE "YES" TO EOF-AP-WS.

      *==============================================================
      * Close out the prior supplier's bucket totals and start
      * the next section.
      *==============================================================
       220-BREAK-TO-NEW-SUPPLIER.
           IF GROUP-STARTED-WS = "YES"
               PERFORM 240-WRITE-SUPPLIER-TOTALS.
           MOVE AO-SUPPLIER-CODE TO PREV-SUPPLIER-WS.
           MOVE "YES" TO GROUP-STARTED-WS.
           MOVE ZERO TO SB-CURRENT-WS SB-PAST-30-WS
               SB-PAST-60-WS SB-OVER-60-WS.
           MOVE AO-SUPPLIER-CODE TO SH-SUPPLIER-CODE-OUT.
           MOVE AO-SUPPLIER-CODE TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO SH-SUPPLIER-NAME-OUT
               NOT INVALID KEY
                   MOVE SUPPLIER-NAME-IN TO SH-SUPPLIER-NAME-OUT
           END-READ.
           MOVE CDT-DATE TO SH-AS-OF-DATE-OUT.
           WRITE AGING-REPORT-DATA FROM SUPPLIER-HEADER-OUT.
           WRITE AGING-REPORT-DATA FROM AGING-COLUMN-NAME.

      *==============================================================
      * Age one open item by days past due into its bucket and
      * write its line.  Items the buyer has held are aged like
      * any other but marked, since the payment run skips them.
      *==============================================================
       230-WRITE-ONE-AGED-LINE.
           COMPUTE ITEM-BALANCE-WS =
               AO-INVOICE-AMOUNT - AO-PAID-AMOUNT - AO-DISC-TAKEN.
           MOVE AO-DUE-DATE TO DUE-DATE-NUM-TMP.
           COMPUTE DUE-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(DUE-DATE-NUM-TMP).
           COMPUTE DAYS-PAST-DUE-WS =
               AS-OF-DAY-NUMBER-WS - DUE-DAY-NUMBER-WS.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE-WS > 60
                   MOVE "OVER 60" TO AD-BUCKET-OUT
                   ADD ITEM-BALANCE-WS TO SB-OVER-60-WS
                   ADD ITEM-BALANCE-WS TO GB-OVER-60-WS
               WHEN DAYS-PAST-DUE-WS > 30
                   MOVE "31-60"   TO AD-BUCKET-OUT
                   ADD ITEM-BALANCE-WS TO SB-PAST-60-WS
                   ADD ITEM-BALANCE-WS TO GB-PAST-60-WS
               WHEN DAYS-PAST-DUE-WS > 0
                   MOVE "1-30"    TO AD-BUCKET-OUT
                   ADD ITEM-BALANCE-WS TO SB-PAST-30-WS
                   ADD ITEM-BALANCE-WS TO GB-PAST-30-WS
               WHEN OTHER
                   MOVE "CURRENT" TO AD-BUCKET-OUT
                   ADD ITEM-BALANCE-WS TO SB-CURRENT-WS
                   ADD ITEM-BALANCE-WS TO GB-CURRENT-WS
           END-EVALUATE.
           MOVE AO-INVOICE-NUMBER TO AD-INVOICE-NUMBER-OUT.
           MOVE AO-INVOICE-DATE   TO AD-INVOICE-DATE-OUT.
           MOVE AO-DUE-DATE       TO AD-DUE-DATE-OUT.
           MOVE ITEM-BALANCE-WS   TO AD-BALANCE-OUT.
           IF AO-ON-HOLD
               MOVE "HOLD" TO AD-HOLD-OUT
           ELSE
               MOVE SPACES TO AD-HOLD-OUT.
           WRITE AGING-REPORT-DATA FROM AGING-DETAIL-OUT.
           ADD 1 TO LINES-WRITTEN-WS.

      *==============================================================
      * One supplier's bucket totals.
      *==============================================================
       240-WRITE-SUPPLIER-TOTALS.
           MOVE PREV-SUPPLIER-WS TO BT-LABEL-OUT.
           MOVE SB-CURRENT-WS TO BT-CURRENT-OUT.
           MOVE SB-PAST-30-WS TO BT-PAST-30-OUT.
           MOVE SB-PAST-60-WS TO BT-PAST-60-OUT.
           MOVE SB-OVER-60-WS TO BT-OVER-60-OUT.
           WRITE AGING-REPORT-DATA FROM BUCKET-TOTAL-OUT.

      *==============================================================
      * Close the last section, write the run-wide buckets,
      * catalog the report, and close every file.
      *==============================================================
       202-TERM-AP-AGING.
           IF GROUP-STARTED-WS = "YES"
               PERFORM 240-WRITE-SUPPLIER-TOTALS.
           MOVE "ALL"  TO BT-LABEL-OUT.
           MOVE GB-CURRENT-WS TO BT-CURRENT-OUT.
           MOVE GB-PAST-30-WS TO BT-PAST-30-OUT.
           MOVE GB-PAST-60-WS TO BT-PAST-60-OUT.
           MOVE GB-OVER-60-WS TO BT-OVER-60-OUT.
           WRITE AGING-REPORT-DATA FROM BUCKET-TOTAL-OUT.
           CLOSE AP-OPEN-ITEM-FILE.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE AGING-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "APAGING"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-WRITTEN-WS TO RC-RECORD-COUNT.
           MOVE AGING-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program APAGING.
