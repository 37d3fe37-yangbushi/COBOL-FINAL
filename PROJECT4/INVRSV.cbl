       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRSV as "INVRSV".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE-IN
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PART-NUMBER-IN
               ALTERNATE RECORD KEY IS SUPPLIER-CODE-IN
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO "D:\COBOL\SALESHST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SALES-HIST-STATUS.
           SELECT RESERVE-BALANCE-FILE
               ASSIGN TO "D:\COBOL\INVRSVB.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-PART-NUMBER
               FILE STATUS IS RESERVE-BALANCE-STATUS.
           SELECT RESERVE-PARM-FILE
               ASSIGN TO "D:\COBOL\RSVPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVE-PARM-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO "D:\COBOL\GLMAP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GL-MAP-STATUS.
           SELECT SCHEDULE-REPORT-OUT
               ASSIGN TO SCHEDULE-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE-OUT
               ASSIGN TO JOURNAL-FILE-NAME-WS
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
       FD  INVENT-FILE-IN.
           COPY "D:\COBOL\INVENT_RECORD_IN.cpy".

       FD  SALES-HISTORY-FILE.
           COPY "D:\COBOL\SALES_HISTORY_RECORD.cpy".

       FD  RESERVE-BALANCE-FILE.
           COPY "D:\COBOL\RESERVE_BALANCE_RECORD.cpy".

       FD  RESERVE-PARM-FILE.
           COPY "D:\COBOL\RESERVE_PARM_RECORD.cpy".

       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".

       FD  SCHEDULE-REPORT-OUT.
       01  SCHEDULE-REPORT-DATA  PIC X(140).

      *==============================================================
      * The change in the reserve, laid out exactly like the
      * GLJRNL import and dated the last day of the period.
      *==============================================================
       FD  JOURNAL-FILE-OUT.
       01  JOURNAL-RECORD-OUT   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 SALES-HIST-STATUS     PIC X(2)  VALUE SPACES.
       01 RESERVE-BALANCE-STATUS PIC X(2) VALUE SPACES.
       01 RESERVE-PARM-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-INVENT-WS         PIC X(3)  VALUE SPACES.
       01 EOF-HISTORY-WS        PIC X(3)  VALUE SPACES.
       01 EOF-RESERVE-WS        PIC X(3)  VALUE SPACES.
       01 RESERVE-FOUND-WS      PIC X(3)  VALUE "NO".

       01 SCHEDULE-FILE-NAME-WS PIC X(40) VALUE SPACES.
       01 JOURNAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-PERIOD    PIC 9(6).
               10 CDT-DAY       PIC 9(2).
           05 FILLER            PIC X(13).

      *==============================================================
      * The period being closed (zero for the business date's
      * month) and the date its journal carries -- the period's
      * last day.
      *==============================================================
       01 RESERVE-PERIOD-WS     PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(34)
                       VALUE "RESERVE PERIOD (YYYYMM, 0 = BUS)?".
       01 RESERVE-PERIOD-SPLIT.
           05 RPS-YEAR          PIC 9(4).
           05 RPS-MONTH         PIC 9(2).
       01 NEXT-PERIOD-WS.
           05 NPS-YEAR          PIC 9(4).
           05 NPS-MONTH         PIC 9(2).
       01 FIRST-OF-NEXT-WS.
           05 FNS-PERIOD        PIC X(6).
           05 FNS-DAY           PIC X(2)  VALUE "01".
       01 FIRST-OF-NEXT-NUM-TMP PIC 9(8)  VALUE ZERO.
       01 JOURNAL-DATE-WS       PIC 9(8)  VALUE ZERO.

      *==============================================================
      * Idle time, the way DEADSTK measures it: months from the
      * part's last month with a sale to the period being closed.
      * A part never sold in the history on file has been idle as
      * long as anyone can tell.
      *==============================================================
       01 RUN-MONTH-INDEX-WS    PIC 9(6)  VALUE ZERO.
       01 SALE-MONTH-INDEX-WS   PIC 9(6)  VALUE ZERO.
       01 LAST-SALE-INDEX-WS    PIC 9(6)  VALUE ZERO.
       01 IDLE-MONTHS-WS        PIC 9(3)  VALUE ZERO.
       01 NEVER-SOLD-MONTHS-WS  PIC 9(3)  VALUE 999.

      *==============================================================
      * The age bands, youngest first: months idle to enter the
      * band and the percentage reserved in it.  RSVPARM.TXT
      * overrides these standard bands when present.
      *==============================================================
       01 RESERVE-BAND-TABLE.
           05 RESERVE-BAND-ITEM OCCURS 4 TIMES.
               10 BAND-MONTHS-FROM  PIC 9(3)  VALUE ZERO.
               10 BAND-RESERVE-PCT  PIC 9(3)V99 VALUE ZERO.
               10 BAND-PART-COUNT   PIC 9(6)  VALUE ZERO.
               10 BAND-COST-VALUE   PIC 9(12)V99 VALUE ZERO.
               10 BAND-MARKET-AMT   PIC 9(12)V99 VALUE ZERO.
               10 BAND-OBSOLETE-AMT PIC 9(12)V99 VALUE ZERO.
       01 BAND-SUB              PIC 9(2)  VALUE ZERO.
       01 PART-BAND-WS          PIC 9(2)  VALUE ZERO.

      *==============================================================
      * One part's revaluation: its stock at cost, the write-down
      * to market where the selling price has fallen under cost,
      * the band reserve on what market leaves, and the change
      * from the reserve already standing.
      *==============================================================
       01 COST-VALUE-WS         PIC 9(11)V99 VALUE ZERO.
       01 MARKET-VALUE-WS       PIC 9(11)V99 VALUE ZERO.
       01 MARKET-AMT-WS         PIC 9(11)V99 VALUE ZERO.
       01 OBSOLETE-AMT-WS       PIC 9(11)V99 VALUE ZERO.
       01 NEW-RESERVE-WS        PIC 9(11)V99 VALUE ZERO.
       01 BASE-RESERVE-WS       PIC 9(11)V99 VALUE ZERO.
       01 RESERVE-CHANGE-WS     PIC S9(11)V99 VALUE ZERO.
       01 MOVEMENT-VALUE-WS     PIC 9(11)V99 VALUE ZERO.
       01 BAND-PCT-WS           PIC 9(3)V99 VALUE ZERO.
       01 JOURNAL-PART-WS       PIC X(7)  VALUE SPACES.

      *==============================================================
      * Chart accounts: a growing reserve is a write-down expense
      * against the contra-inventory reserve; a shrinking one
      * reverses it.  Same mapping rules as GLJRNL -- location
      * first, then company-wide, and a miss rejects the run.
      *==============================================================
       01 GL-MAP-STATUS         PIC X(2)  VALUE SPACES.
       01 GLMAP-OPEN-WS         PIC X(3)  VALUE "NO".
       01 ROLE-CODE-WS          PIC X(3)  VALUE SPACES.
       01 ROLE-LOCATION-WS      PIC X(5)  VALUE SPACES.
       01 RESOLVED-ACCT-WS      PIC X(6)  VALUE SPACES.
       01 MAP-MISS-COUNT-WS     PIC 9(6)  VALUE ZERO.
       01 GL-RESERVE-ACCT-WS    PIC X(6)  VALUE "139000".
       01 GL-WRITEDOWN-ACCT-WS  PIC X(6)  VALUE "525000".
       01 RESERVE-ACCT-WS       PIC X(6)  VALUE SPACES.
       01 EXPENSE-ACCT-WS       PIC X(6)  VALUE SPACES.

       01 RECORDS-READ-WS       PIC 9(6)  VALUE ZERO.
       01 PARTS-RESERVED-WS     PIC 9(6)  VALUE ZERO.
       01 PARTS-RELEASED-WS     PIC 9(6)  VALUE ZERO.
       01 TOTAL-COST-WS         PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-MARKET-WS       PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-OBSOLETE-WS     PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-RESERVE-WS      PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-BASE-WS         PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-CHANGE-WS       PIC S9(12)V99 VALUE ZERO.
       01 TOTAL-DEBITS-WS       PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-CREDITS-WS      PIC 9(12)V99 VALUE ZERO.

       01 SCHEDULE-HEADER-OUT.
           05 FILLER            PIC X(36)
                   VALUE "INVENTORY VALUATION RESERVE PERIOD".
           05 SH-PERIOD-OUT     PIC 9(6).
           05 FILLER            PIC X(8)   VALUE "  RUN".
           05 SH-RUN-DATE-OUT   PIC 9(8).

       01 SCHEDULE-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(18) VALUE "DESCRIPTION".
           05 FILLER PIC X(11) VALUE "   ON HAND".
           05 FILLER PIC X(14) VALUE "    COST VALUE".
           05 FILLER PIC X(13) VALUE "  TO MARKET".
           05 FILLER PIC X(5)  VALUE " IDLE".
           05 FILLER PIC X(8)  VALUE "  BAND %".
           05 FILLER PIC X(13) VALUE "   OBSOLETE".
           05 FILLER PIC X(14) VALUE "       RESERVE".
           05 FILLER PIC X(14) VALUE "         PRIOR".
           05 FILLER PIC X(15) VALUE "         CHANGE".

       01 SCHEDULE-DETAIL-OUT.
           05 SD-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SD-PART-NAME-OUT  PIC X(16)  VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SD-ON-HAND-OUT    PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SD-COST-OUT       PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SD-MARKET-OUT     PIC ZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SD-IDLE-OUT       PIC ZZ9    VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SD-BAND-PCT-OUT   PIC ZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SD-OBSOLETE-OUT   PIC ZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SD-RESERVE-OUT    PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SD-PRIOR-OUT      PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SD-CHANGE-OUT     PIC -ZZZZZZZZZ9.99 VALUE ZEROS.

       01 SCHEDULE-TOTAL-OUT.
           05 FILLER            PIC X(37)  VALUE "  TOTAL".
           05 ST-COST-OUT       PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 ST-MARKET-OUT     PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(13)  VALUE SPACES.
           05 ST-OBSOLETE-OUT   PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 ST-RESERVE-OUT    PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 ST-PRIOR-OUT      PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 ST-CHANGE-OUT     PIC -ZZZZZZZZZZ9.99 VALUE ZEROS.

       01 BAND-SUMMARY-HEADER.
           05 FILLER PIC X(30) VALUE "RESERVE BY AGE BAND".
       01 BAND-SUMMARY-COLUMN-NAME.
           05 FILLER PIC X(12) VALUE "IDLE MONTHS".
           05 FILLER PIC X(9)  VALUE "  BAND %".
           05 FILLER PIC X(8)  VALUE "   PARTS".
           05 FILLER PIC X(16) VALUE "      COST VALUE".
           05 FILLER PIC X(16) VALUE "       TO MARKET".
           05 FILLER PIC X(16) VALUE "        OBSOLETE".
       01 BAND-SUMMARY-OUT.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 BS-MONTHS-OUT     PIC ZZ9.
           05 FILLER            PIC X(8)   VALUE "+".
           05 BS-PCT-OUT        PIC ZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 BS-COUNT-OUT      PIC ZZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 BS-COST-OUT       PIC ZZZZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 BS-MARKET-OUT     PIC ZZZZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 BS-OBSOLETE-OUT   PIC ZZZZZZZZZZ9.99.

       01 SCHEDULE-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(12) VALUE "PARTS READ:".
           05 AT-READ-OUT       PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(12) VALUE "  RESERVED:".
           05 AT-RESERVED-OUT   PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(12) VALUE "  RELEASED:".
           05 AT-RELEASED-OUT   PIC ZZZZZ9 VALUE ZEROS.

       01 JOURNAL-COLUMN-NAME.
           05 FILLER PIC X(8)  VALUE "ACCOUNT".
           05 FILLER PIC X(4)  VALUE "D/C".
           05 FILLER PIC X(14) VALUE "AMOUNT".
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(5)  VALUE "CODE".
           05 FILLER PIC X(8)  VALUE "DATE".

       01 JOURNAL-DETAIL-OUT.
           05 JD-ACCOUNT-OUT    PIC X(6)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-DRCR-OUT       PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-AMOUNT-OUT     PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-TRANS-CODE-OUT PIC X(1)   VALUE SPACES.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 JD-DATE-OUT       PIC X(8)   VALUE SPACES.

       01 JOURNAL-TOTALS-OUT.
           05 FILLER            PIC X(14)  VALUE "TOTAL DEBITS".
           05 JT-DEBITS-OUT     PIC Z(11)9.99.
           05 FILLER            PIC X(16)  VALUE "  TOTAL CREDITS".
           05 JT-CREDITS-OUT    PIC Z(11)9.99.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JT-BALANCE-FLAG-OUT PIC X(14) VALUE SPACES.

      *==============================================================
      * Period-end revaluation: every owned part is carried at the
      * lower of its cost and what it would sell for, less a
      * reserve for the age of its stock, and only the movement
      * in that reserve since the last close is journalled.
      * Consigned stock is the supplier's and carries no reserve.
      *==============================================================
       PROCEDURE DIVISION.
       100-REVALUE-INVENTORY.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-REVALUATION.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 310-READ-INVENT-RECORD
               PERFORM 210-REVALUE-ONE-PART
                   UNTIL EOF-INVENT-WS = "YES"
               PERFORM 260-RELEASE-ORPHAN-RESERVES
               PERFORM 202-TERM-REVALUATION.
           EXIT PROGRAM.

      *==============================================================
      * Take the period, set the bands and the journal date, and
      * open the master, the history, the reserve balances, the
      * mapping file, the schedule and the journal.
      *==============================================================
       200-INIT-REVALUATION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           DISPLAY PERIOD-PROMPT.
           ACCEPT RESERVE-PERIOD-WS.
           IF RESERVE-PERIOD-WS = ZERO
               MOVE CDT-PERIOD TO RESERVE-PERIOD-WS.
           PERFORM 205-SET-JOURNAL-DATE.
           PERFORM 206-LOAD-RESERVE-BANDS.
           STRING "D:\COBOL\INVRSV_" DELIMITED BY SIZE
                  RESERVE-PERIOD-WS  DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
               INTO SCHEDULE-FILE-NAME-WS.
           STRING "D:\COBOL\INVRSVJ_" DELIMITED BY SIZE
                  RESERVE-PERIOD-WS   DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME-WS.
           OPEN INPUT INVENT-FILE-IN.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "INVRSV: BAD OPEN INVENT-FILE-IN "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SALES-HISTORY-FILE.
           IF SALES-HIST-STATUS NOT = "00"
               DISPLAY "INVRSV: BAD OPEN SALES-HISTORY-FILE "
                   SALES-HIST-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O RESERVE-BALANCE-FILE.
           IF RESERVE-BALANCE-STATUS = "35"
               OPEN OUTPUT RESERVE-BALANCE-FILE
               CLOSE RESERVE-BALANCE-FILE
               OPEN I-O RESERVE-BALANCE-FILE.
           IF RESERVE-BALANCE-STATUS NOT = "00"
               DISPLAY "INVRSV: BAD OPEN RESERVE-BALANCE-FILE "
                   RESERVE-BALANCE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS = "00"
               MOVE "YES" TO GLMAP-OPEN-WS
           ELSE
               DISPLAY "INVRSV: NO GLMAP FILE - COMPILED"
                   " DEFAULTS IN USE".
           OPEN OUTPUT SCHEDULE-REPORT-OUT.
           OPEN OUTPUT JOURNAL-FILE-OUT.
           MOVE RESERVE-PERIOD-WS TO SH-PERIOD-OUT.
           MOVE CDT-DATE TO SH-RUN-DATE-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM SCHEDULE-HEADER-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM SCHEDULE-COLUMN-NAME.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.

      *==============================================================
      * The journal books on the period's last day -- the day
      * before the first of the next month.  The period's month
      * number is also the yardstick idle time is measured from.
      *==============================================================
       205-SET-JOURNAL-DATE.
           MOVE RESERVE-PERIOD-WS TO RESERVE-PERIOD-SPLIT.
           COMPUTE RUN-MONTH-INDEX-WS = (RPS-YEAR * 12) + RPS-MONTH.
           IF RPS-MONTH = 12
               COMPUTE NPS-YEAR = RPS-YEAR + 1
               MOVE 1 TO NPS-MONTH
           ELSE
               MOVE RPS-YEAR TO NPS-YEAR
               COMPUTE NPS-MONTH = RPS-MONTH + 1.
           MOVE NEXT-PERIOD-WS TO FNS-PERIOD.
           MOVE "01"           TO FNS-DAY.
           MOVE FIRST-OF-NEXT-WS TO FIRST-OF-NEXT-NUM-TMP.
           COMPUTE JOURNAL-DATE-WS = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(FIRST-OF-NEXT-NUM-TMP) - 1).

      *==============================================================
      * The controller's standard bands -- nothing under six
      * months, a quarter at six, half at a year, the lot at two
      * years -- unless RSVPARM.TXT sets its own.
      *==============================================================
       206-LOAD-RESERVE-BANDS.
           MOVE 0   TO BAND-MONTHS-FROM (1).
           MOVE 0   TO BAND-RESERVE-PCT (1).
           MOVE 6   TO BAND-MONTHS-FROM (2).
           MOVE 25  TO BAND-RESERVE-PCT (2).
           MOVE 12  TO BAND-MONTHS-FROM (3).
           MOVE 50  TO BAND-RESERVE-PCT (3).
           MOVE 24  TO BAND-MONTHS-FROM (4).
           MOVE 100 TO BAND-RESERVE-PCT (4).
           OPEN INPUT RESERVE-PARM-FILE.
           IF RESERVE-PARM-STATUS = "00"
               READ RESERVE-PARM-FILE
                   NOT AT END
                       PERFORM VARYING BAND-SUB FROM 1 BY 1
                               UNTIL BAND-SUB > 4
                           IF RS-MONTHS-FROM (BAND-SUB) NUMERIC
                                   AND RS-RESERVE-PCT (BAND-SUB)
                                       NUMERIC
                                   AND RS-RESERVE-PCT (BAND-SUB)
                                       NOT > 100
                               MOVE RS-MONTHS-FROM (BAND-SUB)
                                   TO BAND-MONTHS-FROM (BAND-SUB)
                               MOVE RS-RESERVE-PCT (BAND-SUB)
                                   TO BAND-RESERVE-PCT (BAND-SUB)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE RESERVE-PARM-FILE.

      *==============================================================
      * One part: value it, reserve it, and book and list
      * whatever moved since the reserve last stood.
      *==============================================================
       210-REVALUE-ONE-PART.
           ADD 1 TO RECORDS-READ-WS.
           MOVE ZERO TO COST-VALUE-WS MARKET-AMT-WS OBSOLETE-AMT-WS
                        NEW-RESERVE-WS BAND-PCT-WS IDLE-MONTHS-WS.
           MOVE ZERO TO PART-BAND-WS.
           IF QUANTITY-IN > ZERO AND NOT PART-CONSIGNED-IN
               PERFORM 220-VALUE-PART-AT-MARKET
               PERFORM 230-FIND-IDLE-MONTHS
               PERFORM 235-APPLY-AGE-BAND
               COMPUTE NEW-RESERVE-WS =
                   MARKET-AMT-WS + OBSOLETE-AMT-WS.
           PERFORM 240-READ-RESERVE-BALANCE.
           IF RESERVE-FOUND-WS = "YES" OR NEW-RESERVE-WS > ZERO
               PERFORM 245-POST-PART-RESERVE.
           PERFORM 310-READ-INVENT-RECORD.

      *==============================================================
      * Cost is the moving average on the master.  A selling
      * price under it is all the stock will fetch, so the gap is
      * written down; a part with no selling price set is taken
      * at cost.
      *==============================================================
       220-VALUE-PART-AT-MARKET.
           COMPUTE COST-VALUE-WS ROUNDED =
               QUANTITY-IN * UNIT-PRICE-IN.
           MOVE COST-VALUE-WS TO MARKET-VALUE-WS.
           IF SELL-PRICE-IN > ZERO AND SELL-PRICE-IN < UNIT-PRICE-IN
               COMPUTE MARKET-VALUE-WS ROUNDED =
                   QUANTITY-IN * SELL-PRICE-IN.
           COMPUTE MARKET-AMT-WS = COST-VALUE-WS - MARKET-VALUE-WS.

      *==============================================================
      * Find the part's last month with a sale up to the period
      * being closed, through the history index.
      *==============================================================
       230-FIND-IDLE-MONTHS.
           MOVE ZERO TO LAST-SALE-INDEX-WS.
           MOVE SPACES TO EOF-HISTORY-WS.
           MOVE PART-NUMBER-IN TO SH-PART-NUMBER.
           MOVE ZERO           TO SH-YEAR.
           MOVE ZERO           TO SH-MONTH.
           START SALES-HISTORY-FILE KEY IS >= SH-KEY
               INVALID KEY MOVE "YES" TO EOF-HISTORY-WS.
           PERFORM UNTIL EOF-HISTORY-WS = "YES"
               READ SALES-HISTORY-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-HISTORY-WS
                   NOT AT END
                       IF SH-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE "YES" TO EOF-HISTORY-WS
                       ELSE
                           COMPUTE SALE-MONTH-INDEX-WS =
                               (SH-YEAR * 12) + SH-MONTH
                           IF SH-QTY-SOLD > ZERO
                              AND SALE-MONTH-INDEX-WS
                                  NOT > RUN-MONTH-INDEX-WS
                               MOVE SALE-MONTH-INDEX-WS
                                   TO LAST-SALE-INDEX-WS
                           END-IF
                       END-IF
           END-PERFORM.
           IF LAST-SALE-INDEX-WS = ZERO
               MOVE NEVER-SOLD-MONTHS-WS TO IDLE-MONTHS-WS
           ELSE
               COMPUTE IDLE-MONTHS-WS =
                   RUN-MONTH-INDEX-WS - LAST-SALE-INDEX-WS.

      *==============================================================
      * The oldest band the part's idle time reaches sets its
      * percentage, taken on the value left after the market
      * write-down.
      *==============================================================
       235-APPLY-AGE-BAND.
           MOVE 1 TO PART-BAND-WS.
           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 4
               IF IDLE-MONTHS-WS NOT < BAND-MONTHS-FROM (BAND-SUB)
                   MOVE BAND-SUB TO PART-BAND-WS
               END-IF
           END-PERFORM.
           MOVE BAND-RESERVE-PCT (PART-BAND-WS) TO BAND-PCT-WS.
           COMPUTE OBSOLETE-AMT-WS ROUNDED =
               MARKET-VALUE-WS * BAND-PCT-WS / 100.
           ADD 1 TO BAND-PART-COUNT (PART-BAND-WS).
           ADD COST-VALUE-WS   TO BAND-COST-VALUE (PART-BAND-WS).
           ADD MARKET-AMT-WS   TO BAND-MARKET-AMT (PART-BAND-WS).
           ADD OBSOLETE-AMT-WS TO BAND-OBSOLETE-AMT (PART-BAND-WS).

      *==============================================================
      * The reserve standing against the part before this period:
      * what the last period left, or -- when this period has
      * already been run once -- what stood before that run.
      *==============================================================
       240-READ-RESERVE-BALANCE.
           MOVE ZERO TO BASE-RESERVE-WS.
           MOVE PART-NUMBER-IN TO RV-PART-NUMBER.
           READ RESERVE-BALANCE-FILE
               INVALID KEY
                   MOVE "NO" TO RESERVE-FOUND-WS
               NOT INVALID KEY
                   MOVE "YES" TO RESERVE-FOUND-WS
                   IF RV-PERIOD = RESERVE-PERIOD-WS
                       MOVE RV-PRIOR-AMT TO BASE-RESERVE-WS
                   ELSE
                       MOVE RV-RESERVE-AMT TO BASE-RESERVE-WS
                   END-IF
           END-READ.

      *==============================================================
      * Store the part's new reserve, list it and journal the
      * change.  A part whose reserve stood at nothing and still
      * does is kept off the schedule.
      *==============================================================
       245-POST-PART-RESERVE.
           IF RESERVE-FOUND-WS = "NO"
               MOVE SPACES TO RESERVE-BALANCE-RECORD
               MOVE PART-NUMBER-IN TO RV-PART-NUMBER.
           MOVE RESERVE-PERIOD-WS TO RV-PERIOD.
           MOVE BASE-RESERVE-WS   TO RV-PRIOR-AMT.
           MOVE NEW-RESERVE-WS    TO RV-RESERVE-AMT.
           MOVE MARKET-AMT-WS     TO RV-MARKET-AMT.
           MOVE OBSOLETE-AMT-WS   TO RV-OBSOLETE-AMT.
           MOVE IDLE-MONTHS-WS    TO RV-IDLE-MONTHS.
           MOVE BAND-PCT-WS       TO RV-BAND-PCT.
           MOVE LOCATION-CODE-IN  TO RV-LOCATION.
           MOVE PART-CATEGORY-IN  TO RV-CATEGORY.
           MOVE CDT-DATE          TO RV-RUN-DATE.
           IF RESERVE-FOUND-WS = "YES"
               REWRITE RESERVE-BALANCE-RECORD
           ELSE
               WRITE RESERVE-BALANCE-RECORD.
           COMPUTE RESERVE-CHANGE-WS =
               NEW-RESERVE-WS - BASE-RESERVE-WS.
           IF NEW-RESERVE-WS > ZERO
               ADD 1 TO PARTS-RESERVED-WS.
           ADD COST-VALUE-WS     TO TOTAL-COST-WS.
           ADD MARKET-AMT-WS     TO TOTAL-MARKET-WS.
           ADD OBSOLETE-AMT-WS   TO TOTAL-OBSOLETE-WS.
           ADD NEW-RESERVE-WS    TO TOTAL-RESERVE-WS.
           ADD BASE-RESERVE-WS   TO TOTAL-BASE-WS.
           ADD RESERVE-CHANGE-WS TO TOTAL-CHANGE-WS.
           IF NEW-RESERVE-WS = ZERO AND RESERVE-CHANGE-WS = ZERO
               EXIT PARAGRAPH.
           MOVE PART-NUMBER-IN    TO SD-PART-NUMBER-OUT.
           MOVE PART-NAME-IN      TO SD-PART-NAME-OUT.
           MOVE QUANTITY-IN       TO SD-ON-HAND-OUT.
           MOVE COST-VALUE-WS     TO SD-COST-OUT.
           MOVE MARKET-AMT-WS     TO SD-MARKET-OUT.
           MOVE IDLE-MONTHS-WS    TO SD-IDLE-OUT.
           MOVE BAND-PCT-WS       TO SD-BAND-PCT-OUT.
           MOVE OBSOLETE-AMT-WS   TO SD-OBSOLETE-OUT.
           MOVE NEW-RESERVE-WS    TO SD-RESERVE-OUT.
           MOVE BASE-RESERVE-WS   TO SD-PRIOR-OUT.
           MOVE RESERVE-CHANGE-WS TO SD-CHANGE-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM SCHEDULE-DETAIL-OUT.
           IF RESERVE-CHANGE-WS NOT = ZERO
               MOVE PART-NUMBER-IN   TO JOURNAL-PART-WS
               MOVE LOCATION-CODE-IN TO ROLE-LOCATION-WS
               PERFORM 250-JOURNAL-RESERVE-CHANGE.

      *==============================================================
      * A growing reserve debits the write-down expense and
      * credits the reserve; a shrinking one the reverse.
      *==============================================================
       250-JOURNAL-RESERVE-CHANGE.
           MOVE "RSV" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO RESERVE-ACCT-WS.
           MOVE "RSX" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO EXPENSE-ACCT-WS.
           IF RESERVE-CHANGE-WS < ZERO
               COMPUTE MOVEMENT-VALUE-WS = ZERO - RESERVE-CHANGE-WS
           ELSE
               MOVE RESERVE-CHANGE-WS TO MOVEMENT-VALUE-WS.
           MOVE JOURNAL-PART-WS   TO JD-PART-NUMBER-OUT.
           MOVE "V"               TO JD-TRANS-CODE-OUT.
           MOVE MOVEMENT-VALUE-WS TO JD-AMOUNT-OUT.
           MOVE JOURNAL-DATE-WS   TO JD-DATE-OUT.
           IF RESERVE-CHANGE-WS > ZERO
               MOVE EXPENSE-ACCT-WS TO JD-ACCOUNT-OUT
           ELSE
               MOVE RESERVE-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "DR" TO JD-DRCR-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           IF RESERVE-CHANGE-WS > ZERO
               MOVE RESERVE-ACCT-WS TO JD-ACCOUNT-OUT
           ELSE
               MOVE EXPENSE-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "CR" TO JD-DRCR-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD MOVEMENT-VALUE-WS TO TOTAL-DEBITS-WS.
           ADD MOVEMENT-VALUE-WS TO TOTAL-CREDITS-WS.

      *==============================================================
      * A part merged away or deleted since the last close still
      * has its reserve on the books -- release it to the
      * accounts it was reserved under.
      *==============================================================
       260-RELEASE-ORPHAN-RESERVES.
           MOVE SPACES TO EOF-RESERVE-WS.
           MOVE LOW-VALUES TO RV-PART-NUMBER.
           START RESERVE-BALANCE-FILE
                   KEY IS NOT LESS THAN RV-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-RESERVE-WS.
           PERFORM UNTIL EOF-RESERVE-WS = "YES"
               READ RESERVE-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-RESERVE-WS
                   NOT AT END
                       IF RV-PERIOD < RESERVE-PERIOD-WS
                               AND RV-RESERVE-AMT > ZERO
                           PERFORM 265-RELEASE-ONE-RESERVE
                       END-IF
               END-READ
           END-PERFORM.

      *==============================================================
      * Take one orphan's reserve back to nothing.
      *==============================================================
       265-RELEASE-ONE-RESERVE.
           ADD 1 TO PARTS-RELEASED-WS.
           MOVE RV-RESERVE-AMT TO BASE-RESERVE-WS.
           COMPUTE RESERVE-CHANGE-WS = ZERO - BASE-RESERVE-WS.
           ADD BASE-RESERVE-WS   TO TOTAL-BASE-WS.
           ADD RESERVE-CHANGE-WS TO TOTAL-CHANGE-WS.
           MOVE RV-PART-NUMBER   TO SD-PART-NUMBER-OUT.
           MOVE "(NOT ON FILE)"  TO SD-PART-NAME-OUT.
           MOVE ZERO TO SD-ON-HAND-OUT SD-COST-OUT SD-MARKET-OUT
                        SD-IDLE-OUT SD-BAND-PCT-OUT SD-OBSOLETE-OUT
                        SD-RESERVE-OUT.
           MOVE BASE-RESERVE-WS   TO SD-PRIOR-OUT.
           MOVE RESERVE-CHANGE-WS TO SD-CHANGE-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM SCHEDULE-DETAIL-OUT.
           MOVE RV-PART-NUMBER TO JOURNAL-PART-WS.
           MOVE RV-LOCATION    TO ROLE-LOCATION-WS.
           PERFORM 250-JOURNAL-RESERVE-CHANGE.
           MOVE RESERVE-PERIOD-WS TO RV-PERIOD.
           MOVE BASE-RESERVE-WS   TO RV-PRIOR-AMT.
           MOVE ZERO TO RV-RESERVE-AMT RV-MARKET-AMT RV-OBSOLETE-AMT.
           MOVE CDT-DATE          TO RV-RUN-DATE.
           REWRITE RESERVE-BALANCE-RECORD.

      *==============================================================
      * Read the next record off the inventory master.
      *==============================================================
       310-READ-INVENT-RECORD.
           READ INVENT-FILE-IN
               AT END MOVE "YES" TO EOF-INVENT-WS.

      *==============================================================
      * Resolve a role's account: the part's own location first,
      * then the company-wide blank-location record.  A role with
      * no mapping while the file exists is a run rejection.
      *==============================================================
       330-RESOLVE-ROLE-ACCOUNT.
           IF GLMAP-OPEN-WS NOT = "YES"
               PERFORM 332-USE-FALLBACK-ACCOUNT
               EXIT PARAGRAPH.
           MOVE SPACES TO RESOLVED-ACCT-WS.
           MOVE "M"              TO GM-MAP-TYPE.
           MOVE ROLE-CODE-WS     TO GM-MAP-CODE.
           MOVE ROLE-LOCATION-WS TO GM-LOCATION.
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GM-ACCOUNT TO RESOLVED-ACCT-WS
           END-READ.
           IF RESOLVED-ACCT-WS = SPACES
               MOVE "M"          TO GM-MAP-TYPE
               MOVE ROLE-CODE-WS TO GM-MAP-CODE
               MOVE SPACES       TO GM-LOCATION
               READ GL-MAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GM-ACCOUNT TO RESOLVED-ACCT-WS
               END-READ.
           IF RESOLVED-ACCT-WS = SPACES
               ADD 1 TO MAP-MISS-COUNT-WS
               MOVE "??????" TO RESOLVED-ACCT-WS.

      *==============================================================
      * The compiled-in chart for a shop that never built the
      * mapping file.
      *==============================================================
       332-USE-FALLBACK-ACCOUNT.
           EVALUATE ROLE-CODE-WS
               WHEN "RSV"
                   MOVE GL-RESERVE-ACCT-WS   TO RESOLVED-ACCT-WS
               WHEN "RSX"
                   MOVE GL-WRITEDOWN-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN OTHER
                   MOVE "??????" TO RESOLVED-ACCT-WS
           END-EVALUATE.

      *==============================================================
      * Write the totals and the band summary, balance the
      * journal, catalog the schedule, and close every file.
      *==============================================================
       202-TERM-REVALUATION.
           MOVE TOTAL-COST-WS     TO ST-COST-OUT.
           MOVE TOTAL-MARKET-WS   TO ST-MARKET-OUT.
           MOVE TOTAL-OBSOLETE-WS TO ST-OBSOLETE-OUT.
           MOVE TOTAL-RESERVE-WS  TO ST-RESERVE-OUT.
           MOVE TOTAL-BASE-WS     TO ST-PRIOR-OUT.
           MOVE TOTAL-CHANGE-WS   TO ST-CHANGE-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM SCHEDULE-TOTAL-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM BAND-SUMMARY-HEADER.
           WRITE SCHEDULE-REPORT-DATA FROM BAND-SUMMARY-COLUMN-NAME.
           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 4
               MOVE BAND-MONTHS-FROM (BAND-SUB)  TO BS-MONTHS-OUT
               MOVE BAND-RESERVE-PCT (BAND-SUB)  TO BS-PCT-OUT
               MOVE BAND-PART-COUNT (BAND-SUB)   TO BS-COUNT-OUT
               MOVE BAND-COST-VALUE (BAND-SUB)   TO BS-COST-OUT
               MOVE BAND-MARKET-AMT (BAND-SUB)   TO BS-MARKET-OUT
               MOVE BAND-OBSOLETE-AMT (BAND-SUB) TO BS-OBSOLETE-OUT
               WRITE SCHEDULE-REPORT-DATA FROM BAND-SUMMARY-OUT
           END-PERFORM.
           MOVE RECORDS-READ-WS   TO AT-READ-OUT.
           MOVE PARTS-RESERVED-WS TO AT-RESERVED-OUT.
           MOVE PARTS-RELEASED-WS TO AT-RELEASED-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM SCHEDULE-AUDIT-TRAIL-OUT.
           MOVE TOTAL-DEBITS-WS  TO JT-DEBITS-OUT.
           MOVE TOTAL-CREDITS-WS TO JT-CREDITS-OUT.
           IF TOTAL-DEBITS-WS = TOTAL-CREDITS-WS
               MOVE "IN BALANCE"     TO JT-BALANCE-FLAG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO JT-BALANCE-FLAG-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-TOTALS-OUT.
           DISPLAY "INVRSV: " PARTS-RESERVED-WS
               " PART(S) RESERVED FOR " RESERVE-PERIOD-WS.
           IF MAP-MISS-COUNT-WS > ZERO
               DISPLAY "INVRSV: " MAP-MISS-COUNT-WS
                   " ACCOUNT LOOKUP(S) WITH NO MAPPING"
               DISPLAY "INVRSV: RUN REJECTED - DO NOT IMPORT"
               MOVE 16 TO RETURN-CODE.
           CLOSE INVENT-FILE-IN.
           CLOSE SALES-HISTORY-FILE.
           CLOSE RESERVE-BALANCE-FILE.
           IF GLMAP-OPEN-WS = "YES"
               CLOSE GL-MAP-FILE.
           CLOSE SCHEDULE-REPORT-OUT.
           CLOSE JOURNAL-FILE-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "INVRSV"   TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE PARTS-RESERVED-WS TO RC-RECORD-COUNT.
           MOVE SCHEDULE-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program INVRSV.
