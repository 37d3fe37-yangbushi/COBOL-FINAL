       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRNI as "GRNI".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-REGISTER-FILE
               ASSIGN TO "D:\COBOL\POREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POR-PO-LINE-KEY
               ALTERNATE RECORD KEY IS POR-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PO-REGISTER-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN IN SUPPLIER-RECORD-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.
           SELECT GL-MAP-FILE
               ASSIGN TO "D:\COBOL\GLMAP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GL-MAP-STATUS.
           SELECT ACCRUAL-SORT-FILE
               ASSIGN TO "D:\COBOL\GRNISRT.TMP".
           SELECT ACCRUAL-REPORT-OUT
               ASSIGN TO ACCRUAL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE-OUT
               ASSIGN TO JOURNAL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-FILE-OUT
               ASSIGN TO REVERSAL-FILE-NAME-WS
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
       FD  PO-REGISTER-FILE.
           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".

      *==============================================================
      * Sort work file so the listing runs supplier by supplier,
      * PO line within supplier -- the way accounting ties it to
      * the statements the suppliers send.
      *==============================================================
       SD  ACCRUAL-SORT-FILE.
       01  ACCRUAL-SORT-RECORD.
           05 AC-SUPPLIER-CODE   PIC X(5).
           05 AC-PO-NUMBER       PIC 9(6).
           05 AC-PART-NUMBER     PIC X(7).
           05 AC-LOCATION        PIC X(5).
           05 AC-RECEIVED-QTY    PIC 9(7)V99.
           05 AC-UNIT-COST       PIC 9(4)V99.
           05 AC-COST-SOURCE     PIC X(4).
           05 AC-LINE-VALUE      PIC 9(9)V99.

       FD  ACCRUAL-REPORT-OUT.
       01  ACCRUAL-REPORT-DATA  PIC X(100).

      *==============================================================
      * The accrual and its reversal, each laid out exactly like
      * the GLJRNL import: the accrual dated the last day of the
      * period being closed, the reversal the first day of the
      * next, so the accrual comes back out once the real
      * invoices are matched and booked.
      *==============================================================
       FD  JOURNAL-FILE-OUT.
       01  JOURNAL-RECORD-OUT   PIC X(80).

       FD  REVERSAL-FILE-OUT.
       01  REVERSAL-RECORD-OUT  PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 PO-REGISTER-STATUS    PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 SUPPLIER-STATUS-WS    PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-REGISTER-WS       PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.

       01 ACCRUAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.
       01 JOURNAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.
       01 REVERSAL-FILE-NAME-WS PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-PERIOD    PIC 9(6).
               10 CDT-DAY       PIC 9(2).
           05 FILLER            PIC X(13).

      *==============================================================
      * The period being accrued, keyed by accounting (zero for
      * the business date's month), and the dates the two
      * journals carry.
      *==============================================================
       01 ACCRUAL-PERIOD-WS     PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(34)
                       VALUE "ACCRUAL PERIOD (YYYYMM, 0 = BUS)?".
       01 ACCRUAL-PERIOD-SPLIT.
           05 APS-YEAR          PIC 9(4).
           05 APS-MONTH         PIC 9(2).
       01 NEXT-PERIOD-WS.
           05 NPS-YEAR          PIC 9(4).
           05 NPS-MONTH         PIC 9(2).
       01 REVERSAL-DATE-WS.
           05 RDS-PERIOD        PIC X(6).
           05 RDS-DAY           PIC X(2)  VALUE "01".
       01 ACCRUAL-DATE-WS       PIC 9(8)  VALUE ZERO.
       01 FIRST-OF-NEXT-NUM-TMP PIC 9(8)  VALUE ZERO.

      *==============================================================
      * P values each line at the cost the supplier confirmed on
      * the PO (our average cost when no acknowledgment was
      * recorded); L values it at the part's landed average cost,
      * which carries the freight and duty receiving loaded in.
      *==============================================================
       01 COST-BASIS-WS         PIC X(1)  VALUE "P".
           88 PO-COST-BASIS     VALUE "P" "p".
           88 LANDED-COST-BASIS VALUE "L" "l".
       01 BASIS-PROMPT          PIC X(38)
                   VALUE "COST BASIS (P=PO COST  L=LANDED COST)?".

      *==============================================================
      * Chart accounts: receipts booked inventory against
      * purchases clearing when the goods came in, so the accrual
      * moves the uninvoiced part of that clearing balance into
      * the received-not-invoiced liability.  Same mapping rules
      * as GLJRNL -- location first, then company-wide, and a
      * miss rejects the run.
      *==============================================================
       01 GL-MAP-STATUS         PIC X(2)  VALUE SPACES.
       01 GLMAP-OPEN-WS         PIC X(3)  VALUE "NO".
       01 ROLE-CODE-WS          PIC X(3)  VALUE SPACES.
       01 ROLE-LOCATION-WS      PIC X(5)  VALUE SPACES.
       01 RESOLVED-ACCT-WS      PIC X(6)  VALUE SPACES.
       01 MAP-MISS-COUNT-WS     PIC 9(6)  VALUE ZERO.
       01 GL-PURCH-CLRG-ACCT-WS PIC X(6)  VALUE "200000".
       01 GL-GRNI-ACCT-WS       PIC X(6)  VALUE "205000".
       01 CLEARING-ACCT-WS      PIC X(6)  VALUE SPACES.
       01 ACCRUAL-ACCT-WS       PIC X(6)  VALUE SPACES.

       01 MOVEMENT-VALUE-WS     PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-DEBITS-WS       PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-CREDITS-WS      PIC 9(12)V99 VALUE ZERO.
       01 REV-DEBITS-WS         PIC 9(12)V99 VALUE ZERO.
       01 REV-CREDITS-WS        PIC 9(12)V99 VALUE ZERO.

       01 LINES-READ-WS         PIC 9(6)  VALUE ZERO.
       01 LINES-ACCRUED-WS      PIC 9(6)  VALUE ZERO.
       01 NO-COST-COUNT-WS      PIC 9(6)  VALUE ZERO.
       01 PREV-SUPPLIER-WS      PIC X(5)  VALUE SPACES.
       01 GROUP-STARTED-WS      PIC X(3)  VALUE "NO".
       01 SUPPLIER-TOTAL-WS     PIC 9(11)V99 VALUE ZERO.
       01 GRAND-TOTAL-WS        PIC 9(12)V99 VALUE ZERO.

       01 ACCRUAL-HEADER-OUT.
           05 FILLER            PIC X(30)
                   VALUE "RECEIVED NOT INVOICED PERIOD".
           05 AH-PERIOD-OUT     PIC 9(6).
           05 FILLER            PIC X(8)   VALUE "  BASIS".
           05 AH-BASIS-OUT      PIC X(8).
           05 FILLER            PIC X(8)   VALUE "  RUN".
           05 AH-RUN-DATE-OUT   PIC 9(8).

       01 SUPPLIER-HEADER-OUT.
           05 FILLER            PIC X(10)  VALUE "SUPPLIER".
           05 SH-SUPPLIER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SH-SUPPLIER-NAME-OUT PIC X(20).

       01 ACCRUAL-COLUMN-NAME.
           05 FILLER PIC X(10) VALUE "  PO NUM".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(12) VALUE "RECEIVED".
           05 FILLER PIC X(10) VALUE "UNIT COST".
           05 FILLER PIC X(6)  VALUE "FROM".
           05 FILLER PIC X(12) VALUE "ACCRUED".

       01 ACCRUAL-DETAIL-OUT.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-PO-NUMBER-OUT  PIC 9(6)   VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-QTY-OUT        PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-UNIT-COST-OUT  PIC ZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 AD-SOURCE-OUT     PIC X(4)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-VALUE-OUT      PIC ZZZZZZZZ9.99 VALUE ZEROS.

       01 SUPPLIER-TOTAL-OUT.
           05 FILLER            PIC X(16)  VALUE "  SUPPLIER TOTAL".
           05 FILLER            PIC X(36)  VALUE SPACES.
           05 ST-TOTAL-OUT      PIC ZZZZZZZZZZ9.99.

       01 ACCRUAL-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(12) VALUE "LINES READ:".
           05 AT-READ-OUT       PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(11) VALUE "  ACCRUED:".
           05 AT-ACCRUED-OUT    PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(11) VALUE "  NO COST:".
           05 AT-NO-COST-OUT    PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(9)  VALUE "  TOTAL:".
           05 AT-TOTAL-OUT      PIC ZZZZZZZZZZ9.99 VALUE ZEROS.

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
      * Run before the period close: every PO line with stock
      * received against it and no matched supplier invoice is
      * goods on the books with no liability behind them.  List
      * them, accrue them, and reverse the accrual on the first
      * day of the next period.
      *==============================================================
       PROCEDURE DIVISION.
       100-ACCRUE-RECEIVED-NOT-INVOICED.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-GRNI-ACCRUAL.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT ACCRUAL-SORT-FILE
                   ON ASCENDING KEY AC-SUPPLIER-CODE
                                    AC-PO-NUMBER
                                    AC-PART-NUMBER
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-GRNI-ACCRUAL.
           EXIT PROGRAM.

      *==============================================================
      * Take the period and the cost basis, work out the accrual
      * and reversal dates, and open the register, the masters,
      * the mapping file, the listing and both journals.
      *==============================================================
       200-INIT-GRNI-ACCRUAL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           DISPLAY PERIOD-PROMPT.
           ACCEPT ACCRUAL-PERIOD-WS.
           IF ACCRUAL-PERIOD-WS = ZERO
               MOVE CDT-PERIOD TO ACCRUAL-PERIOD-WS.
           DISPLAY BASIS-PROMPT.
           ACCEPT COST-BASIS-WS.
           IF NOT LANDED-COST-BASIS
               MOVE "P" TO COST-BASIS-WS.
           PERFORM 205-SET-JOURNAL-DATES.
           STRING "D:\COBOL\GRNI_"  DELIMITED BY SIZE
                  ACCRUAL-PERIOD-WS DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO ACCRUAL-FILE-NAME-WS.
           STRING "D:\COBOL\GRNIACC_" DELIMITED BY SIZE
                  ACCRUAL-PERIOD-WS   DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME-WS.
           STRING "D:\COBOL\GRNIREV_" DELIMITED BY SIZE
                  NEXT-PERIOD-WS      DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO REVERSAL-FILE-NAME-WS.
           OPEN INPUT PO-REGISTER-FILE.
           IF PO-REGISTER-STATUS NOT = "00"
               DISPLAY "GRNI: BAD OPEN POREG "
                   PO-REGISTER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "GRNI: BAD OPEN INVENT-FILE "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS = "00"
               MOVE "YES" TO GLMAP-OPEN-WS
           ELSE
               DISPLAY "GRNI: NO GLMAP FILE - COMPILED"
                   " DEFAULTS IN USE".
           OPEN OUTPUT ACCRUAL-REPORT-OUT.
           OPEN OUTPUT JOURNAL-FILE-OUT.
           OPEN OUTPUT REVERSAL-FILE-OUT.
           MOVE ACCRUAL-PERIOD-WS TO AH-PERIOD-OUT.
           IF LANDED-COST-BASIS
               MOVE "LANDED" TO AH-BASIS-OUT
           ELSE
               MOVE "PO COST" TO AH-BASIS-OUT.
           MOVE CDT-DATE TO AH-RUN-DATE-OUT.
           WRITE ACCRUAL-REPORT-DATA FROM ACCRUAL-HEADER-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.
           WRITE REVERSAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.

      *==============================================================
      * The accrual books on the period's last day -- the day
      * before the first of the next month -- and the reversal
      * on that first of the month.
      *==============================================================
       205-SET-JOURNAL-DATES.
           MOVE ACCRUAL-PERIOD-WS TO ACCRUAL-PERIOD-SPLIT.
           IF APS-MONTH = 12
               COMPUTE NPS-YEAR = APS-YEAR + 1
               MOVE 1 TO NPS-MONTH
           ELSE
               MOVE APS-YEAR TO NPS-YEAR
               COMPUTE NPS-MONTH = APS-MONTH + 1.
           MOVE NEXT-PERIOD-WS TO RDS-PERIOD.
           MOVE "01"           TO RDS-DAY.
           MOVE REVERSAL-DATE-WS TO FIRST-OF-NEXT-NUM-TMP.
           COMPUTE ACCRUAL-DATE-WS = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(FIRST-OF-NEXT-NUM-TMP) - 1).

      *==============================================================
      * Feed the sort: every line with a receipt against it whose
      * supplier invoice has not been three-way matched.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM UNTIL EOF-REGISTER-WS = "YES"
               READ PO-REGISTER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REGISTER-WS
                   NOT AT END
                       ADD 1 TO LINES-READ-WS
                       IF POR-RECEIVED-QTY > ZERO
                               AND NOT POR-INVOICED
                           PERFORM 210-VALUE-ONE-RECEIPT
                       END-IF
           END-PERFORM.

      *==============================================================
      * Cost the received quantity on the chosen basis.  A part
      * gone from the master with no confirmed price is listed
      * at zero so it shows on the exception count.
      *==============================================================
       210-VALUE-ONE-RECEIPT.
           MOVE POR-SUPPLIER-CODE TO AC-SUPPLIER-CODE.
           MOVE POR-PO-NUMBER     TO AC-PO-NUMBER.
           MOVE POR-PART-NUMBER   TO AC-PART-NUMBER.
           MOVE POR-RECEIVED-QTY  TO AC-RECEIVED-QTY.
           MOVE ZERO   TO AC-UNIT-COST.
           MOVE SPACES TO AC-COST-SOURCE AC-LOCATION.
           MOVE POR-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOCATION-CODE TO AC-LOCATION
                   MOVE UNIT-PRICE    TO AC-UNIT-COST
                   MOVE "AVG"         TO AC-COST-SOURCE
           END-READ.
           IF PO-COST-BASIS AND POR-ACKNOWLEDGED
                   AND POR-ACK-PRICE > ZERO
               PERFORM 211-ACK-PRICE-AT-HOME
               MOVE "PO"          TO AC-COST-SOURCE.
           IF AC-UNIT-COST = ZERO
               ADD 1 TO NO-COST-COUNT-WS
               MOVE "NONE" TO AC-COST-SOURCE.
           COMPUTE AC-LINE-VALUE ROUNDED =
               AC-RECEIVED-QTY * AC-UNIT-COST.
           ADD 1 TO LINES-ACCRUED-WS.
           RELEASE ACCRUAL-SORT-RECORD.

      *==============================================================
      * The acknowledged price is in the line's own currency; the
      * accrual is in ours, at the rate the receipts were valued
      * at, or the order rate before anything was received at one.
      *==============================================================
       211-ACK-PRICE-AT-HOME.
           EVALUATE TRUE
               WHEN POR-RECEIPT-RATE > ZERO
                   COMPUTE AC-UNIT-COST ROUNDED =
                       POR-ACK-PRICE * POR-RECEIPT-RATE
               WHEN POR-ORDER-RATE > ZERO
                   COMPUTE AC-UNIT-COST ROUNDED =
                       POR-ACK-PRICE * POR-ORDER-RATE
               WHEN OTHER
                   MOVE POR-ACK-PRICE TO AC-UNIT-COST
           END-EVALUATE.

      *==============================================================
      * Drain the sort supplier by supplier: list each line,
      * accrue it, and write its reversal.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN ACCRUAL-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               IF AC-SUPPLIER-CODE NOT = PREV-SUPPLIER-WS
                       OR GROUP-STARTED-WS NOT = "YES"
                   PERFORM 220-BREAK-TO-NEW-SUPPLIER
               END-IF
               PERFORM 230-ACCRUE-ONE-LINE
               RETURN ACCRUAL-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF GROUP-STARTED-WS = "YES"
               PERFORM 240-WRITE-SUPPLIER-TOTAL.

      *==============================================================
      * Close out the prior supplier's total and head the next.
      *==============================================================
       220-BREAK-TO-NEW-SUPPLIER.
           IF GROUP-STARTED-WS = "YES"
               PERFORM 240-WRITE-SUPPLIER-TOTAL.
           MOVE "YES" TO GROUP-STARTED-WS.
           MOVE AC-SUPPLIER-CODE TO PREV-SUPPLIER-WS.
           MOVE ZERO TO SUPPLIER-TOTAL-WS.
           MOVE AC-SUPPLIER-CODE TO SH-SUPPLIER-CODE-OUT.
           MOVE AC-SUPPLIER-CODE TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO SH-SUPPLIER-NAME-OUT
               NOT INVALID KEY
                   MOVE SUPPLIER-NAME-IN TO SH-SUPPLIER-NAME-OUT
           END-READ.
           WRITE ACCRUAL-REPORT-DATA FROM SUPPLIER-HEADER-OUT.
           WRITE ACCRUAL-REPORT-DATA FROM ACCRUAL-COLUMN-NAME.

      *==============================================================
      * One listed line, its accrual (purchases clearing debited,
      * the received-not-invoiced liability credited) and the
      * mirror-image reversal.  A line valued at nothing is
      * listed but books nothing.
      *==============================================================
       230-ACCRUE-ONE-LINE.
           MOVE AC-PO-NUMBER    TO AD-PO-NUMBER-OUT.
           MOVE AC-PART-NUMBER  TO AD-PART-NUMBER-OUT.
           MOVE AC-RECEIVED-QTY TO AD-QTY-OUT.
           MOVE AC-UNIT-COST    TO AD-UNIT-COST-OUT.
           MOVE AC-COST-SOURCE  TO AD-SOURCE-OUT.
           MOVE AC-LINE-VALUE   TO AD-VALUE-OUT.
           WRITE ACCRUAL-REPORT-DATA FROM ACCRUAL-DETAIL-OUT.
           ADD AC-LINE-VALUE TO SUPPLIER-TOTAL-WS.
           ADD AC-LINE-VALUE TO GRAND-TOTAL-WS.
           IF AC-LINE-VALUE = ZERO
               EXIT PARAGRAPH.
           MOVE AC-LOCATION TO ROLE-LOCATION-WS.
           MOVE "PUR" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO CLEARING-ACCT-WS.
           MOVE "GRN" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO ACCRUAL-ACCT-WS.
           MOVE AC-LINE-VALUE TO MOVEMENT-VALUE-WS.
           MOVE AC-PART-NUMBER TO JD-PART-NUMBER-OUT.
           MOVE "G"            TO JD-TRANS-CODE-OUT.
           MOVE MOVEMENT-VALUE-WS TO JD-AMOUNT-OUT.
           MOVE ACCRUAL-DATE-WS TO JD-DATE-OUT.
           MOVE CLEARING-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "DR" TO JD-DRCR-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           MOVE ACCRUAL-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "CR" TO JD-DRCR-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD MOVEMENT-VALUE-WS TO TOTAL-DEBITS-WS.
           ADD MOVEMENT-VALUE-WS TO TOTAL-CREDITS-WS.
           MOVE REVERSAL-DATE-WS TO JD-DATE-OUT.
           MOVE ACCRUAL-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "DR" TO JD-DRCR-OUT.
           WRITE REVERSAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           MOVE CLEARING-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "CR" TO JD-DRCR-OUT.
           WRITE REVERSAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD MOVEMENT-VALUE-WS TO REV-DEBITS-WS.
           ADD MOVEMENT-VALUE-WS TO REV-CREDITS-WS.

      *==============================================================
      * One supplier's accrued total.
      *==============================================================
       240-WRITE-SUPPLIER-TOTAL.
           MOVE SUPPLIER-TOTAL-WS TO ST-TOTAL-OUT.
           WRITE ACCRUAL-REPORT-DATA FROM SUPPLIER-TOTAL-OUT.

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
               WHEN "PUR"
                   MOVE GL-PURCH-CLRG-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "GRN"
                   MOVE GL-GRNI-ACCT-WS       TO RESOLVED-ACCT-WS
               WHEN OTHER
                   MOVE "??????" TO RESOLVED-ACCT-WS
           END-EVALUATE.

      *==============================================================
      * Balance both journals, write the run totals, catalog the
      * listing, and close every file.
      *==============================================================
       202-TERM-GRNI-ACCRUAL.
           MOVE TOTAL-DEBITS-WS  TO JT-DEBITS-OUT.
           MOVE TOTAL-CREDITS-WS TO JT-CREDITS-OUT.
           IF TOTAL-DEBITS-WS = TOTAL-CREDITS-WS
               MOVE "IN BALANCE"     TO JT-BALANCE-FLAG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO JT-BALANCE-FLAG-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-TOTALS-OUT.
           MOVE REV-DEBITS-WS  TO JT-DEBITS-OUT.
           MOVE REV-CREDITS-WS TO JT-CREDITS-OUT.
           IF REV-DEBITS-WS = REV-CREDITS-WS
               MOVE "IN BALANCE"     TO JT-BALANCE-FLAG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO JT-BALANCE-FLAG-OUT.
           WRITE REVERSAL-RECORD-OUT FROM JOURNAL-TOTALS-OUT.
           MOVE LINES-READ-WS    TO AT-READ-OUT.
           MOVE LINES-ACCRUED-WS TO AT-ACCRUED-OUT.
           MOVE NO-COST-COUNT-WS TO AT-NO-COST-OUT.
           MOVE GRAND-TOTAL-WS   TO AT-TOTAL-OUT.
           WRITE ACCRUAL-REPORT-DATA FROM ACCRUAL-AUDIT-TRAIL-OUT.
           IF NO-COST-COUNT-WS > ZERO
               DISPLAY "GRNI: " NO-COST-COUNT-WS
                   " RECEIPT(S) WITH NO COST TO ACCRUE".
           DISPLAY "GRNI: " LINES-ACCRUED-WS
               " RECEIPT(S) ACCRUED FOR " ACCRUAL-PERIOD-WS.
           IF MAP-MISS-COUNT-WS > ZERO
               DISPLAY "GRNI: " MAP-MISS-COUNT-WS
                   " ACCOUNT LOOKUP(S) WITH NO MAPPING"
               DISPLAY "GRNI: RUN REJECTED - DO NOT IMPORT"
               MOVE 16 TO RETURN-CODE.
           CLOSE PO-REGISTER-FILE.
           CLOSE INVENT-FILE.
           CLOSE SUPPLIER-FILE-IN.
           IF GLMAP-OPEN-WS = "YES"
               CLOSE GL-MAP-FILE.
           CLOSE ACCRUAL-REPORT-OUT.
           CLOSE JOURNAL-FILE-OUT.
           CLOSE REVERSAL-FILE-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "GRNI"     TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-ACCRUED-WS TO RC-RECORD-COUNT.
           MOVE ACCRUAL-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program GRNI.
