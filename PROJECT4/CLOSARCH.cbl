       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSARCH as "CLOSARCH".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-REGISTER-FILE
               ASSIGN TO "D:\COBOL\POREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-LINE-KEY
               ALTERNATE RECORD KEY IS POR-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PO-REGISTER-STATUS.
           SELECT SALES-ORDER-FILE
               ASSIGN TO "D:\COBOL\SALESORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               ALTERNATE RECORD KEY IS SO-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS SALES-ORDER-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO "D:\COBOL\OPENINV.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPEN-INVOICE-STATUS.
           SELECT RMA-REGISTER-FILE
               ASSIGN TO "D:\COBOL\RMAREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMA-KEY
               FILE STATUS IS RMA-REGISTER-STATUS.
           SELECT HISTORY-FILE-OUT
               ASSIGN TO HISTORY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT ARCHIVE-PARM-FILE
               ASSIGN TO "D:\COBOL\ARCHPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-PARM-STATUS.
           SELECT ARCHIVE-CATALOG-FILE
               ASSIGN TO "D:\COBOL\ARCHCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-CATALOG-STATUS.
           SELECT RUN-JOURNAL-FILE
               ASSIGN TO "D:\COBOL\RUNJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-REGISTER-FILE.
           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

       FD  SALES-ORDER-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

       FD  OPEN-INVOICE-FILE.
           COPY "D:\COBOL\OPEN_INVOICE_RECORD.cpy".

       FD  RMA-REGISTER-FILE.
           COPY "D:\COBOL\RMA_REGISTER_RECORD.cpy".

      *==============================================================
      * A dated history file: the register's own record image,
      * one per line, so the archive inquiry reads it back through
      * the same copybook the live register uses.
      *==============================================================
       FD  HISTORY-FILE-OUT.
       01  HISTORY-RECORD-OUT   PIC X(200).

       FD  ARCHIVE-PARM-FILE.
           COPY "D:\COBOL\ARCHIVE_PARM_RECORD.cpy".

       FD  ARCHIVE-CATALOG-FILE.
           COPY "D:\COBOL\ARCHIVE_CATALOG_RECORD.cpy".

       FD  RUN-JOURNAL-FILE.
       01  RUN-JOURNAL-RECORD   PIC X(60).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 PO-REGISTER-STATUS    PIC X(2)  VALUE SPACES.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 RMA-REGISTER-STATUS   PIC X(2)  VALUE SPACES.
       01 HISTORY-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 ARCHIVE-PARM-STATUS   PIC X(2)  VALUE SPACES.
       01 ARCHIVE-CATALOG-STATUS PIC X(2) VALUE SPACES.
       01 RUN-JOURNAL-STATUS    PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 EOF-REGISTER-WS       PIC X(3)  VALUE SPACES.

       01 ARCHIVE-PERIOD-WS     PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(34)
                       VALUE "PERIOD BEING CLOSED (YYYYMM/0)?".
       01 HISTORY-FILE-NAME-WS  PIC X(40) VALUE SPACES.
       01 HISTORY-PREFIX-WS     PIC X(16) VALUE SPACES.

      *==============================================================
      * How long a finished line stays live, by register.  The
      * standard is a year; ARCHPARM.TXT sets its own.
      *==============================================================
       01 PO-MONTHS-WS          PIC 9(3)  VALUE 12.
       01 ORDER-MONTHS-WS       PIC 9(3)  VALUE 12.
       01 INVOICE-MONTHS-WS     PIC 9(3)  VALUE 12.
       01 RMA-MONTHS-WS         PIC 9(3)  VALUE 12.
       01 KEEP-MONTHS-WS        PIC 9(3)  VALUE ZERO.

      *==============================================================
      * A line finished before its register's cutoff -- the first
      * day of the earliest month still kept -- goes to history.
      *==============================================================
       01 MONTH-INDEX-TMP       PIC 9(7)  VALUE ZERO.
       01 PERIOD-YEAR-TMP       PIC 9(4)  VALUE ZERO.
       01 PERIOD-MONTH-TMP      PIC 9(2)  VALUE ZERO.
       01 CUTOFF-DATE-WS.
           05 CUTOFF-YEAR-WS    PIC 9(4)  VALUE ZERO.
           05 CUTOFF-MONTH-WS   PIC 9(2)  VALUE ZERO.
           05 CUTOFF-DAY-WS     PIC 9(2)  VALUE 1.
       01 PO-CUTOFF-WS          PIC X(8)  VALUE SPACES.
       01 ORDER-CUTOFF-WS       PIC X(8)  VALUE SPACES.
       01 INVOICE-CUTOFF-WS     PIC X(8)  VALUE SPACES.
       01 RMA-CUTOFF-WS         PIC X(8)  VALUE SPACES.
       01 AGE-DATE-WS           PIC X(8)  VALUE SPACES.

       01 PO-READ-WS            PIC 9(7)  VALUE ZERO.
       01 PO-MOVED-WS           PIC 9(7)  VALUE ZERO.
       01 ORDER-READ-WS         PIC 9(7)  VALUE ZERO.
       01 ORDER-MOVED-WS        PIC 9(7)  VALUE ZERO.
       01 INVOICE-READ-WS       PIC 9(7)  VALUE ZERO.
       01 INVOICE-MOVED-WS      PIC 9(7)  VALUE ZERO.
       01 RMA-READ-WS           PIC 9(7)  VALUE ZERO.
       01 RMA-MOVED-WS          PIC 9(7)  VALUE ZERO.
       01 REGISTER-TYPE-WS      PIC X(1)  VALUE SPACES.
       01 MOVED-COUNT-WS        PIC 9(7)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-PERIOD    PIC 9(6).
               10 CDT-DAY       PIC 9(2).
           05 CDT-TIME          PIC 9(6).
           05 FILLER            PIC X(7).
       01 START-TIME-WS         PIC 9(6)  VALUE ZERO.

      *==============================================================
      * The run journal's step-line layout, so the archive's
      * counts sit beside the step lines the close writes.
      *==============================================================
       01 JOURNAL-DETAIL-WS.
           05 JR-DATE           PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JR-STEP-NAME      PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JR-START-TIME     PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JR-END-TIME       PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "  RC".
           05 JR-RETURN-CODE    PIC ZZZ9  VALUE ZEROS.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JR-NOTE.
               10 JR-NOTE-LABEL PIC X(5)  VALUE SPACES.
               10 JR-NOTE-COUNT PIC 9(7)  VALUE ZERO.

       LINKAGE SECTION.
      *==============================================================
      * The period being closed, handed down by the period-end
      * close.  Run on its own nothing is passed and it asks.
      *==============================================================
       01  LINKED-PERIOD-PARM   PIC 9(6).

      *==============================================================
      * Move finished lines out of the four registers that only
      * ever grow -- closed and cancelled PO lines, filled and
      * closed-short order lines, paid invoices and settled RMA
      * lines -- into dated history files once they have been
      * finished longer than the register's retention, so the
      * runs that scan the live registers stay quick.  A PO line
      * still waiting on the supplier's invoice stays live for
      * the match and the accrual.  Each register's count goes in
      * the run journal and each history file on the archive
      * catalog, where the archive inquiry finds it.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-PERIOD-PARM.
       100-ARCHIVE-CLOSED-ITEMS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-ARCHIVE.
           PERFORM 210-ARCHIVE-PO-LINES.
           PERFORM 220-ARCHIVE-ORDER-LINES.
           PERFORM 230-ARCHIVE-INVOICES.
           PERFORM 240-ARCHIVE-RMA-LINES.
           PERFORM 202-TERM-ARCHIVE.
           EXIT PROGRAM.

      *==============================================================
      * Settle the period and the retention, and work out each
      * register's cutoff from them.
      *==============================================================
       200-INIT-ARCHIVE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           MOVE CDT-TIME TO START-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           IF ADDRESS OF LINKED-PERIOD-PARM NOT = NULL
               MOVE LINKED-PERIOD-PARM TO ARCHIVE-PERIOD-WS
           ELSE
               DISPLAY PERIOD-PROMPT
               ACCEPT ARCHIVE-PERIOD-WS.
           IF ARCHIVE-PERIOD-WS = ZERO
               MOVE CDT-PERIOD TO ARCHIVE-PERIOD-WS.
           OPEN INPUT ARCHIVE-PARM-FILE.
           IF ARCHIVE-PARM-STATUS = "00"
               READ ARCHIVE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 205-TAKE-ARCHIVE-TERMS
               END-READ
               CLOSE ARCHIVE-PARM-FILE.
           MOVE PO-MONTHS-WS TO KEEP-MONTHS-WS.
           PERFORM 206-WORK-OUT-CUTOFF.
           MOVE CUTOFF-DATE-WS TO PO-CUTOFF-WS.
           MOVE ORDER-MONTHS-WS TO KEEP-MONTHS-WS.
           PERFORM 206-WORK-OUT-CUTOFF.
           MOVE CUTOFF-DATE-WS TO ORDER-CUTOFF-WS.
           MOVE INVOICE-MONTHS-WS TO KEEP-MONTHS-WS.
           PERFORM 206-WORK-OUT-CUTOFF.
           MOVE CUTOFF-DATE-WS TO INVOICE-CUTOFF-WS.
           MOVE RMA-MONTHS-WS TO KEEP-MONTHS-WS.
           PERFORM 206-WORK-OUT-CUTOFF.
           MOVE CUTOFF-DATE-WS TO RMA-CUTOFF-WS.

       205-TAKE-ARCHIVE-TERMS.
           IF AP-PO-MONTHS NUMERIC AND AP-PO-MONTHS > ZERO
               MOVE AP-PO-MONTHS TO PO-MONTHS-WS.
           IF AP-ORDER-MONTHS NUMERIC AND AP-ORDER-MONTHS > ZERO
               MOVE AP-ORDER-MONTHS TO ORDER-MONTHS-WS.
           IF AP-INVOICE-MONTHS NUMERIC AND AP-INVOICE-MONTHS > ZERO
               MOVE AP-INVOICE-MONTHS TO INVOICE-MONTHS-WS.
           IF AP-RMA-MONTHS NUMERIC AND AP-RMA-MONTHS > ZERO
               MOVE AP-RMA-MONTHS TO RMA-MONTHS-WS.

      *==============================================================
      * Count back KEEP-MONTHS-WS months from the period being
      * closed, that month included: keeping twelve months at a
      * September close keeps October of last year onward.
      *==============================================================
       206-WORK-OUT-CUTOFF.
           DIVIDE ARCHIVE-PERIOD-WS BY 100 GIVING PERIOD-YEAR-TMP
               REMAINDER PERIOD-MONTH-TMP.
           COMPUTE MONTH-INDEX-TMP = PERIOD-YEAR-TMP * 12
               + PERIOD-MONTH-TMP - KEEP-MONTHS-WS.
           DIVIDE MONTH-INDEX-TMP BY 12 GIVING CUTOFF-YEAR-WS
               REMAINDER CUTOFF-MONTH-WS.
           ADD 1 TO CUTOFF-MONTH-WS.
           MOVE 1 TO CUTOFF-DAY-WS.

      *==============================================================
      * PO lines: closed or cancelled, and either billed by the
      * supplier or never received against -- a received line the
      * supplier has not invoiced is still owed a match.
      *==============================================================
       210-ARCHIVE-PO-LINES.
           OPEN I-O PO-REGISTER-FILE.
           IF PO-REGISTER-STATUS NOT = "00"
               DISPLAY "CLOSARCH: NO PO REGISTER - NOTHING ARCHIVED"
               EXIT PARAGRAPH.
           MOVE "D:\COBOL\POHIST_" TO HISTORY-PREFIX-WS.
           PERFORM 300-OPEN-HISTORY-FILE.
           MOVE SPACES TO EOF-REGISTER-WS.
           PERFORM UNTIL EOF-REGISTER-WS = "YES"
               READ PO-REGISTER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REGISTER-WS
                   NOT AT END
                       ADD 1 TO PO-READ-WS
                       PERFORM 211-ARCHIVE-ONE-PO-LINE
               END-READ
               IF PO-REGISTER-STATUS NOT = "00" AND
                       PO-REGISTER-STATUS NOT = "10"
                   MOVE "YES" TO EOF-REGISTER-WS
               END-IF
           END-PERFORM.
           CLOSE PO-REGISTER-FILE.
           CLOSE HISTORY-FILE-OUT.
           MOVE "P" TO REGISTER-TYPE-WS.
           MOVE PO-MOVED-WS TO MOVED-COUNT-WS.
           PERFORM 310-CATALOG-HISTORY-FILE.

       211-ARCHIVE-ONE-PO-LINE.
           IF NOT POR-CLOSED-LINE AND NOT POR-CANCELED-LINE
               EXIT PARAGRAPH.
           IF NOT POR-INVOICED AND POR-RECEIVED-QTY > ZERO
               EXIT PARAGRAPH.
           IF POR-CLOSED-DATE = SPACES
               MOVE POR-ORDER-DATE TO AGE-DATE-WS
           ELSE
               MOVE POR-CLOSED-DATE TO AGE-DATE-WS.
           IF AGE-DATE-WS = SPACES OR AGE-DATE-WS NOT < PO-CUTOFF-WS
               EXIT PARAGRAPH.
           WRITE HISTORY-RECORD-OUT FROM PO-REGISTER-RECORD.
           DELETE PO-REGISTER-FILE
               INVALID KEY
                   DISPLAY "CLOSARCH: PO LINE DELETE FAILED "
                       POR-PO-NUMBER SPACE POR-PART-NUMBER
               NOT INVALID KEY
                   ADD 1 TO PO-MOVED-WS
           END-DELETE.

      *==============================================================
      * Sales-order lines: filled, closed short or cancelled.
      *==============================================================
       220-ARCHIVE-ORDER-LINES.
           OPEN I-O SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS NOT = "00"
               DISPLAY "CLOSARCH: NO ORDER FILE - NOTHING ARCHIVED"
               EXIT PARAGRAPH.
           MOVE "D:\COBOL\SOHIST_" TO HISTORY-PREFIX-WS.
           PERFORM 300-OPEN-HISTORY-FILE.
           MOVE SPACES TO EOF-REGISTER-WS.
           PERFORM UNTIL EOF-REGISTER-WS = "YES"
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REGISTER-WS
                   NOT AT END
                       ADD 1 TO ORDER-READ-WS
                       PERFORM 221-ARCHIVE-ONE-ORDER-LINE
               END-READ
               IF SALES-ORDER-STATUS NOT = "00" AND
                       SALES-ORDER-STATUS NOT = "10"
                   MOVE "YES" TO EOF-REGISTER-WS
               END-IF
           END-PERFORM.
           CLOSE SALES-ORDER-FILE.
           CLOSE HISTORY-FILE-OUT.
           MOVE "S" TO REGISTER-TYPE-WS.
           MOVE ORDER-MOVED-WS TO MOVED-COUNT-WS.
           PERFORM 310-CATALOG-HISTORY-FILE.

       221-ARCHIVE-ONE-ORDER-LINE.
           IF NOT SO-FILLED-LINE AND NOT SO-SHORT-CLOSED-LINE
                   AND NOT SO-CANCELED-LINE
               EXIT PARAGRAPH.
           IF SO-CLOSED-DATE = SPACES
               MOVE SO-ORDER-DATE TO AGE-DATE-WS
           ELSE
               MOVE SO-CLOSED-DATE TO AGE-DATE-WS.
           IF AGE-DATE-WS = SPACES
                   OR AGE-DATE-WS NOT < ORDER-CUTOFF-WS
               EXIT PARAGRAPH.
           WRITE HISTORY-RECORD-OUT FROM SALES-ORDER-RECORD.
           DELETE SALES-ORDER-FILE
               INVALID KEY
                   DISPLAY "CLOSARCH: ORDER LINE DELETE FAILED "
                       SO-ORDER-NUMBER SPACE SO-PART-NUMBER
               NOT INVALID KEY
                   ADD 1 TO ORDER-MOVED-WS
           END-DELETE.

      *==============================================================
      * Invoices, finance charges and debit memos paid off in
      * full.
      *==============================================================
       230-ARCHIVE-INVOICES.
           OPEN I-O OPEN-INVOICE-FILE.
           IF OPEN-INVOICE-STATUS NOT = "00"
               DISPLAY "CLOSARCH: NO INVOICE REGISTER - NOTHING"
                   " ARCHIVED"
               EXIT PARAGRAPH.
           MOVE "D:\COBOL\INVHIST_" TO HISTORY-PREFIX-WS.
           PERFORM 300-OPEN-HISTORY-FILE.
           MOVE SPACES TO EOF-REGISTER-WS.
           PERFORM UNTIL EOF-REGISTER-WS = "YES"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REGISTER-WS
                   NOT AT END
                       ADD 1 TO INVOICE-READ-WS
                       PERFORM 231-ARCHIVE-ONE-INVOICE
               END-READ
               IF OPEN-INVOICE-STATUS NOT = "00" AND
                       OPEN-INVOICE-STATUS NOT = "10"
                   MOVE "YES" TO EOF-REGISTER-WS
               END-IF
           END-PERFORM.
           CLOSE OPEN-INVOICE-FILE.
           CLOSE HISTORY-FILE-OUT.
           MOVE "I" TO REGISTER-TYPE-WS.
           MOVE INVOICE-MOVED-WS TO MOVED-COUNT-WS.
           PERFORM 310-CATALOG-HISTORY-FILE.

       231-ARCHIVE-ONE-INVOICE.
           IF NOT OI-PAID-OFF
               EXIT PARAGRAPH.
           IF OI-CLOSED-DATE = SPACES
               MOVE OI-INVOICE-DATE TO AGE-DATE-WS
           ELSE
               MOVE OI-CLOSED-DATE TO AGE-DATE-WS.
           IF AGE-DATE-WS = SPACES
                   OR AGE-DATE-WS NOT < INVOICE-CUTOFF-WS
               EXIT PARAGRAPH.
           WRITE HISTORY-RECORD-OUT FROM OPEN-INVOICE-RECORD.
           DELETE OPEN-INVOICE-FILE
               INVALID KEY
                   DISPLAY "CLOSARCH: INVOICE DELETE FAILED "
                       OI-CUSTOMER-CODE SPACE OI-INVOICE-NUMBER
               NOT INVALID KEY
                   ADD 1 TO INVOICE-MOVED-WS
           END-DELETE.

      *==============================================================
      * RMA lines the supplier has credited or replaced.
      *==============================================================
       240-ARCHIVE-RMA-LINES.
           OPEN I-O RMA-REGISTER-FILE.
           IF RMA-REGISTER-STATUS NOT = "00"
               DISPLAY "CLOSARCH: NO RMA REGISTER - NOTHING ARCHIVED"
               EXIT PARAGRAPH.
           MOVE "D:\COBOL\RMAHIST_" TO HISTORY-PREFIX-WS.
           PERFORM 300-OPEN-HISTORY-FILE.
           MOVE SPACES TO EOF-REGISTER-WS.
           PERFORM UNTIL EOF-REGISTER-WS = "YES"
               READ RMA-REGISTER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REGISTER-WS
                   NOT AT END
                       ADD 1 TO RMA-READ-WS
                       PERFORM 241-ARCHIVE-ONE-RMA-LINE
               END-READ
               IF RMA-REGISTER-STATUS NOT = "00" AND
                       RMA-REGISTER-STATUS NOT = "10"
                   MOVE "YES" TO EOF-REGISTER-WS
               END-IF
           END-PERFORM.
           CLOSE RMA-REGISTER-FILE.
           CLOSE HISTORY-FILE-OUT.
           MOVE "R" TO REGISTER-TYPE-WS.
           MOVE RMA-MOVED-WS TO MOVED-COUNT-WS.
           PERFORM 310-CATALOG-HISTORY-FILE.

       241-ARCHIVE-ONE-RMA-LINE.
           IF NOT RMA-CREDITED AND NOT RMA-REPLACED
               EXIT PARAGRAPH.
           IF RMA-CLOSED-DATE = SPACES
               MOVE RMA-DATE TO AGE-DATE-WS
           ELSE
               MOVE RMA-CLOSED-DATE TO AGE-DATE-WS.
           IF AGE-DATE-WS = SPACES
                   OR AGE-DATE-WS NOT < RMA-CUTOFF-WS
               EXIT PARAGRAPH.
           WRITE HISTORY-RECORD-OUT FROM RMA-REGISTER-RECORD.
           DELETE RMA-REGISTER-FILE
               INVALID KEY
                   DISPLAY "CLOSARCH: RMA LINE DELETE FAILED "
                       RMA-NUMBER SPACE RMA-PART-NUMBER
               NOT INVALID KEY
                   ADD 1 TO RMA-MOVED-WS
           END-DELETE.

      *==============================================================
      * The register's history file for the period, added to if
      * the close is run again.
      *==============================================================
       300-OPEN-HISTORY-FILE.
           MOVE SPACES TO HISTORY-FILE-NAME-WS.
           STRING HISTORY-PREFIX-WS DELIMITED BY SPACE
                  ARCHIVE-PERIOD-WS DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO HISTORY-FILE-NAME-WS.
           OPEN EXTEND HISTORY-FILE-OUT.
           IF HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE-OUT.

      *==============================================================
      * Put a history file that took records on the catalog.
      *==============================================================
       310-CATALOG-HISTORY-FILE.
           IF MOVED-COUNT-WS = ZERO
               EXIT PARAGRAPH.
           OPEN EXTEND ARCHIVE-CATALOG-FILE.
           IF ARCHIVE-CATALOG-STATUS = "35"
               OPEN OUTPUT ARCHIVE-CATALOG-FILE.
           MOVE REGISTER-TYPE-WS     TO AK-REGISTER-TYPE.
           MOVE ARCHIVE-PERIOD-WS    TO AK-PERIOD.
           MOVE CDT-DATE             TO AK-RUN-DATE.
           MOVE MOVED-COUNT-WS       TO AK-RECORD-COUNT.
           MOVE HISTORY-FILE-NAME-WS TO AK-FILE-NAME.
           WRITE ARCHIVE-CATALOG-RECORD.
           CLOSE ARCHIVE-CATALOG-FILE.

      *==============================================================
      * One run-journal line per register with the number of
      * records it gave up, then the counts on the console.
      *==============================================================
       202-TERM-ARCHIVE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN EXTEND RUN-JOURNAL-FILE.
           IF RUN-JOURNAL-STATUS = "35"
               OPEN OUTPUT RUN-JOURNAL-FILE.
           MOVE CDT-DATE      TO JR-DATE.
           MOVE "CLOSARCH"    TO JR-STEP-NAME.
           MOVE START-TIME-WS TO JR-START-TIME.
           MOVE CDT-TIME      TO JR-END-TIME.
           MOVE ZERO          TO JR-RETURN-CODE.
           MOVE "PO"          TO JR-NOTE-LABEL.
           MOVE PO-MOVED-WS   TO JR-NOTE-COUNT.
           WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS.
           MOVE "ORD"         TO JR-NOTE-LABEL.
           MOVE ORDER-MOVED-WS TO JR-NOTE-COUNT.
           WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS.
           MOVE "INV"         TO JR-NOTE-LABEL.
           MOVE INVOICE-MOVED-WS TO JR-NOTE-COUNT.
           WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS.
           MOVE "RMA"         TO JR-NOTE-LABEL.
           MOVE RMA-MOVED-WS  TO JR-NOTE-COUNT.
           WRITE RUN-JOURNAL-RECORD FROM JOURNAL-DETAIL-WS.
           CLOSE RUN-JOURNAL-FILE.
           DISPLAY "CLOSARCH: PO LINES  " PO-MOVED-WS " OF "
               PO-READ-WS " ARCHIVED, CLOSED BEFORE " PO-CUTOFF-WS.
           DISPLAY "CLOSARCH: ORDER LINES " ORDER-MOVED-WS " OF "
               ORDER-READ-WS " ARCHIVED, CLOSED BEFORE "
               ORDER-CUTOFF-WS.
           DISPLAY "CLOSARCH: INVOICES  " INVOICE-MOVED-WS " OF "
               INVOICE-READ-WS " ARCHIVED, PAID BEFORE "
               INVOICE-CUTOFF-WS.
           DISPLAY "CLOSARCH: RMA LINES " RMA-MOVED-WS " OF "
               RMA-READ-WS " ARCHIVED, SETTLED BEFORE "
               RMA-CUTOFF-WS.

       end program CLOSARCH.
