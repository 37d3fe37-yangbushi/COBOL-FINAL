       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHINQ as "ARCHINQ".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-CATALOG-FILE
               ASSIGN TO "D:\COBOL\ARCHCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-CATALOG-STATUS.
           SELECT PO-HISTORY-FILE
               ASSIGN TO HISTORY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT ORDER-HISTORY-FILE
               ASSIGN TO HISTORY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO HISTORY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT RMA-HISTORY-FILE
               ASSIGN TO HISTORY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CATALOG-FILE.
           COPY "D:\COBOL\ARCHIVE_CATALOG_RECORD.cpy".

       FD  PO-HISTORY-FILE.
           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

       FD  ORDER-HISTORY-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

       FD  INVOICE-HISTORY-FILE.
           COPY "D:\COBOL\OPEN_INVOICE_RECORD.cpy".

       FD  RMA-HISTORY-FILE.
           COPY "D:\COBOL\RMA_REGISTER_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 ARCHIVE-CATALOG-STATUS PIC X(2) VALUE SPACES.
       01 HISTORY-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 EOF-CATALOG-WS        PIC X(3)  VALUE SPACES.
       01 EOF-HISTORY-WS        PIC X(3)  VALUE SPACES.
       01 HISTORY-FILE-NAME-WS  PIC X(40) VALUE SPACES.

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(32)
                       VALUE "LOOK UP ANOTHER NUMBER? (Y/N)".
       01 INQUIRY-TYPE-WS       PIC X(1)  VALUE SPACES.
           88 INQUIRE-PO        VALUE "P".
           88 INQUIRE-ORDER     VALUE "S".
           88 INQUIRE-INVOICE   VALUE "I".
           88 INQUIRE-RMA       VALUE "R".
       01 INQUIRY-NUMBER-WS     PIC 9(6)  VALUE ZERO.
       01 LINES-FOUND-WS        PIC 9(4)  VALUE ZERO.
       01 FILES-SEARCHED-WS     PIC 9(4)  VALUE ZERO.

       01 QTY-OUT               PIC ZZZZZZ9.99 VALUE ZERO.
       01 QTY2-OUT              PIC ZZZZZZ9.99 VALUE ZERO.
       01 AMOUNT-OUT            PIC ZZZZZZZ9.99 VALUE ZERO.
       01 AMOUNT2-OUT           PIC ZZZZZZZ9.99 VALUE ZERO.
       01 AMOUNT3-OUT           PIC ZZZZZZZ9.99 VALUE ZERO.

      *==============================================================
      * Find a PO, sales order, invoice or RMA that has gone to
      * history by its number, for the supplier or customer who
      * rings about an old one.  Every history file of that kind
      * on the archive catalog is searched, oldest period first,
      * and each line found is shown with the period it was
      * archived under.  Items still in the live registers are
      * answered by the ordinary inquiries.
      *==============================================================
       PROCEDURE DIVISION.
       100-INQUIRE-ARCHIVE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 301-PROMPT-ENTRY.
           PERFORM 201-INQUIRE-ONE-NUMBER
               UNTIL ENTRY-FLAG = "N".
           EXIT PROGRAM.

       201-INQUIRE-ONE-NUMBER.
           DISPLAY "P = PO, S = SALES ORDER, I = INVOICE, R = RMA:".
           ACCEPT INQUIRY-TYPE-WS.
           IF NOT INQUIRE-PO AND NOT INQUIRE-ORDER
                   AND NOT INQUIRE-INVOICE AND NOT INQUIRE-RMA
               DISPLAY "ARCHINQ: INVALID TYPE"
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           DISPLAY "NUMBER:".
           ACCEPT INQUIRY-NUMBER-WS.
           MOVE ZERO TO LINES-FOUND-WS.
           MOVE ZERO TO FILES-SEARCHED-WS.
           MOVE SPACES TO EOF-CATALOG-WS.
           OPEN INPUT ARCHIVE-CATALOG-FILE.
           IF ARCHIVE-CATALOG-STATUS NOT = "00"
               DISPLAY "ARCHINQ: NOTHING HAS BEEN ARCHIVED YET"
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           PERFORM UNTIL EOF-CATALOG-WS = "YES"
               READ ARCHIVE-CATALOG-FILE
                   AT END MOVE "YES" TO EOF-CATALOG-WS
                   NOT AT END
                       IF AK-REGISTER-TYPE = INQUIRY-TYPE-WS
                           PERFORM 210-SEARCH-ONE-HISTORY-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CATALOG-FILE.
           IF LINES-FOUND-WS = ZERO
               DISPLAY "ARCHINQ: NOT FOUND IN " FILES-SEARCHED-WS
                   " HISTORY FILE(S)"
           ELSE
               DISPLAY "ARCHINQ: " LINES-FOUND-WS " LINE(S) FOUND".
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * One history file off the catalog, read end to end through
      * its register's own layout.  A file that has been moved
      * off-line is named so operations can fetch it back.
      *==============================================================
       210-SEARCH-ONE-HISTORY-FILE.
           MOVE AK-FILE-NAME TO HISTORY-FILE-NAME-WS.
           ADD 1 TO FILES-SEARCHED-WS.
           MOVE SPACES TO EOF-HISTORY-WS.
           EVALUATE TRUE
               WHEN INQUIRE-PO
                   OPEN INPUT PO-HISTORY-FILE
               WHEN INQUIRE-ORDER
                   OPEN INPUT ORDER-HISTORY-FILE
               WHEN INQUIRE-INVOICE
                   OPEN INPUT INVOICE-HISTORY-FILE
               WHEN INQUIRE-RMA
                   OPEN INPUT RMA-HISTORY-FILE
           END-EVALUATE.
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ARCHINQ: HISTORY FILE NOT ON LINE - "
                   HISTORY-FILE-NAME-WS
               EXIT PARAGRAPH.
           PERFORM 220-READ-HISTORY-LINE
               UNTIL EOF-HISTORY-WS = "YES".
           EVALUATE TRUE
               WHEN INQUIRE-PO
                   CLOSE PO-HISTORY-FILE
               WHEN INQUIRE-ORDER
                   CLOSE ORDER-HISTORY-FILE
               WHEN INQUIRE-INVOICE
                   CLOSE INVOICE-HISTORY-FILE
               WHEN INQUIRE-RMA
                   CLOSE RMA-HISTORY-FILE
           END-EVALUATE.

       220-READ-HISTORY-LINE.
           EVALUATE TRUE
               WHEN INQUIRE-PO
                   READ PO-HISTORY-FILE
                       AT END MOVE "YES" TO EOF-HISTORY-WS
                       NOT AT END
                           IF POR-PO-NUMBER = INQUIRY-NUMBER-WS
                               PERFORM 230-SHOW-PO-LINE
                           END-IF
                   END-READ
               WHEN INQUIRE-ORDER
                   READ ORDER-HISTORY-FILE
                       AT END MOVE "YES" TO EOF-HISTORY-WS
                       NOT AT END
                           IF SO-ORDER-NUMBER = INQUIRY-NUMBER-WS
                               PERFORM 240-SHOW-ORDER-LINE
                           END-IF
                   END-READ
               WHEN INQUIRE-INVOICE
                   READ INVOICE-HISTORY-FILE
                       AT END MOVE "YES" TO EOF-HISTORY-WS
                       NOT AT END
                           IF OI-INVOICE-NUMBER = INQUIRY-NUMBER-WS
                               PERFORM 250-SHOW-INVOICE
                           END-IF
                   END-READ
               WHEN INQUIRE-RMA
                   READ RMA-HISTORY-FILE
                       AT END MOVE "YES" TO EOF-HISTORY-WS
                       NOT AT END
                           IF RMA-NUMBER = INQUIRY-NUMBER-WS
                               PERFORM 260-SHOW-RMA-LINE
                           END-IF
                   END-READ
           END-EVALUATE.

       230-SHOW-PO-LINE.
           ADD 1 TO LINES-FOUND-WS.
           MOVE POR-ORDER-QTY    TO QTY-OUT.
           MOVE POR-RECEIVED-QTY TO QTY2-OUT.
           DISPLAY "PO " POR-PO-NUMBER " PART " POR-PART-NUMBER
               " SUPPLIER " POR-SUPPLIER-CODE
               " ORDERED " POR-ORDER-DATE " STATUS " POR-STATUS.
           DISPLAY "   QTY " QTY-OUT " RECEIVED " QTY2-OUT
               " INVOICED " POR-INVOICED-FLAG
               " CLOSED " POR-CLOSED-DATE
               " ARCHIVED " AK-PERIOD.

       240-SHOW-ORDER-LINE.
           ADD 1 TO LINES-FOUND-WS.
           MOVE SO-ORDER-QTY  TO QTY-OUT.
           MOVE SO-FILLED-QTY TO QTY2-OUT.
           DISPLAY "ORDER " SO-ORDER-NUMBER " PART " SO-PART-NUMBER
               " CUSTOMER " SO-CUSTOMER-CODE
               " TAKEN " SO-ORDER-DATE " STATUS " SO-STATUS.
           DISPLAY "   QTY " QTY-OUT " FILLED " QTY2-OUT
               " PRICE " SO-UNIT-PRICE
               " CLOSED " SO-CLOSED-DATE
               " ARCHIVED " AK-PERIOD.

       250-SHOW-INVOICE.
           ADD 1 TO LINES-FOUND-WS.
           MOVE OI-INVOICE-AMOUNT TO AMOUNT-OUT.
           MOVE OI-PAID-AMOUNT    TO AMOUNT2-OUT.
           DISPLAY "INVOICE " OI-INVOICE-NUMBER
               " CUSTOMER " OI-CUSTOMER-CODE
               " DATED " OI-INVOICE-DATE " TYPE " OI-ITEM-TYPE.
           MOVE OI-ADJUSTED-AMOUNT TO AMOUNT3-OUT.
           DISPLAY "   AMOUNT " AMOUNT-OUT " PAID " AMOUNT2-OUT
               " ADJUSTED " AMOUNT3-OUT
               " CLOSED " OI-CLOSED-DATE
               " ARCHIVED " AK-PERIOD.

       260-SHOW-RMA-LINE.
           ADD 1 TO LINES-FOUND-WS.
           DISPLAY "RMA " RMA-NUMBER " PART " RMA-PART-NUMBER
               " SUPPLIER " RMA-SUPPLIER-CODE " QTY " RMA-QTY
               " RETURNED " RMA-DATE " STATUS " RMA-STATUS.
           DISPLAY "   SETTLED " RMA-CLOSED-DATE
               " ARCHIVED " AK-PERIOD.

      *==============================================================
      * Ask whether to look up another number.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

       end program ARCHINQ.
