       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBFEED as "WEBFEED".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS STATUS-FIELD.
           SELECT SALES-ORDER-FILE
               ASSIGN TO "D:\COBOL\SALESORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               ALTERNATE RECORD KEY IS SO-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS SALES-ORDER-STATUS.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               ALTERNATE RECORD KEY IS SB-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS STOCK-BAL-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT PO-REGISTER-FILE
               ASSIGN TO "D:\COBOL\POREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-LINE-KEY
               ALTERNATE RECORD KEY IS POR-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PO-REGISTER-STATUS.
           SELECT BACKORDER-FILE
               ASSIGN TO "D:\COBOL\BACKORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-PART-NUMBER
               FILE STATUS IS BACKORDER-STATUS.
           SELECT SUPPLIER-FILE
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.
           SELECT WEB-PARM-FILE
               ASSIGN TO "D:\COBOL\WEBPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEB-PARM-STATUS.
           SELECT WEB-FEED-FILE-OUT
               ASSIGN TO FEED-FILE-NAME-WS
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
       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  SALES-ORDER-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  PO-REGISTER-FILE.
           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

       FD  BACKORDER-FILE.
           COPY "D:\COBOL\BACKORDER_RECORD.cpy".

       FD  SUPPLIER-FILE.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

      *==============================================================
      * How many days ahead open PO stock may be counted as
      * available -- a line expected later than that is no help
      * to a web order placed tonight.
      *==============================================================
       FD  WEB-PARM-FILE.
       01  WEB-PARM-RECORD.
           05 WP-ON-ORDER-DAYS  PIC 9(3).

      *==============================================================
      * The storefront's feed: a column-name line, one comma-
      * delimited line per part, and a trailer carrying the record
      * count and hash total the web team checks before loading.
      *==============================================================
       FD  WEB-FEED-FILE-OUT.
       01  WEB-FEED-RECORD-OUT  PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 PO-REGISTER-STATUS    PIC X(2)  VALUE SPACES.
       01 BACKORDER-STATUS      PIC X(2)  VALUE SPACES.
       01 SUPPLIER-STATUS-WS    PIC X(2)  VALUE SPACES.
       01 WEB-PARM-STATUS       PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 ORDER-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 QUAR-FILES-OPEN-WS    PIC X(3)  VALUE "NO".
       01 REGISTER-OPEN-WS      PIC X(3)  VALUE "NO".
       01 BACKORDER-OPEN-WS     PIC X(3)  VALUE "NO".
       01 SUPPLIER-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-INVENT-WS         PIC X(3)  VALUE SPACES.
       01 EOF-ORDER-WS          PIC X(3)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 EOF-REGISTER-WS       PIC X(3)  VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The availability figure, on the basis the ATP inquiry
      * promises from: on hand, less what open orders have
      * allocated, what sits in quarantine or at a customer site,
      * and what backorders are already waiting for -- plus open
      * PO stock expected within the parameter days.
      *==============================================================
       01 ON-ORDER-DAYS-WS      PIC 9(3)  VALUE 7.
       01 CUTOFF-DAY-WS         PIC 9(7)  VALUE ZERO.
       01 OPEN-ALLOC-QTY-WS     PIC 9(9)V99 VALUE ZERO.
       01 QUARANTINED-QTY-WS    PIC 9(9)V99 VALUE ZERO.
       01 BACKORDER-QTY-WS      PIC 9(8)V99 VALUE ZERO.
       01 DUE-PO-QTY-WS         PIC 9(9)V99 VALUE ZERO.
       01 LINE-REMAINDER-WS     PIC 9(7)V99 VALUE ZERO.
       01 AVAILABLE-QTY-WS      PIC S9(9)V99 VALUE ZERO.
       01 FEED-PRICE-WS         PIC 9(4)V99 VALUE ZERO.
       01 FEED-PACK-WS          PIC 9(3)  VALUE ZERO.
       01 FEED-STATUS-WS        PIC X(12) VALUE SPACES.
       01 FEED-NAME-WS          PIC X(20) VALUE SPACES.
       01 ORDER-DATE-NUM-TMP    PIC 9(8)  VALUE ZERO.
       01 EXPECTED-DATE-WS      PIC 9(8)  VALUE ZERO.
       01 EXPECTED-DAY-WS       PIC 9(7)  VALUE ZERO.
       01 SUPPLIER-LEAD-WS      PIC 9(3)  VALUE ZERO.
           COPY "D:\COBOL\WORKDAY_PARMS.cpy".

      *==============================================================
      * Control totals.  The hash total is the sum of every
      * record's available quantity and price -- meaningless as a
      * figure, but it will not come out the same on the web
      * side if a record is dropped or altered on the way.
      *==============================================================
       01 PARTS-READ-WS         PIC 9(6)  VALUE ZERO.
       01 RECORDS-WRITTEN-WS    PIC 9(6)  VALUE ZERO.
       01 HASH-TOTAL-WS         PIC 9(13)V99 VALUE ZERO.

       01 FEED-FILE-NAME-WS     PIC X(40) VALUE SPACES.
       01 FEED-DETAIL-LINE-WS   PIC X(100) VALUE SPACES.
       01 FEED-HEADER-LINE-WS   PIC X(100) VALUE
           "PARTNUM,PARTNAME,AVAILABLE,PRICE,PACK,STATUS,REPLACEDBY".

       01 FEED-EDIT-FIELDS-WS.
           05 FE-AVAILABLE-OUT  PIC Z(8)9.99.
           05 FE-PRICE-OUT      PIC Z(3)9.99.
           05 FE-PACK-OUT       PIC ZZ9.
           05 FE-COUNT-OUT      PIC Z(5)9.
           05 FE-HASH-OUT       PIC Z(12)9.99.

      *==============================================================
      * The web catalog feed, a step of the nightly chain after
      * the day's postings: one record per part the storefront may
      * show, with the quantity it can promise, its selling price,
      * pack quantity and status.  Superseded and discontinued
      * parts go out flagged, pointing at their replacement, so
      * the storefront can redirect rather than just drop them.
      * Parts on hold are left out.  It runs unattended.
      *==============================================================
       PROCEDURE DIVISION.
       100-EXTRACT-WEB-FEED.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-WEB-FEED.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-EXTRACT-ONE-PART
                   UNTIL EOF-INVENT-WS = "YES"
               PERFORM 202-TERM-WEB-FEED.

           EXIT PROGRAM.

      *==============================================================
      * Open the master and everything availability is netted
      * from -- any of these missing only means nothing of that
      * kind is outstanding -- and start the feed file.
      *==============================================================
       200-INIT-WEB-FEED.
           PERFORM 360-GET-BUSINESS-DATE.
           PERFORM 361-READ-WEB-PARMS.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "WEBFEED: CANNOT OPEN INVENT-FILE "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS = "00"
               MOVE "YES" TO ORDER-FILE-OPEN-WS.
           OPEN INPUT STOCK-BALANCE-FILE.
           OPEN INPUT LOCATION-FILE.
           IF STOCK-BAL-STATUS = "00"
                   AND LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO QUAR-FILES-OPEN-WS.
           OPEN INPUT PO-REGISTER-FILE.
           IF PO-REGISTER-STATUS = "00"
               MOVE "YES" TO REGISTER-OPEN-WS.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS = "00"
               MOVE "YES" TO BACKORDER-OPEN-WS.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS-WS = "00"
               MOVE "YES" TO SUPPLIER-OPEN-WS.
           COMPUTE CUTOFF-DAY-WS =
               FUNCTION INTEGER-OF-DATE(CDT-DATE) + ON-ORDER-DAYS-WS.
           STRING "D:\COBOL\WEBSTK_"  DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".CSV"              DELIMITED BY SIZE
               INTO FEED-FILE-NAME-WS.
           OPEN OUTPUT WEB-FEED-FILE-OUT.
           WRITE WEB-FEED-RECORD-OUT FROM FEED-HEADER-LINE-WS.

      *==============================================================
      * One part off the master.  A part on hold is not for sale
      * anywhere and stays off the storefront.
      *==============================================================
       201-EXTRACT-ONE-PART.
           READ INVENT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-INVENT-WS
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO PARTS-READ-WS.
           IF PART-ON-HOLD
               EXIT PARAGRAPH.
           PERFORM 210-COMPUTE-AVAILABLE.
           PERFORM 220-SET-PART-STATUS.
           PERFORM 230-WRITE-FEED-RECORD.

      *==============================================================
      * Net the part's availability.  What cannot be promised
      * shows as nothing rather than a negative.
      *==============================================================
       210-COMPUTE-AVAILABLE.
           PERFORM 320-TOTAL-OPEN-ALLOCATION.
           PERFORM 321-TOTAL-QUARANTINED-QTY.
           PERFORM 322-READ-BACKORDER-QTY.
           PERFORM 330-TOTAL-DUE-PO-QTY.
           COMPUTE AVAILABLE-QTY-WS =
               QUANTITY - OPEN-ALLOC-QTY-WS - QUARANTINED-QTY-WS
               - BACKORDER-QTY-WS + DUE-PO-QTY-WS.
           IF AVAILABLE-QTY-WS < ZERO
               MOVE ZERO TO AVAILABLE-QTY-WS.

      *==============================================================
      * The status the storefront shows.  A part with a successor
      * is superseded whatever its own status says; a
      * discontinued part with none is selling down its shelf.
      *==============================================================
       220-SET-PART-STATUS.
           IF SUPERSEDED-BY NOT = SPACES
               MOVE "SUPERSEDED" TO FEED-STATUS-WS
           ELSE
               IF PART-DISCONTINUED
                   MOVE "DISCONTINUED" TO FEED-STATUS-WS
               ELSE
                   MOVE "ACTIVE" TO FEED-STATUS-WS.

      *==============================================================
      * Write the part's record.  An unpriced part goes out at
      * cost, as pricing would charge it; a pack size never set
      * counts as one.  A comma in the part name would split the
      * record, so it goes out as a space.
      *==============================================================
       230-WRITE-FEED-RECORD.
           IF SELL-PRICE = ZERO
               MOVE UNIT-PRICE TO FEED-PRICE-WS
           ELSE
               MOVE SELL-PRICE TO FEED-PRICE-WS.
           IF PACK-QTY = ZERO
               MOVE 1 TO FEED-PACK-WS
           ELSE
               MOVE PACK-QTY TO FEED-PACK-WS.
           MOVE PART-NAME TO FEED-NAME-WS.
           INSPECT FEED-NAME-WS REPLACING ALL "," BY SPACE.
           MOVE AVAILABLE-QTY-WS TO FE-AVAILABLE-OUT.
           MOVE FEED-PRICE-WS    TO FE-PRICE-OUT.
           MOVE FEED-PACK-WS     TO FE-PACK-OUT.
           MOVE SPACES TO FEED-DETAIL-LINE-WS.
           STRING FUNCTION TRIM(PART-NUMBER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FEED-NAME-WS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FE-AVAILABLE-OUT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FE-PRICE-OUT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FE-PACK-OUT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FEED-STATUS-WS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SUPERSEDED-BY) DELIMITED BY SIZE
               INTO FEED-DETAIL-LINE-WS.
           WRITE WEB-FEED-RECORD-OUT FROM FEED-DETAIL-LINE-WS.
           ADD 1 TO RECORDS-WRITTEN-WS.
           ADD AVAILABLE-QTY-WS FEED-PRICE-WS TO HASH-TOTAL-WS.

      *==============================================================
      * What open order lines have already allocated of the part.
      *==============================================================
       320-TOTAL-OPEN-ALLOCATION.
           MOVE ZERO TO OPEN-ALLOC-QTY-WS.
           IF ORDER-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-ORDER-WS.
           MOVE PART-NUMBER TO SO-PART-NUMBER.
           START SALES-ORDER-FILE KEY IS = SO-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-ORDER-WS.
           PERFORM UNTIL EOF-ORDER-WS = "YES"
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-ORDER-WS
                   NOT AT END
                       IF SO-PART-NUMBER NOT = PART-NUMBER
                           MOVE "YES" TO EOF-ORDER-WS
                       ELSE
                           IF SO-OPEN-LINE
                               ADD SO-ALLOC-QTY
                                   TO OPEN-ALLOC-QTY-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * How much of the part sits in quarantine-type locations or
      * consigned to a customer site -- visible, but promised to
      * nobody.
      *==============================================================
       321-TOTAL-QUARANTINED-QTY.
           MOVE ZERO TO QUARANTINED-QTY-WS.
           IF QUAR-FILES-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
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
                           MOVE SB-LOCATION-CODE TO LO-LOCATION-CODE
                           READ LOCATION-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF LO-QUARANTINE-TYPE
                                       OR LO-CUSTOMER-SITE-TYPE
                                       ADD SB-QUANTITY
                                           TO QUARANTINED-QTY-WS
                                   END-IF
                           END-READ
                       END-IF
           END-PERFORM.

      *==============================================================
      * Unfilled demand already waiting on the part.
      *==============================================================
       322-READ-BACKORDER-QTY.
           MOVE ZERO TO BACKORDER-QTY-WS.
           IF BACKORDER-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE PART-NUMBER TO BO-PART-NUMBER.
           READ BACKORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BO-QTY-WANTED TO BACKORDER-QTY-WS
           END-READ.

      *==============================================================
      * What is still to come on the part's open PO lines that is
      * expected by the cutoff.
      *==============================================================
       330-TOTAL-DUE-PO-QTY.
           MOVE ZERO TO DUE-PO-QTY-WS.
           IF REGISTER-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-REGISTER-WS.
           MOVE PART-NUMBER TO POR-PART-NUMBER.
           START PO-REGISTER-FILE KEY IS = POR-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-REGISTER-WS.
           PERFORM UNTIL EOF-REGISTER-WS = "YES"
               READ PO-REGISTER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REGISTER-WS
                   NOT AT END
                       IF POR-PART-NUMBER NOT = PART-NUMBER
                           MOVE "YES" TO EOF-REGISTER-WS
                       ELSE
                           IF NOT POR-CLOSED-LINE
                                   AND NOT POR-CANCELED-LINE
                               PERFORM 331-TEST-ONE-PO-LINE
                           END-IF
                       END-IF
           END-PERFORM.

       331-TEST-ONE-PO-LINE.
           IF POR-RECEIVED-QTY NOT < POR-ORDER-QTY
               EXIT PARAGRAPH.
           COMPUTE LINE-REMAINDER-WS =
               POR-ORDER-QTY - POR-RECEIVED-QTY.
           PERFORM 332-COMPUTE-EXPECTED-DATE.
           IF EXPECTED-DAY-WS NOT > CUTOFF-DAY-WS
               ADD LINE-REMAINDER-WS TO DUE-PO-QTY-WS.

      *==============================================================
      * When the line should land: the date the supplier promised
      * when they acknowledged it, else the order date plus their
      * lead time in working days.
      *==============================================================
       332-COMPUTE-EXPECTED-DATE.
           IF POR-ACKNOWLEDGED AND POR-PROMISE-DATE NOT = SPACES
               MOVE POR-PROMISE-DATE TO EXPECTED-DATE-WS
           ELSE
               MOVE 30 TO SUPPLIER-LEAD-WS
               IF SUPPLIER-OPEN-WS = "YES"
                   MOVE POR-SUPPLIER-CODE TO SUPPLIER-CODE-IN
                   READ SUPPLIER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SUPPLIER-LEAD-TIME-IN NOT = ZERO
                               MOVE SUPPLIER-LEAD-TIME-IN
                                   TO SUPPLIER-LEAD-WS
                           END-IF
                   END-READ
               END-IF
               MOVE "A" TO WD-FUNCTION
               MOVE POR-ORDER-DATE TO ORDER-DATE-NUM-TMP
               MOVE ORDER-DATE-NUM-TMP TO WD-DATE-1
               MOVE SUPPLIER-LEAD-WS TO WD-DAYS
               CALL ".\WORKDAYS" USING WORKDAY-PARMS
               MOVE WD-DATE-2 TO EXPECTED-DATE-WS.
           COMPUTE EXPECTED-DAY-WS =
               FUNCTION INTEGER-OF-DATE(EXPECTED-DATE-WS).

      *==============================================================
      * Today's business date, when one has been set.
      *==============================================================
       360-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.

      *==============================================================
      * The on-order window, a week unless WEBPARM.TXT sets its
      * own.
      *==============================================================
       361-READ-WEB-PARMS.
           OPEN INPUT WEB-PARM-FILE.
           IF WEB-PARM-STATUS = "00"
               READ WEB-PARM-FILE
                   NOT AT END
                       IF WP-ON-ORDER-DAYS NUMERIC
                           MOVE WP-ON-ORDER-DAYS TO ON-ORDER-DAYS-WS
                       END-IF
               END-READ
               CLOSE WEB-PARM-FILE.

      *==============================================================
      * Register one output file in the report catalog.
      *==============================================================
       370-CATALOG-ONE-FILE.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE CDT-DATE     TO RC-RUN-DATE.
           MOVE SPACE        TO RC-SCOPE-FLAG.
           MOVE "C"          TO RC-FORMAT-FLAG.
           MOVE "N"          TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Write the trailer, catalog the feed and close every file.
      *==============================================================
       202-TERM-WEB-FEED.
           MOVE RECORDS-WRITTEN-WS TO FE-COUNT-OUT.
           MOVE HASH-TOTAL-WS      TO FE-HASH-OUT.
           MOVE SPACES TO FEED-DETAIL-LINE-WS.
           STRING "TRAILER," DELIMITED BY SIZE
               FUNCTION TRIM(FE-COUNT-OUT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(FE-HASH-OUT) DELIMITED BY SIZE
               INTO FEED-DETAIL-LINE-WS.
           WRITE WEB-FEED-RECORD-OUT FROM FEED-DETAIL-LINE-WS.
           CLOSE WEB-FEED-FILE-OUT.
           MOVE "WEB FEED"         TO RC-REPORT-NAME.
           MOVE RECORDS-WRITTEN-WS TO RC-RECORD-COUNT.
           MOVE FEED-FILE-NAME-WS  TO RC-FILE-NAME.
           PERFORM 370-CATALOG-ONE-FILE.
           CLOSE INVENT-FILE.
           IF ORDER-FILE-OPEN-WS = "YES"
               CLOSE SALES-ORDER-FILE.
           IF QUAR-FILES-OPEN-WS = "YES"
               CLOSE STOCK-BALANCE-FILE
               CLOSE LOCATION-FILE.
           IF REGISTER-OPEN-WS = "YES"
               CLOSE PO-REGISTER-FILE.
           IF BACKORDER-OPEN-WS = "YES"
               CLOSE BACKORDER-FILE.
           IF SUPPLIER-OPEN-WS = "YES"
               CLOSE SUPPLIER-FILE.
           DISPLAY "WEBFEED: " PARTS-READ-WS " PARTS READ, "
               RECORDS-WRITTEN-WS " WRITTEN, HASH " HASH-TOTAL-WS.

       end program WEBFEED.
