       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTERPT as "QUOTERPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE
               ASSIGN TO "D:\COBOL\QUOTE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-KEY
               FILE STATUS IS QUOTE-FILE-STATUS.
           SELECT QUOTE-REPORT-OUT
               ASSIGN TO QUOTE-REPORT-FILE-NAME-WS
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
       FD  QUOTE-FILE.
           COPY "D:\COBOL\QUOTE_RECORD.cpy".

       FD  QUOTE-REPORT-OUT.
       01  QUOTE-REPORT-DATA    PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 QUOTE-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-QUOTE-WS          PIC X(3)  VALUE SPACES.

       01 QUOTE-REPORT-FILE-NAME-WS PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The month of quotes being reported, keyed by the user --
      * zero means every quote still on file.
      *==============================================================
       01 REPORT-PERIOD-WS      PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(31)
                       VALUE "PERIOD (YYYYMM, 0 FOR ALL)?".
       01 QUOTE-DATE-NUM-TMP.
           05 QDN-PERIOD        PIC 9(6).
           05 QDN-DAY           PIC 9(2).

      *==============================================================
      * The quote being gathered: its lines arrive together in key
      * order, so a change of quote number closes it out.  Any
      * converted line makes the quote a win; otherwise it is open
      * until its expiry date passes.
      *==============================================================
       01 PREV-QUOTE-NUMBER-WS  PIC 9(6)  VALUE ZERO.
       01 QUOTE-STARTED-WS      PIC X(3)  VALUE "NO".
       01 HQ-CUSTOMER-CODE      PIC X(5)  VALUE SPACES.
       01 HQ-QUOTE-DATE         PIC X(8)  VALUE SPACES.
       01 HQ-EXPIRY-DATE        PIC X(8)  VALUE SPACES.
       01 HQ-ORDER-NUMBER       PIC 9(6)  VALUE ZERO.
       01 HQ-CONVERTED-FLAG     PIC X(3)  VALUE "NO".
       01 HQ-IN-PERIOD-FLAG     PIC X(3)  VALUE "NO".
       01 HQ-QUOTE-VALUE        PIC 9(9)V99 VALUE ZERO.
       01 HQ-STATUS-WS          PIC X(9)  VALUE SPACES.
       01 LINE-VALUE-WS         PIC 9(11)V99 VALUE ZERO.
       01 LINE-QTY-WS           PIC 9(7)V99 VALUE ZERO.
       01 LINE-PRICE-WS         PIC 9(4)V99 VALUE ZERO.

      *==============================================================
      * Per-customer counts.  The hit rate is quotes won over
      * quotes decided (won plus expired) -- a quote still open
      * has not been lost yet.
      *==============================================================
       01 CUST-QUOTE-TABLE.
           05 CUST-QUOTE-ITEM OCCURS 50 TIMES.
               10 CQ-CUSTOMER-CODE PIC X(5)  VALUE SPACES.
               10 CQ-QUOTES        PIC 9(5)  VALUE ZERO.
               10 CQ-OPEN          PIC 9(5)  VALUE ZERO.
               10 CQ-EXPIRED       PIC 9(5)  VALUE ZERO.
               10 CQ-CONVERTED     PIC 9(5)  VALUE ZERO.
               10 CQ-QUOTED-VALUE  PIC 9(10)V99 VALUE ZERO.
               10 CQ-WON-VALUE     PIC 9(10)V99 VALUE ZERO.
       01 CUST-ROW-COUNT-WS     PIC 9(2)  VALUE ZERO.
       01 CUST-SUB              PIC 9(2)  VALUE ZERO.
       01 CUST-FOUND-FLAG       PIC X(3)  VALUE "NO".
       01 DECIDED-COUNT-WS      PIC 9(6)  VALUE ZERO.
       01 HIT-RATE-WS           PIC 9(3)V9 VALUE ZERO.

       01 TOTAL-QUOTES-WS       PIC 9(6)  VALUE ZERO.
       01 TOTAL-OPEN-WS         PIC 9(6)  VALUE ZERO.
       01 TOTAL-EXPIRED-WS      PIC 9(6)  VALUE ZERO.
       01 TOTAL-CONVERTED-WS    PIC 9(6)  VALUE ZERO.
       01 LINES-WRITTEN-WS      PIC 9(6)  VALUE ZERO.

       01 REPORT-HEADER-OUT.
           05 FILLER            PIC X(20)  VALUE "QUOTATION REPORT".
           05 FILLER            PIC X(6)   VALUE "AS OF".
           05 RH-AS-OF-DATE-OUT PIC 9(8).
           05 FILLER            PIC X(10)  VALUE "  PERIOD".
           05 RH-PERIOD-OUT     PIC X(6).

       01 OPEN-SECTION-HEADER.
           05 FILLER PIC X(30) VALUE "OPEN AND EXPIRED QUOTES".

       01 QUOTE-COLUMN-NAME.
           05 FILLER PIC X(8)  VALUE "QUOTE".
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(10) VALUE "QUOTED".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(14) VALUE "VALUE".
           05 FILLER PIC X(9)  VALUE "STATUS".

       01 QUOTE-DETAIL-OUT.
           05 QD-QUOTE-NUMBER-OUT PIC 9(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 QD-CUSTOMER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 QD-QUOTE-DATE-OUT PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 QD-EXPIRY-DATE-OUT PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 QD-VALUE-OUT      PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 QD-STATUS-OUT     PIC X(9).

       01 CUST-SECTION-HEADER.
           05 FILLER PIC X(30) VALUE "HIT RATE BY CUSTOMER".

       01 CUST-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(7)  VALUE "QUOTES".
           05 FILLER PIC X(7)  VALUE "OPEN".
           05 FILLER PIC X(7)  VALUE "EXPIRD".
           05 FILLER PIC X(7)  VALUE "WON".
           05 FILLER PIC X(15) VALUE "QUOTED VALUE".
           05 FILLER PIC X(15) VALUE "WON VALUE".
           05 FILLER PIC X(6)  VALUE "HIT %".

       01 CUST-DETAIL-OUT.
           05 CD-CUSTOMER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-QUOTES-OUT     PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-OPEN-OUT       PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-EXPIRED-OUT    PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-CONVERTED-OUT  PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-QUOTED-OUT     PIC ZZZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-WON-OUT        PIC ZZZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-HIT-RATE-OUT   PIC ZZ9.9.

       01 QUOTE-TOTALS-OUT.
           05 FILLER PIC X(8)  VALUE "QUOTES".
           05 QTT-QUOTES-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(8)  VALUE "  OPEN".
           05 QTT-OPEN-OUT      PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  EXPIRED".
           05 QTT-EXPIRED-OUT   PIC ZZZZZ9.
           05 FILLER PIC X(7)  VALUE "  WON".
           05 QTT-CONVERTED-OUT PIC ZZZZZ9.
           05 FILLER PIC X(9)  VALUE "  HIT %".
           05 QTT-HIT-RATE-OUT  PIC ZZ9.9.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-QUOTE-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-QUOTE-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-READ-ONE-QUOTE-LINE
                   UNTIL EOF-QUOTE-WS = "YES"
               PERFORM 202-TERM-QUOTE-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Take the period, open the quote file and the dated report.
      *==============================================================
       200-INIT-QUOTE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           DISPLAY PERIOD-PROMPT.
           ACCEPT REPORT-PERIOD-WS.
           STRING "D:\COBOL\QUOTERPT_" DELIMITED BY SIZE
                  CDT-DATE             DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO QUOTE-REPORT-FILE-NAME-WS.
           OPEN INPUT QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "QUOTERPT: BAD OPEN QUOTE FILE "
                   QUOTE-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN OUTPUT QUOTE-REPORT-OUT.
           MOVE CDT-DATE TO RH-AS-OF-DATE-OUT.
           IF REPORT-PERIOD-WS = ZERO
               MOVE "ALL" TO RH-PERIOD-OUT
           ELSE
               MOVE REPORT-PERIOD-WS TO RH-PERIOD-OUT.
           WRITE QUOTE-REPORT-DATA FROM REPORT-HEADER-OUT.
           WRITE QUOTE-REPORT-DATA FROM OPEN-SECTION-HEADER.
           WRITE QUOTE-REPORT-DATA FROM QUOTE-COLUMN-NAME.

      *==============================================================
      * Read one quote line; a new quote number closes out the
      * quote before it.
      *==============================================================
       210-READ-ONE-QUOTE-LINE.
           READ QUOTE-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-QUOTE-WS
               NOT AT END
                   IF QUOTE-STARTED-WS = "NO" OR
                           QT-QUOTE-NUMBER NOT = PREV-QUOTE-NUMBER-WS
                       PERFORM 220-CLOSE-OUT-QUOTE
                       PERFORM 215-START-NEW-QUOTE
                   END-IF
                   PERFORM 216-ADD-QUOTE-LINE
           END-READ.
           IF QUOTE-FILE-STATUS NOT = "00" AND
                   QUOTE-FILE-STATUS NOT = "10"
               MOVE "YES" TO EOF-QUOTE-WS.

       215-START-NEW-QUOTE.
           MOVE "YES"            TO QUOTE-STARTED-WS.
           MOVE QT-QUOTE-NUMBER  TO PREV-QUOTE-NUMBER-WS.
           MOVE QT-CUSTOMER-CODE TO HQ-CUSTOMER-CODE.
           MOVE QT-QUOTE-DATE    TO HQ-QUOTE-DATE.
           MOVE QT-EXPIRY-DATE   TO HQ-EXPIRY-DATE.
           MOVE ZERO             TO HQ-ORDER-NUMBER.
           MOVE "NO"             TO HQ-CONVERTED-FLAG.
           MOVE ZERO             TO HQ-QUOTE-VALUE.
           MOVE QT-QUOTE-DATE    TO QUOTE-DATE-NUM-TMP.
           IF REPORT-PERIOD-WS = ZERO OR
                   QDN-PERIOD = REPORT-PERIOD-WS
               MOVE "YES" TO HQ-IN-PERIOD-FLAG
           ELSE
               MOVE "NO"  TO HQ-IN-PERIOD-FLAG.

       216-ADD-QUOTE-LINE.
           MOVE QT-QUOTE-QTY    TO LINE-QTY-WS.
           MOVE QT-QUOTED-PRICE TO LINE-PRICE-WS.
           CALL ".\CALCULAT"
               USING LINE-QTY-WS, LINE-PRICE-WS, LINE-VALUE-WS.
           ADD LINE-VALUE-WS TO HQ-QUOTE-VALUE.
           IF QT-CONVERTED-LINE
               MOVE "YES" TO HQ-CONVERTED-FLAG
               MOVE QT-ORDER-NUMBER TO HQ-ORDER-NUMBER.

      *==============================================================
      * Decide the finished quote's outcome, count it under its
      * customer, and list it when it is still open or has lapsed.
      *==============================================================
       220-CLOSE-OUT-QUOTE.
           IF QUOTE-STARTED-WS = "NO" OR HQ-IN-PERIOD-FLAG = "NO"
               EXIT PARAGRAPH.
           EVALUATE TRUE
               WHEN HQ-CONVERTED-FLAG = "YES"
                   MOVE "WON"     TO HQ-STATUS-WS
                   ADD 1 TO TOTAL-CONVERTED-WS
               WHEN HQ-EXPIRY-DATE < CDT-DATE
                   MOVE "EXPIRED" TO HQ-STATUS-WS
                   ADD 1 TO TOTAL-EXPIRED-WS
               WHEN OTHER
                   MOVE "OPEN"    TO HQ-STATUS-WS
                   ADD 1 TO TOTAL-OPEN-WS
           END-EVALUATE.
           ADD 1 TO TOTAL-QUOTES-WS.
           PERFORM 230-POST-CUSTOMER-ROW.
           IF HQ-CONVERTED-FLAG = "NO"
               MOVE PREV-QUOTE-NUMBER-WS TO QD-QUOTE-NUMBER-OUT
               MOVE HQ-CUSTOMER-CODE     TO QD-CUSTOMER-OUT
               MOVE HQ-QUOTE-DATE        TO QD-QUOTE-DATE-OUT
               MOVE HQ-EXPIRY-DATE       TO QD-EXPIRY-DATE-OUT
               MOVE HQ-QUOTE-VALUE       TO QD-VALUE-OUT
               MOVE HQ-STATUS-WS         TO QD-STATUS-OUT
               WRITE QUOTE-REPORT-DATA FROM QUOTE-DETAIL-OUT
               ADD 1 TO LINES-WRITTEN-WS.

      *==============================================================
      * Count the quote under its customer's row, adding the row
      * the first time the customer is seen.
      *==============================================================
       230-POST-CUSTOMER-ROW.
           MOVE "NO" TO CUST-FOUND-FLAG.
           PERFORM VARYING CUST-SUB FROM 1 BY 1
                   UNTIL CUST-SUB > CUST-ROW-COUNT-WS
                      OR CUST-FOUND-FLAG = "YES"
               IF CQ-CUSTOMER-CODE (CUST-SUB) = HQ-CUSTOMER-CODE
                   MOVE "YES" TO CUST-FOUND-FLAG
                   SUBTRACT 1 FROM CUST-SUB
               END-IF
           END-PERFORM.
           IF CUST-FOUND-FLAG = "NO"
               IF CUST-ROW-COUNT-WS < 50
                   ADD 1 TO CUST-ROW-COUNT-WS
                   MOVE CUST-ROW-COUNT-WS TO CUST-SUB
                   MOVE HQ-CUSTOMER-CODE TO CQ-CUSTOMER-CODE (CUST-SUB)
               ELSE
                   DISPLAY "QUOTERPT: CUSTOMER TABLE FULL"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO CQ-QUOTES (CUST-SUB).
           ADD HQ-QUOTE-VALUE TO CQ-QUOTED-VALUE (CUST-SUB).
           EVALUATE HQ-STATUS-WS
               WHEN "WON"
                   ADD 1 TO CQ-CONVERTED (CUST-SUB)
                   ADD HQ-QUOTE-VALUE TO CQ-WON-VALUE (CUST-SUB)
               WHEN "EXPIRED"
                   ADD 1 TO CQ-EXPIRED (CUST-SUB)
               WHEN OTHER
                   ADD 1 TO CQ-OPEN (CUST-SUB)
           END-EVALUATE.

      *==============================================================
      * Close out the last quote, write the customer section and
      * the run totals, catalog the report, and close.
      *==============================================================
       202-TERM-QUOTE-REPORT.
           PERFORM 220-CLOSE-OUT-QUOTE.
           WRITE QUOTE-REPORT-DATA FROM CUST-SECTION-HEADER.
           WRITE QUOTE-REPORT-DATA FROM CUST-COLUMN-NAME.
           PERFORM VARYING CUST-SUB FROM 1 BY 1
                   UNTIL CUST-SUB > CUST-ROW-COUNT-WS
               MOVE CQ-CUSTOMER-CODE (CUST-SUB) TO CD-CUSTOMER-OUT
               MOVE CQ-QUOTES (CUST-SUB)        TO CD-QUOTES-OUT
               MOVE CQ-OPEN (CUST-SUB)          TO CD-OPEN-OUT
               MOVE CQ-EXPIRED (CUST-SUB)       TO CD-EXPIRED-OUT
               MOVE CQ-CONVERTED (CUST-SUB)     TO CD-CONVERTED-OUT
               MOVE CQ-QUOTED-VALUE (CUST-SUB)  TO CD-QUOTED-OUT
               MOVE CQ-WON-VALUE (CUST-SUB)     TO CD-WON-OUT
               COMPUTE DECIDED-COUNT-WS =
                   CQ-CONVERTED (CUST-SUB) + CQ-EXPIRED (CUST-SUB)
               IF DECIDED-COUNT-WS = ZERO
                   MOVE ZERO TO HIT-RATE-WS
               ELSE
                   COMPUTE HIT-RATE-WS ROUNDED =
                       CQ-CONVERTED (CUST-SUB) * 100
                       / DECIDED-COUNT-WS
               END-IF
               MOVE HIT-RATE-WS TO CD-HIT-RATE-OUT
               WRITE QUOTE-REPORT-DATA FROM CUST-DETAIL-OUT
               ADD 1 TO LINES-WRITTEN-WS
           END-PERFORM.
           MOVE TOTAL-QUOTES-WS    TO QTT-QUOTES-OUT.
           MOVE TOTAL-OPEN-WS      TO QTT-OPEN-OUT.
           MOVE TOTAL-EXPIRED-WS   TO QTT-EXPIRED-OUT.
           MOVE TOTAL-CONVERTED-WS TO QTT-CONVERTED-OUT.
           COMPUTE DECIDED-COUNT-WS =
               TOTAL-CONVERTED-WS + TOTAL-EXPIRED-WS.
           IF DECIDED-COUNT-WS = ZERO
               MOVE ZERO TO HIT-RATE-WS
           ELSE
               COMPUTE HIT-RATE-WS ROUNDED =
                   TOTAL-CONVERTED-WS * 100 / DECIDED-COUNT-WS.
           MOVE HIT-RATE-WS TO QTT-HIT-RATE-OUT.
           WRITE QUOTE-REPORT-DATA FROM QUOTE-TOTALS-OUT.
           CLOSE QUOTE-FILE.
           CLOSE QUOTE-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "QUOTERPT" TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-WRITTEN-WS TO RC-RECORD-COUNT.
           MOVE QUOTE-REPORT-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program QUOTERPT.
