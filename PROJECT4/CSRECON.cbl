       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSRECON as "CSRECON".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE-IN
               ASSIGN TO "D:\COBOL\CSCOUNT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-FILE-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               ALTERNATE RECORD KEY IS SB-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS STOCK-BAL-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT RECON-REPORT-OUT
               ASSIGN TO RECON-REPORT-NAME-WS
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
      *==============================================================
      * One line per part the customer counted in their crib.
      *==============================================================
       FD  COUNT-FILE-IN.
       01  COUNT-RECORD-IN.
           05 CSC-CUSTOMER-CODE PIC X(5).
           05 CSC-SITE-CODE     PIC X(5).
           05 CSC-PART-NUMBER   PIC X(7).
           05 CSC-COUNTED-QTY   PIC 9(7)V99.
           05 CSC-COUNT-DATE    PIC 9(8).

       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  RECON-REPORT-OUT.
       01  RECON-REPORT-DATA    PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 COUNT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 CUSTOMER-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-COUNT-WS          PIC X(3)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 RECON-REPORT-NAME-WS  PIC X(40) VALUE SPACES.
       01 LINES-LISTED-WS       PIC 9(6)  VALUE ZERO.
       01 EXCEPTIONS-WS         PIC 9(6)  VALUE ZERO.

       01 RECON-SITE-WS         PIC X(5)  VALUE SPACES.
       01 SITE-PROMPT           PIC X(38)
                   VALUE "SITE CODE (BLANK=EVERY SITE COUNTED)?".

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The customer's count, held so each site's book balances
      * can be matched against it and whatever is left unmatched
      * -- counted there, but not on our books -- listed after.
      *==============================================================
       01 COUNT-TABLE-WS.
           05 COUNT-LINES-WS    PIC 9(3)  VALUE ZERO.
           05 COUNT-SUB         PIC 9(3)  VALUE ZERO.
           05 COUNT-FOUND-WS    PIC X(3)  VALUE "NO".
           05 COUNT-ITEM OCCURS 500 TIMES.
               10 CT-SITE-CODE  PIC X(5)  VALUE SPACES.
               10 CT-PART-NUMBER PIC X(7) VALUE SPACES.
               10 CT-COUNTED-QTY PIC 9(7)V99 VALUE ZERO.
               10 CT-COUNT-DATE PIC 9(8)  VALUE ZERO.
               10 CT-MATCHED    PIC X(1)  VALUE SPACES.

      *==============================================================
      * The sites the count covers, each reconciled once.
      *==============================================================
       01 SITE-TABLE-WS.
           05 SITE-COUNT-WS     PIC 9(2)  VALUE ZERO.
           05 SITE-SUB          PIC 9(2)  VALUE ZERO.
           05 SITE-FOUND-WS     PIC X(3)  VALUE "NO".
           05 SITE-ITEM OCCURS 50 TIMES.
               10 ST-SITE-CODE  PIC X(5)  VALUE SPACES.

       01 BOOK-QTY-WS           PIC 9(7)V99 VALUE ZERO.
       01 COUNTED-QTY-WS        PIC 9(7)V99 VALUE ZERO.
       01 DIFFERENCE-QTY-WS     PIC S9(7)V99 VALUE ZERO.
       01 UNIT-COST-WS          PIC 9(4)V99 VALUE ZERO.
       01 BOOK-VALUE-WS         PIC 9(9)V99 VALUE ZERO.
       01 COUNTED-VALUE-WS      PIC 9(9)V99 VALUE ZERO.
       01 VARIANCE-VALUE-WS     PIC S9(9)V99 VALUE ZERO.

       01 SITE-TOTALS-WS.
           05 STT-BOOK-VALUE    PIC 9(9)V99 VALUE ZERO.
           05 STT-COUNTED-VALUE PIC 9(9)V99 VALUE ZERO.
           05 STT-VARIANCE      PIC S9(9)V99 VALUE ZERO.
       01 GRAND-TOTALS-WS.
           05 GT-BOOK-VALUE     PIC 9(10)V99 VALUE ZERO.
           05 GT-COUNTED-VALUE  PIC 9(10)V99 VALUE ZERO.
           05 GT-VARIANCE       PIC S9(10)V99 VALUE ZERO.

       01 RECON-TITLE-OUT.
           05 FILLER PIC X(40)
                   VALUE "CUSTOMER SITE RECONCILIATION - AS OF ".
           05 RH-RUN-DATE-OUT   PIC 9(8)   VALUE ZERO.

       01 SITE-HEADING-OUT.
           05 FILLER PIC X(6)  VALUE "SITE ".
           05 SH-SITE-OUT       PIC X(5)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 SH-DESCRIPTION-OUT PIC X(30) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "  CUSTOMER ".
           05 SH-CUSTOMER-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 SH-CUST-NAME-OUT  PIC X(20)  VALUE SPACES.

       01 RECON-COLUMN-NAME.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(12) VALUE "OUR BOOKS".
           05 FILLER PIC X(12) VALUE "COUNTED".
           05 FILLER PIC X(12) VALUE "DIFFERENCE".
           05 FILLER PIC X(13) VALUE "VALUE".
           05 FILLER PIC X(16) VALUE "NOTE".

       01 RECON-DETAIL-OUT.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 RD-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-BOOK-OUT       PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-COUNTED-OUT    PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-DIFFERENCE-OUT PIC -ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-VALUE-OUT      PIC -ZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-NOTE-OUT       PIC X(16)  VALUE SPACES.

       01 RECON-TOTAL-OUT.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 RT-LABEL-OUT      PIC X(12)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE " BOOKS ".
           05 RT-BOOK-OUT       PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER PIC X(10) VALUE "  COUNTED ".
           05 RT-COUNTED-OUT    PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER PIC X(11) VALUE "  VARIANCE ".
           05 RT-VARIANCE-OUT   PIC -ZZZZZZZZZ9.99 VALUE ZEROS.

       01 RECON-EXCEPTION-OUT.
           05 FILLER PIC X(4)  VALUE "*** ".
           05 RE-CUSTOMER-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RE-SITE-OUT       PIC X(5)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RE-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RE-MESSAGE-OUT    PIC X(40)  VALUE SPACES.

      *==============================================================
      * Compare what our books say sits in each customer's crib
      * with what the customer counted there, part by part, and
      * value the differences at average cost -- the usage that
      * was never reported, or the stock that never arrived.
      *==============================================================
       PROCEDURE DIVISION.
       100-RECONCILE-CUSTOMER-SITES.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-SITE-RECON.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-LOAD-ONE-COUNT-LINE
                   UNTIL EOF-COUNT-WS = "YES"
               PERFORM 220-RECONCILE-ONE-SITE
                   VARYING SITE-SUB FROM 1 BY 1
                   UNTIL SITE-SUB > SITE-COUNT-WS
               PERFORM 202-TERM-SITE-RECON.
           EXIT PROGRAM.

      *==============================================================
      * Take the day and the site, open the count and the files
      * it is checked against, and the dated report.
      *==============================================================
       200-INIT-SITE-RECON.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           DISPLAY SITE-PROMPT.
           ACCEPT RECON-SITE-WS.
           OPEN INPUT COUNT-FILE-IN.
           IF COUNT-FILE-STATUS NOT = "00"
               DISPLAY "CSRECON: CANNOT OPEN COUNT FILE "
                   COUNT-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS NOT = "00"
               DISPLAY "CSRECON: CANNOT OPEN LOCMAST "
                   LOCATION-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF STOCK-BAL-STATUS NOT = "00"
               DISPLAY "CSRECON: CANNOT OPEN STKBAL "
                   STOCK-BAL-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "CSRECON: CANNOT OPEN INVENT6 " STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           IF OPEN-ERROR-FLAG = "YES"
               EXIT PARAGRAPH.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "00"
               MOVE "YES" TO CUSTOMER-OPEN-WS.
           STRING "D:\COBOL\CSRECON_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO RECON-REPORT-NAME-WS.
           OPEN OUTPUT RECON-REPORT-OUT.
           MOVE CDT-DATE TO RH-RUN-DATE-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-TITLE-OUT.
           MOVE SPACES TO RECON-REPORT-DATA.
           WRITE RECON-REPORT-DATA.

      *==============================================================
      * One count line: kept when it is for a customer site that
      * belongs to the customer who counted it (and the site
      * asked for, when one was), listed as an exception when not.
      *==============================================================
       210-LOAD-ONE-COUNT-LINE.
           READ COUNT-FILE-IN
               AT END
                   MOVE "YES" TO EOF-COUNT-WS
                   EXIT PARAGRAPH
           END-READ.
           IF RECON-SITE-WS NOT = SPACES
                   AND CSC-SITE-CODE NOT = RECON-SITE-WS
               EXIT PARAGRAPH.
           MOVE CSC-SITE-CODE TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   MOVE "SITE NOT ON FILE - NOT RECONCILED"
                       TO RE-MESSAGE-OUT
                   PERFORM 240-WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LO-CUSTOMER-SITE-TYPE
               MOVE "NOT A CUSTOMER SITE - NOT RECONCILED"
                   TO RE-MESSAGE-OUT
               PERFORM 240-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           IF LO-CUSTOMER-CODE NOT = CSC-CUSTOMER-CODE
               MOVE "SITE BELONGS TO ANOTHER CUSTOMER"
                   TO RE-MESSAGE-OUT
               PERFORM 240-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           IF COUNT-LINES-WS NOT < 500
               MOVE "COUNT TABLE FULL - LINE NOT RECONCILED"
                   TO RE-MESSAGE-OUT
               PERFORM 240-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           ADD 1 TO COUNT-LINES-WS.
           MOVE CSC-SITE-CODE    TO CT-SITE-CODE (COUNT-LINES-WS).
           MOVE CSC-PART-NUMBER  TO CT-PART-NUMBER (COUNT-LINES-WS).
           MOVE CSC-COUNTED-QTY  TO CT-COUNTED-QTY (COUNT-LINES-WS).
           MOVE CSC-COUNT-DATE   TO CT-COUNT-DATE (COUNT-LINES-WS).
           MOVE "N"              TO CT-MATCHED (COUNT-LINES-WS).
           PERFORM 211-NOTE-COUNTED-SITE.

       211-NOTE-COUNTED-SITE.
           MOVE "NO" TO SITE-FOUND-WS.
           PERFORM VARYING SITE-SUB FROM 1 BY 1
                   UNTIL SITE-SUB > SITE-COUNT-WS
                      OR SITE-FOUND-WS = "YES"
               IF ST-SITE-CODE (SITE-SUB) = CSC-SITE-CODE
                   MOVE "YES" TO SITE-FOUND-WS
               END-IF
           END-PERFORM.
           IF SITE-FOUND-WS = "NO"
               IF SITE-COUNT-WS < 50
                   ADD 1 TO SITE-COUNT-WS
                   MOVE CSC-SITE-CODE TO ST-SITE-CODE (SITE-COUNT-WS)
               ELSE
                   DISPLAY "CSRECON: SITE TABLE FULL"
               END-IF
           END-IF.

      *==============================================================
      * One site: its heading, every book balance there against
      * the count, then what was counted but is not on the books,
      * and the site's value totals.
      *==============================================================
       220-RECONCILE-ONE-SITE.
           MOVE ST-SITE-CODE (SITE-SUB) TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   MOVE SPACES TO LO-DESCRIPTION LO-CUSTOMER-CODE
           END-READ.
           MOVE LO-LOCATION-CODE TO SH-SITE-OUT.
           MOVE LO-DESCRIPTION   TO SH-DESCRIPTION-OUT.
           MOVE LO-CUSTOMER-CODE TO SH-CUSTOMER-OUT.
           MOVE SPACES           TO SH-CUST-NAME-OUT.
           IF CUSTOMER-OPEN-WS = "YES"
               MOVE LO-CUSTOMER-CODE TO CU-CUSTOMER-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO SH-CUST-NAME-OUT
                   NOT INVALID KEY
                       MOVE CU-CUSTOMER-NAME TO SH-CUST-NAME-OUT
               END-READ
           END-IF.
           WRITE RECON-REPORT-DATA FROM SITE-HEADING-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-COLUMN-NAME.
           MOVE ZERO TO STT-BOOK-VALUE STT-COUNTED-VALUE STT-VARIANCE.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE ST-SITE-CODE (SITE-SUB) TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS = SB-LOCATION-CODE
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-LOCATION-CODE NOT =
                               ST-SITE-CODE (SITE-SUB)
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           PERFORM 221-COMPARE-BOOK-BALANCE
                       END-IF
           END-PERFORM.
           PERFORM 222-LIST-UNBOOKED-COUNT
               VARYING COUNT-SUB FROM 1 BY 1
               UNTIL COUNT-SUB > COUNT-LINES-WS.
           MOVE "SITE TOTAL"      TO RT-LABEL-OUT.
           MOVE STT-BOOK-VALUE    TO RT-BOOK-OUT.
           MOVE STT-COUNTED-VALUE TO RT-COUNTED-OUT.
           MOVE STT-VARIANCE      TO RT-VARIANCE-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-OUT.
           MOVE SPACES TO RECON-REPORT-DATA.
           WRITE RECON-REPORT-DATA.
           ADD STT-BOOK-VALUE    TO GT-BOOK-VALUE.
           ADD STT-COUNTED-VALUE TO GT-COUNTED-VALUE.
           ADD STT-VARIANCE      TO GT-VARIANCE.

      *==============================================================
      * A book balance at the site against its counted line.  An
      * empty balance nobody counted is left off the report.
      *==============================================================
       221-COMPARE-BOOK-BALANCE.
           PERFORM 230-FIND-COUNT-LINE.
           IF COUNT-FOUND-WS = "NO" AND SB-QUANTITY = ZERO
               EXIT PARAGRAPH.
           MOVE SB-PART-NUMBER TO RD-PART-OUT.
           MOVE SB-QUANTITY    TO BOOK-QTY-WS.
           IF COUNT-FOUND-WS = "YES"
               MOVE CT-COUNTED-QTY (COUNT-SUB) TO COUNTED-QTY-WS
               MOVE "Y" TO CT-MATCHED (COUNT-SUB)
               MOVE SPACES TO RD-NOTE-OUT
           ELSE
               MOVE ZERO TO COUNTED-QTY-WS
               MOVE "NOT COUNTED" TO RD-NOTE-OUT.
           PERFORM 231-PRINT-RECON-LINE.

      *==============================================================
      * A part the customer counted at this site that our books
      * show nothing of.
      *==============================================================
       222-LIST-UNBOOKED-COUNT.
           IF CT-SITE-CODE (COUNT-SUB) NOT = ST-SITE-CODE (SITE-SUB)
                   OR CT-MATCHED (COUNT-SUB) = "Y"
               EXIT PARAGRAPH.
           MOVE "Y" TO CT-MATCHED (COUNT-SUB).
           MOVE CT-PART-NUMBER (COUNT-SUB) TO RD-PART-OUT.
           MOVE ZERO TO BOOK-QTY-WS.
           MOVE CT-COUNTED-QTY (COUNT-SUB) TO COUNTED-QTY-WS.
           MOVE "NOT ON BOOKS" TO RD-NOTE-OUT.
           PERFORM 231-PRINT-RECON-LINE.

       230-FIND-COUNT-LINE.
           MOVE "NO" TO COUNT-FOUND-WS.
           PERFORM VARYING COUNT-SUB FROM 1 BY 1
                   UNTIL COUNT-SUB > COUNT-LINES-WS
                      OR COUNT-FOUND-WS = "YES"
               IF CT-SITE-CODE (COUNT-SUB) = SB-LOCATION-CODE AND
                       CT-PART-NUMBER (COUNT-SUB) = SB-PART-NUMBER
                       AND CT-MATCHED (COUNT-SUB) NOT = "Y"
                   MOVE "YES" TO COUNT-FOUND-WS
                   SUBTRACT 1 FROM COUNT-SUB
               END-IF
           END-PERFORM.

      *==============================================================
      * Print one part's line, valued at the part's average cost,
      * and roll it into the site's totals.
      *==============================================================
       231-PRINT-RECON-LINE.
           MOVE ZERO   TO UNIT-COST-WS.
           MOVE SPACES TO RD-PART-NAME-OUT.
           MOVE RD-PART-OUT TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO RD-PART-NAME-OUT
               NOT INVALID KEY
                   MOVE PART-NAME  TO RD-PART-NAME-OUT
                   MOVE UNIT-PRICE TO UNIT-COST-WS
           END-READ.
           COMPUTE DIFFERENCE-QTY-WS = COUNTED-QTY-WS - BOOK-QTY-WS.
           COMPUTE BOOK-VALUE-WS ROUNDED = BOOK-QTY-WS * UNIT-COST-WS.
           COMPUTE COUNTED-VALUE-WS ROUNDED =
               COUNTED-QTY-WS * UNIT-COST-WS.
           COMPUTE VARIANCE-VALUE-WS =
               COUNTED-VALUE-WS - BOOK-VALUE-WS.
           MOVE BOOK-QTY-WS       TO RD-BOOK-OUT.
           MOVE COUNTED-QTY-WS    TO RD-COUNTED-OUT.
           MOVE DIFFERENCE-QTY-WS TO RD-DIFFERENCE-OUT.
           MOVE VARIANCE-VALUE-WS TO RD-VALUE-OUT.
           IF DIFFERENCE-QTY-WS NOT = ZERO AND RD-NOTE-OUT = SPACES
               MOVE "DIFFERS" TO RD-NOTE-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-DETAIL-OUT.
           ADD 1 TO LINES-LISTED-WS.
           ADD BOOK-VALUE-WS     TO STT-BOOK-VALUE.
           ADD COUNTED-VALUE-WS  TO STT-COUNTED-VALUE.
           ADD VARIANCE-VALUE-WS TO STT-VARIANCE.

       240-WRITE-EXCEPTION.
           MOVE CSC-CUSTOMER-CODE TO RE-CUSTOMER-OUT.
           MOVE CSC-SITE-CODE     TO RE-SITE-OUT.
           MOVE CSC-PART-NUMBER   TO RE-PART-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-EXCEPTION-OUT.
           ADD 1 TO EXCEPTIONS-WS.

      *==============================================================
      * Grand totals, then close up and catalogue the report.
      *==============================================================
       202-TERM-SITE-RECON.
           MOVE "ALL SITES"      TO RT-LABEL-OUT.
           MOVE GT-BOOK-VALUE    TO RT-BOOK-OUT.
           MOVE GT-COUNTED-VALUE TO RT-COUNTED-OUT.
           MOVE GT-VARIANCE      TO RT-VARIANCE-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-OUT.
           CLOSE COUNT-FILE-IN.
           CLOSE LOCATION-FILE.
           CLOSE STOCK-BALANCE-FILE.
           CLOSE INVENT-FILE.
           IF CUSTOMER-OPEN-WS = "YES"
               CLOSE CUSTOMER-FILE.
           CLOSE RECON-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "CSRECON"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           IF RECON-SITE-WS = SPACES
               MOVE SPACE  TO RC-SCOPE-FLAG
           ELSE
               MOVE "S"    TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-LISTED-WS      TO RC-RECORD-COUNT.
           MOVE RECON-REPORT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
           DISPLAY "CSRECON: " SITE-COUNT-WS " SITE(S), "
               LINES-LISTED-WS " LINE(S), " EXCEPTIONS-WS
               " COUNT LINE(S) REFUSED".

       end program CSRECON.
