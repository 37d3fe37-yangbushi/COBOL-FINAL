       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIFOVAL as "FIFOVAL".
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
           SELECT COST-LAYER-FILE
               ASSIGN TO "D:\COBOL\COSTLAYR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS COST-LAYER-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO "D:\COBOL\GLMAP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GL-MAP-STATUS.
           SELECT VALUATION-REPORT-OUT
               ASSIGN TO VALUATION-FILE-NAME-WS
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

       FD  COST-LAYER-FILE.
           COPY "D:\COBOL\COST_LAYER_RECORD.cpy".

       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".

       FD  VALUATION-REPORT-OUT.
       01  VALUATION-REPORT-DATA  PIC X(110).

      *==============================================================
      * The adjustment that brings the books from average to FIFO,
      * laid out exactly like the GLJRNL import and dated the
      * valuation date, ready for the year-end close.
      *==============================================================
       FD  JOURNAL-FILE-OUT.
       01  JOURNAL-RECORD-OUT   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 COST-LAYER-STATUS     PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-INVENT-WS         PIC X(3)  VALUE SPACES.
       01 EOF-LAYER-WS          PIC X(3)  VALUE SPACES.

       01 VALUATION-FILE-NAME-WS PIC X(40) VALUE SPACES.
       01 JOURNAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The date the stock is valued at -- zero takes the
      * business date.  The layers are what is on file now, so
      * the date dates the listing and the journal; run it on the
      * last day of the year before the first new posting.
      *==============================================================
       01 VALUATION-DATE-WS     PIC 9(8)  VALUE ZERO.
       01 DATE-PROMPT           PIC X(36)
                   VALUE "VALUATION DATE (YYYYMMDD, 0 = BUS)?".

      *==============================================================
      * Chart accounts: the difference moves between inventory
      * and cost of goods sold -- stock worth more at FIFO than
      * at average means less cost went out than was booked.
      * Same mapping rules as GLJRNL -- location, then category,
      * then company-wide, and a miss rejects the run.
      *==============================================================
       01 GL-MAP-STATUS         PIC X(2)  VALUE SPACES.
       01 GLMAP-OPEN-WS         PIC X(3)  VALUE "NO".
       01 ROLE-CODE-WS          PIC X(3)  VALUE SPACES.
       01 ROLE-LOCATION-WS      PIC X(5)  VALUE SPACES.
       01 ROLE-CATEGORY-WS      PIC X(3)  VALUE SPACES.
       01 RESOLVED-ACCT-WS      PIC X(6)  VALUE SPACES.
       01 MAP-MISS-COUNT-WS     PIC 9(6)  VALUE ZERO.
       01 GL-INVENTORY-ACCT-WS  PIC X(6)  VALUE "131000".
       01 GL-COGS-ACCT-WS       PIC X(6)  VALUE "510000".
       01 INVENTORY-ACCT-WS     PIC X(6)  VALUE SPACES.
       01 COGS-ACCT-WS          PIC X(6)  VALUE SPACES.

      *==============================================================
      * One part's valuation.  Layers can hold more than is on
      * hand (a customer return or adjustment put stock back
      * without a receipt behind it) or less (stock that predates
      * the layers, or came back the same way); the oldest excess
      * is passed over as already gone, and any shortfall is
      * valued at the average since nothing better is known.
      *==============================================================
       01 LAYERED-QTY-WS        PIC 9(9)V99 VALUE ZERO.
       01 EXCESS-QTY-WS         PIC 9(9)V99 VALUE ZERO.
       01 SHORTFALL-QTY-WS      PIC 9(9)V99 VALUE ZERO.
       01 SKIP-TAKE-WS          PIC 9(9)V99 VALUE ZERO.
       01 COUNTED-QTY-WS        PIC 9(9)V99 VALUE ZERO.
       01 LAYER-COUNT-WS        PIC 9(4)  VALUE ZERO.
       01 AVERAGE-VALUE-WS      PIC 9(11)V99 VALUE ZERO.
       01 FIFO-VALUE-WS         PIC 9(11)V99 VALUE ZERO.
       01 LAYER-VALUE-TMP       PIC 9(11)V99 VALUE ZERO.
       01 DIFFERENCE-WS         PIC S9(11)V99 VALUE ZERO.
       01 MOVEMENT-VALUE-WS     PIC 9(11)V99 VALUE ZERO.

       01 RECORDS-READ-WS       PIC 9(6)  VALUE ZERO.
       01 PARTS-VALUED-WS       PIC 9(6)  VALUE ZERO.
       01 UNLAYERED-COUNT-WS    PIC 9(6)  VALUE ZERO.
       01 TOTAL-AVERAGE-WS      PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-FIFO-WS         PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-DIFFERENCE-WS   PIC S9(12)V99 VALUE ZERO.
       01 TOTAL-DEBITS-WS       PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-CREDITS-WS      PIC 9(12)V99 VALUE ZERO.

       01 VALUATION-HEADER-OUT.
           05 FILLER            PIC X(30)
                   VALUE "FIFO VS AVERAGE VALUATION AT".
           05 VH-DATE-OUT       PIC 9(8).

       01 VALUATION-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(22) VALUE "DESCRIPTION".
           05 FILLER PIC X(12) VALUE "    ON HAND".
           05 FILLER PIC X(9)  VALUE " AVG COST".
           05 FILLER PIC X(15) VALUE "  AVERAGE VALUE".
           05 FILLER PIC X(15) VALUE "     FIFO VALUE".
           05 FILLER PIC X(16) VALUE "      DIFFERENCE".
           05 FILLER PIC X(8)  VALUE " LAYERS".

       01 VALUATION-DETAIL-OUT.
           05 VD-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VD-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VD-ON-HAND-OUT    PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VD-AVG-COST-OUT   PIC ZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VD-AVERAGE-OUT    PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 VD-FIFO-OUT       PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 VD-DIFFERENCE-OUT PIC -ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VD-LAYERS-OUT     PIC ZZZ9   VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 VD-UNLAYERED-OUT  PIC X(1)   VALUE SPACES.

       01 VALUATION-TOTAL-OUT.
           05 FILLER            PIC X(50)  VALUE "  TOTAL".
           05 VT-AVERAGE-OUT    PIC ZZZZZZZZZZZ9.99 VALUE ZEROS.
           05 VT-FIFO-OUT       PIC ZZZZZZZZZZZ9.99 VALUE ZEROS.
           05 VT-DIFFERENCE-OUT PIC -ZZZZZZZZZZZ9.99 VALUE ZEROS.

       01 VALUATION-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(12) VALUE "PARTS READ:".
           05 AT-READ-OUT       PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(10) VALUE "  VALUED:".
           05 AT-VALUED-OUT     PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(28)
                   VALUE "  PART(S) WITH UNLAYERED (*)".
           05 AT-UNLAYERED-OUT  PIC ZZZZZ9 VALUE ZEROS.

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
      * Value every owned part on hand two ways -- at the moving
      * average the system books by, and at FIFO off the cost
      * layers receiving lays down -- and journal the difference
      * so the year-end books can be stated on FIFO.  Consigned
      * stock is the supplier's and is left out of both.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-FIFO-VALUATION.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-FIFO-VALUATION.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 310-READ-INVENT-RECORD
               PERFORM 210-VALUE-ONE-PART
                   UNTIL EOF-INVENT-WS = "YES"
               PERFORM 202-TERM-FIFO-VALUATION.
           EXIT PROGRAM.

      *==============================================================
      * Take the valuation date and open the master, the layers,
      * the mapping file, the listing and the journal.
      *==============================================================
       200-INIT-FIFO-VALUATION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           DISPLAY DATE-PROMPT.
           ACCEPT VALUATION-DATE-WS.
           IF VALUATION-DATE-WS = ZERO
               MOVE CDT-DATE TO VALUATION-DATE-WS.
           STRING "D:\COBOL\FIFOVAL_" DELIMITED BY SIZE
                  VALUATION-DATE-WS   DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO VALUATION-FILE-NAME-WS.
           STRING "D:\COBOL\FIFOADJ_" DELIMITED BY SIZE
                  VALUATION-DATE-WS   DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME-WS.
           OPEN INPUT INVENT-FILE-IN.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "FIFOVAL: BAD OPEN INVENT-FILE-IN "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT COST-LAYER-FILE.
           IF COST-LAYER-STATUS = "35"
               OPEN OUTPUT COST-LAYER-FILE
               CLOSE COST-LAYER-FILE
               OPEN INPUT COST-LAYER-FILE.
           IF COST-LAYER-STATUS NOT = "00"
               DISPLAY "FIFOVAL: BAD OPEN COST-LAYER-FILE "
                   COST-LAYER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS = "00"
               MOVE "YES" TO GLMAP-OPEN-WS
           ELSE
               DISPLAY "FIFOVAL: NO GLMAP FILE - COMPILED"
                   " DEFAULTS IN USE".
           OPEN OUTPUT VALUATION-REPORT-OUT.
           OPEN OUTPUT JOURNAL-FILE-OUT.
           MOVE VALUATION-DATE-WS TO VH-DATE-OUT.
           WRITE VALUATION-REPORT-DATA FROM VALUATION-HEADER-OUT.
           WRITE VALUATION-REPORT-DATA FROM VALUATION-COLUMN-NAME.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.

      *==============================================================
      * One part: value it at average, then at FIFO, list the two
      * side by side and journal whatever separates them.
      *==============================================================
       210-VALUE-ONE-PART.
           ADD 1 TO RECORDS-READ-WS.
           IF QUANTITY-IN > ZERO AND NOT PART-CONSIGNED-IN
               ADD 1 TO PARTS-VALUED-WS
               COMPUTE AVERAGE-VALUE-WS ROUNDED =
                   QUANTITY-IN * UNIT-PRICE-IN
               PERFORM 220-TOTAL-PART-LAYERS
               PERFORM 230-VALUE-PART-AT-FIFO
               COMPUTE DIFFERENCE-WS =
                   FIFO-VALUE-WS - AVERAGE-VALUE-WS
               ADD AVERAGE-VALUE-WS TO TOTAL-AVERAGE-WS
               ADD FIFO-VALUE-WS    TO TOTAL-FIFO-WS
               ADD DIFFERENCE-WS    TO TOTAL-DIFFERENCE-WS
               PERFORM 240-WRITE-PART-LINE
               IF DIFFERENCE-WS NOT = ZERO
                   PERFORM 250-JOURNAL-PART-DIFFERENCE
               END-IF
           END-IF.
           PERFORM 310-READ-INVENT-RECORD.

      *==============================================================
      * Add up what the part's layers still hold, and from that
      * how much of the oldest to pass over and how much on hand
      * no layer covers.
      *==============================================================
       220-TOTAL-PART-LAYERS.
           MOVE ZERO TO LAYERED-QTY-WS.
           MOVE ZERO TO LAYER-COUNT-WS.
           PERFORM 320-START-PART-LAYERS.
           PERFORM UNTIL EOF-LAYER-WS = "YES"
               READ COST-LAYER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LAYER-WS
                   NOT AT END
                       IF FL-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE "YES" TO EOF-LAYER-WS
                       ELSE
                           IF FL-QTY-REMAINING > ZERO
                               ADD FL-QTY-REMAINING
                                   TO LAYERED-QTY-WS
                               ADD 1 TO LAYER-COUNT-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO EXCESS-QTY-WS.
           MOVE ZERO TO SHORTFALL-QTY-WS.
           IF LAYERED-QTY-WS > QUANTITY-IN
               COMPUTE EXCESS-QTY-WS = LAYERED-QTY-WS - QUANTITY-IN
           ELSE
               COMPUTE SHORTFALL-QTY-WS =
                   QUANTITY-IN - LAYERED-QTY-WS.

      *==============================================================
      * Second pass over the layers, oldest first: skip the
      * excess, value the rest at each layer's own cost, and the
      * shortfall at average.
      *==============================================================
       230-VALUE-PART-AT-FIFO.
           MOVE ZERO TO FIFO-VALUE-WS.
           PERFORM 320-START-PART-LAYERS.
           PERFORM UNTIL EOF-LAYER-WS = "YES"
               READ COST-LAYER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LAYER-WS
                   NOT AT END
                       IF FL-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE "YES" TO EOF-LAYER-WS
                       ELSE
                           IF FL-QTY-REMAINING > ZERO
                               PERFORM 235-VALUE-ONE-LAYER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF SHORTFALL-QTY-WS > ZERO
               ADD 1 TO UNLAYERED-COUNT-WS
               COMPUTE LAYER-VALUE-TMP ROUNDED =
                   SHORTFALL-QTY-WS * UNIT-PRICE-IN
               ADD LAYER-VALUE-TMP TO FIFO-VALUE-WS.

      *==============================================================
      * Value what of this layer is still counted as on hand.
      *==============================================================
       235-VALUE-ONE-LAYER.
           MOVE FL-QTY-REMAINING TO COUNTED-QTY-WS.
           IF EXCESS-QTY-WS > ZERO
               IF EXCESS-QTY-WS < COUNTED-QTY-WS
                   MOVE EXCESS-QTY-WS TO SKIP-TAKE-WS
               ELSE
                   MOVE COUNTED-QTY-WS TO SKIP-TAKE-WS
               END-IF
               SUBTRACT SKIP-TAKE-WS FROM EXCESS-QTY-WS
               SUBTRACT SKIP-TAKE-WS FROM COUNTED-QTY-WS.
           IF COUNTED-QTY-WS > ZERO
               COMPUTE LAYER-VALUE-TMP ROUNDED =
                   COUNTED-QTY-WS * FL-UNIT-COST
               ADD LAYER-VALUE-TMP TO FIFO-VALUE-WS.

      *==============================================================
      * The part's line -- flagged with an asterisk when some of
      * its stock had no layer and went in at average.
      *==============================================================
       240-WRITE-PART-LINE.
           MOVE PART-NUMBER-IN   TO VD-PART-NUMBER-OUT.
           MOVE PART-NAME-IN     TO VD-PART-NAME-OUT.
           MOVE QUANTITY-IN      TO VD-ON-HAND-OUT.
           MOVE UNIT-PRICE-IN    TO VD-AVG-COST-OUT.
           MOVE AVERAGE-VALUE-WS TO VD-AVERAGE-OUT.
           MOVE FIFO-VALUE-WS    TO VD-FIFO-OUT.
           MOVE DIFFERENCE-WS    TO VD-DIFFERENCE-OUT.
           MOVE LAYER-COUNT-WS   TO VD-LAYERS-OUT.
           IF SHORTFALL-QTY-WS > ZERO
               MOVE "*" TO VD-UNLAYERED-OUT
           ELSE
               MOVE SPACE TO VD-UNLAYERED-OUT.
           WRITE VALUATION-REPORT-DATA FROM VALUATION-DETAIL-OUT.

      *==============================================================
      * FIFO above average: debit inventory, credit cost of goods
      * sold.  Below: the reverse.  Accounts resolve off the
      * part's own location and category.
      *==============================================================
       250-JOURNAL-PART-DIFFERENCE.
           MOVE LOCATION-CODE-IN TO ROLE-LOCATION-WS.
           MOVE PART-CATEGORY-IN TO ROLE-CATEGORY-WS.
           MOVE "INV" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO INVENTORY-ACCT-WS.
           MOVE "COG" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO COGS-ACCT-WS.
           IF DIFFERENCE-WS < ZERO
               COMPUTE MOVEMENT-VALUE-WS = ZERO - DIFFERENCE-WS
           ELSE
               MOVE DIFFERENCE-WS TO MOVEMENT-VALUE-WS.
           MOVE PART-NUMBER-IN    TO JD-PART-NUMBER-OUT.
           MOVE "F"               TO JD-TRANS-CODE-OUT.
           MOVE MOVEMENT-VALUE-WS TO JD-AMOUNT-OUT.
           MOVE VALUATION-DATE-WS TO JD-DATE-OUT.
           IF DIFFERENCE-WS > ZERO
               MOVE INVENTORY-ACCT-WS TO JD-ACCOUNT-OUT
           ELSE
               MOVE COGS-ACCT-WS      TO JD-ACCOUNT-OUT.
           MOVE "DR" TO JD-DRCR-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           IF DIFFERENCE-WS > ZERO
               MOVE COGS-ACCT-WS      TO JD-ACCOUNT-OUT
           ELSE
               MOVE INVENTORY-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "CR" TO JD-DRCR-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD MOVEMENT-VALUE-WS TO TOTAL-DEBITS-WS.
           ADD MOVEMENT-VALUE-WS TO TOTAL-CREDITS-WS.

      *==============================================================
      * Read the next record off the inventory master.
      *==============================================================
       310-READ-INVENT-RECORD.
           READ INVENT-FILE-IN
               AT END MOVE "YES" TO EOF-INVENT-WS.

      *==============================================================
      * Position on the part's oldest layer.
      *==============================================================
       320-START-PART-LAYERS.
           MOVE SPACES TO EOF-LAYER-WS.
           MOVE PART-NUMBER-IN TO FL-PART-NUMBER.
           MOVE ZERO           TO FL-RECEIPT-DATE.
           MOVE ZERO           TO FL-LAYER-SEQ.
           START COST-LAYER-FILE KEY IS NOT LESS THAN FL-KEY
               INVALID KEY MOVE "YES" TO EOF-LAYER-WS.

      *==============================================================
      * Resolve a role's account: the part's own location first,
      * then its category, then the company-wide blank-location
      * record.  A role with no mapping while the file exists is
      * a run rejection.
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
                   AND ROLE-CATEGORY-WS NOT = SPACES
               MOVE "C"              TO GM-MAP-TYPE
               MOVE ROLE-CODE-WS     TO GM-MAP-CODE
               MOVE SPACES           TO GM-LOCATION
               MOVE ROLE-CATEGORY-WS TO GM-CATEGORY
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
               WHEN "INV"
                   MOVE GL-INVENTORY-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "COG"
                   MOVE GL-COGS-ACCT-WS      TO RESOLVED-ACCT-WS
               WHEN OTHER
                   MOVE "??????" TO RESOLVED-ACCT-WS
           END-EVALUATE.

      *==============================================================
      * Write the totals, balance the journal, catalog the
      * listing, and close every file.
      *==============================================================
       202-TERM-FIFO-VALUATION.
           MOVE TOTAL-AVERAGE-WS    TO VT-AVERAGE-OUT.
           MOVE TOTAL-FIFO-WS       TO VT-FIFO-OUT.
           MOVE TOTAL-DIFFERENCE-WS TO VT-DIFFERENCE-OUT.
           WRITE VALUATION-REPORT-DATA FROM VALUATION-TOTAL-OUT.
           MOVE RECORDS-READ-WS    TO AT-READ-OUT.
           MOVE PARTS-VALUED-WS    TO AT-VALUED-OUT.
           MOVE UNLAYERED-COUNT-WS TO AT-UNLAYERED-OUT.
           WRITE VALUATION-REPORT-DATA
               FROM VALUATION-AUDIT-TRAIL-OUT.
           MOVE TOTAL-DEBITS-WS  TO JT-DEBITS-OUT.
           MOVE TOTAL-CREDITS-WS TO JT-CREDITS-OUT.
           IF TOTAL-DEBITS-WS = TOTAL-CREDITS-WS
               MOVE "IN BALANCE"     TO JT-BALANCE-FLAG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO JT-BALANCE-FLAG-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-TOTALS-OUT.
           DISPLAY "FIFOVAL: " PARTS-VALUED-WS
               " PART(S) VALUED AT " VALUATION-DATE-WS.
           IF UNLAYERED-COUNT-WS > ZERO
               DISPLAY "FIFOVAL: " UNLAYERED-COUNT-WS
                   " PART(S) PARTLY VALUED AT AVERAGE".
           IF MAP-MISS-COUNT-WS > ZERO
               DISPLAY "FIFOVAL: " MAP-MISS-COUNT-WS
                   " ACCOUNT LOOKUP(S) WITH NO MAPPING"
               DISPLAY "FIFOVAL: RUN REJECTED - DO NOT IMPORT"
               MOVE 16 TO RETURN-CODE.
           CLOSE INVENT-FILE-IN.
           CLOSE COST-LAYER-FILE.
           IF GLMAP-OPEN-WS = "YES"
               CLOSE GL-MAP-FILE.
           CLOSE VALUATION-REPORT-OUT.
           CLOSE JOURNAL-FILE-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "FIFOVAL"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE PARTS-VALUED-WS TO RC-RECORD-COUNT.
           MOVE VALUATION-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program FIFOVAL.
