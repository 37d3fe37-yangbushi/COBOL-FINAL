       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTRPT as "FRTRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-CHARGE-FILE
               ASSIGN TO "D:\COBOL\FRTCHG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FC-PACK-NUMBER
               FILE STATUS IS FREIGHT-CHARGE-STATUS.
           SELECT FREIGHT-REPORT-OUT
               ASSIGN TO FREIGHT-REPORT-FILE-NAME-WS
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
       FD  FREIGHT-CHARGE-FILE.
           COPY "D:\COBOL\FREIGHT_CHARGE_RECORD.cpy".

       FD  FREIGHT-REPORT-OUT.
       01  FREIGHT-REPORT-DATA  PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 FREIGHT-CHARGE-STATUS PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-FREIGHT-WS        PIC X(3)  VALUE SPACES.

       01 FREIGHT-REPORT-FILE-NAME-WS PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The month of shipments being reported, keyed by the user.
      *==============================================================
       01 REPORT-PERIOD-WS      PIC 9(6)  VALUE ZERO.
       01 PERIOD-PROMPT         PIC X(20)
                       VALUE "PERIOD (YYYYMM)?".
       01 SHIP-DATE-NUM-TMP.
           05 SDN-PERIOD        PIC 9(6).
           05 SDN-DAY           PIC 9(2).

      *==============================================================
      * Per-customer freight: what was charged to the customer
      * (freight plus handling) against what the carrier was paid.
      * Recovery is billed over paid; under 100 means the shipping
      * is being partly absorbed.
      *==============================================================
       01 CUST-FREIGHT-TABLE.
           05 CUST-FREIGHT-ITEM OCCURS 50 TIMES.
               10 CF-CUSTOMER-CODE PIC X(5)  VALUE SPACES.
               10 CF-SHIPMENTS     PIC 9(5)  VALUE ZERO.
               10 CF-UNBILLED      PIC 9(5)  VALUE ZERO.
               10 CF-BILLED        PIC 9(9)V99 VALUE ZERO.
               10 CF-PAID          PIC 9(9)V99 VALUE ZERO.
       01 CUST-ROW-COUNT-WS     PIC 9(2)  VALUE ZERO.
       01 CUST-SUB              PIC 9(2)  VALUE ZERO.
       01 CUST-FOUND-FLAG       PIC X(3)  VALUE "NO".
       01 SHIPMENT-BILLED-WS    PIC 9(7)V99 VALUE ZERO.
       01 DIFFERENCE-WS         PIC S9(9)V99 VALUE ZERO.
       01 RECOVERY-PCT-WS       PIC 9(4)V9 VALUE ZERO.

       01 TOTAL-SHIPMENTS-WS    PIC 9(6)  VALUE ZERO.
       01 TOTAL-UNBILLED-WS     PIC 9(6)  VALUE ZERO.
       01 TOTAL-BILLED-WS       PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-PAID-WS         PIC 9(10)V99 VALUE ZERO.
       01 LINES-WRITTEN-WS      PIC 9(6)  VALUE ZERO.

       01 REPORT-HEADER-OUT.
           05 FILLER            PIC X(30)
                       VALUE "FREIGHT BILLED VS PAID".
           05 FILLER            PIC X(8)   VALUE "PERIOD".
           05 RH-PERIOD-OUT     PIC 9(6).
           05 FILLER            PIC X(8)   VALUE "  AS OF".
           05 RH-AS-OF-DATE-OUT PIC 9(8).

       01 FREIGHT-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(7)  VALUE "SHIPS".
           05 FILLER PIC X(7)  VALUE "UNBILL".
           05 FILLER PIC X(15) VALUE "BILLED".
           05 FILLER PIC X(15) VALUE "PAID".
           05 FILLER PIC X(16) VALUE "DIFFERENCE".
           05 FILLER PIC X(10) VALUE "RECOVERY %".

       01 FREIGHT-DETAIL-OUT.
           05 FD-CUSTOMER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FD-SHIPMENTS-OUT  PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FD-UNBILLED-OUT   PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FD-BILLED-OUT     PIC ZZZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FD-PAID-OUT       PIC ZZZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FD-DIFFERENCE-OUT PIC -ZZZZZZZZ9.99.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 FD-RECOVERY-OUT   PIC ZZZ9.9.

       01 FREIGHT-TOTALS-OUT.
           05 FILLER            PIC X(7)   VALUE "TOTAL".
           05 FT-SHIPMENTS-OUT  PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FT-UNBILLED-OUT   PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FT-BILLED-OUT     PIC ZZZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FT-PAID-OUT       PIC ZZZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FT-DIFFERENCE-OUT PIC -ZZZZZZZZ9.99.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 FT-RECOVERY-OUT   PIC ZZZ9.9.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-FREIGHT-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-FREIGHT-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-READ-ONE-FREIGHT-CHARGE
                   UNTIL EOF-FREIGHT-WS = "YES"
               PERFORM 202-TERM-FREIGHT-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Take the period, open the freight file and the report.
      *==============================================================
       200-INIT-FREIGHT-REPORT.
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
           STRING "D:\COBOL\FRTRPT_"  DELIMITED BY SIZE
                  REPORT-PERIOD-WS    DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO FREIGHT-REPORT-FILE-NAME-WS.
           OPEN INPUT FREIGHT-CHARGE-FILE.
           IF FREIGHT-CHARGE-STATUS NOT = "00"
               DISPLAY "FRTRPT: BAD OPEN FREIGHT CHARGE FILE "
                   FREIGHT-CHARGE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN OUTPUT FREIGHT-REPORT-OUT.
           MOVE REPORT-PERIOD-WS TO RH-PERIOD-OUT.
           MOVE CDT-DATE         TO RH-AS-OF-DATE-OUT.
           WRITE FREIGHT-REPORT-DATA FROM REPORT-HEADER-OUT.
           WRITE FREIGHT-REPORT-DATA FROM FREIGHT-COLUMN-NAME.

      *==============================================================
      * Count one shipment's freight under its customer when it
      * shipped in the period.
      *==============================================================
       210-READ-ONE-FREIGHT-CHARGE.
           READ FREIGHT-CHARGE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-FREIGHT-WS
                   EXIT PARAGRAPH
           END-READ.
           IF FREIGHT-CHARGE-STATUS NOT = "00"
               MOVE "YES" TO EOF-FREIGHT-WS
               EXIT PARAGRAPH.
           MOVE FC-SHIP-DATE TO SHIP-DATE-NUM-TMP.
           IF SDN-PERIOD NOT = REPORT-PERIOD-WS
               EXIT PARAGRAPH.
           PERFORM 220-FIND-CUSTOMER-ROW.
           IF CUST-FOUND-FLAG NOT = "YES"
               EXIT PARAGRAPH.
           COMPUTE SHIPMENT-BILLED-WS =
               FC-FREIGHT-BILLED + FC-HANDLING-BILLED.
           ADD 1 TO CF-SHIPMENTS (CUST-SUB).
           ADD SHIPMENT-BILLED-WS TO CF-BILLED (CUST-SUB).
           ADD FC-CARRIER-COST TO CF-PAID (CUST-SUB).
           ADD 1 TO TOTAL-SHIPMENTS-WS.
           ADD SHIPMENT-BILLED-WS TO TOTAL-BILLED-WS.
           ADD FC-CARRIER-COST TO TOTAL-PAID-WS.
           IF FC-INVOICE-NUMBER = ZERO AND SHIPMENT-BILLED-WS > ZERO
               ADD 1 TO CF-UNBILLED (CUST-SUB)
               ADD 1 TO TOTAL-UNBILLED-WS.

      *==============================================================
      * Find the customer's row, adding it the first time the
      * customer is seen.
      *==============================================================
       220-FIND-CUSTOMER-ROW.
           MOVE "NO" TO CUST-FOUND-FLAG.
           PERFORM VARYING CUST-SUB FROM 1 BY 1
                   UNTIL CUST-SUB > CUST-ROW-COUNT-WS
                      OR CUST-FOUND-FLAG = "YES"
               IF CF-CUSTOMER-CODE (CUST-SUB) = FC-CUSTOMER-CODE
                   MOVE "YES" TO CUST-FOUND-FLAG
                   SUBTRACT 1 FROM CUST-SUB
               END-IF
           END-PERFORM.
           IF CUST-FOUND-FLAG = "NO"
               IF CUST-ROW-COUNT-WS < 50
                   ADD 1 TO CUST-ROW-COUNT-WS
                   MOVE CUST-ROW-COUNT-WS TO CUST-SUB
                   MOVE FC-CUSTOMER-CODE TO CF-CUSTOMER-CODE (CUST-SUB)
                   MOVE "YES" TO CUST-FOUND-FLAG
               ELSE
                   DISPLAY "FRTRPT: CUSTOMER TABLE FULL"
               END-IF
           END-IF.

      *==============================================================
      * Write the customer lines and the period totals, catalog
      * the report, and close.
      *==============================================================
       202-TERM-FREIGHT-REPORT.
           PERFORM VARYING CUST-SUB FROM 1 BY 1
                   UNTIL CUST-SUB > CUST-ROW-COUNT-WS
               MOVE CF-CUSTOMER-CODE (CUST-SUB) TO FD-CUSTOMER-OUT
               MOVE CF-SHIPMENTS (CUST-SUB)     TO FD-SHIPMENTS-OUT
               MOVE CF-UNBILLED (CUST-SUB)      TO FD-UNBILLED-OUT
               MOVE CF-BILLED (CUST-SUB)        TO FD-BILLED-OUT
               MOVE CF-PAID (CUST-SUB)          TO FD-PAID-OUT
               COMPUTE DIFFERENCE-WS =
                   CF-BILLED (CUST-SUB) - CF-PAID (CUST-SUB)
               MOVE DIFFERENCE-WS TO FD-DIFFERENCE-OUT
               IF CF-PAID (CUST-SUB) = ZERO
                   MOVE ZERO TO RECOVERY-PCT-WS
               ELSE
                   COMPUTE RECOVERY-PCT-WS ROUNDED =
                       CF-BILLED (CUST-SUB) * 100 / CF-PAID (CUST-SUB)
               END-IF
               MOVE RECOVERY-PCT-WS TO FD-RECOVERY-OUT
               WRITE FREIGHT-REPORT-DATA FROM FREIGHT-DETAIL-OUT
               ADD 1 TO LINES-WRITTEN-WS
           END-PERFORM.
           MOVE TOTAL-SHIPMENTS-WS TO FT-SHIPMENTS-OUT.
           MOVE TOTAL-UNBILLED-WS  TO FT-UNBILLED-OUT.
           MOVE TOTAL-BILLED-WS    TO FT-BILLED-OUT.
           MOVE TOTAL-PAID-WS      TO FT-PAID-OUT.
           COMPUTE DIFFERENCE-WS = TOTAL-BILLED-WS - TOTAL-PAID-WS.
           MOVE DIFFERENCE-WS TO FT-DIFFERENCE-OUT.
           IF TOTAL-PAID-WS = ZERO
               MOVE ZERO TO RECOVERY-PCT-WS
           ELSE
               COMPUTE RECOVERY-PCT-WS ROUNDED =
                   TOTAL-BILLED-WS * 100 / TOTAL-PAID-WS.
           MOVE RECOVERY-PCT-WS TO FT-RECOVERY-OUT.
           WRITE FREIGHT-REPORT-DATA FROM FREIGHT-TOTALS-OUT.
           CLOSE FREIGHT-CHARGE-FILE.
           CLOSE FREIGHT-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "FRTRPT"   TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-WRITTEN-WS TO RC-RECORD-COUNT.
           MOVE FREIGHT-REPORT-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program FRTRPT.
