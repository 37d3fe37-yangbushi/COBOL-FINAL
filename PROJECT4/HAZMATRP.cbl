       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAZMATRP as "HAZMATRP".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-KEY
               ALTERNATE RECORD KEY IS SB-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS STOCK-BALANCE-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT HAZMAT-SORT-FILE
               ASSIGN TO "D:\COBOL\HAZMSRT.TMP".
           SELECT HAZMAT-REPORT-OUT
               ASSIGN TO HAZMAT-FILE-NAME-WS
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
       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

      *==============================================================
      * One record per hazardous balance, sorted building, hazard
      * class, part and location for the control breaks.
      *==============================================================
       SD  HAZMAT-SORT-FILE.
       01  HAZMAT-SORT-RECORD.
           05 HS-BUILDING        PIC X(3).
           05 HS-HAZARD-CLASS    PIC X(3).
           05 HS-PART-NUMBER     PIC X(7).
           05 HS-LOCATION-CODE   PIC X(5).
           05 HS-PART-NAME       PIC X(20).
           05 HS-QUANTITY        PIC 9(7)V99.
           05 HS-SDS-DATE        PIC 9(8).
           05 HS-PLACEMENT-FLAG  PIC X(9).
           05 HS-SDS-FLAG        PIC X(11).

       FD  HAZMAT-REPORT-OUT.
       01  HAZMAT-REPORT-DATA   PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 STOCK-BALANCE-STATUS  PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 LOCATION-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-BALANCE-WS        PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 FIRST-RECORD-WS       PIC X(3)  VALUE "YES".

       01 HAZMAT-FILE-NAME-WS   PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-PERIOD    PIC 9(6).
               10 CDT-DAY       PIC 9(2).
           05 FILLER            PIC X(13).

      *==============================================================
      * A data sheet revised more than three years before the
      * business date is due for review with the supplier.
      *==============================================================
       01 SDS-REVIEW-DATE-WS    PIC 9(8)  VALUE ZERO.
       01 PREV-BUILDING-WS      PIC X(3)  VALUE SPACES.
       01 PREV-CLASS-WS         PIC X(3)  VALUE SPACES.
       01 LINES-LISTED-WS       PIC 9(5)  VALUE ZERO.
       01 LEVEL-SUB             PIC 9(1)  VALUE ZERO.
           COPY "D:\COBOL\HAZARD_PARMS.cpy".

      *==============================================================
      * Running totals at three levels -- 1 the hazard class
      * within a building, 2 the building, 3 the whole site.
      *==============================================================
       01 HAZMAT-TOTALS-WS.
           05 HAZMAT-LEVEL OCCURS 3 TIMES.
               10 HT-LINES          PIC 9(5)    VALUE ZERO.
               10 HT-QUANTITY       PIC 9(11)V99 VALUE ZERO.
               10 HT-EXCEPTIONS     PIC 9(5)    VALUE ZERO.

       01 HAZMAT-TITLE-OUT.
           05 FILLER PIC X(32)
                   VALUE "HAZMAT INVENTORY BY BUILDING ".
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 HH-RUN-DATE-OUT   PIC 9(8)   VALUE ZERO.

       01 HAZMAT-COLUMN-NAME.
           05 FILLER PIC X(5)  VALUE "BLDG".
           05 FILLER PIC X(6)  VALUE "CLASS".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(7)  VALUE "LOC".
           05 FILLER PIC X(12) VALUE "QUANTITY".
           05 FILLER PIC X(10) VALUE "SDS DATE".
           05 FILLER PIC X(20) VALUE "EXCEPTION".

       01 HAZMAT-DETAIL-OUT.
           05 HD-BUILDING-OUT   PIC X(3)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 HD-CLASS-OUT      PIC X(3)   VALUE SPACES.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 HD-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 HD-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 HD-LOCATION-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 HD-QUANTITY-OUT   PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 HD-SDS-DATE-OUT   PIC 9(8)   VALUE ZERO.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 HD-PLACEMENT-OUT  PIC X(9)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 HD-SDS-FLAG-OUT   PIC X(11)  VALUE SPACES.

       01 HAZMAT-SUBTOTAL-OUT.
           05 HT-LABEL-OUT      PIC X(16)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "LINES ".
           05 HT-LINES-OUT      PIC ZZZZ9  VALUE ZEROS.
           05 FILLER PIC X(11) VALUE "  QUANTITY ".
           05 HT-QUANTITY-OUT   PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER PIC X(14) VALUE "  EXCEPTIONS ".
           05 HT-EXCEPTIONS-OUT PIC ZZZZ9  VALUE ZEROS.

      *==============================================================
      * What hazardous stock stands in each building, for the fire
      * marshal's inspection and the insurance renewal: every
      * balance of a part with a hazard class, by building and
      * class, with the quantity held and the data sheet date.
      * Stock standing where it should not -- in a location not
      * rated for its class or beside an incompatible class --
      * and data sheets missing or due for review are flagged, and
      * each class and building is totalled.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-HAZMAT-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-HAZMAT-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT HAZMAT-SORT-FILE
                   ON ASCENDING KEY HS-BUILDING HS-HAZARD-CLASS
                                    HS-PART-NUMBER HS-LOCATION-CODE
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-HAZMAT-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Date the report from the business date and open the
      * balances, the part master and the location master.
      *==============================================================
       200-INIT-HAZMAT-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           MOVE CDT-DATE TO SDS-REVIEW-DATE-WS.
           SUBTRACT 30000 FROM SDS-REVIEW-DATE-WS.
           STRING "D:\COBOL\HAZMATRP_" DELIMITED BY SIZE
                  CDT-DATE             DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO HAZMAT-FILE-NAME-WS.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF STOCK-BALANCE-STATUS NOT = "00"
               DISPLAY "HAZMATRP: BAD OPEN STKBAL "
                   STOCK-BALANCE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "HAZMATRP: BAD OPEN INVENT6 " STATUS-FIELD
               CLOSE STOCK-BALANCE-FILE
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO LOCATION-OPEN-WS.
           OPEN OUTPUT HAZMAT-REPORT-OUT.
           MOVE CDT-DATE TO HH-RUN-DATE-OUT.
           WRITE HAZMAT-REPORT-DATA FROM HAZMAT-TITLE-OUT.
           WRITE HAZMAT-REPORT-DATA FROM HAZMAT-COLUMN-NAME.

      *==============================================================
      * Feed the sort: each balance with stock of a hazardous
      * part, with the building its location stands in.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM UNTIL EOF-BALANCE-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BALANCE-WS
                   NOT AT END
                       IF SB-QUANTITY > ZERO
                           PERFORM 210-RELEASE-ONE-BALANCE
                       END-IF
           END-PERFORM.

       210-RELEASE-ONE-BALANCE.
           IF SB-PART-NUMBER NOT = PART-NUMBER
               MOVE SB-PART-NUMBER TO PART-NUMBER
               READ INVENT-FILE
                   INVALID KEY
                       MOVE SPACES TO PART-HAZARD-CLASS
               END-READ
           END-IF.
           IF PART-HAZARD-CLASS = SPACES
               EXIT PARAGRAPH.
           MOVE "???" TO HS-BUILDING.
           IF LOCATION-OPEN-WS = "YES"
               MOVE SB-LOCATION-CODE TO LO-LOCATION-CODE
               READ LOCATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LO-BUILDING TO HS-BUILDING
               END-READ
           END-IF.
           MOVE PART-HAZARD-CLASS TO HS-HAZARD-CLASS.
           MOVE SB-PART-NUMBER    TO HS-PART-NUMBER.
           MOVE SB-LOCATION-CODE  TO HS-LOCATION-CODE.
           MOVE PART-NAME         TO HS-PART-NAME.
           MOVE SB-QUANTITY       TO HS-QUANTITY.
           MOVE PART-SDS-DATE     TO HS-SDS-DATE.
           MOVE SPACES TO HS-PLACEMENT-FLAG.
           MOVE SB-PART-NUMBER    TO HZ-PART-NUMBER.
           MOVE PART-HAZARD-CLASS TO HZ-HAZARD-CLASS.
           MOVE SB-LOCATION-CODE  TO HZ-LOCATION-CODE.
           CALL ".\HAZCHK" USING HAZARD-PARMS.
           IF HZ-NOT-RATED
               MOVE "NOT RATED" TO HS-PLACEMENT-FLAG.
           IF HZ-CONFLICT
               MOVE "CONFLICT" TO HS-PLACEMENT-FLAG.
           MOVE SPACES TO HS-SDS-FLAG.
           IF PART-SDS-DATE = ZERO
               MOVE "SDS MISSING" TO HS-SDS-FLAG
           ELSE
               IF PART-SDS-DATE < SDS-REVIEW-DATE-WS
                   MOVE "SDS REVIEW" TO HS-SDS-FLAG
               END-IF
           END-IF.
           RELEASE HAZMAT-SORT-RECORD.

      *==============================================================
      * Print the balances in building and class order, closing
      * off a class's totals when the class or the building
      * changes and a building's when the building changes.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN HAZMAT-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 410-CHECK-BREAKS
               PERFORM 420-PRINT-BALANCE
               RETURN HAZMAT-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF FIRST-RECORD-WS NOT = "YES"
               PERFORM 430-PRINT-CLASS-TOTALS
               PERFORM 440-PRINT-BUILDING-TOTALS.

       410-CHECK-BREAKS.
           IF FIRST-RECORD-WS = "YES"
               MOVE "NO" TO FIRST-RECORD-WS
           ELSE
               IF HS-BUILDING NOT = PREV-BUILDING-WS
                   PERFORM 430-PRINT-CLASS-TOTALS
                   PERFORM 440-PRINT-BUILDING-TOTALS
               ELSE
                   IF HS-HAZARD-CLASS NOT = PREV-CLASS-WS
                       PERFORM 430-PRINT-CLASS-TOTALS
                   END-IF
               END-IF
           END-IF.
           MOVE HS-BUILDING     TO PREV-BUILDING-WS.
           MOVE HS-HAZARD-CLASS TO PREV-CLASS-WS.

       420-PRINT-BALANCE.
           ADD 1 TO HT-LINES (1).
           ADD 1 TO LINES-LISTED-WS.
           ADD HS-QUANTITY TO HT-QUANTITY (1).
           IF HS-PLACEMENT-FLAG NOT = SPACES
                   OR HS-SDS-FLAG NOT = SPACES
               ADD 1 TO HT-EXCEPTIONS (1).
           MOVE HS-BUILDING       TO HD-BUILDING-OUT.
           MOVE HS-HAZARD-CLASS   TO HD-CLASS-OUT.
           MOVE HS-PART-NUMBER    TO HD-PART-OUT.
           MOVE HS-PART-NAME      TO HD-PART-NAME-OUT.
           MOVE HS-LOCATION-CODE  TO HD-LOCATION-OUT.
           MOVE HS-QUANTITY       TO HD-QUANTITY-OUT.
           MOVE HS-SDS-DATE       TO HD-SDS-DATE-OUT.
           MOVE HS-PLACEMENT-FLAG TO HD-PLACEMENT-OUT.
           MOVE HS-SDS-FLAG       TO HD-SDS-FLAG-OUT.
           WRITE HAZMAT-REPORT-DATA FROM HAZMAT-DETAIL-OUT.

       430-PRINT-CLASS-TOTALS.
           MOVE SPACES TO HT-LABEL-OUT.
           STRING "  CLASS "       DELIMITED BY SIZE
                  PREV-CLASS-WS    DELIMITED BY SIZE
               INTO HT-LABEL-OUT.
           MOVE 1 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           PERFORM 460-ROLL-LEVEL-UP.

       440-PRINT-BUILDING-TOTALS.
           MOVE SPACES TO HT-LABEL-OUT.
           STRING "BUILDING "      DELIMITED BY SIZE
                  PREV-BUILDING-WS DELIMITED BY SIZE
               INTO HT-LABEL-OUT.
           MOVE 2 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           PERFORM 460-ROLL-LEVEL-UP.

       450-PRINT-LEVEL-TOTALS.
           MOVE HT-LINES (LEVEL-SUB)      TO HT-LINES-OUT.
           MOVE HT-QUANTITY (LEVEL-SUB)   TO HT-QUANTITY-OUT.
           MOVE HT-EXCEPTIONS (LEVEL-SUB) TO HT-EXCEPTIONS-OUT.
           WRITE HAZMAT-REPORT-DATA FROM HAZMAT-SUBTOTAL-OUT.

      *==============================================================
      * Add the level just printed into the one above it and
      * clear it for the next class or building.
      *==============================================================
       460-ROLL-LEVEL-UP.
           ADD HT-LINES (LEVEL-SUB)    TO HT-LINES (LEVEL-SUB + 1).
           ADD HT-QUANTITY (LEVEL-SUB)
               TO HT-QUANTITY (LEVEL-SUB + 1).
           ADD HT-EXCEPTIONS (LEVEL-SUB)
               TO HT-EXCEPTIONS (LEVEL-SUB + 1).
           MOVE ZERO TO HT-LINES (LEVEL-SUB) HT-QUANTITY (LEVEL-SUB)
               HT-EXCEPTIONS (LEVEL-SUB).

      *==============================================================
      * Site totals, then close up and catalogue the report.
      *==============================================================
       202-TERM-HAZMAT-REPORT.
           MOVE "ALL BUILDINGS" TO HT-LABEL-OUT.
           MOVE 3 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           CLOSE STOCK-BALANCE-FILE.
           CLOSE INVENT-FILE.
           IF LOCATION-OPEN-WS = "YES"
               CLOSE LOCATION-FILE.
           CLOSE HAZMAT-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "HAZMATRP" TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-LISTED-WS     TO RC-RECORD-COUNT.
           MOVE HAZMAT-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program HAZMATRP.
