       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCUTIL as "LOCUTIL".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT UTIL-SORT-FILE
               ASSIGN TO "D:\COBOL\LOCUSRT.TMP".
           SELECT UTIL-REPORT-OUT
               ASSIGN TO UTIL-FILE-NAME-WS
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
       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

      *==============================================================
      * One record per location, sorted building, zone, location
      * for the control breaks.
      *==============================================================
       SD  UTIL-SORT-FILE.
       01  UTIL-SORT-RECORD.
           05 US-BUILDING        PIC X(3).
           05 US-ZONE            PIC X(3).
           05 US-LOCATION-CODE   PIC X(5).
           05 US-LOCATION-TYPE   PIC X(1).
           05 US-STORAGE-CLASS   PIC X(2).
           05 US-CAPACITY-BASIS  PIC X(1).
           05 US-CAPACITY        PIC 9(7)V99.
           05 US-UNITS-HELD      PIC 9(9)V99.
           05 US-CUBE-HELD       PIC 9(9)V999.

       FD  UTIL-REPORT-OUT.
       01  UTIL-REPORT-DATA     PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 STOCK-BALANCE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 INVENT-OPEN-WS        PIC X(3)  VALUE "NO".
       01 EOF-LOCATION-WS       PIC X(3)  VALUE SPACES.
       01 EOF-BALANCE-WS        PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 FIRST-RECORD-WS       PIC X(3)  VALUE "YES".

       01 UTIL-FILE-NAME-WS     PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-PERIOD    PIC 9(6).
               10 CDT-DAY       PIC 9(2).
           05 FILLER            PIC X(13).

       01 PREV-BUILDING-WS      PIC X(3)  VALUE SPACES.
       01 PREV-ZONE-WS          PIC X(3)  VALUE SPACES.
       01 BIN-PCT-WS            PIC 9(5)V9 VALUE ZERO.
       01 BIN-USED-WS           PIC 9(9)V999 VALUE ZERO.
       01 LOCATIONS-LISTED-WS   PIC 9(5)  VALUE ZERO.
       01 LEVEL-SUB             PIC 9(1)  VALUE ZERO.

      *==============================================================
      * Running totals at three levels -- 1 the zone, 2 the
      * building, 3 the whole site.  Capacity and what sits in it
      * are kept apart for unit-counted and cube-measured bins,
      * since the two cannot be added together; bins never
      * measured are counted but carry no capacity.
      *==============================================================
       01 UTIL-TOTALS-WS.
           05 UTIL-LEVEL OCCURS 3 TIMES.
               10 UT-BINS           PIC 9(5)    VALUE ZERO.
               10 UT-UNMEASURED     PIC 9(5)    VALUE ZERO.
               10 UT-FULL-BINS      PIC 9(5)    VALUE ZERO.
               10 UT-UNIT-CAPACITY  PIC 9(11)V99 VALUE ZERO.
               10 UT-UNITS-USED     PIC 9(11)V99 VALUE ZERO.
               10 UT-CUBE-CAPACITY  PIC 9(11)V99 VALUE ZERO.
               10 UT-CUBE-USED      PIC 9(11)V999 VALUE ZERO.

       01 UTIL-TITLE-OUT.
           05 FILLER PIC X(32)
                   VALUE "SPACE UTILIZATION BY BUILDING ".
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 UH-RUN-DATE-OUT   PIC 9(8)   VALUE ZERO.

       01 UTIL-COLUMN-NAME.
           05 FILLER PIC X(5)  VALUE "BLDG".
           05 FILLER PIC X(5)  VALUE "ZONE".
           05 FILLER PIC X(7)  VALUE "LOC".
           05 FILLER PIC X(5)  VALUE "TYPE".
           05 FILLER PIC X(6)  VALUE "CLASS".
           05 FILLER PIC X(6)  VALUE "BASIS".
           05 FILLER PIC X(12) VALUE "CAPACITY".
           05 FILLER PIC X(13) VALUE "UNITS HELD".
           05 FILLER PIC X(14) VALUE "CUBE HELD".
           05 FILLER PIC X(8)  VALUE "% FULL".

       01 UTIL-DETAIL-OUT.
           05 UD-BUILDING-OUT   PIC X(3)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 UD-ZONE-OUT       PIC X(3)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 UD-LOCATION-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 UD-TYPE-OUT       PIC X(1)   VALUE SPACES.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 UD-CLASS-OUT      PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 UD-BASIS-OUT      PIC X(1)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 UD-CAPACITY-OUT   PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 UD-UNITS-OUT      PIC ZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 UD-CUBE-OUT       PIC ZZZZZZZZ9.999 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 UD-PCT-OUT        PIC ZZZZ9.9 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 UD-FLAG-OUT       PIC X(4)   VALUE SPACES.

       01 UTIL-SUBTOTAL-OUT.
           05 US-LABEL-OUT      PIC X(14)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "BINS ".
           05 US-BINS-OUT       PIC ZZZZ9  VALUE ZEROS.
           05 FILLER PIC X(7)  VALUE "  FULL ".
           05 US-FULL-OUT       PIC ZZZZ9  VALUE ZEROS.
           05 FILLER PIC X(9)  VALUE "  UNMEAS ".
           05 US-UNMEASURED-OUT PIC ZZZZ9  VALUE ZEROS.
           05 FILLER PIC X(10) VALUE "  UNITS % ".
           05 US-UNIT-PCT-OUT   PIC ZZZZ9.9 VALUE ZEROS.
           05 FILLER PIC X(9)  VALUE "  CUBE % ".
           05 US-CUBE-PCT-OUT   PIC ZZZZ9.9 VALUE ZEROS.

       01 UTIL-CAPACITY-OUT.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "UNITS HELD ".
           05 UC-UNITS-USED-OUT PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER PIC X(4)  VALUE " OF ".
           05 UC-UNIT-CAP-OUT   PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER PIC X(7)  VALUE "  CUBE ".
           05 UC-CUBE-USED-OUT  PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER PIC X(4)  VALUE " OF ".
           05 UC-CUBE-CAP-OUT   PIC ZZZZZZZZZ9.99 VALUE ZEROS.

      *==============================================================
      * How full each warehouse really is: every location on the
      * master with what sits in it against its capacity, in
      * units or in cube at each part's unit cube, subtotalled by
      * zone and building with the share of measured space in use
      * and the number of bins already full -- so "the warehouse
      * is full" can be checked before anyone leases more space.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-UTIL-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-UTIL-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT UTIL-SORT-FILE
                   ON ASCENDING KEY US-BUILDING US-ZONE
                                    US-LOCATION-CODE
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-UTIL-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Date the report from the business date and open the
      * location master, the balances and the part master.
      *==============================================================
       200-INIT-UTIL-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           STRING "D:\COBOL\LOCUTIL_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO UTIL-FILE-NAME-WS.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS NOT = "00"
               DISPLAY "LOCUTIL: BAD OPEN LOCMAST "
                   LOCATION-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF STOCK-BALANCE-STATUS NOT = "00"
               DISPLAY "LOCUTIL: BAD OPEN STKBAL "
                   STOCK-BALANCE-STATUS
               CLOSE LOCATION-FILE
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD = "00"
               MOVE "YES" TO INVENT-OPEN-WS.
           OPEN OUTPUT UTIL-REPORT-OUT.
           MOVE CDT-DATE TO UH-RUN-DATE-OUT.
           WRITE UTIL-REPORT-DATA FROM UTIL-TITLE-OUT.
           WRITE UTIL-REPORT-DATA FROM UTIL-COLUMN-NAME.

      *==============================================================
      * Feed the sort: each location on the master with the units
      * and the cube of everything sitting in it.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM UNTIL EOF-LOCATION-WS = "YES"
               READ LOCATION-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOCATION-WS
                   NOT AT END
                       PERFORM 210-RELEASE-ONE-LOCATION
           END-PERFORM.

       210-RELEASE-ONE-LOCATION.
           MOVE LO-BUILDING       TO US-BUILDING.
           MOVE LO-ZONE           TO US-ZONE.
           MOVE LO-LOCATION-CODE  TO US-LOCATION-CODE.
           MOVE LO-LOCATION-TYPE  TO US-LOCATION-TYPE.
           MOVE LO-STORAGE-CLASS  TO US-STORAGE-CLASS.
           MOVE LO-CAPACITY-BASIS TO US-CAPACITY-BASIS.
           MOVE LO-CAPACITY       TO US-CAPACITY.
           MOVE ZERO TO US-UNITS-HELD US-CUBE-HELD.
           MOVE SPACES TO EOF-BALANCE-WS.
           MOVE LO-LOCATION-CODE TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS = SB-LOCATION-CODE
               INVALID KEY MOVE "YES" TO EOF-BALANCE-WS.
           PERFORM UNTIL EOF-BALANCE-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BALANCE-WS
                   NOT AT END
                       IF SB-LOCATION-CODE NOT = LO-LOCATION-CODE
                           MOVE "YES" TO EOF-BALANCE-WS
                       ELSE
                           PERFORM 220-ADD-BALANCE-TO-LOCATION
                       END-IF
               END-READ
           END-PERFORM.
           RELEASE UTIL-SORT-RECORD.

      *==============================================================
      * A balance's units count as they stand; its cube comes from
      * the part's unit cube, nothing for a part not on file.
      *==============================================================
       220-ADD-BALANCE-TO-LOCATION.
           ADD SB-QUANTITY TO US-UNITS-HELD.
           IF INVENT-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SB-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE US-CUBE-HELD = US-CUBE-HELD
                       + SB-QUANTITY * PART-UNIT-CUBE
           END-READ.

      *==============================================================
      * Print the locations in building and zone order, closing
      * off a zone's totals when the zone or the building changes
      * and a building's when the building changes.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN UTIL-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 410-CHECK-BREAKS
               PERFORM 420-PRINT-LOCATION
               RETURN UTIL-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF FIRST-RECORD-WS NOT = "YES"
               PERFORM 430-PRINT-ZONE-TOTALS
               PERFORM 440-PRINT-BUILDING-TOTALS.

       410-CHECK-BREAKS.
           IF FIRST-RECORD-WS = "YES"
               MOVE "NO" TO FIRST-RECORD-WS
           ELSE
               IF US-BUILDING NOT = PREV-BUILDING-WS
                   PERFORM 430-PRINT-ZONE-TOTALS
                   PERFORM 440-PRINT-BUILDING-TOTALS
               ELSE
                   IF US-ZONE NOT = PREV-ZONE-WS
                       PERFORM 430-PRINT-ZONE-TOTALS
                   END-IF
               END-IF
           END-IF.
           MOVE US-BUILDING TO PREV-BUILDING-WS.
           MOVE US-ZONE     TO PREV-ZONE-WS.

      *==============================================================
      * One location line.  A measured bin shows how full it is
      * on its own basis and is flagged FULL at or over capacity.
      *==============================================================
       420-PRINT-LOCATION.
           MOVE SPACES TO UD-FLAG-OUT.
           MOVE ZERO   TO BIN-PCT-WS.
           ADD 1 TO UT-BINS (1).
           ADD 1 TO LOCATIONS-LISTED-WS.
           EVALUATE US-CAPACITY-BASIS
               WHEN "U"
                   MOVE US-UNITS-HELD TO BIN-USED-WS
                   ADD US-CAPACITY   TO UT-UNIT-CAPACITY (1)
                   ADD US-UNITS-HELD TO UT-UNITS-USED (1)
               WHEN "C"
                   MOVE US-CUBE-HELD TO BIN-USED-WS
                   ADD US-CAPACITY   TO UT-CUBE-CAPACITY (1)
                   ADD US-CUBE-HELD  TO UT-CUBE-USED (1)
               WHEN OTHER
                   MOVE ZERO TO BIN-USED-WS
                   ADD 1 TO UT-UNMEASURED (1)
           END-EVALUATE.
           IF US-CAPACITY-BASIS = "U" OR US-CAPACITY-BASIS = "C"
               IF US-CAPACITY > ZERO
                   COMPUTE BIN-PCT-WS ROUNDED =
                       BIN-USED-WS * 100 / US-CAPACITY
                       ON SIZE ERROR MOVE 99999.9 TO BIN-PCT-WS
                   END-COMPUTE
               END-IF
               IF BIN-USED-WS NOT < US-CAPACITY
                   MOVE "FULL" TO UD-FLAG-OUT
                   ADD 1 TO UT-FULL-BINS (1)
               END-IF
           END-IF.
           MOVE US-BUILDING       TO UD-BUILDING-OUT.
           MOVE US-ZONE           TO UD-ZONE-OUT.
           MOVE US-LOCATION-CODE  TO UD-LOCATION-OUT.
           MOVE US-LOCATION-TYPE  TO UD-TYPE-OUT.
           MOVE US-STORAGE-CLASS  TO UD-CLASS-OUT.
           MOVE US-CAPACITY-BASIS TO UD-BASIS-OUT.
           MOVE US-CAPACITY       TO UD-CAPACITY-OUT.
           MOVE US-UNITS-HELD     TO UD-UNITS-OUT.
           MOVE US-CUBE-HELD      TO UD-CUBE-OUT.
           MOVE BIN-PCT-WS        TO UD-PCT-OUT.
           WRITE UTIL-REPORT-DATA FROM UTIL-DETAIL-OUT.

       430-PRINT-ZONE-TOTALS.
           MOVE SPACES TO US-LABEL-OUT.
           STRING "  ZONE "        DELIMITED BY SIZE
                  PREV-ZONE-WS     DELIMITED BY SIZE
               INTO US-LABEL-OUT.
           MOVE 1 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           PERFORM 460-ROLL-LEVEL-UP.

       440-PRINT-BUILDING-TOTALS.
           MOVE SPACES TO US-LABEL-OUT.
           STRING "BUILDING "      DELIMITED BY SIZE
                  PREV-BUILDING-WS DELIMITED BY SIZE
               INTO US-LABEL-OUT.
           MOVE 2 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           PERFORM 460-ROLL-LEVEL-UP.

      *==============================================================
      * A subtotal line for the level in LEVEL-SUB: the bins, how
      * many are full, how many were never measured, and the
      * share of measured unit and cube capacity in use.
      *==============================================================
       450-PRINT-LEVEL-TOTALS.
           MOVE UT-BINS (LEVEL-SUB)       TO US-BINS-OUT.
           MOVE UT-FULL-BINS (LEVEL-SUB)  TO US-FULL-OUT.
           MOVE UT-UNMEASURED (LEVEL-SUB) TO US-UNMEASURED-OUT.
           MOVE ZERO TO BIN-PCT-WS.
           IF UT-UNIT-CAPACITY (LEVEL-SUB) > ZERO
               COMPUTE BIN-PCT-WS ROUNDED =
                   UT-UNITS-USED (LEVEL-SUB) * 100
                   / UT-UNIT-CAPACITY (LEVEL-SUB)
                   ON SIZE ERROR MOVE 99999.9 TO BIN-PCT-WS
               END-COMPUTE.
           MOVE BIN-PCT-WS TO US-UNIT-PCT-OUT.
           MOVE ZERO TO BIN-PCT-WS.
           IF UT-CUBE-CAPACITY (LEVEL-SUB) > ZERO
               COMPUTE BIN-PCT-WS ROUNDED =
                   UT-CUBE-USED (LEVEL-SUB) * 100
                   / UT-CUBE-CAPACITY (LEVEL-SUB)
                   ON SIZE ERROR MOVE 99999.9 TO BIN-PCT-WS
               END-COMPUTE.
           MOVE BIN-PCT-WS TO US-CUBE-PCT-OUT.
           WRITE UTIL-REPORT-DATA FROM UTIL-SUBTOTAL-OUT.
           MOVE UT-UNITS-USED (LEVEL-SUB)    TO UC-UNITS-USED-OUT.
           MOVE UT-UNIT-CAPACITY (LEVEL-SUB) TO UC-UNIT-CAP-OUT.
           MOVE UT-CUBE-USED (LEVEL-SUB)     TO UC-CUBE-USED-OUT.
           MOVE UT-CUBE-CAPACITY (LEVEL-SUB) TO UC-CUBE-CAP-OUT.
           WRITE UTIL-REPORT-DATA FROM UTIL-CAPACITY-OUT.

      *==============================================================
      * Add the level just printed into the one above it and
      * clear it for the next zone or building.
      *==============================================================
       460-ROLL-LEVEL-UP.
           ADD UT-BINS (LEVEL-SUB)    TO UT-BINS (LEVEL-SUB + 1).
           ADD UT-UNMEASURED (LEVEL-SUB)
               TO UT-UNMEASURED (LEVEL-SUB + 1).
           ADD UT-FULL-BINS (LEVEL-SUB)
               TO UT-FULL-BINS (LEVEL-SUB + 1).
           ADD UT-UNIT-CAPACITY (LEVEL-SUB)
               TO UT-UNIT-CAPACITY (LEVEL-SUB + 1).
           ADD UT-UNITS-USED (LEVEL-SUB)
               TO UT-UNITS-USED (LEVEL-SUB + 1).
           ADD UT-CUBE-CAPACITY (LEVEL-SUB)
               TO UT-CUBE-CAPACITY (LEVEL-SUB + 1).
           ADD UT-CUBE-USED (LEVEL-SUB)
               TO UT-CUBE-USED (LEVEL-SUB + 1).
           MOVE ZERO TO UT-BINS (LEVEL-SUB) UT-UNMEASURED (LEVEL-SUB)
               UT-FULL-BINS (LEVEL-SUB) UT-UNIT-CAPACITY (LEVEL-SUB)
               UT-UNITS-USED (LEVEL-SUB) UT-CUBE-CAPACITY (LEVEL-SUB)
               UT-CUBE-USED (LEVEL-SUB).

      *==============================================================
      * Site totals, then close up and catalogue the report.
      *==============================================================
       202-TERM-UTIL-REPORT.
           MOVE "ALL BUILDINGS" TO US-LABEL-OUT.
           MOVE 3 TO LEVEL-SUB.
           PERFORM 450-PRINT-LEVEL-TOTALS.
           CLOSE LOCATION-FILE.
           CLOSE STOCK-BALANCE-FILE.
           IF INVENT-OPEN-WS = "YES"
               CLOSE INVENT-FILE.
           CLOSE UTIL-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "LOCUTIL"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LOCATIONS-LISTED-WS TO RC-RECORD-COUNT.
           MOVE UTIL-FILE-NAME-WS   TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program LOCUTIL.
