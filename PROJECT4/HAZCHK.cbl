       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAZCHK as "HAZCHK".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               SHARING WITH ALL OTHER
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               ALTERNATE RECORD KEY IS SB-LOCATION-CODE
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS STOCK-BAL-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS INVENT-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 INVENT-STATUS-WS      PIC X(2)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 RATED-WS              PIC X(3)  VALUE "NO".
       01 PAIR-CLASH-WS         PIC X(3)  VALUE "NO".
       01 HAZARD-SUB            PIC 9(2)  VALUE ZERO.
       01 PAIR-SUB              PIC 9(2)  VALUE ZERO.
       01 OTHER-CLASS-WS        PIC X(3)  VALUE SPACES.

      *==============================================================
      * The shop's segregation chart, by main class: each pair of
      * classes listed here may not share a bin.  Explosives keep
      * apart from everything; oxidizers keep away from flammable
      * gases, liquids and solids and from corrosives; flammable
      * solids keep away from corrosives.  Divisions of one class
      * always go together.
      *==============================================================
       01 INCOMPATIBLE-PAIRS-WS.
           05 FILLER            PIC X(26)
                       VALUE "12131415161718192535454858".
       01 INCOMPATIBLE-PAIRS-R REDEFINES INCOMPATIBLE-PAIRS-WS.
           05 PAIR-ITEM OCCURS 13 TIMES.
               10 PAIR-FIRST    PIC X(1).
               10 PAIR-SECOND   PIC X(1).

       LINKAGE SECTION.
           COPY "D:\COBOL\HAZARD_PARMS.cpy".

      *==============================================================
      * May this part's stock go into this location?  A part with
      * no hazard class may go anywhere.  A hazardous one needs a
      * location rated for its class, and every other part with
      * stock in the location must be of a class it can sit
      * beside.  A location not on the master is left to the
      * caller's own location check, and files that are not there
      * yet hold nothing to refuse.
      *==============================================================
       PROCEDURE DIVISION USING HAZARD-PARMS.
       100-CHECK-ONE-PLACEMENT.
           MOVE "A"    TO HZ-VERDICT.
           MOVE SPACES TO HZ-CONFLICT-PART.
           MOVE SPACES TO HZ-CONFLICT-CLASS.
           IF HZ-HAZARD-CLASS = SPACES
               EXIT PROGRAM.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS NOT = "00"
               EXIT PROGRAM.
           MOVE HZ-LOCATION-CODE TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   CLOSE LOCATION-FILE
                   EXIT PROGRAM
           END-READ.
           PERFORM 200-TEST-LOCATION-RATING.
           CLOSE LOCATION-FILE.
           IF RATED-WS NOT = "YES"
               MOVE "R" TO HZ-VERDICT
               EXIT PROGRAM.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF STOCK-BAL-STATUS NOT = "00"
               EXIT PROGRAM.
           OPEN INPUT INVENT-FILE.
           IF INVENT-STATUS-WS = "00"
               PERFORM 300-SCAN-LOCATION-STOCK
               CLOSE INVENT-FILE.
           CLOSE STOCK-BALANCE-FILE.
           EXIT PROGRAM.

      *==============================================================
      * A listed division rates the location for itself only; a
      * listed whole class rates it for every division.
      *==============================================================
       200-TEST-LOCATION-RATING.
           MOVE "NO" TO RATED-WS.
           PERFORM VARYING HAZARD-SUB FROM 1 BY 1
                   UNTIL HAZARD-SUB > 5 OR RATED-WS = "YES"
               IF LO-HAZARD-CLASS (HAZARD-SUB) NOT = SPACES
                   IF LO-HAZARD-CLASS (HAZARD-SUB) = HZ-HAZARD-CLASS
                       MOVE "YES" TO RATED-WS
                   END-IF
                   IF LO-HAZARD-CLASS (HAZARD-SUB) (2:2) = SPACES
                      AND LO-HAZARD-CLASS (HAZARD-SUB) (1:1) =
                          HZ-HAZARD-CLASS (1:1)
                       MOVE "YES" TO RATED-WS
                   END-IF
               END-IF
           END-PERFORM.

      *==============================================================
      * Every other part with stock standing in the location,
      * through the balance file's location key, against the
      * segregation chart -- the first clash found is reported.
      *==============================================================
       300-SCAN-LOCATION-STOCK.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE HZ-LOCATION-CODE TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS = SB-LOCATION-CODE
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES" OR HZ-CONFLICT
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-LOCATION-CODE NOT = HZ-LOCATION-CODE
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           IF SB-QUANTITY > ZERO
                              AND SB-PART-NUMBER NOT = HZ-PART-NUMBER
                               PERFORM 310-TEST-NEIGHBOUR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       310-TEST-NEIGHBOUR.
           MOVE SB-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PART-HAZARD-CLASS = SPACES
               EXIT PARAGRAPH.
           MOVE PART-HAZARD-CLASS TO OTHER-CLASS-WS.
           MOVE "NO" TO PAIR-CLASH-WS.
           PERFORM VARYING PAIR-SUB FROM 1 BY 1
                   UNTIL PAIR-SUB > 13 OR PAIR-CLASH-WS = "YES"
               IF (PAIR-FIRST (PAIR-SUB) = HZ-HAZARD-CLASS (1:1)
                   AND PAIR-SECOND (PAIR-SUB) = OTHER-CLASS-WS (1:1))
                OR (PAIR-FIRST (PAIR-SUB) = OTHER-CLASS-WS (1:1)
                   AND PAIR-SECOND (PAIR-SUB) = HZ-HAZARD-CLASS (1:1))
                   MOVE "YES" TO PAIR-CLASH-WS
               END-IF
           END-PERFORM.
           IF PAIR-CLASH-WS = "YES"
               MOVE "C"            TO HZ-VERDICT
               MOVE SB-PART-NUMBER TO HZ-CONFLICT-PART
               MOVE OTHER-CLASS-WS TO HZ-CONFLICT-CLASS.

       end program HAZCHK.
