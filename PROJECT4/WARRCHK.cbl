       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRCHK as "WARRCHK".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIAL-FILE
               ASSIGN TO "D:\COBOL\SERIAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               FILE STATUS IS SERIAL-FILE-STATUS.
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
       FD  SERIAL-FILE.
           COPY "D:\COBOL\SERIAL_HISTORY_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 SERIAL-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 INVENT-STATUS-WS      PIC X(2)  VALUE SPACES.
       01 EOF-SERIAL-WS         PIC X(3)  VALUE SPACES.
       01 EVENTS-FOUND-WS       PIC 9(4)  VALUE ZERO.

       01 EXPIRY-DATE-WS.
           05 EXPIRY-YEAR-WS    PIC 9(4)  VALUE ZERO.
           05 EXPIRY-MONTH-WS   PIC 9(2)  VALUE ZERO.
           05 EXPIRY-DAY-WS     PIC 9(2)  VALUE ZERO.
       01 MONTH-COUNT-WS        PIC 9(6)  VALUE ZERO.
       01 LEAP-REMAINDER-WS     PIC 9(3)  VALUE ZERO.
       01 LEAP-QUOTIENT-WS      PIC 9(4)  VALUE ZERO.
       01 MONTH-LENGTH-WS       PIC 9(2)  VALUE ZERO.
       01 MONTH-LENGTH-TABLE-WS.
           05 FILLER            PIC X(24)
                       VALUE "312831303130313130313031".
       01 MONTH-LENGTH-TABLE-R REDEFINES MONTH-LENGTH-TABLE-WS.
           05 MONTH-DAYS-WS     PIC 9(2)  OCCURS 12 TIMES.

       LINKAGE SECTION.
           COPY "D:\COBOL\WARRANTY_PARMS.cpy".

      *==============================================================
      * Is this serial still under warranty on the date asked?
      * The unit's history is walked in order: the latest sale not
      * undone by a later return is the sale cover counts from,
      * and the part's warranty months run from that day.  A file
      * that is not there yet answers "not on file", the same as
      * a serial nobody ever recorded.
      *==============================================================
       PROCEDURE DIVISION USING WARRANTY-PARMS.
       100-CHECK-ONE-SERIAL.
           MOVE SPACES TO WA-PART-NUMBER.
           MOVE SPACES TO WA-SUPPLIER-CODE.
           MOVE ZERO   TO WA-UNIT-COST.
           MOVE SPACES TO WA-CUSTOMER-CODE.
           MOVE ZERO   TO WA-SALE-DATE.
           MOVE ZERO   TO WA-WARRANTY-MONTHS.
           MOVE ZERO   TO WA-EXPIRY-DATE.
           MOVE "U"    TO WA-COVER-STATUS.
           OPEN INPUT SERIAL-FILE.
           IF SERIAL-FILE-STATUS NOT = "00"
               EXIT PROGRAM.
           PERFORM 200-FIND-LAST-SALE.
           CLOSE SERIAL-FILE.
           IF EVENTS-FOUND-WS = ZERO
               EXIT PROGRAM.
           OPEN INPUT INVENT-FILE.
           IF INVENT-STATUS-WS = "00"
               MOVE WA-PART-NUMBER TO PART-NUMBER
               READ INVENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUPPLIER-CODE TO WA-SUPPLIER-CODE
                       MOVE UNIT-PRICE    TO WA-UNIT-COST
                       MOVE PART-WARRANTY-MONTHS
                           TO WA-WARRANTY-MONTHS
               END-READ
               CLOSE INVENT-FILE.
           IF WA-SALE-DATE = ZERO
               MOVE "N" TO WA-COVER-STATUS
               EXIT PROGRAM.
           IF WA-WARRANTY-MONTHS = ZERO
               MOVE "W" TO WA-COVER-STATUS
               EXIT PROGRAM.
           PERFORM 210-COMPUTE-EXPIRY-DATE.
           IF WA-AS-OF-DATE > WA-EXPIRY-DATE
               MOVE "E" TO WA-COVER-STATUS
           ELSE
               MOVE "C" TO WA-COVER-STATUS.
           EXIT PROGRAM.

      *==============================================================
      * Walk every event on the serial.  A sale sets the sale date
      * and customer; a return after it clears them again, since
      * the unit is back on our shelf.
      *==============================================================
       200-FIND-LAST-SALE.
           MOVE ZERO   TO EVENTS-FOUND-WS.
           MOVE SPACES TO EOF-SERIAL-WS.
           MOVE WA-SERIAL-NUMBER TO SER-SERIAL-NUMBER.
           MOVE ZERO             TO SER-SEQ-NUMBER.
           START SERIAL-FILE KEY IS NOT LESS THAN SER-KEY
               INVALID KEY MOVE "YES" TO EOF-SERIAL-WS.
           PERFORM UNTIL EOF-SERIAL-WS = "YES"
               READ SERIAL-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SERIAL-WS
                   NOT AT END
                       IF SER-SERIAL-NUMBER NOT = WA-SERIAL-NUMBER
                           MOVE "YES" TO EOF-SERIAL-WS
                       ELSE
                           PERFORM 201-APPLY-ONE-EVENT
                       END-IF
           END-PERFORM.

       201-APPLY-ONE-EVENT.
           ADD 1 TO EVENTS-FOUND-WS.
           MOVE SER-PART-NUMBER TO WA-PART-NUMBER.
           IF SER-SOLD
               MOVE SER-EVENT-DATE    TO WA-SALE-DATE
               MOVE SER-CUSTOMER-CODE TO WA-CUSTOMER-CODE.
           IF SER-RETURNED
               MOVE ZERO   TO WA-SALE-DATE
               MOVE SPACES TO WA-CUSTOMER-CODE.

      *==============================================================
      * The sale date moved on by the warranty months.  A sale on
      * the 31st whose expiry month is shorter runs to that
      * month's last day.
      *==============================================================
       210-COMPUTE-EXPIRY-DATE.
           MOVE WA-SALE-DATE TO EXPIRY-DATE-WS.
           COMPUTE MONTH-COUNT-WS = EXPIRY-YEAR-WS * 12
               + EXPIRY-MONTH-WS - 1 + WA-WARRANTY-MONTHS.
           DIVIDE MONTH-COUNT-WS BY 12 GIVING EXPIRY-YEAR-WS
               REMAINDER EXPIRY-MONTH-WS.
           ADD 1 TO EXPIRY-MONTH-WS.
           MOVE MONTH-DAYS-WS (EXPIRY-MONTH-WS) TO MONTH-LENGTH-WS.
           IF EXPIRY-MONTH-WS = 2
               PERFORM 211-CHECK-LEAP-YEAR.
           IF EXPIRY-DAY-WS > MONTH-LENGTH-WS
               MOVE MONTH-LENGTH-WS TO EXPIRY-DAY-WS.
           MOVE EXPIRY-DATE-WS TO WA-EXPIRY-DATE.

       211-CHECK-LEAP-YEAR.
           DIVIDE EXPIRY-YEAR-WS BY 4 GIVING LEAP-QUOTIENT-WS
               REMAINDER LEAP-REMAINDER-WS.
           IF LEAP-REMAINDER-WS = ZERO
               MOVE 29 TO MONTH-LENGTH-WS
               DIVIDE EXPIRY-YEAR-WS BY 100 GIVING LEAP-QUOTIENT-WS
                   REMAINDER LEAP-REMAINDER-WS
               IF LEAP-REMAINDER-WS = ZERO
                   MOVE 28 TO MONTH-LENGTH-WS
                   DIVIDE EXPIRY-YEAR-WS BY 400
                       GIVING LEAP-QUOTIENT-WS
                       REMAINDER LEAP-REMAINDER-WS
                   IF LEAP-REMAINDER-WS = ZERO
                       MOVE 29 TO MONTH-LENGTH-WS.

       end program WARRCHK.
