       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKSCHD as "DOCKSCHD".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCK-APPOINTMENT-FILE
               ASSIGN TO "D:\COBOL\DOCKAPPT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-APPT-NUMBER
               ALTERNATE RECORD KEY IS DA-SCHEDULE-KEY
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.
           SELECT PO-REGISTER-FILE
               ASSIGN TO "D:\COBOL\POREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-LINE-KEY
               ALTERNATE RECORD KEY IS POR-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PO-REGISTER-STATUS.
           SELECT APPT-NUMBER-FILE
               ASSIGN TO "D:\COBOL\DOCKNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPT-NUMBER-STATUS.
           SELECT DOCK-PARM-FILE
               ASSIGN TO "D:\COBOL\DOCKPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCK-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCK-APPOINTMENT-FILE.
           COPY "D:\COBOL\DOCK_APPOINTMENT_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  PO-REGISTER-FILE.
           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

       FD  APPT-NUMBER-FILE.
       01  APPT-NUMBER-RECORD    PIC 9(6).

      *==============================================================
      * How much the dock can take at once: the number of doors,
      * and the pallets the receiving crew can unload in one time
      * slot across all of them.
      *==============================================================
       FD  DOCK-PARM-FILE.
       01  DOCK-PARM-RECORD.
           05 DP-DOOR-COUNT      PIC 9(2).
           05 DP-SLOT-PALLETS    PIC 9(3).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 SUPPLIER-STATUS-WS PIC X(2)  VALUE SPACES.
       01 PO-REGISTER-STATUS PIC X(2)  VALUE SPACES.
       01 APPT-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 DOCK-PARM-STATUS   PIC X(2)  VALUE SPACES.
       01 REGISTER-OPEN-WS   PIC X(3)  VALUE "NO".
       01 EOF-APPT-WS        PIC X(3)  VALUE SPACES.
       01 EOF-REGISTER-WS    PIC X(3)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(31)
                              VALUE "MAINTAIN AN APPOINTMENT? (Y/N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-APPOINTMENT     VALUE "A".
               88 CHANGE-APPOINTMENT  VALUE "C".
               88 DELETE-APPOINTMENT  VALUE "D".
       01 ACTION-PROMPT      PIC X(29)
                              VALUE "ACTION? (A=ADD C=CHG D=DEL)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
       01 AUTH-CODE-COUNT-WS PIC 9(2)  VALUE ZERO.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

      *==============================================================
      * Fields keyed from the scheduling screen -- matches
      * DOCK-APPOINTMENT-RECORD's layout.
      *==============================================================
       01 APPT-ENTRY-WS.
           05 AE-APPT-NUMBER    PIC 9(6)  VALUE ZERO.
           05 AE-DATE           PIC X(8)  VALUE SPACES.
           05 AE-TIME-SLOT      PIC X(4)  VALUE SPACES.
           05 AE-DOOR           PIC X(2)  VALUE SPACES.
           05 AE-SUPPLIER-CODE  PIC X(5)  VALUE SPACES.
           05 AE-PO-LIST.
               10 AE-PO-1       PIC 9(6)  VALUE ZERO.
               10 AE-PO-2       PIC 9(6)  VALUE ZERO.
               10 AE-PO-3       PIC 9(6)  VALUE ZERO.
               10 AE-PO-4       PIC 9(6)  VALUE ZERO.
           05 AE-PO-TABLE REDEFINES AE-PO-LIST.
               10 AE-PO-NUMBER  PIC 9(6)  OCCURS 4 TIMES.
           05 AE-EST-PALLETS    PIC 9(3)  VALUE ZERO.
           05 AE-STATUS         PIC X(1)  VALUE SPACES.

      *==============================================================
      * The booking check: a keyed appointment must name a real
      * supplier and at least one of their open orders, and a slot
      * that is already full is only booked over on the
      * scheduler's say-so.
      *==============================================================
       01 BOOKING-OK-WS      PIC X(3)  VALUE "YES".
       01 PO-FOUND-WS        PIC X(3)  VALUE "NO".
       01 PO-COUNT-WS        PIC 9(1)  VALUE ZERO.
       01 PO-SUB             PIC 9(1)  VALUE ZERO.
       01 DOOR-COUNT-WS      PIC 9(2)  VALUE 4.
       01 SLOT-PALLET-LIMIT-WS PIC 9(3) VALUE 60.
       01 SLOT-BOOKINGS-WS   PIC 9(3)  VALUE ZERO.
       01 SLOT-PALLETS-WS    PIC 9(5)  VALUE ZERO.
       01 DOOR-TAKEN-WS      PIC X(3)  VALUE "NO".
       01 WARNING-COUNT-WS   PIC 9(1)  VALUE ZERO.
       01 WARNING-LINE-WS    PIC 9(2)  VALUE ZERO.
       01 OVERRIDE-FLAG      PIC A(1)  VALUE SPACES.
       01 OVERRIDE-PROMPT    PIC X(20) VALUE "BOOK ANYWAY? (Y/N)".
       01 LAST-APPT-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 MESSAGE-LINE-WS    PIC X(60) VALUE SPACES.
       01 PALLETS-EDIT-WS    PIC ZZZZ9 VALUE ZEROS.
       01 LIMIT-EDIT-WS      PIC ZZ9   VALUE ZEROS.

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

       SCREEN SECTION.
       01 APPOINTMENT-SCREEN.
           05 VALUE "APPOINTMENT:"       LINE 3 COL 10.
           05 AE-APPT-NUMBER-OUT         LINE 3 COL 30
               PIC ZZZZZ9 FROM AE-APPT-NUMBER.
           05 VALUE "DATE (YYYYMMDD):"   LINE 4 COL 10.
           05 AE-DATE-IN                 LINE 4 COL 30
               PIC X(8) USING AE-DATE.
           05 VALUE "TIME SLOT (HHMM):"  LINE 5 COL 10.
           05 AE-TIME-SLOT-IN            LINE 5 COL 30
               PIC X(4) USING AE-TIME-SLOT.
           05 VALUE "DOCK DOOR:"         LINE 6 COL 10.
           05 AE-DOOR-IN                 LINE 6 COL 30
               PIC X(2) USING AE-DOOR.
           05 VALUE "SUPPLIER:"          LINE 7 COL 10.
           05 AE-SUPPLIER-CODE-IN        LINE 7 COL 30
               PIC X(5) USING AE-SUPPLIER-CODE.
           05 VALUE "PO NUMBERS:"        LINE 8 COL 10.
           05 AE-PO-1-IN                 LINE 8 COL 30
               PIC 9(6) USING AE-PO-1.
           05 AE-PO-2-IN                 LINE 8 COL 38
               PIC 9(6) USING AE-PO-2.
           05 AE-PO-3-IN                 LINE 8 COL 46
               PIC 9(6) USING AE-PO-3.
           05 AE-PO-4-IN                 LINE 8 COL 54
               PIC 9(6) USING AE-PO-4.
           05 VALUE "EST PALLETS:"       LINE 9 COL 10.
           05 AE-EST-PALLETS-IN          LINE 9 COL 30
               PIC 9(3) USING AE-EST-PALLETS.
           05 VALUE "STATUS:"            LINE 10 COL 10.
           05 AE-STATUS-OUT              LINE 10 COL 30
               PIC X(1) FROM AE-STATUS.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-DOCK-SCHEDULE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-DOCK-SCHEDULE.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-MAINTAIN-ONE-APPOINTMENT
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-DOCK-SCHEDULE.

           EXIT PROGRAM.

      *==============================================================
      * Sign the scheduler on -- booking the dock is a receiving
      * function -- and open the appointment file, creating it the
      * first time this is ever run.
      *==============================================================
       200-INIT-DOCK-SCHEDULE.
           IF ADDRESS OF LINKED-SIGNON-PARMS NOT = NULL
               MOVE LINKED-SIGNON-PARMS TO SIGNON-PARMS
           ELSE
               DISPLAY OPERATOR-PROMPT
                   LINE 1 COLUMN 10
               ACCEPT SP-OPERATOR-ID
                   LINE 1 COLUMN 23
               DISPLAY PASSWORD-PROMPT
                   LINE 2 COLUMN 10
               ACCEPT SP-PASSWORD
                   LINE 2 COLUMN 23
               CALL ".\SIGNON" USING SIGNON-PARMS
           END-IF.
           IF SP-SIGNON-OK AND SP-MUST-CHANGE
               CALL ".\PASSCHG" USING SIGNON-PARMS
               CANCEL ".\PASSCHG"
               IF SP-MUST-CHANGE
                   MOVE "ER" TO SP-RESULT
               END-IF
           END-IF.
           MOVE ZERO TO AUTH-CODE-COUNT-WS.
           INSPECT SP-TRANS-CODES TALLYING AUTH-CODE-COUNT-WS
               FOR ALL "R".
           IF NOT SP-SIGNON-OK OR AUTH-CODE-COUNT-WS = ZERO
               DISPLAY "DOCKSCHD: SIGN-ON REFUSED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           PERFORM 360-READ-DOCK-PARMS.
           PERFORM 361-READ-LAST-APPT-NUMBER.
           OPEN INPUT SUPPLIER-FILE-IN.
           IF SUPPLIER-STATUS-WS NOT = "00"
               DISPLAY "DOCKSCHD: CANNOT OPEN SUPPLIER FILE "
                   SUPPLIER-STATUS-WS
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT PO-REGISTER-FILE.
           IF PO-REGISTER-STATUS = "00"
               MOVE "YES" TO REGISTER-OPEN-WS.
           OPEN I-O DOCK-APPOINTMENT-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT DOCK-APPOINTMENT-FILE
               CLOSE DOCK-APPOINTMENT-FILE
               OPEN I-O DOCK-APPOINTMENT-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "DOCKSCHD: CANNOT OPEN APPOINTMENT FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Prompt for the action, key the appointment, and apply it.
      *==============================================================
       201-MAINTAIN-ONE-APPOINTMENT.
           PERFORM 300-PROMPT-ACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-APPOINTMENT
                   INITIALIZE APPT-ENTRY-WS
                   MOVE "S" TO AE-STATUS
                   PERFORM 302-PROMPT-APPOINTMENT-FIELDS
                   PERFORM 310-ADD-APPOINTMENT
               WHEN CHANGE-APPOINTMENT
                   PERFORM 303-PROMPT-APPOINTMENT-NUMBER
                   PERFORM 311-CHANGE-APPOINTMENT
               WHEN DELETE-APPOINTMENT
                   PERFORM 303-PROMPT-APPOINTMENT-NUMBER
                   PERFORM 312-DELETE-APPOINTMENT
               WHEN OTHER
                   DISPLAY "DOCKSCHD: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Save the last appointment number handed out and close up.
      *==============================================================
       202-TERM-DOCK-SCHEDULE.
           PERFORM 362-WRITE-LAST-APPT-NUMBER.
           CLOSE DOCK-APPOINTMENT-FILE.
           CLOSE SUPPLIER-FILE-IN.
           IF REGISTER-OPEN-WS = "YES"
               CLOSE PO-REGISTER-FILE.

      *==============================================================
      * Ask whether to maintain another appointment.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT
               LINE 16 COLUMN 10.
           ACCEPT ENTRY-FLAG
               LINE 16 COLUMN 42.

      *==============================================================
      * Ask which maintenance action to perform.
      *==============================================================
       300-PROMPT-ACTION-CODE.
           DISPLAY ACTION-PROMPT
               LINE 15 COLUMN 10.
           ACCEPT ACTION-CODE-WS
               LINE 15 COLUMN 40.

      *==============================================================
      * Display the screen and take the full entry for an add.
      *==============================================================
       302-PROMPT-APPOINTMENT-FIELDS.
           DISPLAY APPOINTMENT-SCREEN.
           ACCEPT  APPOINTMENT-SCREEN.

      *==============================================================
      * Take just the appointment number for a change or a delete
      * -- the current booking is read and shown before anything
      * is keyed over it.
      *==============================================================
       303-PROMPT-APPOINTMENT-NUMBER.
           DISPLAY "APPOINTMENT:" LINE 3 COLUMN 10.
           ACCEPT AE-APPT-NUMBER  LINE 3 COLUMN 30.
           PERFORM 320-READ-APPOINTMENT.
           IF STATUS-FIELD = "OK"
               MOVE DA-DATE          TO AE-DATE
               MOVE DA-TIME-SLOT     TO AE-TIME-SLOT
               MOVE DA-DOOR          TO AE-DOOR
               MOVE DA-SUPPLIER-CODE TO AE-SUPPLIER-CODE
               PERFORM VARYING PO-SUB FROM 1 BY 1 UNTIL PO-SUB > 4
                   MOVE DA-PO-NUMBER (PO-SUB)
                       TO AE-PO-NUMBER (PO-SUB)
               END-PERFORM
               MOVE DA-EST-PALLETS   TO AE-EST-PALLETS
               MOVE DA-STATUS        TO AE-STATUS
               DISPLAY APPOINTMENT-SCREEN
           ELSE
               DISPLAY "DOCKSCHD: APPOINTMENT NOT ON FILE"
                   LINE 20 COLUMN 10.

      *==============================================================
      * Book a new appointment under the next number, once it has
      * passed the checks and any overbooking has been accepted.
      *==============================================================
       310-ADD-APPOINTMENT.
           PERFORM 330-VALIDATE-APPOINTMENT.
           IF BOOKING-OK-WS = "YES"
               PERFORM 340-CHECK-OVERBOOKING.
           IF BOOKING-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           ADD 1 TO LAST-APPT-NUMBER-WS.
           MOVE LAST-APPT-NUMBER-WS TO AE-APPT-NUMBER.
           INITIALIZE DOCK-APPOINTMENT-RECORD.
           MOVE AE-APPT-NUMBER  TO DA-APPT-NUMBER.
           MOVE "S"             TO DA-STATUS.
           MOVE SP-OPERATOR-ID  TO DA-BOOKED-BY.
           PERFORM 350-MOVE-APPOINTMENT-FIELDS.
           WRITE DOCK-APPOINTMENT-RECORD
               INVALID KEY
                   DISPLAY "DOCKSCHD: APPOINTMENT ALREADY ON FILE"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "DOCKSCHD: APPOINTMENT BOOKED"
                       LINE 20 COLUMN 10
                   DISPLAY AE-APPT-NUMBER LINE 20 COLUMN 40.

      *==============================================================
      * Rebook an appointment that is still open -- one the truck
      * has already answered (arrived or no-show) is history and
      * stays as it is.
      *==============================================================
       311-CHANGE-APPOINTMENT.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           IF NOT DA-SCHEDULED
               DISPLAY "DOCKSCHD: APPOINTMENT ALREADY CLOSED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           ACCEPT APPOINTMENT-SCREEN.
           PERFORM 330-VALIDATE-APPOINTMENT.
           IF BOOKING-OK-WS = "YES"
               PERFORM 340-CHECK-OVERBOOKING.
           IF BOOKING-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           PERFORM 320-READ-APPOINTMENT.
           IF STATUS-FIELD = "OK"
               MOVE SP-OPERATOR-ID TO DA-BOOKED-BY
               PERFORM 350-MOVE-APPOINTMENT-FIELDS
               REWRITE DOCK-APPOINTMENT-RECORD
                   INVALID KEY
                       DISPLAY "DOCKSCHD: REWRITE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "DOCKSCHD: APPOINTMENT CHANGED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Cancel an appointment that has not yet been answered.
      *==============================================================
       312-DELETE-APPOINTMENT.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           IF NOT DA-SCHEDULED
               DISPLAY "DOCKSCHD: APPOINTMENT ALREADY CLOSED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           DELETE DOCK-APPOINTMENT-FILE
               INVALID KEY
                   DISPLAY "DOCKSCHD: DELETE FAILED"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "DOCKSCHD: APPOINTMENT CANCELLED"
                       LINE 20 COLUMN 10.

      *==============================================================
      * Read the appointment keyed from the screen.
      *==============================================================
       320-READ-APPOINTMENT.
           MOVE AE-APPT-NUMBER TO DA-APPT-NUMBER.
           READ DOCK-APPOINTMENT-FILE
               KEY IS DA-APPT-NUMBER
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * The hard checks: a real date and slot, a door, a supplier
      * on file, and at least one order -- every order keyed must
      * still be open with that supplier.
      *==============================================================
       330-VALIDATE-APPOINTMENT.
           MOVE "YES" TO BOOKING-OK-WS.
           IF AE-DATE NOT NUMERIC OR AE-TIME-SLOT NOT NUMERIC
               DISPLAY "DOCKSCHD: DATE AND TIME SLOT MUST BE NUMERIC"
                   LINE 20 COLUMN 10
               MOVE "NO" TO BOOKING-OK-WS
               EXIT PARAGRAPH.
           IF AE-DOOR = SPACES
               DISPLAY "DOCKSCHD: DOCK DOOR REQUIRED"
                   LINE 20 COLUMN 10
               MOVE "NO" TO BOOKING-OK-WS
               EXIT PARAGRAPH.
           MOVE AE-SUPPLIER-CODE TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   DISPLAY "DOCKSCHD: SUPPLIER NOT ON FILE"
                       LINE 20 COLUMN 10
                   MOVE "NO" TO BOOKING-OK-WS
           END-READ.
           IF BOOKING-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE ZERO TO PO-COUNT-WS.
           PERFORM VARYING PO-SUB FROM 1 BY 1
                   UNTIL PO-SUB > 4 OR BOOKING-OK-WS NOT = "YES"
               IF AE-PO-NUMBER (PO-SUB) NOT = ZERO
                   ADD 1 TO PO-COUNT-WS
                   PERFORM 331-CHECK-PO-OPEN
               END-IF
           END-PERFORM.
           IF PO-COUNT-WS = ZERO
               DISPLAY "DOCKSCHD: AT LEAST ONE PO REQUIRED"
                   LINE 20 COLUMN 10
               MOVE "NO" TO BOOKING-OK-WS.

      *==============================================================
      * The order must have an open or part-received line for the
      * supplier booking the truck.
      *==============================================================
       331-CHECK-PO-OPEN.
           IF REGISTER-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE "NO" TO PO-FOUND-WS.
           MOVE SPACES TO EOF-REGISTER-WS.
           MOVE AE-PO-NUMBER (PO-SUB) TO POR-PO-NUMBER.
           MOVE LOW-VALUES            TO POR-PART-NUMBER.
           START PO-REGISTER-FILE KEY IS NOT LESS THAN POR-PO-LINE-KEY
               INVALID KEY MOVE "YES" TO EOF-REGISTER-WS.
           PERFORM UNTIL EOF-REGISTER-WS = "YES"
               READ PO-REGISTER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REGISTER-WS
                   NOT AT END
                       IF POR-PO-NUMBER NOT = AE-PO-NUMBER (PO-SUB)
                           MOVE "YES" TO EOF-REGISTER-WS
                       ELSE
                           IF POR-SUPPLIER-CODE = AE-SUPPLIER-CODE
                                   AND (POR-OPEN-LINE OR
                                        POR-PARTIAL-LINE)
                               MOVE "YES" TO PO-FOUND-WS
                               MOVE "YES" TO EOF-REGISTER-WS
                           END-IF
                       END-IF
           END-PERFORM.
           IF PO-FOUND-WS NOT = "YES"
               MOVE SPACES TO MESSAGE-LINE-WS
               STRING "DOCKSCHD: PO " DELIMITED BY SIZE
                      AE-PO-NUMBER (PO-SUB) DELIMITED BY SIZE
                      " NOT OPEN FOR SUPPLIER" DELIMITED BY SIZE
                   INTO MESSAGE-LINE-WS
               DISPLAY MESSAGE-LINE-WS LINE 20 COLUMN 10
               MOVE "NO" TO BOOKING-OK-WS.

      *==============================================================
      * Walk every other live booking in the same date and time
      * slot.  The door already taken, more trucks than doors, or
      * more pallets than the crew can unload in the slot is an
      * overbooking -- warn, and book only if the scheduler says so.
      *==============================================================
       340-CHECK-OVERBOOKING.
           MOVE ZERO   TO SLOT-BOOKINGS-WS.
           MOVE ZERO   TO SLOT-PALLETS-WS.
           MOVE ZERO   TO WARNING-COUNT-WS.
           MOVE "NO"   TO DOOR-TAKEN-WS.
           MOVE SPACES TO EOF-APPT-WS.
           MOVE AE-DATE      TO DA-DATE.
           MOVE AE-TIME-SLOT TO DA-TIME-SLOT.
           MOVE LOW-VALUES   TO DA-DOOR.
           START DOCK-APPOINTMENT-FILE
                   KEY IS NOT LESS THAN DA-SCHEDULE-KEY
               INVALID KEY MOVE "YES" TO EOF-APPT-WS.
           PERFORM UNTIL EOF-APPT-WS = "YES"
               READ DOCK-APPOINTMENT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-APPT-WS
                   NOT AT END
                       IF DA-DATE NOT = AE-DATE
                               OR DA-TIME-SLOT NOT = AE-TIME-SLOT
                           MOVE "YES" TO EOF-APPT-WS
                       ELSE
                           IF DA-APPT-NUMBER NOT = AE-APPT-NUMBER
                                   AND NOT DA-NO-SHOW
                               ADD 1 TO SLOT-BOOKINGS-WS
                               ADD DA-EST-PALLETS TO SLOT-PALLETS-WS
                               IF DA-DOOR = AE-DOOR
                                   MOVE "YES" TO DOOR-TAKEN-WS
                               END-IF
                           END-IF
                       END-IF
           END-PERFORM.
           ADD 1 TO SLOT-BOOKINGS-WS.
           ADD AE-EST-PALLETS TO SLOT-PALLETS-WS.
           IF DOOR-TAKEN-WS = "YES"
               MOVE SPACES TO MESSAGE-LINE-WS
               STRING "WARNING: DOOR " DELIMITED BY SIZE
                      AE-DOOR DELIMITED BY SIZE
                      " ALREADY BOOKED AT " DELIMITED BY SIZE
                      AE-TIME-SLOT DELIMITED BY SIZE
                   INTO MESSAGE-LINE-WS
               PERFORM 341-SHOW-WARNING.
           IF SLOT-BOOKINGS-WS > DOOR-COUNT-WS
               MOVE SPACES TO MESSAGE-LINE-WS
               MOVE DOOR-COUNT-WS TO LIMIT-EDIT-WS
               STRING "WARNING: MORE TRUCKS THAN THE " DELIMITED BY SIZE
                      LIMIT-EDIT-WS DELIMITED BY SIZE
                      " DOORS AT " DELIMITED BY SIZE
                      AE-TIME-SLOT DELIMITED BY SIZE
                   INTO MESSAGE-LINE-WS
               PERFORM 341-SHOW-WARNING.
           IF SLOT-PALLETS-WS > SLOT-PALLET-LIMIT-WS
               MOVE SPACES TO MESSAGE-LINE-WS
               MOVE SLOT-PALLETS-WS      TO PALLETS-EDIT-WS
               MOVE SLOT-PALLET-LIMIT-WS TO LIMIT-EDIT-WS
               STRING "WARNING: SLOT PALLETS " DELIMITED BY SIZE
                      PALLETS-EDIT-WS DELIMITED BY SIZE
                      " OVER LIMIT OF " DELIMITED BY SIZE
                      LIMIT-EDIT-WS DELIMITED BY SIZE
                   INTO MESSAGE-LINE-WS
               PERFORM 341-SHOW-WARNING.
           IF WARNING-COUNT-WS > ZERO
               DISPLAY OVERRIDE-PROMPT LINE 19 COLUMN 10
               ACCEPT OVERRIDE-FLAG LINE 19 COLUMN 31
               IF OVERRIDE-FLAG NOT = "Y"
                   DISPLAY "DOCKSCHD: APPOINTMENT NOT BOOKED"
                       LINE 20 COLUMN 10
                   MOVE "NO" TO BOOKING-OK-WS.

       341-SHOW-WARNING.
           ADD 1 TO WARNING-COUNT-WS.
           COMPUTE WARNING-LINE-WS = WARNING-COUNT-WS + 11.
           DISPLAY MESSAGE-LINE-WS
               LINE WARNING-LINE-WS COLUMN 10.

       350-MOVE-APPOINTMENT-FIELDS.
           MOVE AE-DATE          TO DA-DATE.
           MOVE AE-TIME-SLOT     TO DA-TIME-SLOT.
           MOVE AE-DOOR          TO DA-DOOR.
           MOVE AE-SUPPLIER-CODE TO DA-SUPPLIER-CODE.
           PERFORM VARYING PO-SUB FROM 1 BY 1 UNTIL PO-SUB > 4
               MOVE AE-PO-NUMBER (PO-SUB) TO DA-PO-NUMBER (PO-SUB)
           END-PERFORM.
           MOVE AE-EST-PALLETS   TO DA-EST-PALLETS.

      *==============================================================
      * The dock's capacity -- four doors and sixty pallets a slot
      * unless DOCKPARM.TXT says otherwise.
      *==============================================================
       360-READ-DOCK-PARMS.
           OPEN INPUT DOCK-PARM-FILE.
           IF DOCK-PARM-STATUS = "00"
               READ DOCK-PARM-FILE
                   NOT AT END
                       IF DP-DOOR-COUNT NUMERIC
                               AND DP-DOOR-COUNT > ZERO
                           MOVE DP-DOOR-COUNT TO DOOR-COUNT-WS
                       END-IF
                       IF DP-SLOT-PALLETS NUMERIC
                               AND DP-SLOT-PALLETS > ZERO
                           MOVE DP-SLOT-PALLETS
                               TO SLOT-PALLET-LIMIT-WS
                       END-IF
               END-READ
               CLOSE DOCK-PARM-FILE.

       361-READ-LAST-APPT-NUMBER.
           MOVE ZERO TO LAST-APPT-NUMBER-WS.
           OPEN INPUT APPT-NUMBER-FILE.
           IF APPT-NUMBER-STATUS = "00"
               READ APPT-NUMBER-FILE
                   NOT AT END MOVE APPT-NUMBER-RECORD
                       TO LAST-APPT-NUMBER-WS
               END-READ
               CLOSE APPT-NUMBER-FILE.

       362-WRITE-LAST-APPT-NUMBER.
           OPEN OUTPUT APPT-NUMBER-FILE.
           MOVE LAST-APPT-NUMBER-WS TO APPT-NUMBER-RECORD.
           WRITE APPT-NUMBER-RECORD.
           CLOSE APPT-NUMBER-FILE.

       end program DOCKSCHD.
