       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTMAINT as "FRTMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-RATE-FILE
               ASSIGN TO "D:\COBOL\FRTRATE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-KEY
               FILE STATUS IS STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-RATE-FILE.
           COPY "D:\COBOL\FREIGHT_RATE_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(31)
                              VALUE "MAINTAIN A FREIGHT RATE? (Y/N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-FREIGHT-RATE     VALUE "A".
               88 CHANGE-FREIGHT-RATE  VALUE "C".
               88 DELETE-FREIGHT-RATE  VALUE "D".
       01 ACTION-PROMPT      PIC X(29)
                              VALUE "ACTION? (A=ADD C=CHG D=DEL)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

      *==============================================================
      * Fields keyed from the maintenance screen -- matches
      * FREIGHT-RATE-RECORD's layout.
      *==============================================================
       01 FREIGHT-ENTRY-WS.
           05 FE-WEIGHT-CLASS   PIC X(2)  VALUE SPACES.
           05 FE-ZONE           PIC X(2)  VALUE SPACES.
           05 FE-DESCRIPTION    PIC X(20) VALUE SPACES.
           05 FE-FREIGHT-CHARGE PIC 9(5)V99 VALUE ZERO.
           05 FE-HANDLING-CHARGE PIC 9(5)V99 VALUE ZERO.


       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

       SCREEN SECTION.
       01 FREIGHT-SCREEN.
           05 VALUE "WEIGHT CLASS:"      LINE 3 COL 10.
           05 FE-WEIGHT-CLASS-IN         LINE 3 COL 30
               PIC X(2) TO FE-WEIGHT-CLASS.
           05 VALUE "ZONE:"              LINE 4 COL 10.
           05 FE-ZONE-IN                 LINE 4 COL 30
               PIC X(2) TO FE-ZONE.
           05 VALUE "DESCRIPTION:"       LINE 5 COL 10.
           05 FE-DESCRIPTION-IN          LINE 5 COL 30
               PIC X(20) USING FE-DESCRIPTION.
           05 VALUE "FREIGHT CHARGE:"    LINE 7 COL 10.
           05 FE-FREIGHT-CHARGE-IN       LINE 7 COL 30
               PIC 9(5)V99 USING FE-FREIGHT-CHARGE.
           05 VALUE "HANDLING CHARGE:"   LINE 9 COL 10.
           05 FE-HANDLING-CHARGE-IN      LINE 9 COL 30
               PIC 9(5)V99 USING FE-HANDLING-CHARGE.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-FREIGHT-FILE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-FREIGHT.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-MAINTAIN-ONE-RATE
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-FREIGHT.

           EXIT PROGRAM.

      *==============================================================
      * Open the freight rate table, creating it the first time
      * this is ever run.
      *==============================================================
       200-INIT-MAINTAIN-FREIGHT.
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
           IF NOT SP-SIGNON-OK OR NOT SP-MAY-MAINTAIN
               DISPLAY "FRTMAINT: SIGN-ON REFUSED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN I-O FREIGHT-RATE-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT FREIGHT-RATE-FILE
               CLOSE FREIGHT-RATE-FILE
               OPEN I-O FREIGHT-RATE-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "FRTMAINT: CANNOT OPEN FREIGHT RATE FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Prompt for the action, key the record, and apply it.
      *==============================================================
       201-MAINTAIN-ONE-RATE.
           PERFORM 300-PROMPT-ACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-FREIGHT-RATE
                   INITIALIZE FREIGHT-ENTRY-WS
                   PERFORM 302-PROMPT-FREIGHT-FIELDS
                   PERFORM 310-ADD-FREIGHT-RECORD
               WHEN CHANGE-FREIGHT-RATE
                   PERFORM 303-PROMPT-FREIGHT-KEY
                   PERFORM 311-CHANGE-FREIGHT-RECORD
               WHEN DELETE-FREIGHT-RATE
                   PERFORM 303-PROMPT-FREIGHT-KEY
                   PERFORM 312-DELETE-FREIGHT-RECORD
               WHEN OTHER
                   DISPLAY "FRTMAINT: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Close the freight rate table.
      *==============================================================
       202-TERM-MAINTAIN-FREIGHT.
           CLOSE FREIGHT-RATE-FILE.

      *==============================================================
      * Ask whether to maintain another rate.
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
       302-PROMPT-FREIGHT-FIELDS.
           DISPLAY FREIGHT-SCREEN.
           ACCEPT  FREIGHT-SCREEN.

      *==============================================================
      * Take just the key for a change or a delete -- the current
      * record is read and shown before anything is keyed over it.
      *==============================================================
       303-PROMPT-FREIGHT-KEY.
           DISPLAY "WEIGHT CLASS:" LINE 3 COLUMN 10.
           ACCEPT FE-WEIGHT-CLASS  LINE 3 COLUMN 30.
           DISPLAY "ZONE:"         LINE 4 COLUMN 10.
           ACCEPT FE-ZONE          LINE 4 COLUMN 30.
           PERFORM 320-READ-FREIGHT-RECORD.
           IF STATUS-FIELD = "OK"
               MOVE FR-DESCRIPTION     TO FE-DESCRIPTION
               MOVE FR-FREIGHT-CHARGE  TO FE-FREIGHT-CHARGE
               MOVE FR-HANDLING-CHARGE TO FE-HANDLING-CHARGE
               DISPLAY FREIGHT-SCREEN
           ELSE
               DISPLAY "FRTMAINT: RATE NOT ON FILE"
                   LINE 20 COLUMN 10.

      *==============================================================
      * Add a new weight class / zone rate -- rejected if already
      * on file.
      *==============================================================
       310-ADD-FREIGHT-RECORD.
           MOVE FE-WEIGHT-CLASS TO FR-WEIGHT-CLASS.
           MOVE FE-ZONE         TO FR-ZONE.
           PERFORM 330-MOVE-FREIGHT-FIELDS.
           WRITE FREIGHT-RATE-RECORD
               INVALID KEY
                   DISPLAY "FRTMAINT: RATE ALREADY ON FILE"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "FRTMAINT: RATE ADDED"
                       LINE 20 COLUMN 10.

      *==============================================================
      * Rewrite an existing rate's charges.
      *==============================================================
       311-CHANGE-FREIGHT-RECORD.
           IF STATUS-FIELD = "OK"
               ACCEPT FREIGHT-SCREEN
               PERFORM 330-MOVE-FREIGHT-FIELDS
               REWRITE FREIGHT-RATE-RECORD
                   INVALID KEY
                       DISPLAY "FRTMAINT: REWRITE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "FRTMAINT: RATE CHANGED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Delete a rate from the table.
      *==============================================================
       312-DELETE-FREIGHT-RECORD.
           IF STATUS-FIELD = "OK"
               DELETE FREIGHT-RATE-FILE
                   INVALID KEY
                       DISPLAY "FRTMAINT: DELETE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "FRTMAINT: RATE DELETED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Read the rate keyed from the screen.
      *==============================================================
       320-READ-FREIGHT-RECORD.
           MOVE FE-WEIGHT-CLASS TO FR-WEIGHT-CLASS.
           MOVE FE-ZONE         TO FR-ZONE.
           READ FREIGHT-RATE-FILE
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

       330-MOVE-FREIGHT-FIELDS.
           MOVE FE-DESCRIPTION     TO FR-DESCRIPTION.
           MOVE FE-FREIGHT-CHARGE  TO FR-FREIGHT-CHARGE.
           MOVE FE-HANDLING-CHARGE TO FR-HANDLING-CHARGE.

       end program FRTMAINT.
