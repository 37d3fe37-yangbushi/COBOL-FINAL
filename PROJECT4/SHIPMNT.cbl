       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMNT as "SHIPMNT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-TO-FILE
               ASSIGN TO "D:\COBOL\SHIPTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS STATUS-FIELD.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-TO-FILE.
           COPY "D:\COBOL\SHIP_TO_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS PIC X(2) VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(29)
                              VALUE "MAINTAIN A SHIP-TO? (Y/N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-SHIP-TO       VALUE "A".
               88 CHANGE-SHIP-TO    VALUE "C".
               88 DELETE-SHIP-TO    VALUE "D".
       01 ACTION-PROMPT      PIC X(29)
                              VALUE "ACTION? (A=ADD C=CHG D=DEL)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

      *==============================================================
      * Fields keyed from the maintenance screen -- matches
      * SHIP-TO-RECORD's layout.
      *==============================================================
       01 SHIP-TO-ENTRY-WS.
           05 SE-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 SE-SHIP-TO-CODE   PIC X(4)  VALUE SPACES.
           05 SE-SHIP-TO-NAME   PIC X(20) VALUE SPACES.
           05 SE-ADDRESS        PIC X(30) VALUE SPACES.
           05 SE-PHONE          PIC X(12) VALUE SPACES.
           05 SE-TAX-CODE       PIC X(3)  VALUE SPACES.


       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

       SCREEN SECTION.
       01 SHIP-TO-SCREEN.
           05 VALUE "CUSTOMER CODE:"     LINE 3 COL 10.
           05 SE-CUSTOMER-CODE-IN        LINE 3 COL 25
               PIC X(5) TO SE-CUSTOMER-CODE.
           05 VALUE "SHIP-TO CODE:"      LINE 4 COL 10.
           05 SE-SHIP-TO-CODE-IN         LINE 4 COL 25
               PIC X(4) TO SE-SHIP-TO-CODE.
           05 VALUE "SITE NAME:"         LINE 5 COL 10.
           05 SE-SHIP-TO-NAME-IN         LINE 5 COL 25
               PIC X(20) USING SE-SHIP-TO-NAME.
           05 VALUE "ADDRESS:"           LINE 7 COL 10.
           05 SE-ADDRESS-IN              LINE 7 COL 25
               PIC X(30) USING SE-ADDRESS.
           05 VALUE "PHONE:"             LINE 9 COL 10.
           05 SE-PHONE-IN                LINE 9 COL 25
               PIC X(12) USING SE-PHONE.
           05 VALUE "TAX CODE:"          LINE 11 COL 10.
           05 SE-TAX-CODE-IN             LINE 11 COL 25
               PIC X(3) USING SE-TAX-CODE.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-SHIP-TO-FILE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-SHIP-TO.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-MAINTAIN-ONE-SHIP-TO
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-SHIP-TO.

           EXIT PROGRAM.

      *==============================================================
      * Open the ship-to file, creating it the first time this is
      * ever run, and the customer master the sites hang off.
      *==============================================================
       200-INIT-MAINTAIN-SHIP-TO.
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
               DISPLAY "SHIPMNT: SIGN-ON REFUSED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "SHIPMNT: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN I-O SHIP-TO-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT SHIP-TO-FILE
               CLOSE SHIP-TO-FILE
               OPEN I-O SHIP-TO-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "SHIPMNT: CANNOT OPEN SHIP-TO FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Prompt for the action, key the record, and apply it.
      *==============================================================
       201-MAINTAIN-ONE-SHIP-TO.
           PERFORM 300-PROMPT-ACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-SHIP-TO
                   INITIALIZE SHIP-TO-ENTRY-WS
                   PERFORM 302-PROMPT-SHIP-TO-FIELDS
                   PERFORM 310-ADD-SHIP-TO-RECORD
               WHEN CHANGE-SHIP-TO
                   PERFORM 303-PROMPT-SHIP-TO-KEY
                   PERFORM 311-CHANGE-SHIP-TO-RECORD
               WHEN DELETE-SHIP-TO
                   PERFORM 303-PROMPT-SHIP-TO-KEY
                   PERFORM 312-DELETE-SHIP-TO-RECORD
               WHEN OTHER
                   DISPLAY "SHIPMNT: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Close the ship-to file and the customer master.
      *==============================================================
       202-TERM-MAINTAIN-SHIP-TO.
           CLOSE SHIP-TO-FILE.
           CLOSE CUSTOMER-FILE.

      *==============================================================
      * Ask whether to maintain another ship-to.
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
       302-PROMPT-SHIP-TO-FIELDS.
           DISPLAY SHIP-TO-SCREEN.
           ACCEPT  SHIP-TO-SCREEN.

      *==============================================================
      * Take just the key for a change or a delete -- the current
      * record is read and shown before anything is keyed over it.
      *==============================================================
       303-PROMPT-SHIP-TO-KEY.
           DISPLAY "CUSTOMER CODE:" LINE 3 COLUMN 10.
           ACCEPT SE-CUSTOMER-CODE LINE 3 COLUMN 25.
           DISPLAY "SHIP-TO CODE:"  LINE 4 COLUMN 10.
           ACCEPT SE-SHIP-TO-CODE  LINE 4 COLUMN 25.
           PERFORM 320-READ-SHIP-TO-RECORD.
           IF STATUS-FIELD = "OK"
               MOVE ST-SHIP-TO-NAME TO SE-SHIP-TO-NAME
               MOVE ST-ADDRESS      TO SE-ADDRESS
               MOVE ST-PHONE        TO SE-PHONE
               MOVE ST-TAX-CODE     TO SE-TAX-CODE
               DISPLAY SHIP-TO-SCREEN
           ELSE
               DISPLAY "SHIPMNT: SHIP-TO NOT ON FILE"
                   LINE 20 COLUMN 10.

      *==============================================================
      * Add a new ship-to -- rejected when the customer is not on
      * the master or the site is already on file.  A blank tax
      * code is left blank: the site then taxes under the
      * customer's own code.
      *==============================================================
       310-ADD-SHIP-TO-RECORD.
           IF SE-SHIP-TO-CODE = SPACES
               DISPLAY "SHIPMNT: SHIP-TO CODE REQUIRED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           MOVE SE-CUSTOMER-CODE TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "SHIPMNT: CUSTOMER NOT ON FILE"
                       LINE 20 COLUMN 10
                   EXIT PARAGRAPH
           END-READ.
           MOVE SE-CUSTOMER-CODE TO ST-CUSTOMER-CODE.
           MOVE SE-SHIP-TO-CODE  TO ST-SHIP-TO-CODE.
           PERFORM 330-MOVE-SHIP-TO-FIELDS.
           WRITE SHIP-TO-RECORD
               INVALID KEY
                   DISPLAY "SHIPMNT: SHIP-TO ALREADY ON FILE"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "SHIPMNT: SHIP-TO ADDED"
                       LINE 20 COLUMN 10.

      *==============================================================
      * Rewrite an existing ship-to's address and tax code.
      *==============================================================
       311-CHANGE-SHIP-TO-RECORD.
           IF STATUS-FIELD = "OK"
               ACCEPT SHIP-TO-SCREEN
               PERFORM 330-MOVE-SHIP-TO-FIELDS
               REWRITE SHIP-TO-RECORD
                   INVALID KEY
                       DISPLAY "SHIPMNT: REWRITE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "SHIPMNT: SHIP-TO CHANGED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Delete a ship-to from the file.
      *==============================================================
       312-DELETE-SHIP-TO-RECORD.
           IF STATUS-FIELD = "OK"
               DELETE SHIP-TO-FILE
                   INVALID KEY
                       DISPLAY "SHIPMNT: DELETE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "SHIPMNT: SHIP-TO DELETED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Read the ship-to record keyed from the screen.
      *==============================================================
       320-READ-SHIP-TO-RECORD.
           MOVE SE-CUSTOMER-CODE TO ST-CUSTOMER-CODE.
           MOVE SE-SHIP-TO-CODE  TO ST-SHIP-TO-CODE.
           READ SHIP-TO-FILE
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

       330-MOVE-SHIP-TO-FIELDS.
           MOVE SE-SHIP-TO-NAME TO ST-SHIP-TO-NAME.
           MOVE SE-ADDRESS      TO ST-ADDRESS.
           MOVE SE-PHONE        TO ST-PHONE.
           MOVE SE-TAX-CODE     TO ST-TAX-CODE.

       end program SHIPMNT.
