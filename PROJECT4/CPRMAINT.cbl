       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRMAINT as "CPRMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-PRICE-FILE
               ASSIGN TO "D:\COBOL\CUSTPRC.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-PRICE-FILE.
           COPY "D:\COBOL\CUSTOMER_PRICE_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(32)
                         VALUE "MAINTAIN A CUSTOMER PRICE? (Y/N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-PRICE-RECORD     VALUE "A".
               88 CHANGE-PRICE-RECORD  VALUE "C".
               88 DELETE-PRICE-RECORD  VALUE "D".
       01 ACTION-PROMPT      PIC X(29)
                              VALUE "ACTION? (A=ADD C=CHG D=DEL)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
       01 TIER-SUB           PIC 9(1)  VALUE ZERO.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

      *==============================================================
      * Fields keyed from the maintenance screen -- matches
      * CUSTOMER-PRICE-RECORD's layout.  A blank part number keys
      * the account's blanket discount.
      *==============================================================
       01 PRICE-ENTRY-WS.
           05 PE-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 PE-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 PE-CONTRACT-PRICE PIC 9(4)V99 VALUE ZERO.
           05 PE-DISCOUNT-PCT   PIC 9(2)V99 VALUE ZERO.
           05 PE-EXPIRY-DATE    PIC X(8)  VALUE SPACES.
           05 PE-BREAK-TIER OCCURS 5 TIMES.
               10 PE-BREAK-QTY   PIC 9(7)V99 VALUE ZERO.
               10 PE-BREAK-PRICE PIC 9(4)V99 VALUE ZERO.


       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

       SCREEN SECTION.
       01 PRICE-SCREEN.
           05 VALUE "CUSTOMER:"          LINE 3 COL 10.
           05 PE-CUSTOMER-CODE-IN        LINE 3 COL 25
               PIC X(5) TO PE-CUSTOMER-CODE.
           05 VALUE "PART (BLANK=ALL):"  LINE 3 COL 35.
           05 PE-PART-NUMBER-IN          LINE 3 COL 53
               PIC X(7) TO PE-PART-NUMBER.
           05 VALUE "CONTRACT PRICE:"    LINE 5 COL 10.
           05 PE-CONTRACT-PRICE-IN       LINE 5 COL 27
               PIC 9(4)V99 TO PE-CONTRACT-PRICE.
           05 VALUE "DISCOUNT PCT:"      LINE 5 COL 40.
           05 PE-DISCOUNT-PCT-IN         LINE 5 COL 55
               PIC 99.99 TO PE-DISCOUNT-PCT.
           05 VALUE "EXPIRES (YYYYMMDD):" LINE 7 COL 10.
           05 PE-EXPIRY-DATE-IN          LINE 7 COL 31
               PIC X(8) TO PE-EXPIRY-DATE.
           05 VALUE "BREAK QTY   PRICE"  LINE 9 COL 10.
           05 PE-BREAK-QTY-1-IN          LINE 10 COL 10
               PIC 9(7) TO PE-BREAK-QTY (1).
           05 PE-BREAK-PRICE-1-IN        LINE 10 COL 22
               PIC 9(4)V99 TO PE-BREAK-PRICE (1).
           05 PE-BREAK-QTY-2-IN          LINE 11 COL 10
               PIC 9(7) TO PE-BREAK-QTY (2).
           05 PE-BREAK-PRICE-2-IN        LINE 11 COL 22
               PIC 9(4)V99 TO PE-BREAK-PRICE (2).
           05 PE-BREAK-QTY-3-IN          LINE 12 COL 10
               PIC 9(7) TO PE-BREAK-QTY (3).
           05 PE-BREAK-PRICE-3-IN        LINE 12 COL 22
               PIC 9(4)V99 TO PE-BREAK-PRICE (3).
           05 PE-BREAK-QTY-4-IN          LINE 13 COL 10
               PIC 9(7) TO PE-BREAK-QTY (4).
           05 PE-BREAK-PRICE-4-IN        LINE 13 COL 22
               PIC 9(4)V99 TO PE-BREAK-PRICE (4).
           05 PE-BREAK-QTY-5-IN          LINE 14 COL 10
               PIC 9(7) TO PE-BREAK-QTY (5).
           05 PE-BREAK-PRICE-5-IN        LINE 14 COL 22
               PIC 9(4)V99 TO PE-BREAK-PRICE (5).

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-PRICE-FILE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-PRICE.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-MAINTAIN-ONE-PRICE
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-PRICE.

           EXIT PROGRAM.

      *==============================================================
      * Open the customer price file, creating it the first time
      * this is ever run.
      *==============================================================
       200-INIT-MAINTAIN-PRICE.
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
               DISPLAY "CPRMAINT: SIGN-ON REFUSED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN I-O CUSTOMER-PRICE-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT CUSTOMER-PRICE-FILE
               CLOSE CUSTOMER-PRICE-FILE
               OPEN I-O CUSTOMER-PRICE-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "CPRMAINT: CANNOT OPEN CUSTOMER PRICE FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Prompt for the action, key the record, and apply it.
      *==============================================================
       201-MAINTAIN-ONE-PRICE.
           PERFORM 300-PROMPT-ACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-PRICE-RECORD
                   PERFORM 302-PROMPT-PRICE-FIELDS
                   PERFORM 310-ADD-PRICE-RECORD
               WHEN CHANGE-PRICE-RECORD
                   PERFORM 303-PROMPT-PRICE-KEY
                   PERFORM 311-CHANGE-PRICE-RECORD
               WHEN DELETE-PRICE-RECORD
                   PERFORM 303-PROMPT-PRICE-KEY
                   PERFORM 312-DELETE-PRICE-RECORD
               WHEN OTHER
                   DISPLAY "CPRMAINT: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Close the customer price file.
      *==============================================================
       202-TERM-MAINTAIN-PRICE.
           CLOSE CUSTOMER-PRICE-FILE.

      *==============================================================
      * Ask whether to maintain another customer price.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT
               LINE 16 COLUMN 10.
           ACCEPT ENTRY-FLAG
               LINE 16 COLUMN 44.

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
       302-PROMPT-PRICE-FIELDS.
           INITIALIZE PRICE-ENTRY-WS.
           DISPLAY PRICE-SCREEN.
           ACCEPT  PRICE-SCREEN.

      *==============================================================
      * Take just the customer and part for a change or a delete
      * -- the current record is read and shown before anything
      * is keyed over it.
      *==============================================================
       303-PROMPT-PRICE-KEY.
           DISPLAY "CUSTOMER:" LINE 3 COLUMN 10.
           ACCEPT PE-CUSTOMER-CODE LINE 3 COLUMN 25.
           DISPLAY "PART (BLANK=ALL):" LINE 3 COLUMN 35.
           ACCEPT PE-PART-NUMBER LINE 3 COLUMN 53.
           PERFORM 320-READ-PRICE-RECORD.
           IF STATUS-FIELD = "OK"
               MOVE CP-CONTRACT-PRICE TO PE-CONTRACT-PRICE
               MOVE CP-DISCOUNT-PCT   TO PE-DISCOUNT-PCT
               MOVE CP-EXPIRY-DATE    TO PE-EXPIRY-DATE
               PERFORM VARYING TIER-SUB FROM 1 BY 1
                       UNTIL TIER-SUB > 5
                   MOVE CP-BREAK-QTY (TIER-SUB)
                       TO PE-BREAK-QTY (TIER-SUB)
                   MOVE CP-BREAK-PRICE (TIER-SUB)
                       TO PE-BREAK-PRICE (TIER-SUB)
               END-PERFORM
               DISPLAY PRICE-SCREEN
           ELSE
               DISPLAY "CPRMAINT: CUSTOMER PRICE NOT ON FILE"
                   LINE 20 COLUMN 10.

      *==============================================================
      * Add a new customer price -- rejected if already on file.
      *==============================================================
       310-ADD-PRICE-RECORD.
           MOVE PE-CUSTOMER-CODE TO CP-CUSTOMER-CODE.
           MOVE PE-PART-NUMBER   TO CP-PART-NUMBER.
           PERFORM 330-MOVE-PRICE-FIELDS.
           WRITE CUSTOMER-PRICE-RECORD
               INVALID KEY
                   DISPLAY "CPRMAINT: CUSTOMER PRICE ALREADY ON FILE"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "CPRMAINT: CUSTOMER PRICE ADDED"
                       LINE 20 COLUMN 10.

      *==============================================================
      * Rewrite an existing customer price's terms and breaks.
      *==============================================================
       311-CHANGE-PRICE-RECORD.
           IF STATUS-FIELD = "OK"
               ACCEPT PRICE-SCREEN
               PERFORM 330-MOVE-PRICE-FIELDS
               REWRITE CUSTOMER-PRICE-RECORD
                   INVALID KEY
                       DISPLAY "CPRMAINT: REWRITE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "CPRMAINT: CUSTOMER PRICE CHANGED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Delete a customer price from the file.
      *==============================================================
       312-DELETE-PRICE-RECORD.
           IF STATUS-FIELD = "OK"
               DELETE CUSTOMER-PRICE-FILE
                   INVALID KEY
                       DISPLAY "CPRMAINT: DELETE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "CPRMAINT: CUSTOMER PRICE DELETED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Read the price record keyed by customer and part.
      *==============================================================
       320-READ-PRICE-RECORD.
           MOVE PE-CUSTOMER-CODE TO CP-CUSTOMER-CODE.
           MOVE PE-PART-NUMBER   TO CP-PART-NUMBER.
           READ CUSTOMER-PRICE-FILE
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * The keyed terms onto the record, key left alone.
      *==============================================================
       330-MOVE-PRICE-FIELDS.
           MOVE PE-CONTRACT-PRICE TO CP-CONTRACT-PRICE.
           MOVE PE-DISCOUNT-PCT   TO CP-DISCOUNT-PCT.
           MOVE PE-EXPIRY-DATE    TO CP-EXPIRY-DATE.
           PERFORM VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5
               MOVE PE-BREAK-QTY (TIER-SUB)
                   TO CP-BREAK-QTY (TIER-SUB)
               MOVE PE-BREAK-PRICE (TIER-SUB)
                   TO CP-BREAK-PRICE (TIER-SUB)
           END-PERFORM.

       end program CPRMAINT.
