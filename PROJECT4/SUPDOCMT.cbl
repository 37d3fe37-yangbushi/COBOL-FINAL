       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPDOCMT as "SUPDOCMT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-COMPLIANCE-FILE
               ASSIGN TO "D:\COBOL\SUPCOMP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS STATUS-FIELD.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN IN SUPPLIER-RECORD-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-COMPLIANCE-FILE.
           COPY "D:\COBOL\SUPPLIER_COMPLIANCE_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 SUPPLIER-STATUS-WS PIC X(2)  VALUE SPACES.
       01 EOF-COMPLIANCE-WS  PIC X(3)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(35)
                       VALUE "MAINTAIN A SUPPLIER DOCUMENT? (Y/N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-DOCUMENT      VALUE "A".
               88 CHANGE-DOCUMENT   VALUE "C".
               88 DELETE-DOCUMENT   VALUE "D".
               88 LIST-DOCUMENTS    VALUE "L".
       01 ACTION-PROMPT      PIC X(37)
                       VALUE "ACTION? (A=ADD C=CHG D=DEL L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE       PIC 9(8).
           05 FILLER         PIC X(13).
       01 DOCUMENT-STATE-WS  PIC X(8)  VALUE SPACES.

      *==============================================================
      * Fields keyed from the maintenance screen -- matches
      * SUPPLIER-COMPLIANCE-RECORD's layout.
      *==============================================================
       01 DOCUMENT-ENTRY-WS.
           05 DE-SUPPLIER-CODE  PIC X(5)  VALUE SPACES.
           05 DE-DOC-TYPE       PIC X(4)  VALUE SPACES.
           05 DE-DOC-REFERENCE  PIC X(15) VALUE SPACES.
           05 DE-ISSUE-DATE     PIC 9(8)  VALUE ZERO.
           05 DE-EXPIRY-DATE    PIC 9(8)  VALUE ZERO.
           05 DE-REQUIRED-FLAG  PIC X(1)  VALUE SPACES.


       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

       SCREEN SECTION.
       01 DOCUMENT-SCREEN.
           05 VALUE "SUPPLIER CODE:"     LINE 3 COL 10.
           05 DE-SUPPLIER-CODE-IN        LINE 3 COL 30
               PIC X(5) TO DE-SUPPLIER-CODE.
           05 VALUE "DOCUMENT TYPE:"     LINE 5 COL 10.
           05 DE-DOC-TYPE-IN             LINE 5 COL 30
               PIC X(4) TO DE-DOC-TYPE.
           05 VALUE "REFERENCE:"         LINE 7 COL 10.
           05 DE-DOC-REFERENCE-IN        LINE 7 COL 30
               PIC X(15) TO DE-DOC-REFERENCE.
           05 VALUE "ISSUED (YYYYMMDD):" LINE 9 COL 10.
           05 DE-ISSUE-DATE-IN           LINE 9 COL 30
               PIC 9(8) TO DE-ISSUE-DATE.
           05 VALUE "EXPIRES (0=NEVER):" LINE 11 COL 10.
           05 DE-EXPIRY-DATE-IN          LINE 11 COL 30
               PIC 9(8) TO DE-EXPIRY-DATE.
           05 VALUE "REQUIRED (Y/N):"    LINE 13 COL 10.
           05 DE-REQUIRED-FLAG-IN        LINE 13 COL 30
               PIC X(1) TO DE-REQUIRED-FLAG.

      *==============================================================
      * The certificates and declarations each supplier must keep
      * on file with us, kept alongside the supplier master.  A
      * required document that runs past its expiry stops the
      * purchasing programs buying from the supplier until the
      * renewal is keyed here.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-DOCUMENT-FILE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-DOCUMENTS.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-MAINTAIN-ONE-DOCUMENT
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-DOCUMENTS.

           EXIT PROGRAM.

      *==============================================================
      * Open the document file, creating it the first time this is
      * ever run, and the supplier master the entry validates
      * against.
      *==============================================================
       200-INIT-MAINTAIN-DOCUMENTS.
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
               DISPLAY "SUPDOCMT: SIGN-ON REFUSED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN I-O SUPPLIER-COMPLIANCE-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT SUPPLIER-COMPLIANCE-FILE
               CLOSE SUPPLIER-COMPLIANCE-FILE
               OPEN I-O SUPPLIER-COMPLIANCE-FILE.
           OPEN INPUT SUPPLIER-FILE-IN.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "SUPDOCMT: CANNOT OPEN SUPCOMP "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Prompt for the action, key the record, and apply it.
      *==============================================================
       201-MAINTAIN-ONE-DOCUMENT.
           PERFORM 300-PROMPT-ACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-DOCUMENT
                   PERFORM 302-PROMPT-DOCUMENT-FIELDS
                   PERFORM 310-ADD-DOCUMENT-RECORD
               WHEN CHANGE-DOCUMENT
                   PERFORM 303-PROMPT-DOCUMENT-KEY
                   PERFORM 311-CHANGE-DOCUMENT-RECORD
               WHEN DELETE-DOCUMENT
                   PERFORM 303-PROMPT-DOCUMENT-KEY
                   PERFORM 312-DELETE-DOCUMENT-RECORD
               WHEN LIST-DOCUMENTS
                   PERFORM 304-LIST-SUPPLIER-DOCUMENTS
               WHEN OTHER
                   DISPLAY "SUPDOCMT: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Close every file.
      *==============================================================
       202-TERM-MAINTAIN-DOCUMENTS.
           CLOSE SUPPLIER-COMPLIANCE-FILE.
           CLOSE SUPPLIER-FILE-IN.

      *==============================================================
      * Ask whether to maintain another document.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT
               LINE 16 COLUMN 10.
           ACCEPT ENTRY-FLAG
               LINE 16 COLUMN 46.

      *==============================================================
      * Ask which maintenance action to perform.
      *==============================================================
       300-PROMPT-ACTION-CODE.
           DISPLAY ACTION-PROMPT
               LINE 15 COLUMN 10.
           ACCEPT ACTION-CODE-WS
               LINE 15 COLUMN 48.

      *==============================================================
      * Display the screen and take the full entry for an add.
      *==============================================================
       302-PROMPT-DOCUMENT-FIELDS.
           DISPLAY DOCUMENT-SCREEN.
           ACCEPT  DOCUMENT-SCREEN.

      *==============================================================
      * Take just the key for a change or a delete -- the current
      * record is read and shown, and for a change keyed over.
      *==============================================================
       303-PROMPT-DOCUMENT-KEY.
           DISPLAY "SUPPLIER CODE:" LINE 3 COLUMN 10.
           ACCEPT DE-SUPPLIER-CODE  LINE 3 COLUMN 30.
           DISPLAY "DOCUMENT TYPE:" LINE 5 COLUMN 10.
           ACCEPT DE-DOC-TYPE       LINE 5 COLUMN 30.
           PERFORM 320-READ-DOCUMENT-RECORD.
           IF STATUS-FIELD = "OK"
               MOVE SC-DOC-REFERENCE TO DE-DOC-REFERENCE
               MOVE SC-ISSUE-DATE    TO DE-ISSUE-DATE
               MOVE SC-EXPIRY-DATE   TO DE-EXPIRY-DATE
               MOVE SC-REQUIRED-FLAG TO DE-REQUIRED-FLAG
               DISPLAY DOCUMENT-SCREEN
               IF CHANGE-DOCUMENT
                   ACCEPT DOCUMENT-SCREEN
               END-IF
           ELSE
               DISPLAY "SUPDOCMT: DOCUMENT NOT ON FILE"
                   LINE 20 COLUMN 10.

      *==============================================================
      * List every document one supplier has on file and whether
      * it is still in force today.
      *==============================================================
       304-LIST-SUPPLIER-DOCUMENTS.
           DISPLAY "SUPPLIER CODE:" LINE 3 COLUMN 10.
           ACCEPT DE-SUPPLIER-CODE  LINE 3 COLUMN 30.
           MOVE SPACES TO EOF-COMPLIANCE-WS.
           MOVE DE-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE LOW-VALUES       TO SC-DOC-TYPE.
           START SUPPLIER-COMPLIANCE-FILE
                   KEY IS NOT LESS THAN SC-KEY
               INVALID KEY MOVE "YES" TO EOF-COMPLIANCE-WS.
           PERFORM UNTIL EOF-COMPLIANCE-WS = "YES"
               READ SUPPLIER-COMPLIANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-COMPLIANCE-WS
                   NOT AT END
                       IF SC-SUPPLIER-CODE NOT = DE-SUPPLIER-CODE
                           MOVE "YES" TO EOF-COMPLIANCE-WS
                       ELSE
                           PERFORM 305-SHOW-ONE-DOCUMENT
                       END-IF
           END-PERFORM.

       305-SHOW-ONE-DOCUMENT.
           IF SC-EXPIRY-DATE NOT = ZERO
                   AND SC-EXPIRY-DATE < CDT-DATE
               MOVE "EXPIRED"  TO DOCUMENT-STATE-WS
           ELSE
               MOVE "IN FORCE" TO DOCUMENT-STATE-WS.
           DISPLAY SC-DOC-TYPE " " SC-DOC-REFERENCE
               " ISSUED " SC-ISSUE-DATE
               " EXPIRES " SC-EXPIRY-DATE
               " REQ " SC-REQUIRED-FLAG
               " " DOCUMENT-STATE-WS.

      *==============================================================
      * Add a new document -- the supplier must exist, and the
      * same document type twice for one supplier is rejected.
      *==============================================================
       310-ADD-DOCUMENT-RECORD.
           MOVE DE-SUPPLIER-CODE TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   DISPLAY "SUPDOCMT: SUPPLIER NOT ON FILE"
                       LINE 20 COLUMN 10
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 330-CHECK-DOCUMENT-DATES.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           MOVE DE-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE DE-DOC-TYPE      TO SC-DOC-TYPE.
           PERFORM 340-MOVE-DOCUMENT-FIELDS.
           WRITE SUPPLIER-COMPLIANCE-RECORD
               INVALID KEY
                   DISPLAY "SUPDOCMT: DOCUMENT ALREADY ON FILE"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "SUPDOCMT: DOCUMENT ADDED"
                       LINE 20 COLUMN 10.

      *==============================================================
      * Rewrite an existing document -- a renewal is keyed here
      * as new issue and expiry dates.
      *==============================================================
       311-CHANGE-DOCUMENT-RECORD.
           IF STATUS-FIELD = "OK"
               PERFORM 330-CHECK-DOCUMENT-DATES
           END-IF.
           IF STATUS-FIELD = "OK"
               PERFORM 340-MOVE-DOCUMENT-FIELDS
               REWRITE SUPPLIER-COMPLIANCE-RECORD
                   INVALID KEY
                       DISPLAY "SUPDOCMT: REWRITE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "SUPDOCMT: DOCUMENT CHANGED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Delete a document.
      *==============================================================
       312-DELETE-DOCUMENT-RECORD.
           IF STATUS-FIELD = "OK"
               DELETE SUPPLIER-COMPLIANCE-FILE
                   INVALID KEY
                       DISPLAY "SUPDOCMT: DELETE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "SUPDOCMT: DOCUMENT DELETED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Read the document keyed from the screen.
      *==============================================================
       320-READ-DOCUMENT-RECORD.
           MOVE DE-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE DE-DOC-TYPE      TO SC-DOC-TYPE.
           READ SUPPLIER-COMPLIANCE-FILE
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * A document cannot lapse before it was issued, and the
      * required flag is Y or N.
      *==============================================================
       330-CHECK-DOCUMENT-DATES.
           MOVE "OK" TO STATUS-FIELD.
           IF DE-DOC-TYPE = SPACES
               DISPLAY "SUPDOCMT: DOCUMENT TYPE REQUIRED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD.
           IF DE-EXPIRY-DATE NOT = ZERO
                   AND DE-EXPIRY-DATE < DE-ISSUE-DATE
               DISPLAY "SUPDOCMT: EXPIRES BEFORE IT WAS ISSUED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD.
           IF DE-REQUIRED-FLAG NOT = "Y"
                   AND DE-REQUIRED-FLAG NOT = "N"
               DISPLAY "SUPDOCMT: REQUIRED MUST BE Y OR N"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD.

       340-MOVE-DOCUMENT-FIELDS.
           MOVE DE-DOC-REFERENCE TO SC-DOC-REFERENCE.
           MOVE DE-ISSUE-DATE    TO SC-ISSUE-DATE.
           MOVE DE-EXPIRY-DATE   TO SC-EXPIRY-DATE.
           MOVE DE-REQUIRED-FLAG TO SC-REQUIRED-FLAG.
           MOVE CDT-DATE         TO SC-CHANGED-DATE.
           MOVE SP-OPERATOR-ID   TO SC-CHANGED-BY.

       end program SUPDOCMT.
