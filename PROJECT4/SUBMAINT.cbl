       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMAINT as "SUBMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSTITUTE-PART-FILE
               ASSIGN TO "D:\COBOL\SUBPART.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               ALTERNATE RECORD KEY IS SX-SUBSTITUTE-PART
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
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
       FD  SUBSTITUTE-PART-FILE.
           COPY "D:\COBOL\SUBSTITUTE_PART_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 INVENT-STATUS-WS   PIC X(2)  VALUE SPACES.
       01 EOF-SUBST-WS       PIC X(3)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(34)
                       VALUE "MAINTAIN A SUBSTITUTE? (Y/N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-SUBST     VALUE "A".
               88 CHANGE-SUBST  VALUE "C".
               88 DELETE-SUBST  VALUE "D".
               88 LIST-SUBST    VALUE "L".
       01 ACTION-PROMPT      PIC X(37)
                       VALUE "ACTION? (A=ADD C=CHG D=DEL L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC X(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * Fields keyed from the maintenance screen -- matches
      * SUBSTITUTE-PART-RECORD's layout.
      *==============================================================
       01 SUBST-ENTRY-WS.
           05 SE-PART-NUMBER     PIC X(7)  VALUE SPACES.
           05 SE-SUBSTITUTE-PART PIC X(7)  VALUE SPACES.
           05 SE-PREFERENCE-RANK PIC 9(1)  VALUE ZERO.
           05 SE-TWO-WAY-FLAG    PIC X(1)  VALUE SPACES.
       01 SUBST-OK-WS          PIC X(3)  VALUE SPACES.


       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

       SCREEN SECTION.
       01 SUBST-SCREEN.
           05 VALUE "PART NUMBER:"       LINE 3 COL 10.
           05 SE-PART-NUMBER-IN          LINE 3 COL 28
               PIC X(7) TO SE-PART-NUMBER.
           05 VALUE "SUBSTITUTE PART:"   LINE 5 COL 10.
           05 SE-SUBSTITUTE-PART-IN      LINE 5 COL 28
               PIC X(7) TO SE-SUBSTITUTE-PART.
           05 VALUE "PREF RANK (1-9):"   LINE 7 COL 10.
           05 SE-PREFERENCE-RANK-IN      LINE 7 COL 28
               PIC 9(1) TO SE-PREFERENCE-RANK.
           05 VALUE "TWO-WAY (Y/N):"     LINE 9 COL 10.
           05 SE-TWO-WAY-FLAG-IN         LINE 9 COL 28
               PIC X(1) TO SE-TWO-WAY-FLAG.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-SUBST-FILE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-SUBST.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-MAINTAIN-ONE-SUBST
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-SUBST.

           EXIT PROGRAM.

      *==============================================================
      * Open the substitute file, creating it the first time this
      * is ever run, and the part master the entry validates
      * against.
      *==============================================================
       200-INIT-MAINTAIN-SUBST.
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
               DISPLAY "SUBMAINT: SIGN-ON REFUSED"
                   LINE 20 COLUMN 10
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN I-O SUBSTITUTE-PART-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT SUBSTITUTE-PART-FILE
               CLOSE SUBSTITUTE-PART-FILE
               OPEN I-O SUBSTITUTE-PART-FILE.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "SUBMAINT: CANNOT OPEN SUBPART "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Prompt for the action, key the record, and apply it.
      *==============================================================
       201-MAINTAIN-ONE-SUBST.
           PERFORM 300-PROMPT-ACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-SUBST
                   PERFORM 302-PROMPT-SUBST-FIELDS
                   PERFORM 310-ADD-SUBST-RECORD
               WHEN CHANGE-SUBST
                   PERFORM 303-PROMPT-SUBST-KEY
                   PERFORM 311-CHANGE-SUBST-RECORD
               WHEN DELETE-SUBST
                   PERFORM 303-PROMPT-SUBST-KEY
                   PERFORM 312-DELETE-SUBST-RECORD
               WHEN LIST-SUBST
                   PERFORM 304-LIST-PART-SUBSTITUTES
               WHEN OTHER
                   DISPLAY "SUBMAINT: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Close every file.
      *==============================================================
       202-TERM-MAINTAIN-SUBST.
           CLOSE SUBSTITUTE-PART-FILE.
           CLOSE INVENT-FILE.

      *==============================================================
      * Ask whether to maintain another substitute.
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
       302-PROMPT-SUBST-FIELDS.
           DISPLAY SUBST-SCREEN.
           ACCEPT  SUBST-SCREEN.

      *==============================================================
      * Take just the key for a change or a delete -- the current
      * record is read and shown before anything is keyed over it.
      *==============================================================
       303-PROMPT-SUBST-KEY.
           DISPLAY "PART NUMBER:"     LINE 3 COLUMN 10.
           ACCEPT SE-PART-NUMBER      LINE 3 COLUMN 28.
           DISPLAY "SUBSTITUTE PART:" LINE 5 COLUMN 10.
           ACCEPT SE-SUBSTITUTE-PART  LINE 5 COLUMN 28.
           PERFORM 320-READ-SUBST-RECORD.
           IF STATUS-FIELD = "OK"
               MOVE SX-PREFERENCE-RANK TO SE-PREFERENCE-RANK
               MOVE SX-TWO-WAY-FLAG    TO SE-TWO-WAY-FLAG
               DISPLAY SUBST-SCREEN
           ELSE
               DISPLAY "SUBMAINT: SUBSTITUTE NOT ON FILE"
                   LINE 20 COLUMN 10.

      *==============================================================
      * List every substitute offered for one part -- its own
      * records in key order, then the two-way pairs keyed the
      * other way round, found through the substitute index.
      *==============================================================
       304-LIST-PART-SUBSTITUTES.
           DISPLAY "PART NUMBER:" LINE 3 COLUMN 10.
           ACCEPT SE-PART-NUMBER  LINE 3 COLUMN 28.
           MOVE SPACES TO EOF-SUBST-WS.
           MOVE SE-PART-NUMBER TO SX-PART-NUMBER.
           MOVE LOW-VALUES     TO SX-SUBSTITUTE-PART.
           START SUBSTITUTE-PART-FILE KEY IS NOT LESS THAN SX-KEY
               INVALID KEY MOVE "YES" TO EOF-SUBST-WS.
           PERFORM UNTIL EOF-SUBST-WS = "YES"
               READ SUBSTITUTE-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SUBST-WS
                   NOT AT END
                       IF SX-PART-NUMBER NOT = SE-PART-NUMBER
                           MOVE "YES" TO EOF-SUBST-WS
                       ELSE
                           DISPLAY SX-SUBSTITUTE-PART
                               " RANK " SX-PREFERENCE-RANK
                               " TWO-WAY " SX-TWO-WAY-FLAG
                       END-IF
           END-PERFORM.
           MOVE SPACES TO EOF-SUBST-WS.
           MOVE SE-PART-NUMBER TO SX-SUBSTITUTE-PART.
           START SUBSTITUTE-PART-FILE
               KEY IS EQUAL TO SX-SUBSTITUTE-PART
               INVALID KEY MOVE "YES" TO EOF-SUBST-WS.
           PERFORM UNTIL EOF-SUBST-WS = "YES"
               READ SUBSTITUTE-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SUBST-WS
                   NOT AT END
                       IF SX-SUBSTITUTE-PART NOT = SE-PART-NUMBER
                           MOVE "YES" TO EOF-SUBST-WS
                       ELSE
                           IF SX-TWO-WAY
                               DISPLAY SX-PART-NUMBER
                                   " RANK " SX-PREFERENCE-RANK
                                   " TWO-WAY (REVERSE)"
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * Add a new substitute -- both parts must exist and differ,
      * the rank must be keyed, and a duplicate pair is rejected.
      *==============================================================
       310-ADD-SUBST-RECORD.
           PERFORM 330-CHECK-SUBST-FIELDS.
           IF SUBST-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SE-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "SUBMAINT: PART NOT ON FILE"
                       LINE 20 COLUMN 10
                   EXIT PARAGRAPH
           END-READ.
           MOVE SE-SUBSTITUTE-PART TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "SUBMAINT: SUBSTITUTE NOT ON FILE"
                       LINE 20 COLUMN 10
                   EXIT PARAGRAPH
           END-READ.
           MOVE SE-PART-NUMBER     TO SX-PART-NUMBER.
           MOVE SE-SUBSTITUTE-PART TO SX-SUBSTITUTE-PART.
           MOVE SE-PREFERENCE-RANK TO SX-PREFERENCE-RANK.
           MOVE SE-TWO-WAY-FLAG    TO SX-TWO-WAY-FLAG.
           MOVE CDT-DATE           TO SX-ADDED-DATE.
           MOVE SP-OPERATOR-ID     TO SX-ADDED-BY.
           WRITE SUBSTITUTE-PART-RECORD
               INVALID KEY
                   DISPLAY "SUBMAINT: SUBSTITUTE ALREADY ON FILE"
                       LINE 20 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "SUBMAINT: SUBSTITUTE ADDED"
                       LINE 20 COLUMN 10.

      *==============================================================
      * Rewrite an existing substitute's rank and direction.
      *==============================================================
       311-CHANGE-SUBST-RECORD.
           IF STATUS-FIELD = "OK"
               ACCEPT SUBST-SCREEN
               PERFORM 330-CHECK-SUBST-FIELDS
               IF SUBST-OK-WS = "YES"
                   MOVE SE-PREFERENCE-RANK TO SX-PREFERENCE-RANK
                   MOVE SE-TWO-WAY-FLAG    TO SX-TWO-WAY-FLAG
                   REWRITE SUBSTITUTE-PART-RECORD
                       INVALID KEY
                           DISPLAY "SUBMAINT: REWRITE FAILED"
                               LINE 20 COLUMN 10
                       NOT INVALID KEY
                           DISPLAY "SUBMAINT: SUBSTITUTE CHANGED"
                               LINE 20 COLUMN 10.

      *==============================================================
      * Delete a substitute.
      *==============================================================
       312-DELETE-SUBST-RECORD.
           IF STATUS-FIELD = "OK"
               DELETE SUBSTITUTE-PART-FILE
                   INVALID KEY
                       DISPLAY "SUBMAINT: DELETE FAILED"
                           LINE 20 COLUMN 10
                   NOT INVALID KEY
                       DISPLAY "SUBMAINT: SUBSTITUTE DELETED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Read the substitute keyed from the screen.
      *==============================================================
       320-READ-SUBST-RECORD.
           MOVE SE-PART-NUMBER     TO SX-PART-NUMBER.
           MOVE SE-SUBSTITUTE-PART TO SX-SUBSTITUTE-PART.
           READ SUBSTITUTE-PART-FILE
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * Check the keyed fields -- a part cannot stand in for
      * itself, the rank runs 1 to 9, and the direction is Y or N
      * (spaces taken as one-way).
      *==============================================================
       330-CHECK-SUBST-FIELDS.
           MOVE "YES" TO SUBST-OK-WS.
           IF SE-TWO-WAY-FLAG = SPACES OR "n"
               MOVE "N" TO SE-TWO-WAY-FLAG.
           IF SE-TWO-WAY-FLAG = "y"
               MOVE "Y" TO SE-TWO-WAY-FLAG.
           IF SE-SUBSTITUTE-PART = SE-PART-NUMBER
               DISPLAY "SUBMAINT: PART CANNOT SUBSTITUTE ITSELF"
                   LINE 20 COLUMN 10
               MOVE "NO" TO SUBST-OK-WS
           ELSE
               IF SE-PREFERENCE-RANK = ZERO
                   DISPLAY "SUBMAINT: PREF RANK MUST BE 1 TO 9"
                       LINE 20 COLUMN 10
                   MOVE "NO" TO SUBST-OK-WS
               ELSE
                   IF SE-TWO-WAY-FLAG NOT = "Y" AND NOT = "N"
                       DISPLAY "SUBMAINT: TWO-WAY MUST BE Y OR N"
                           LINE 20 COLUMN 10
                       MOVE "NO" TO SUBST-OK-WS.

       end program SUBMAINT.
