       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTEMNT as "NOTEMNT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE
               ASSIGN TO "D:\COBOL\NOTES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS NOTE-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE.
           COPY "D:\COBOL\NOTE_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 NOTE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 EOF-NOTE-WS           PIC X(3)  VALUE SPACES.
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 NOTE-ACTION-WS        PIC A(1)  VALUE SPACES.
               88 ADD-NOTE          VALUE "A".
               88 CHANGE-NOTE       VALUE "C".
               88 DELETE-NOTE       VALUE "D".
               88 NOTES-DONE        VALUE "X".
       01 NOTE-ACTION-PROMPT    PIC X(40)
                   VALUE "NOTE ACTION? (A=ADD C=CHG D=DEL X=DONE)".
       01 RECORD-KIND-WS        PIC X(8)  VALUE SPACES.

      *==============================================================
      * What is keyed for a note line.  A blank text on a change
      * keeps the line's text as it was.
      *==============================================================
       01 NOTE-ENTRY-WS.
           05 NE-LINE-NUMBER    PIC 9(3)  VALUE ZERO.
           05 NE-NOTE-TEXT      PIC X(60) VALUE SPACES.
           05 NE-POPUP-FLAG     PIC X(1)  VALUE SPACES.
           05 NE-EXPIRY-DATE    PIC X(8)  VALUE SPACES.
       01 ENTRY-OK-WS           PIC X(3)  VALUE "YES".

      *==============================================================
      * The record's lines as last listed: up to ten are shown,
      * and the highest line number on file is where the next
      * added line goes after.
      *==============================================================
       01 LAST-LINE-WS          PIC 9(3)  VALUE ZERO.
       01 SCREEN-LINE-WS        PIC 9(2)  VALUE ZERO.
       01 LINES-LISTED-WS       PIC 9(3)  VALUE ZERO.
       01 NOTE-LIST-OUT.
           05 NL-LINE-NUMBER-OUT PIC 9(3)  VALUE ZERO.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 NL-POPUP-FLAG-OUT PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 NL-EXPIRY-OUT     PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 NL-NOTE-TEXT-OUT  PIC X(60) VALUE SPACES.
       01 BLANK-LINE-OUT        PIC X(79) VALUE SPACES.

       LINKAGE SECTION.
           COPY "D:\COBOL\NOTE_PARMS.cpy".

      *==============================================================
      * Keep the note lines on one part, supplier or customer,
      * from the record's own maintenance screen.  Each line keeps
      * who last wrote it and when.  The notes file is created the
      * first time a note is kept.
      *==============================================================
       PROCEDURE DIVISION USING NOTE-PARMS.
       100-MAINTAIN-NOTES.
           PERFORM 200-INIT-MAINTAIN-NOTES.
           IF NOTE-FILE-STATUS = "00"
               MOVE SPACES TO NOTE-ACTION-WS
               PERFORM 201-TAKE-ONE-NOTE-ACTION
                   UNTIL NOTES-DONE
               CLOSE NOTE-FILE.
           EXIT PROGRAM.

       200-INIT-MAINTAIN-NOTES.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           EVALUATE NP-RECORD-TYPE
               WHEN "P" MOVE "PART"     TO RECORD-KIND-WS
               WHEN "S" MOVE "SUPPLIER" TO RECORD-KIND-WS
               WHEN "C" MOVE "CUSTOMER" TO RECORD-KIND-WS
           END-EVALUATE.
           OPEN I-O NOTE-FILE.
           IF NOTE-FILE-STATUS = "35"
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE.
           IF NOTE-FILE-STATUS NOT = "00"
               DISPLAY "NOTEMNT: CANNOT OPEN NOTES " NOTE-FILE-STATUS
                   LINE 22 COLUMN 10.

      *==============================================================
      * Show the record's lines, then take one action on them.
      *==============================================================
       201-TAKE-ONE-NOTE-ACTION.
           PERFORM 300-LIST-NOTE-LINES.
           DISPLAY NOTE-ACTION-PROMPT LINE 15 COLUMN 10.
           ACCEPT NOTE-ACTION-WS LINE 15 COLUMN 51.
           DISPLAY BLANK-LINE-OUT LINE 22 COLUMN 1.
           EVALUATE TRUE
               WHEN ADD-NOTE
                   PERFORM 310-ADD-NOTE-LINE
               WHEN CHANGE-NOTE
                   PERFORM 320-CHANGE-NOTE-LINE
               WHEN DELETE-NOTE
                   PERFORM 330-DELETE-NOTE-LINE
               WHEN NOTES-DONE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "NOTEMNT: INVALID ACTION CODE"
                       LINE 22 COLUMN 10
           END-EVALUATE.
           PERFORM 305-CLEAR-ENTRY-LINES.

      *==============================================================
      * Line number, pop-up flag, expiry and text of each line,
      * ten to the screen.
      *==============================================================
       300-LIST-NOTE-LINES.
           PERFORM VARYING SCREEN-LINE-WS FROM 3 BY 1
                   UNTIL SCREEN-LINE-WS > 13
               DISPLAY BLANK-LINE-OUT LINE SCREEN-LINE-WS COLUMN 1
           END-PERFORM.
           DISPLAY "NOTES FOR " RECORD-KIND-WS " " NP-RECORD-KEY
               LINE 3 COLUMN 10.
           MOVE ZERO TO LAST-LINE-WS.
           MOVE ZERO TO LINES-LISTED-WS.
           MOVE 3    TO SCREEN-LINE-WS.
           MOVE NP-RECORD-TYPE TO NT-RECORD-TYPE.
           MOVE NP-RECORD-KEY  TO NT-RECORD-KEY.
           MOVE ZERO           TO NT-LINE-NUMBER.
           MOVE SPACES TO EOF-NOTE-WS.
           START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
               INVALID KEY MOVE "YES" TO EOF-NOTE-WS.
           PERFORM UNTIL EOF-NOTE-WS = "YES"
               READ NOTE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-NOTE-WS
                   NOT AT END
                       IF NT-RECORD-TYPE NOT = NP-RECORD-TYPE
                          OR NT-RECORD-KEY NOT = NP-RECORD-KEY
                           MOVE "YES" TO EOF-NOTE-WS
                       ELSE
                           PERFORM 301-LIST-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF LINES-LISTED-WS = ZERO
               DISPLAY "(NO NOTES)" LINE 4 COLUMN 10.

       301-LIST-ONE-LINE.
           MOVE NT-LINE-NUMBER TO LAST-LINE-WS.
           ADD 1 TO LINES-LISTED-WS.
           IF LINES-LISTED-WS > 10
               EXIT PARAGRAPH.
           ADD 1 TO SCREEN-LINE-WS.
           MOVE NT-LINE-NUMBER TO NL-LINE-NUMBER-OUT.
           MOVE NT-POPUP-FLAG  TO NL-POPUP-FLAG-OUT.
           MOVE NT-EXPIRY-DATE TO NL-EXPIRY-OUT.
           MOVE NT-NOTE-TEXT   TO NL-NOTE-TEXT-OUT.
           DISPLAY NOTE-LIST-OUT LINE SCREEN-LINE-WS COLUMN 1.

       305-CLEAR-ENTRY-LINES.
           PERFORM VARYING SCREEN-LINE-WS FROM 17 BY 1
                   UNTIL SCREEN-LINE-WS > 21
               DISPLAY BLANK-LINE-OUT LINE SCREEN-LINE-WS COLUMN 1
           END-PERFORM.

      *==============================================================
      * A new line goes after the last one on file.
      *==============================================================
       310-ADD-NOTE-LINE.
           IF LAST-LINE-WS NOT < 999
               DISPLAY "NOTEMNT: NO ROOM FOR ANOTHER LINE"
                   LINE 22 COLUMN 10
               EXIT PARAGRAPH.
           MOVE SPACES TO NE-NOTE-TEXT NE-POPUP-FLAG NE-EXPIRY-DATE.
           PERFORM 340-TAKE-NOTE-FIELDS.
           IF ENTRY-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           IF NE-NOTE-TEXT = SPACES
               DISPLAY "NOTEMNT: NOTE TEXT REQUIRED"
                   LINE 22 COLUMN 10
               EXIT PARAGRAPH.
           MOVE NP-RECORD-TYPE  TO NT-RECORD-TYPE.
           MOVE NP-RECORD-KEY   TO NT-RECORD-KEY.
           COMPUTE NT-LINE-NUMBER = LAST-LINE-WS + 1.
           MOVE NE-NOTE-TEXT    TO NT-NOTE-TEXT.
           PERFORM 350-STAMP-NOTE-LINE.
           WRITE NOTE-RECORD
               INVALID KEY
                   DISPLAY "NOTEMNT: LINE ALREADY ON FILE"
                       LINE 22 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "NOTEMNT: NOTE ADDED"
                       LINE 22 COLUMN 10
           END-WRITE.

       320-CHANGE-NOTE-LINE.
           PERFORM 345-READ-KEYED-LINE.
           IF ENTRY-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           DISPLAY "WRITTEN BY " NT-AUTHOR-ID " ON " NT-WRITTEN-DATE
               LINE 17 COLUMN 30.
           MOVE NT-POPUP-FLAG  TO NE-POPUP-FLAG.
           MOVE NT-EXPIRY-DATE TO NE-EXPIRY-DATE.
           MOVE SPACES         TO NE-NOTE-TEXT.
           PERFORM 340-TAKE-NOTE-FIELDS.
           IF ENTRY-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           IF NE-NOTE-TEXT NOT = SPACES
               MOVE NE-NOTE-TEXT TO NT-NOTE-TEXT.
           PERFORM 350-STAMP-NOTE-LINE.
           REWRITE NOTE-RECORD
               INVALID KEY
                   DISPLAY "NOTEMNT: REWRITE FAILED"
                       LINE 22 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "NOTEMNT: NOTE CHANGED"
                       LINE 22 COLUMN 10
           END-REWRITE.

       330-DELETE-NOTE-LINE.
           PERFORM 345-READ-KEYED-LINE.
           IF ENTRY-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           DELETE NOTE-FILE RECORD
               INVALID KEY
                   DISPLAY "NOTEMNT: DELETE FAILED"
                       LINE 22 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "NOTEMNT: NOTE DELETED"
                       LINE 22 COLUMN 10
           END-DELETE.

      *==============================================================
      * The text, whether it pops up, and when it stops applying.
      * An expiry already past would never be seen, so it is
      * refused.
      *==============================================================
       340-TAKE-NOTE-FIELDS.
           MOVE "YES" TO ENTRY-OK-WS.
           DISPLAY "NOTE TEXT:" LINE 18 COLUMN 10.
           ACCEPT NE-NOTE-TEXT LINE 19 COLUMN 10.
           DISPLAY "POP UP WHEN KEYED? (Y/N):" LINE 20 COLUMN 10.
           ACCEPT NE-POPUP-FLAG LINE 20 COLUMN 37.
           DISPLAY "EXPIRES (YYYYMMDD, BLANK=NEVER):"
               LINE 21 COLUMN 10.
           ACCEPT NE-EXPIRY-DATE LINE 21 COLUMN 43.
           IF NE-POPUP-FLAG NOT = "Y" AND NE-POPUP-FLAG NOT = "N"
               DISPLAY "NOTEMNT: POP-UP FLAG MUST BE Y OR N"
                   LINE 22 COLUMN 10
               MOVE "NO" TO ENTRY-OK-WS
               EXIT PARAGRAPH.
           IF NE-EXPIRY-DATE NOT = SPACES
               IF NE-EXPIRY-DATE NOT NUMERIC
                       OR NE-EXPIRY-DATE < CDT-DATE
                   DISPLAY "NOTEMNT: EXPIRY MUST BE A DATE FROM "
                       "TODAY ON" LINE 22 COLUMN 10
                   MOVE "NO" TO ENTRY-OK-WS.

       345-READ-KEYED-LINE.
           MOVE "YES" TO ENTRY-OK-WS.
           DISPLAY "LINE NUMBER:" LINE 17 COLUMN 10.
           ACCEPT NE-LINE-NUMBER LINE 17 COLUMN 23.
           MOVE NP-RECORD-TYPE TO NT-RECORD-TYPE.
           MOVE NP-RECORD-KEY  TO NT-RECORD-KEY.
           MOVE NE-LINE-NUMBER TO NT-LINE-NUMBER.
           READ NOTE-FILE
               INVALID KEY
                   DISPLAY "NOTEMNT: NO SUCH LINE"
                       LINE 22 COLUMN 10
                   MOVE "NO" TO ENTRY-OK-WS
           END-READ.

       350-STAMP-NOTE-LINE.
           MOVE NE-POPUP-FLAG   TO NT-POPUP-FLAG.
           MOVE NE-EXPIRY-DATE  TO NT-EXPIRY-DATE.
           MOVE NP-OPERATOR-ID  TO NT-AUTHOR-ID.
           MOVE CDT-DATE        TO NT-WRITTEN-DATE.

       end program NOTEMNT.
