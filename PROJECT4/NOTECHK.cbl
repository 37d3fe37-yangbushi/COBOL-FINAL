       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTECHK as "NOTECHK".
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

      *==============================================================
      * The business date is settled on the first call and kept
      * for the rest of the caller's run.
      *==============================================================
       01 DATE-SETTLED-WS       PIC X(3)  VALUE "NO".
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).
       01 AS-OF-DATE-WS         PIC X(8)  VALUE SPACES.

       LINKAGE SECTION.
           COPY "D:\COBOL\NOTE_PARMS.cpy".

      *==============================================================
      * The flagged notes on one part, supplier or customer that
      * have not expired, in line order.  No notes file yet means
      * no notes.
      *==============================================================
       PROCEDURE DIVISION USING NOTE-PARMS.
       100-FIND-FLAGGED-NOTES.
           MOVE ZERO   TO NP-NOTE-COUNT.
           MOVE SPACES TO NP-MORE-FLAG.
           IF NP-RECORD-KEY = SPACES
               EXIT PROGRAM.
           IF DATE-SETTLED-WS NOT = "YES"
               PERFORM 200-SETTLE-BUSINESS-DATE.
           OPEN INPUT NOTE-FILE.
           IF NOTE-FILE-STATUS NOT = "00"
               EXIT PROGRAM.
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
                           PERFORM 300-WEIGH-ONE-NOTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTE-FILE.
           EXIT PROGRAM.

       200-SETTLE-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           MOVE CDT-DATE TO AS-OF-DATE-WS.
           MOVE "YES" TO DATE-SETTLED-WS.

       300-WEIGH-ONE-NOTE.
           IF NOT NT-POPS-UP
               EXIT PARAGRAPH.
           IF NT-EXPIRY-DATE NOT = SPACES
                   AND NT-EXPIRY-DATE < AS-OF-DATE-WS
               EXIT PARAGRAPH.
           IF NP-NOTE-COUNT < 4
               ADD 1 TO NP-NOTE-COUNT
               MOVE NT-NOTE-TEXT TO NP-NOTE-TEXT (NP-NOTE-COUNT)
           ELSE
               MOVE "Y" TO NP-MORE-FLAG
               MOVE "YES" TO EOF-NOTE-WS.

       end program NOTECHK.
