       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMAINT as "REPMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-REP-FILE
               ASSIGN TO "D:\COBOL\SALESREP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-REP-CODE
               FILE STATUS IS STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-REP-FILE.
           COPY "D:\COBOL\SALES_REP_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(27)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-REP         VALUE "A".
               88 DROP-REP        VALUE "D".
               88 LIST-REPS       VALUE "L".
       01 ACTION-PROMPT      PIC X(40) VALUE
               "ACTION? (A=ADD/CHANGE D=DROP L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 EOF-REP-WS         PIC X(3)  VALUE SPACES.
       01 ENTRY-REP-WS       PIC X(3)  VALUE SPACES.
       01 ENTRY-NAME-WS      PIC X(20) VALUE SPACES.
       01 ENTRY-BASIS-WS     PIC X(1)  VALUE SPACES.
           88 ENTRY-BASIS-VALID VALUE "R" "M".
       01 ENTRY-RATE-WS      PIC 9(2)V99 VALUE ZERO.
       01 ENTRY-BAND-COUNT-WS PIC 9(1) VALUE ZERO.
       01 BAND-SUB           PIC 9(1)  VALUE ZERO.
       01 RATE-OUT           PIC Z9.99 VALUE ZEROS.
       01 FLOOR-OUT          PIC ZZ9.99 VALUE ZEROS.

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The outside reps and how each is paid: a flat rate on the
      * goods, or a rate per margin band.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-SALES-REPS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-REPS.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-REPS.

           EXIT PROGRAM.

       200-INIT-MAINTAIN-REPS.
           IF ADDRESS OF LINKED-SIGNON-PARMS NOT = NULL
               MOVE LINKED-SIGNON-PARMS TO SIGNON-PARMS
           ELSE
               DISPLAY OPERATOR-PROMPT
               ACCEPT SP-OPERATOR-ID
               DISPLAY PASSWORD-PROMPT
               ACCEPT SP-PASSWORD
               CALL ".\SIGNON" USING SIGNON-PARMS
               IF SP-SIGNON-OK AND SP-MUST-CHANGE
                   CALL ".\PASSCHG" USING SIGNON-PARMS
                   CANCEL ".\PASSCHG"
                   IF SP-MUST-CHANGE
                       MOVE "ER" TO SP-RESULT
                   END-IF
               END-IF
           END-IF.
           IF NOT SP-SIGNON-OK OR NOT SP-MAY-MAINTAIN
               DISPLAY "REPMAINT: SIGN-ON REFUSED"
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN I-O SALES-REP-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT SALES-REP-FILE
               CLOSE SALES-REP-FILE
               OPEN I-O SALES-REP-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "REPMAINT: CANNOT OPEN SALES REP FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

       201-TAKE-ONE-ACTION.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE-WS.
           EVALUATE TRUE
               WHEN ADD-REP
                   PERFORM 210-ADD-ONE-REP
               WHEN DROP-REP
                   PERFORM 230-DROP-ONE-REP
               WHEN LIST-REPS
                   PERFORM 240-LIST-REPS
               WHEN OTHER
                   DISPLAY "REPMAINT: INVALID ACTION CODE"
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Key a rep and the commission plan -- a rep already on file
      * has the whole plan replaced, so a change is keyed in full.
      *==============================================================
       210-ADD-ONE-REP.
           DISPLAY "REP CODE (3 CHARS):".
           ACCEPT ENTRY-REP-WS.
           IF ENTRY-REP-WS = SPACES
               DISPLAY "REPMAINT: REP CODE REQUIRED"
               EXIT PARAGRAPH.
           DISPLAY "REP NAME:".
           ACCEPT ENTRY-NAME-WS.
           DISPLAY "BASIS? (R=RATE ON SALES M=MARGIN BANDS)".
           ACCEPT ENTRY-BASIS-WS.
           IF NOT ENTRY-BASIS-VALID
               DISPLAY "REPMAINT: INVALID COMMISSION BASIS"
               EXIT PARAGRAPH.
           MOVE SPACES         TO SALES-REP-RECORD.
           MOVE ENTRY-REP-WS   TO SR-REP-CODE.
           MOVE ENTRY-NAME-WS  TO SR-REP-NAME.
           MOVE ENTRY-BASIS-WS TO SR-COMMISSION-BASIS.
           MOVE ZERO           TO SR-COMMISSION-RATE.
           MOVE ZERO           TO SR-BAND-COUNT.
           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 4
               MOVE ZERO TO SR-BAND-FLOOR-PCT (BAND-SUB)
               MOVE ZERO TO SR-BAND-RATE (BAND-SUB)
           END-PERFORM.
           IF SR-RATE-ON-SALES
               DISPLAY "COMMISSION RATE % ON SALES:"
               ACCEPT ENTRY-RATE-WS
               MOVE ENTRY-RATE-WS TO SR-COMMISSION-RATE
           ELSE
               PERFORM 220-TAKE-MARGIN-BANDS.
           IF SR-MARGIN-BANDS AND SR-BAND-COUNT = ZERO
               DISPLAY "REPMAINT: NO MARGIN BANDS KEYED"
               EXIT PARAGRAPH.
           WRITE SALES-REP-RECORD
               INVALID KEY
                   REWRITE SALES-REP-RECORD
                       INVALID KEY
                           DISPLAY "REPMAINT: REP WRITE FAILED"
                       NOT INVALID KEY
                           DISPLAY "REPMAINT: REP CHANGED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "REPMAINT: REP ADDED".

      *==============================================================
      * Up to four bands, lowest margin floor first: each band is
      * the margin percent it starts at and the rate paid from
      * there up to the next band's floor.
      *==============================================================
       220-TAKE-MARGIN-BANDS.
           DISPLAY "NUMBER OF MARGIN BANDS (1-4):".
           ACCEPT ENTRY-BAND-COUNT-WS.
           IF ENTRY-BAND-COUNT-WS < 1 OR ENTRY-BAND-COUNT-WS > 4
               DISPLAY "REPMAINT: 1 TO 4 BANDS"
               EXIT PARAGRAPH.
           MOVE ENTRY-BAND-COUNT-WS TO SR-BAND-COUNT.
           PERFORM VARYING BAND-SUB FROM 1 BY 1
                   UNTIL BAND-SUB > SR-BAND-COUNT
               DISPLAY "BAND " BAND-SUB " MARGIN FLOOR %:"
               ACCEPT SR-BAND-FLOOR-PCT (BAND-SUB)
               DISPLAY "BAND " BAND-SUB " COMMISSION RATE %:"
               ACCEPT SR-BAND-RATE (BAND-SUB)
               IF BAND-SUB > 1
                   IF SR-BAND-FLOOR-PCT (BAND-SUB) NOT >
                           SR-BAND-FLOOR-PCT (BAND-SUB - 1)
                       DISPLAY "REPMAINT: FLOORS MUST CLIMB"
                       MOVE ZERO TO SR-BAND-COUNT
                       MOVE 5 TO BAND-SUB
                   END-IF
               END-IF
           END-PERFORM.

       230-DROP-ONE-REP.
           DISPLAY "REP CODE:".
           ACCEPT ENTRY-REP-WS.
           MOVE ENTRY-REP-WS TO SR-REP-CODE.
           READ SALES-REP-FILE
               INVALID KEY
                   DISPLAY "REPMAINT: REP NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           DELETE SALES-REP-FILE
               INVALID KEY
                   DISPLAY "REPMAINT: DELETE FAILED"
               NOT INVALID KEY
                   DISPLAY "REPMAINT: REP DROPPED - REASSIGN"
                       " THEIR ACCOUNTS".

       240-LIST-REPS.
           MOVE SPACES TO EOF-REP-WS.
           MOVE LOW-VALUES TO SR-REP-CODE.
           START SALES-REP-FILE
                   KEY IS NOT LESS THAN SR-REP-CODE
               INVALID KEY MOVE "YES" TO EOF-REP-WS.
           PERFORM UNTIL EOF-REP-WS = "YES"
               READ SALES-REP-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REP-WS
                   NOT AT END
                       PERFORM 241-LIST-ONE-REP
           END-PERFORM.

       241-LIST-ONE-REP.
           IF SR-RATE-ON-SALES
               MOVE SR-COMMISSION-RATE TO RATE-OUT
               DISPLAY SR-REP-CODE " " SR-REP-NAME
                   " RATE " RATE-OUT "% ON SALES"
               EXIT PARAGRAPH.
           DISPLAY SR-REP-CODE " " SR-REP-NAME " MARGIN BANDS".
           PERFORM VARYING BAND-SUB FROM 1 BY 1
                   UNTIL BAND-SUB > SR-BAND-COUNT
               MOVE SR-BAND-FLOOR-PCT (BAND-SUB) TO FLOOR-OUT
               MOVE SR-BAND-RATE (BAND-SUB)      TO RATE-OUT
               DISPLAY "    FROM " FLOOR-OUT "% MARGIN PAYS "
                   RATE-OUT "%"
           END-PERFORM.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

       202-TERM-MAINTAIN-REPS.
           CLOSE SALES-REP-FILE.

       end program REPMAINT.
