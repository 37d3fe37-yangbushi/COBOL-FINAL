       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMAINT as "FXMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "D:\COBOL\FXRATE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS STATUS-FIELD.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE.
           COPY "D:\COBOL\EXCHANGE_RATE_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS PIC X(2) VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(27)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 SET-RATE        VALUE "R".
               88 DROP-RATE       VALUE "D".
               88 LIST-RATES      VALUE "L".
       01 ACTION-PROMPT      PIC X(46) VALUE
               "ACTION? (R=SET RATE D=DROP RATE L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\FX_PARMS.cpy".

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 EOF-RATE-WS        PIC X(3)  VALUE SPACES.
       01 ENTRY-CURRENCY-WS  PIC X(3)  VALUE SPACES.
       01 ENTRY-DATE-WS      PIC 9(8)  VALUE ZERO.
       01 ENTRY-RATE-WS      PIC 9(4)V9(6) VALUE ZERO.
       01 ROWS-LISTED-WS     PIC 9(5)  VALUE ZERO.

       01 RATE-LINE-OUT.
           05 RL-CURRENCY-OUT   PIC X(3)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RL-EFFECTIVE-OUT  PIC 9(8)   VALUE ZERO.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RL-RATE-OUT       PIC ZZZ9.999999 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RL-CHANGED-OUT    PIC 9(8)   VALUE ZERO.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RL-CHANGED-BY-OUT PIC X(8)   VALUE SPACES.

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The exchange-rate table the foreign-currency suppliers are
      * priced through: each rate is keyed with the date it takes
      * effect, so a new rate is a new row and the history that
      * receipts and invoices were valued at stays on file.  A
      * rate wants maintenance authority.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-RATES.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-RATES.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-RATES.

           EXIT PROGRAM.

       200-INIT-MAINTAIN-RATES.
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
               DISPLAY "FXMAINT: SIGN-ON REFUSED"
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           MOVE SPACES TO FX-CURRENCY-CODE.
           CALL ".\FXCONV" USING FX-PARMS.
           OPEN I-O EXCHANGE-RATE-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT EXCHANGE-RATE-FILE
               CLOSE EXCHANGE-RATE-FILE
               OPEN I-O EXCHANGE-RATE-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "FXMAINT: CANNOT OPEN EXCHANGE RATE FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

       201-TAKE-ONE-ACTION.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE-WS.
           EVALUATE TRUE
               WHEN SET-RATE
                   PERFORM 210-SET-ONE-RATE
               WHEN DROP-RATE
                   PERFORM 220-DROP-ONE-RATE
               WHEN LIST-RATES
                   PERFORM 240-LIST-CURRENCY-RATES
               WHEN OTHER
                   DISPLAY "FXMAINT: INVALID ACTION CODE"
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Set the rate taking effect on a date -- a new row, or a
      * correction to a row already keyed for that date.  Our own
      * currency is always one and never goes in the table.
      *==============================================================
       210-SET-ONE-RATE.
           PERFORM 230-PROMPT-RATE-KEY.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           DISPLAY "HOME UNITS PER ONE " ENTRY-CURRENCY-WS ":".
           ACCEPT ENTRY-RATE-WS.
           IF ENTRY-RATE-WS = ZERO
               DISPLAY "FXMAINT: RATE MUST BE GREATER THAN ZERO"
               EXIT PARAGRAPH.
           MOVE ENTRY-CURRENCY-WS TO XR-CURRENCY-CODE.
           MOVE ENTRY-DATE-WS     TO XR-EFFECTIVE-DATE.
           MOVE ENTRY-RATE-WS     TO XR-RATE.
           MOVE CDT-DATE          TO XR-CHANGED-DATE.
           MOVE SP-OPERATOR-ID    TO XR-CHANGED-BY.
           WRITE EXCHANGE-RATE-RECORD
               INVALID KEY
                   REWRITE EXCHANGE-RATE-RECORD
                       INVALID KEY
                           DISPLAY "FXMAINT: RATE WRITE FAILED"
                       NOT INVALID KEY
                           DISPLAY "FXMAINT: RATE CHANGED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "FXMAINT: RATE ADDED".

      *==============================================================
      * Drop a row keyed in error.  The rate before it comes back
      * into force from the dropped row's date.
      *==============================================================
       220-DROP-ONE-RATE.
           PERFORM 230-PROMPT-RATE-KEY.
           IF STATUS-FIELD NOT = "OK"
               EXIT PARAGRAPH.
           MOVE ENTRY-CURRENCY-WS TO XR-CURRENCY-CODE.
           MOVE ENTRY-DATE-WS     TO XR-EFFECTIVE-DATE.
           DELETE EXCHANGE-RATE-FILE
               INVALID KEY
                   DISPLAY "FXMAINT: NO RATE FOR THAT DATE"
               NOT INVALID KEY
                   DISPLAY "FXMAINT: RATE DROPPED".

       230-PROMPT-RATE-KEY.
           MOVE "OK" TO STATUS-FIELD.
           DISPLAY "CURRENCY CODE:".
           ACCEPT ENTRY-CURRENCY-WS.
           IF ENTRY-CURRENCY-WS = SPACES
                   OR ENTRY-CURRENCY-WS = FX-HOME-CODE
               DISPLAY "FXMAINT: " FX-HOME-CODE
                   " IS THE HOME CURRENCY - NO RATE KEPT"
               MOVE "ER" TO STATUS-FIELD
               EXIT PARAGRAPH.
           DISPLAY "EFFECTIVE DATE (YYYYMMDD/0 FOR TODAY):".
           ACCEPT ENTRY-DATE-WS.
           IF ENTRY-DATE-WS = ZERO
               MOVE CDT-DATE TO ENTRY-DATE-WS.

      *==============================================================
      * Every rate on file for one currency, oldest first, and the
      * one in force today.
      *==============================================================
       240-LIST-CURRENCY-RATES.
           DISPLAY "CURRENCY CODE:".
           ACCEPT ENTRY-CURRENCY-WS.
           MOVE ZERO TO ROWS-LISTED-WS.
           MOVE SPACES TO EOF-RATE-WS.
           MOVE ENTRY-CURRENCY-WS TO XR-CURRENCY-CODE.
           MOVE ZERO              TO XR-EFFECTIVE-DATE.
           START EXCHANGE-RATE-FILE KEY IS NOT LESS THAN XR-KEY
               INVALID KEY MOVE "YES" TO EOF-RATE-WS.
           DISPLAY "CUR  EFFECTIVE        RATE  CHANGED  BY".
           PERFORM UNTIL EOF-RATE-WS = "YES"
               READ EXCHANGE-RATE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-RATE-WS
                   NOT AT END
                       IF XR-CURRENCY-CODE NOT = ENTRY-CURRENCY-WS
                           MOVE "YES" TO EOF-RATE-WS
                       ELSE
                           PERFORM 241-SHOW-RATE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "FXMAINT: " ROWS-LISTED-WS " RATE(S) FOR "
               ENTRY-CURRENCY-WS.
           MOVE ENTRY-CURRENCY-WS TO FX-CURRENCY-CODE.
           MOVE CDT-DATE          TO FX-AS-OF-DATE.
           CALL ".\FXCONV" USING FX-PARMS.
           IF FX-RATE-FOUND
               MOVE FX-RATE TO RL-RATE-OUT
               DISPLAY "FXMAINT: IN FORCE " CDT-DATE " "
                   RL-RATE-OUT " FROM " FX-EFFECTIVE-DATE
           ELSE
               DISPLAY "FXMAINT: NO RATE IN FORCE " CDT-DATE.

       241-SHOW-RATE-ROW.
           MOVE XR-CURRENCY-CODE  TO RL-CURRENCY-OUT.
           MOVE XR-EFFECTIVE-DATE TO RL-EFFECTIVE-OUT.
           MOVE XR-RATE           TO RL-RATE-OUT.
           MOVE XR-CHANGED-DATE   TO RL-CHANGED-OUT.
           MOVE XR-CHANGED-BY     TO RL-CHANGED-BY-OUT.
           DISPLAY RATE-LINE-OUT.
           ADD 1 TO ROWS-LISTED-WS.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

       202-TERM-MAINTAIN-RATES.
           CLOSE EXCHANGE-RATE-FILE.

       end program FXMAINT.
