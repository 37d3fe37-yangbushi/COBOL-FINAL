       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
       01 BEFORE-IMAGE-WS    PIC X(200) VALUE SPACES.
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE       PIC 9(8).
           05 CDT-TIME       PIC 9(6).
               88 ADD-SUPPLIER      VALUE "A".
               88 CHANGE-SUPPLIER   VALUE "C".
               88 DELETE-SUPPLIER   VALUE "D".
               88 SUPPLIER-NOTES    VALUE "N".
       01 ACTION-PROMPT      PIC X(37)
                      VALUE "ACTION? (A=ADD C=CHG D=DEL N=NOTES)".
           COPY "D:\COBOL\NOTE_PARMS.cpy".

      *==============================================================
      * Fields keyed from the maintenance screen -- matches
           05 SE-SUPPLIER-PHONE     PIC X(12) VALUE SPACES.
           05 SE-SUPPLIER-LEAD-TIME PIC 9(3)  VALUE ZERO.
           05 SE-SUPPLIER-MIN-ORDER-QTY PIC 9(4) VALUE ZERO.
           05 SE-SUPPLIER-NET-DAYS  PIC 9(3)  VALUE ZERO.
           05 SE-SUPPLIER-DISC-DAYS PIC 9(3)  VALUE ZERO.
           05 SE-SUPPLIER-DISC-PCT  PIC 9(2)V99 VALUE ZERO.
           05 SE-SUPPLIER-CURRENCY  PIC X(3)  VALUE SPACES.


       LINKAGE SECTION.
           05 VALUE "MIN ORDER QTY:"     LINE 13 COL 10.
           05 SE-SUPPLIER-MIN-ORDER-QTY-IN LINE 13 COL 25
               PIC 9(4) TO SE-SUPPLIER-MIN-ORDER-QTY.
           05 VALUE "TERMS NET DAYS:"    LINE 9 COL 45.
           05 SE-SUPPLIER-NET-DAYS-IN    LINE 9 COL 62
               PIC 9(3) TO SE-SUPPLIER-NET-DAYS.
           05 VALUE "DISCOUNT DAYS:"     LINE 11 COL 45.
           05 SE-SUPPLIER-DISC-DAYS-IN   LINE 11 COL 62
               PIC 9(3) TO SE-SUPPLIER-DISC-DAYS.
           05 VALUE "DISCOUNT PCT:"      LINE 13 COL 45.
           05 SE-SUPPLIER-DISC-PCT-IN    LINE 13 COL 62
               PIC 99.99 TO SE-SUPPLIER-DISC-PCT.
           05 VALUE "CURRENCY:"          LINE 3 COL 45.
           05 SE-SUPPLIER-CURRENCY-IN    LINE 3 COL 62
               PIC X(3) TO SE-SUPPLIER-CURRENCY.

      *==============================================================
      * The top level of the program.
               WHEN DELETE-SUPPLIER
                   PERFORM 303-PROMPT-SUPPLIER-CODE
                   PERFORM 312-DELETE-SUPPLIER-RECORD
               WHEN SUPPLIER-NOTES
                   PERFORM 303-PROMPT-SUPPLIER-CODE
                   PERFORM 315-KEEP-SUPPLIER-NOTES
               WHEN OTHER
                   DISPLAY "SUPMAINT: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
           DISPLAY ACTION-PROMPT
               LINE 14 COLUMN 10.
           ACCEPT ACTION-CODE-WS
               LINE 14 COLUMN 47.

      *==============================================================
      * Display the screen and take the full supplier entry for
               MOVE SUPPLIER-LEAD-TIME-IN TO SE-SUPPLIER-LEAD-TIME
               MOVE SUPPLIER-MIN-ORDER-QTY-IN
                   TO SE-SUPPLIER-MIN-ORDER-QTY
               MOVE SUPPLIER-TERMS-NET-DAYS-IN
                   TO SE-SUPPLIER-NET-DAYS
               MOVE SUPPLIER-TERMS-DISC-DAYS-IN
                   TO SE-SUPPLIER-DISC-DAYS
               MOVE SUPPLIER-TERMS-DISC-PCT-IN
                   TO SE-SUPPLIER-DISC-PCT
               MOVE SUPPLIER-CURRENCY-IN TO SE-SUPPLIER-CURRENCY
               DISPLAY SUPPLIER-SCREEN
           ELSE
               DISPLAY "SUPMAINT: SUPPLIER NOT ON FILE"
           MOVE SE-SUPPLIER-PHONE     TO SUPPLIER-PHONE-IN.
           MOVE SE-SUPPLIER-LEAD-TIME TO SUPPLIER-LEAD-TIME-IN.
           MOVE SE-SUPPLIER-MIN-ORDER-QTY TO SUPPLIER-MIN-ORDER-QTY-IN.
           MOVE SE-SUPPLIER-NET-DAYS  TO SUPPLIER-TERMS-NET-DAYS-IN.
           MOVE SE-SUPPLIER-DISC-DAYS TO SUPPLIER-TERMS-DISC-DAYS-IN.
           MOVE SE-SUPPLIER-DISC-PCT  TO SUPPLIER-TERMS-DISC-PCT-IN.
           MOVE SE-SUPPLIER-CURRENCY  TO SUPPLIER-CURRENCY-IN.
           WRITE SUPPLIER-RECORD-IN
               INVALID KEY
                   DISPLAY "SUPMAINT: SUPPLIER ALREADY ON FILE"
               MOVE SE-SUPPLIER-LEAD-TIME TO SUPPLIER-LEAD-TIME-IN
               MOVE SE-SUPPLIER-MIN-ORDER-QTY
                   TO SUPPLIER-MIN-ORDER-QTY-IN
               MOVE SE-SUPPLIER-NET-DAYS
                   TO SUPPLIER-TERMS-NET-DAYS-IN
               MOVE SE-SUPPLIER-DISC-DAYS
                   TO SUPPLIER-TERMS-DISC-DAYS-IN
               MOVE SE-SUPPLIER-DISC-PCT
                   TO SUPPLIER-TERMS-DISC-PCT-IN
               MOVE SE-SUPPLIER-CURRENCY  TO SUPPLIER-CURRENCY-IN
               REWRITE SUPPLIER-RECORD-IN
                   INVALID KEY
                       DISPLAY "SUPMAINT: REWRITE FAILED"
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * The supplier's note lines, kept on the shared note screen
      * under this operator's name.
      *==============================================================
       315-KEEP-SUPPLIER-NOTES.
           IF STATUS-FIELD = "OK"
               MOVE "S"              TO NP-RECORD-TYPE
               MOVE SE-SUPPLIER-CODE TO NP-RECORD-KEY
               MOVE OPERATOR-ID-WS   TO NP-OPERATOR-ID
               CALL ".\NOTEMNT" USING NOTE-PARMS
               CANCEL ".\NOTEMNT".

       end program SUPMAINT.
