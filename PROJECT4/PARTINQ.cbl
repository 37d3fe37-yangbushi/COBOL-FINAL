       01 SCREEN-LINE-WS      PIC 9(2)  VALUE ZERO.
       01 MORE-FLAG-WS        PIC A(1)  VALUE SPACES.

      *==============================================================
      * The part's flagged notes, shown under the inquiry.
      *==============================================================
           COPY "D:\COBOL\NOTE_PARMS.cpy".
       01 NOTE-SUB            PIC 9(1)  VALUE ZERO.
       01 NOTE-LINE-WS        PIC 9(2)  VALUE ZERO.
       01 BLANK-NOTE-LINE-WS  PIC X(70) VALUE SPACES.

      *==============================================================
      * Supersession-chain display fields: the link being walked
      * and how many hops have been shown -- capped so a miskeyed
                       LINE 12 COLUMN 10.
           IF SUPERSEDED-BY NOT = SPACES
               PERFORM 311-DISPLAY-SUPERSESSION-CHAIN.
           PERFORM 313-SHOW-PART-NOTES.

      *==============================================================
      * Walk the supersession chain forward from the shown part,
                   MOVE SUPERSEDED-BY TO CHAIN-PART-WS
           END-READ.

      *==============================================================
      * Anything flagged on the part -- "fragile, double box" --
      * goes on the bottom lines of the screen where the counter
      * cannot miss it.  The lines are cleared first so the last
      * part's notes never show under this one.
      *==============================================================
       313-SHOW-PART-NOTES.
           PERFORM VARYING NOTE-LINE-WS FROM 21 BY 1
                   UNTIL NOTE-LINE-WS > 24
               DISPLAY BLANK-NOTE-LINE-WS
                   LINE NOTE-LINE-WS COLUMN 10
           END-PERFORM.
           MOVE "P"         TO NP-RECORD-TYPE.
           MOVE PART-NUMBER TO NP-RECORD-KEY.
           CALL ".\NOTECHK" USING NOTE-PARMS.
           MOVE 20 TO NOTE-LINE-WS.
           PERFORM VARYING NOTE-SUB FROM 1 BY 1
                   UNTIL NOTE-SUB > NP-NOTE-COUNT
               ADD 1 TO NOTE-LINE-WS
               DISPLAY "*** NOTE: " NP-NOTE-TEXT (NOTE-SUB)
                   LINE NOTE-LINE-WS COLUMN 10
           END-PERFORM.
           IF NP-MORE-NOTES
               DISPLAY "*** MORE NOTES ON FILE - SEE PART MAINTENANCE"
                   LINE 20 COLUMN 10.

       end program PARTINQ.
