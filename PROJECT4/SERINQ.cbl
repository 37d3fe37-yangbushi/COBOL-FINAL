       01 INQUIRY-SERIAL-WS     PIC X(12) VALUE SPACES.
       01 EVENTS-SHOWN-WS       PIC 9(4)  VALUE ZERO.
       01 CUSTOMER-NAME-WS      PIC X(20) VALUE SPACES.
       01 EVENT-LABEL-WS        PIC X(10) VALUE SPACES.
           COPY "D:\COBOL\WARRANTY_PARMS.cpy".

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * One serial, one screen: every event in the unit's life in
      * the order it happened, with the customer named where one
      * was involved, then whether the unit is still under the
      * part's warranty today -- the warranty answer without the
      * packing slip hunt.
      *==============================================================
       PROCEDURE DIVISION.
       100-INQUIRE-SERIAL-FILE.
                       END-IF
           END-PERFORM.
           IF EVENTS-SHOWN-WS = ZERO
               DISPLAY "SERINQ: NO HISTORY FOR THAT SERIAL"
           ELSE
               PERFORM 220-SHOW-WARRANTY-COVER.
           PERFORM 301-PROMPT-ENTRY.

       210-SHOW-ONE-EVENT.
                   MOVE "SOLD"     TO EVENT-LABEL-WS
               WHEN SER-RETURNED
                   MOVE "RETURNED" TO EVENT-LABEL-WS
               WHEN SER-LOANED-OUT
                   MOVE "LENT OUT" TO EVENT-LABEL-WS
               WHEN SER-LOAN-RETURNED
                   MOVE "CHECKED IN" TO EVENT-LABEL-WS
               WHEN OTHER
                   MOVE SER-EVENT-CODE TO EVENT-LABEL-WS
           END-EVALUATE.
               SPACE SER-PART-NUMBER SPACE SER-CUSTOMER-CODE
               SPACE CUSTOMER-NAME-WS.

      *==============================================================
      * Count the cover from the unit's sale, through the same
      * check the claim register makes.
      *==============================================================
       220-SHOW-WARRANTY-COVER.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           MOVE INQUIRY-SERIAL-WS TO WA-SERIAL-NUMBER.
           MOVE CDT-DATE          TO WA-AS-OF-DATE.
           CALL ".\WARRCHK" USING WARRANTY-PARMS.
           EVALUATE TRUE
               WHEN WA-COVERED
                   DISPLAY "WARRANTY: COVERED - SOLD " WA-SALE-DATE
                       " EXPIRES " WA-EXPIRY-DATE
               WHEN WA-EXPIRED
                   DISPLAY "WARRANTY: EXPIRED - SOLD " WA-SALE-DATE
                       " EXPIRED " WA-EXPIRY-DATE
               WHEN WA-NO-WARRANTY
                   DISPLAY "WARRANTY: PART CARRIES NO WARRANTY"
               WHEN OTHER
                   DISPLAY "WARRANTY: UNIT NOT OUT WITH A CUSTOMER"
           END-EVALUATE.

      *==============================================================
      * Ask whether to look up another serial.
      *==============================================================
