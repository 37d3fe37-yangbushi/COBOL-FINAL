      *==============================================================
      * The period-end close, run the way CONTROL runs the daily
      * chain: the month-end snapshot, then the valuation report
      * and its GL extract, then the buyers' open-to-buy report,
      * then the archive of long-finished register lines, and
      * only when every step comes back clean is the period
      * recorded as closed.
      *==============================================================
       PROCEDURE DIVISION.
       100-CLOSE-ONE-PERIOD.
           CALL ".\INVENTORY".
           PERFORM 900-CHECK-STEP-STATUS.

           MOVE "OTBRPT" TO STEP-NAME-WS.
           CALL ".\OTBRPT" USING CLOSE-PERIOD-WS.
           PERFORM 900-CHECK-STEP-STATUS.

           MOVE "CLOSARCH" TO STEP-NAME-WS.
           CALL ".\CLOSARCH" USING CLOSE-PERIOD-WS.
           PERFORM 900-CHECK-STEP-STATUS.

           PERFORM 810-RECORD-CLOSED-PERIOD.
           DISPLAY "PERCLOSE: PERIOD " CLOSE-PERIOD-WS
               " CLOSED -- POSTING LOCKED THROUGH IT".
