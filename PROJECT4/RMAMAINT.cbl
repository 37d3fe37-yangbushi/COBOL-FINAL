       01 RMA-NUMBER-WS      PIC 9(6)  VALUE ZERO.
       01 RMA-PART-WS        PIC X(7)  VALUE SPACES.
       01 NEW-STATUS-WS      PIC A(1)  VALUE SPACES.
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE       PIC 9(8).
           05 FILLER         PIC X(13).

      *==============================================================
      * Settle return claims: when the supplier finally credits
                   IF NEW-STATUS-WS = "O" OR NEW-STATUS-WS = "C"
                           OR NEW-STATUS-WS = "R"
                       MOVE NEW-STATUS-WS TO RMA-STATUS
                       MOVE FUNCTION CURRENT-DATE
                           TO CURRENT-DATE-TIME-WS
                       IF NEW-STATUS-WS = "O"
                           MOVE SPACES TO RMA-CLOSED-DATE
                       ELSE
                           MOVE CDT-DATE TO RMA-CLOSED-DATE
                       END-IF
                       REWRITE RMA-REGISTER-RECORD
                           INVALID KEY
                               DISPLAY "RMAMAINT: REWRITE FAILED"
