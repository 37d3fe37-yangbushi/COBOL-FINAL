               88 CHOOSE-OPERMNT    VALUE "8".
               88 CHOOSE-HISTORY    VALUE "9".
               88 CHOOSE-ORDERS     VALUE "O" "o".
               88 CHOOSE-SHIPPING   VALUE "S" "s".
               88 CHOOSE-ATP        VALUE "P" "p".
               88 CHOOSE-QRELEASE   VALUE "Q" "q".
               88 CHOOSE-OUTLIERS   VALUE "V" "v".
               88 CHOOSE-COUNTER    VALUE "T" "t".
               88 CHOOSE-DRAWER     VALUE "D" "d".
               88 CHOOSE-DOCK       VALUE "K" "k".
               88 CHOOSE-EXIT       VALUE "X" "x".

           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           DISPLAY " P  AVAILABLE TO PROMISE".
           IF SP-TRANS-CODES NOT = SPACES
               DISPLAY " 2  POST TRANSACTIONS"
               DISPLAY " O  SALES ORDER ENTRY"
               DISPLAY " S  SHIPMENT CONFIRMATION"
               DISPLAY " T  COUNTER TICKET".
           IF SP-MAY-APPROVE
               DISPLAY " D  DRAWER BALANCING".
           IF SP-MAY-MAINTAIN
               DISPLAY " 3  PART MAINTENANCE"
               DISPLAY " 4  SUPPLIER MAINTENANCE".
           DISPLAY " 5  PHYSICAL COUNT".
           DISPLAY " 6  PO RECEIVING".
           IF SP-TRANS-CODES NOT = SPACES
               DISPLAY " K  DOCK APPOINTMENTS".
           DISPLAY " 7  SUSPENSE REPORT/RECYCLE".
           IF SP-TRANS-CODES NOT = SPACES
               DISPLAY " Q  QUARANTINE RELEASE"
               DISPLAY " V  VERIFY HELD OUTLIERS".
           IF SP-MAY-MAINTAIN
               DISPLAY " 8  OPERATOR MAINTENANCE".
           DISPLAY " X  EXIT".
               WHEN CHOOSE-RECEIVING
                   CALL ".\PORECV" USING SIGNON-PARMS
                   CANCEL ".\PORECV"
               WHEN CHOOSE-DOCK
                   IF SP-TRANS-CODES = SPACES
                       DISPLAY "MENU: NOT AUTHORIZED"
                   ELSE
                       CALL ".\DOCKSCHD" USING SIGNON-PARMS
                       CANCEL ".\DOCKSCHD"
                   END-IF
               WHEN CHOOSE-SUSPENSE
                   CALL ".\SUSPRCYC"
                   CANCEL ".\SUSPRCYC"
                       CALL ".\QRELEASE" USING SIGNON-PARMS
                       CANCEL ".\QRELEASE"
                   END-IF
               WHEN CHOOSE-OUTLIERS
                   IF SP-TRANS-CODES = SPACES
                       DISPLAY "MENU: NOT AUTHORIZED"
                   ELSE
                       CALL ".\OUTLCONF" USING SIGNON-PARMS
                       CANCEL ".\OUTLCONF"
                   END-IF
               WHEN CHOOSE-ORDERS
                   IF SP-TRANS-CODES = SPACES
                       DISPLAY "MENU: NOT AUTHORIZED"
                       CALL ".\ORDENT" USING SIGNON-PARMS
                       CANCEL ".\ORDENT"
                   END-IF
               WHEN CHOOSE-SHIPPING
                   IF SP-TRANS-CODES = SPACES
                       DISPLAY "MENU: NOT AUTHORIZED"
                   ELSE
                       CALL ".\SHIPCONF" USING SIGNON-PARMS
                       CANCEL ".\SHIPCONF"
                   END-IF
               WHEN CHOOSE-COUNTER
                   IF SP-TRANS-CODES = SPACES
                       DISPLAY "MENU: NOT AUTHORIZED"
                   ELSE
                       CALL ".\CNTRSALE" USING SIGNON-PARMS
                       CANCEL ".\CNTRSALE"
                   END-IF
               WHEN CHOOSE-DRAWER
                   IF NOT SP-MAY-APPROVE
                       DISPLAY "MENU: NOT AUTHORIZED"
                   ELSE
                       CALL ".\DRAWBAL" USING SIGNON-PARMS
                       CANCEL ".\DRAWBAL"
                   END-IF
               WHEN CHOOSE-EXIT
                   CONTINUE
               WHEN OTHER
