       01 LOC-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 QUARANTINED-QTY-WS    PIC 9(9)V99 VALUE ZERO.
       01 BAL-IS-QUAR-WS        PIC X(3)  VALUE "NO".
       01 BAL-IS-SITE-WS        PIC X(3)  VALUE "NO".
       01 AVAILABLE-NOW-WS      PIC S9(8)V99 VALUE ZERO.
       01 PROMISE-LATER-WS      PIC S9(10)V99 VALUE ZERO.

      * On-hand by location off the stock balances.  A balance on
      * a quarantine-type location shows flagged and its quantity
      * totals up so the promise line can leave it out -- held
      * stock is visible, but promised to nobody.  Stock consigned
      * to a customer site is held back the same way, flagged
      * with the customer whose crib it is in.
      *==============================================================
       220-SHOW-LOCATION-BALANCES.
           MOVE ZERO TO QUARANTINED-QTY-WS.
                               DISPLAY "  AT " SB-LOCATION-CODE
                                   ": " SB-QUANTITY " *QUAR*"
                                   LINE SCREEN-LINE-WS COLUMN 10
                           END-IF
                           IF BAL-IS-SITE-WS = "YES"
                               ADD SB-QUANTITY
                                   TO QUARANTINED-QTY-WS
                               DISPLAY "  AT " SB-LOCATION-CODE
                                   ": " SB-QUANTITY " *SITE "
                                   LO-CUSTOMER-CODE "*"
                                   LINE SCREEN-LINE-WS COLUMN 10
                           END-IF
                           IF BAL-IS-QUAR-WS NOT = "YES"
                                   AND BAL-IS-SITE-WS NOT = "YES"
                               DISPLAY "  AT " SB-LOCATION-CODE
                                   ": " SB-QUANTITY
                                   LINE SCREEN-LINE-WS COLUMN 10
           END-PERFORM.

      *==============================================================
      * Whether the balance just shown sits in a quarantine hold
      * or at a customer site.
      *==============================================================
       221-TEST-QUARANTINE-BALANCE.
           MOVE "NO" TO BAL-IS-QUAR-WS.
           MOVE "NO" TO BAL-IS-SITE-WS.
           IF LOC-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SB-LOCATION-CODE TO LO-LOCATION-CODE.
                   IF LO-QUARANTINE-TYPE
                       MOVE "YES" TO BAL-IS-QUAR-WS
                   END-IF
                   IF LO-CUSTOMER-SITE-TYPE
                       MOVE "YES" TO BAL-IS-SITE-WS
                   END-IF
           END-READ.

      *==============================================================
