       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRSALE as "CNTRSALE".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-ORDER-FILE
               ASSIGN TO "D:\COBOL\SALESORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               ALTERNATE RECORD KEY IS SO-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS SALES-ORDER-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               ALTERNATE RECORD KEY IS SB-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS STOCK-BAL-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT TICKET-REGISTER-FILE
               ASSIGN TO "D:\COBOL\TKTREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-KEY
               FILE STATUS IS TICKET-REGISTER-STATUS.
           SELECT TICKET-NUMBER-FILE
               ASSIGN TO "D:\COBOL\TKTNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-NUMBER-STATUS.
           SELECT TRANS-LOG-FILE-OUT
               ASSIGN TO "D:\COBOL\TRANSLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT TRANS-LOG-KEYED-FILE
               ASSIGN TO "D:\COBOL\TRANSLOGK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLK-KEY
               FILE STATUS IS KEYED-LOG-STATUS.
           SELECT LOG-SEQ-FILE
               ASSIGN TO "D:\COBOL\LOGSEQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-SEQ-FILE-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO "D:\COBOL\SALESHST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SALES-HIST-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO "D:\COBOL\TAXRATE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-TAX-CODE
               FILE STATUS IS TAX-RATE-STATUS.
           SELECT TAX-LOG-FILE
               ASSIGN TO "D:\COBOL\TAXLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-LOG-STATUS.
           SELECT LOT-BALANCE-FILE
               ASSIGN TO "D:\COBOL\LOTBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS LOT-BALANCE-STATUS.
           SELECT LOT-HISTORY-FILE
               ASSIGN TO "D:\COBOL\LOTHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-HISTORY-STATUS.
           SELECT SERIAL-FILE
               ASSIGN TO "D:\COBOL\SERIAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               FILE STATUS IS SERIAL-FILE-STATUS.
           SELECT REORDER-ALERT-FILE
               ASSIGN TO "D:\COBOL\REORDALT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT RUN-TOTAL-FILE
               ASSIGN TO "D:\COBOL\RUNTOTAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-TOTAL-STATUS.
           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO "D:\COBOL\CLOSEDPD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIOD-STATUS.
           SELECT FREEZE-FILE
               ASSIGN TO "D:\COBOL\PHYSFRZ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FREEZE-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT SUBSTITUTE-PART-FILE
               ASSIGN TO "D:\COBOL\SUBPART.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               ALTERNATE RECORD KEY IS SX-SUBSTITUTE-PART
                   WITH DUPLICATES
               FILE STATUS IS SUBST-PART-STATUS.
           SELECT SUBSTITUTION-LOG-FILE
               ASSIGN TO "D:\COBOL\SUBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBST-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-ORDER-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  TICKET-REGISTER-FILE.
           COPY "D:\COBOL\TICKET_REGISTER_RECORD.cpy".

      *==============================================================
      * Holds the last counter ticket number handed out, so the
      * numbers keep climbing across sessions.
      *==============================================================
       FD  TICKET-NUMBER-FILE.
       01  TICKET-NUMBER-RECORD  PIC 9(6).

       FD  TRANS-LOG-FILE-OUT.
           COPY "D:\COBOL\TRANS_LOG_RECORD.cpy".

       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

      *==============================================================
      * Holds the last transaction sequence number handed out, so
      * the keyed log's sequence keeps climbing across runs.
      *==============================================================
       FD  LOG-SEQ-FILE.
       01  LOG-SEQ-RECORD       PIC 9(9).

       FD  SALES-HISTORY-FILE.
           COPY "D:\COBOL\SALES_HISTORY_RECORD.cpy".

       FD  TAX-RATE-FILE.
           COPY "D:\COBOL\TAX_RATE_RECORD.cpy".

       FD  TAX-LOG-FILE.
           COPY "D:\COBOL\TAX_LOG_RECORD.cpy".

       FD  LOT-BALANCE-FILE.
           COPY "D:\COBOL\LOT_BALANCE_RECORD.cpy".

       FD  LOT-HISTORY-FILE.
           COPY "D:\COBOL\LOT_HISTORY_RECORD.cpy".

       FD  SERIAL-FILE.
           COPY "D:\COBOL\SERIAL_HISTORY_RECORD.cpy".

       FD  REORDER-ALERT-FILE.
       01  REORDER-ALERT-RECORD-OUT  PIC X(60).

       FD  RUN-TOTAL-FILE.
           COPY "D:\COBOL\RUN_TOTAL_RECORD.cpy".

      *==============================================================
      * Holds the last accounting period closed by the period-end
      * job -- the counter refuses to post into or before it, the
      * same way the transaction screen does.
      *==============================================================
       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD  PIC 9(6).

      *==============================================================
      * The wall-to-wall physical's posting freeze.
      *==============================================================
       FD  FREEZE-FILE.
       01  FREEZE-RECORD        PIC X(1).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  SUBSTITUTE-PART-FILE.
           COPY "D:\COBOL\SUBSTITUTE_PART_RECORD.cpy".

       FD  SUBSTITUTION-LOG-FILE.
           COPY "D:\COBOL\SUBSTITUTION_LOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 ORDER-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 LOC-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 TICKET-REGISTER-STATUS PIC X(2) VALUE SPACES.
       01 TICKET-NUMBER-STATUS  PIC X(2)  VALUE SPACES.
       01 LOG-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 LOG-SEQ-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 LAST-LOG-SEQ-WS       PIC 9(9)  VALUE ZERO.
       01 SALES-HIST-STATUS     PIC X(2)  VALUE SPACES.
       01 TAX-RATE-STATUS       PIC X(2)  VALUE SPACES.
       01 TAX-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 TAX-LOG-STATUS        PIC X(2)  VALUE SPACES.
       01 LOT-BALANCE-STATUS    PIC X(2)  VALUE SPACES.
       01 LOT-HISTORY-STATUS    PIC X(2)  VALUE SPACES.
       01 SERIAL-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 ALERT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 RUN-TOTAL-STATUS      PIC X(2)  VALUE SPACES.
       01 CLOSED-PERIOD-STATUS  PIC X(2)  VALUE SPACES.
       01 FREEZE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 SUBST-PART-STATUS     PIC X(2)  VALUE SPACES.
       01 SUBST-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 SUBST-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-ORDER-WS          PIC X(3)  VALUE SPACES.
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 EOF-LOT-WS            PIC X(3)  VALUE SPACES.
       01 EOF-SERIAL-WS         PIC X(3)  VALUE SPACES.
       01 BAL-FOUND-WS          PIC X(3)  VALUE "NO".
       01 LOC-IS-QUAR-WS        PIC X(3)  VALUE "NO".
       01 LOC-IS-SITE-WS        PIC X(3)  VALUE "NO".

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(28)
                               VALUE "RING A TICKET? (Y OR N)".
       01 LINE-FLAG             PIC A(1)  VALUE SPACES.
       01 LINE-PROMPT           PIC X(28)
                               VALUE "ANOTHER PART? (Y OR N)".
       01 OPERATOR-ID-WS        PIC X(8)  VALUE SPACES.
       01 OPERATOR-PROMPT       PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
       01 AUTH-CODE-COUNT-WS    PIC 9(2)  VALUE ZERO.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           COPY "D:\COBOL\PRICE_CALC_PARMS.cpy".
           COPY "D:\COBOL\CERT_PARMS.cpy".

       01 CLOSED-PERIOD-WS      PIC 9(6)  VALUE ZERO.
       01 POSTING-PERIOD-WS     PIC 9(6)  VALUE ZERO.
       01 PERIOD-SPLIT-TMP.
           05 PST-PERIOD        PIC 9(6).
           05 PST-DAY           PIC 9(2).

      *==============================================================
      * The drawer the session rings through, keyed once at the
      * start -- every ticket the session takes is counted back
      * against it at the end of the day.
      *==============================================================
       01 DRAWER-ID-WS          PIC X(3)  VALUE SPACES.

       01 TICKET-CUSTOMER-WS    PIC X(5)  VALUE SPACES.
       01 PART-NUMBER-WS        PIC X(7)  VALUE SPACES.
       01 BAL-LOCATION-WS       PIC X(5)  VALUE SPACES.
       01 SALE-QTY-WS           PIC 9(7)V99 VALUE ZERO.
       01 QUANTITY-BEFORE-WS    PIC 9(7)V99 VALUE ZERO.
       01 OTHER-ALLOC-QTY-WS    PIC 9(9)V99 VALUE ZERO.
       01 QUARANTINED-QTY-WS    PIC 9(9)V99 VALUE ZERO.
       01 SELLABLE-QTY-WS       PIC S9(9)V99 VALUE ZERO.
       01 ISSUE-LOC-FREE-WS     PIC S9(9)V99 VALUE ZERO.
       01 BAL-ROLLUP-TMP        PIC 9(9)V99 VALUE ZERO.
       01 SALE-SERIAL-WS        PIC X(12) VALUE SPACES.
       01 SERIAL-SEQ-WS         PIC 9(4)  VALUE ZERO.
       01 LAST-SERIAL-EVENT-WS  PIC X(1)  VALUE SPACES.
           88 LAST-EVENT-LOANED-OUT VALUE "O".
       01 LOT-REMAINING-WS      PIC 9(7)V99 VALUE ZERO.
       01 LOT-TAKE-WS           PIC 9(7)V99 VALUE ZERO.
       01 OLDEST-LOT-WS         PIC X(10) VALUE SPACES.
       01 OLDEST-DATE-WS        PIC X(8)  VALUE SPACES.
       01 LOT-PASS-COUNT-WS     PIC 9(2)  VALUE ZERO.
       01 LAST-TICKET-NUMBER-WS PIC 9(6)  VALUE ZERO.

      *==============================================================
      * The ticket's one tax code and rate -- the account's code
      * when the buyer gave an account (an exemption honored only
      * while its certificate is in force), the walk-in standard
      * otherwise.
      *==============================================================
       01 SALE-TAX-CODE-WS      PIC X(3)  VALUE SPACES.
       01 SALE-TAX-RATE-WS      PIC 9(2)V999 VALUE ZERO.
       01 SALE-TAX-AMOUNT-WS    PIC 9(6)V99 VALUE ZERO.
       01 SALE-QTY-TMP          PIC 9(7)V99 VALUE ZERO.
       01 PRICE-FOR-SALE-WS     PIC 9(4)V99 VALUE ZERO.
       01 SALE-VALUE-TMP        PIC 9(8)V99 VALUE ZERO.

      *==============================================================
      * The tender: what the buyer paid with, how much was handed
      * over, and the change due back.
      *==============================================================
       01 TENDER-TYPE-WS        PIC X(1)  VALUE SPACES.
           88 TENDER-CASH       VALUE "C" "c".
           88 TENDER-CHECK      VALUE "K" "k".
           88 TENDER-CARD       VALUE "R" "r".
           88 TENDER-VOID       VALUE "V" "v".
       01 TENDER-PROMPT         PIC X(44) VALUE
               "TENDER? (C)ASH CHEC(K) CA(R)D (V)OID TICKET".
       01 TENDER-DONE-WS        PIC X(3)  VALUE "NO".
       01 TENDERED-WS           PIC 9(7)V99 VALUE ZERO.
       01 CHANGE-DUE-WS         PIC 9(5)V99 VALUE ZERO.

      *==============================================================
      * The ticket being rung up, held until it is paid for --
      * nothing posts for a ticket the buyer walks away from.
      *==============================================================
       01 TICKET-TABLE-WS.
           05 TICKET-LINE-COUNT-WS PIC 9(2) VALUE ZERO.
           05 TICKET-SUB        PIC 9(2)  VALUE ZERO.
           05 TICKET-LINE-ITEM OCCURS 20 TIMES.
               10 CL-PART-NUMBER   PIC X(7)  VALUE SPACES.
               10 CL-QUANTITY      PIC 9(7)V99 VALUE ZERO.
               10 CL-UNIT-PRICE    PIC 9(4)V99 VALUE ZERO.
               10 CL-PRICE-RULE    PIC X(8)  VALUE SPACES.
               10 CL-LINE-VALUE    PIC 9(8)V99 VALUE ZERO.
               10 CL-LINE-TAX      PIC 9(6)V99 VALUE ZERO.
               10 CL-FROM-LOC      PIC X(5)  VALUE SPACES.
               10 CL-SUB-FOR-PART  PIC X(7)  VALUE SPACES.
               10 CL-SUB-ACTION    PIC X(1)  VALUE SPACES.
       01 TICKET-GOODS-WS       PIC 9(7)V99 VALUE ZERO.
       01 TICKET-TAX-WS         PIC 9(6)V99 VALUE ZERO.
       01 TICKET-TOTAL-WS       PIC 9(7)V99 VALUE ZERO.
       01 ON-TICKET-WS          PIC X(3)  VALUE "NO".

      *==============================================================
      * The substitutes offered when the shelf cannot cover a
      * line -- each one's quantity free to sell and its price to
      * this buyer, best preference first -- and the part a rung
      * line stands in for, carried onto the ticket line.
      *==============================================================
       01 EOF-SUBST-WS          PIC X(3)  VALUE SPACES.
       01 SUBST-CANDIDATE-WS    PIC X(7)  VALUE SPACES.
       01 SUBST-RANK-WS         PIC 9(1)  VALUE ZERO.
       01 PRIMARY-PART-WS       PIC X(7)  VALUE SPACES.
       01 SUBST-QTY-WS          PIC 9(7)V99 VALUE ZERO.
       01 SUBST-ATP-WS          PIC S9(9)V99 VALUE ZERO.
       01 LINE-SUB-FOR-WS       PIC X(7)  VALUE SPACES.
       01 LINE-SUB-ACTION-WS    PIC X(1)  VALUE SPACES.
       01 SUBST-ACTION-WS       PIC X(1)  VALUE SPACES.
           88 SUBST-SWAP        VALUE "S" "s".
           88 SUBST-SPLIT       VALUE "P" "p".
       01 SUBST-CHOICE-WS       PIC 9(1)  VALUE ZERO.
       01 SUBST-TABLE-WS.
           05 SUBST-COUNT-WS    PIC 9(2)  VALUE ZERO.
           05 SUBST-SUB         PIC 9(2)  VALUE ZERO.
           05 SUBST-SUB-2       PIC 9(2)  VALUE ZERO.
           05 SUBST-LOW-SUB     PIC 9(2)  VALUE ZERO.
           05 SUBST-ITEM OCCURS 9 TIMES.
               10 SI-PART-NUMBER PIC X(7)  VALUE SPACES.
               10 SI-PART-NAME   PIC X(20) VALUE SPACES.
               10 SI-RANK        PIC 9(1)  VALUE ZERO.
               10 SI-ATP-QTY     PIC 9(9)V99 VALUE ZERO.
               10 SI-PRICE       PIC 9(4)V99 VALUE ZERO.
       01 SUBST-HOLD-ITEM-WS    PIC X(45) VALUE SPACES.

       01 SUBST-LINE-OUT.
           05 SW-NUMBER-OUT     PIC 9(1)  VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SW-PART-NUMBER-OUT PIC X(7) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SW-PART-NAME-OUT  PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE " ATP ".
           05 SW-ATP-OUT        PIC ZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(7)  VALUE " PRICE ".
           05 SW-PRICE-OUT      PIC ZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(6)  VALUE " PREF ".
           05 SW-RANK-OUT       PIC 9(1)  VALUE ZERO.

      *==============================================================
      * The session's control totals for the balancing proof --
      * every ticket line posted here is a sale that moved the
      * master.
      *==============================================================
       01 CT-SALES-COUNT-WS     PIC 9(6)  VALUE ZERO.
       01 CT-QTY-OUT-WS         PIC 9(11)V99 VALUE ZERO.
       01 TICKETS-RUNG-WS       PIC 9(6)  VALUE ZERO.
       01 LINES-NOT-POSTED-WS   PIC 9(6)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-YEAR      PIC 9(4).
               10 CDT-MONTH     PIC 9(2).
               10 CDT-DAY       PIC 9(2).
           05 CDT-TIME          PIC 9(6).
           05 FILLER            PIC X(7).

       01 ALERT-DETAIL-WS.
           05 AL-DATE           PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-PART-NAME      PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-QTY-NOW        PIC 9(7)V99 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-REORDER-POINT  PIC 9(7)  VALUE ZERO.

       01 TICKET-LINE-OUT.
           05 TL-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 TL-PART-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 TL-QTY-OUT        PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE " @ ".
           05 TL-PRICE-OUT      PIC ZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 TL-VALUE-OUT      PIC ZZZZZZZ9.99 VALUE ZEROS.

       01 TICKET-TOTAL-OUT.
           05 FILLER            PIC X(7)   VALUE "GOODS".
           05 TT-GOODS-OUT      PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(7)   VALUE "  TAX".
           05 TT-TAX-OUT        PIC ZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(9)   VALUE "  TOTAL".
           05 TT-TOTAL-OUT      PIC ZZZZZZ9.99 VALUE ZEROS.

       01 TICKET-PAID-OUT.
           05 FILLER            PIC X(7)   VALUE "TICKET".
           05 TP-TICKET-OUT     PIC 9(6)   VALUE ZERO.
           05 FILLER            PIC X(11)  VALUE "  TENDERED".
           05 TP-TENDERED-OUT   PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(9)   VALUE "  CHANGE".
           05 TP-CHANGE-OUT     PIC ZZZZ9.99 VALUE ZEROS.

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The counter's point of sale: a walk-in (or an account
      * buyer paying on the spot) is rung up part by part at the
      * price and tax they are due, pays in cash, by check or by
      * card, and leaves with their change.  The sale posts the
      * way a shipment posts one, but it goes on the ticket
      * register instead of to receivables -- the log marks it as
      * a counter ticket so the invoicing run leaves it alone.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-RING-COUNTER-SALES.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-COUNTER-SALES.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-RING-ONE-TICKET
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-COUNTER-SALES.

           EXIT PROGRAM.

      *==============================================================
      * Sign the operator on (a counter ticket is a sale, so the
      * sale authority covers it), refuse the session in a closed
      * period or during the physical's freeze, open every file a
      * sale posts to, and take the drawer the session rings
      * through.
      *==============================================================
       200-INIT-COUNTER-SALES.
           PERFORM 205-SIGN-OPERATOR-ON.
           PERFORM 360-GET-BUSINESS-DATE.
           PERFORM 206-CHECK-CLOSED-PERIOD.
           PERFORM 208-CHECK-PHYSICAL-FREEZE.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "N" TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS = "00"
               MOVE "YES" TO ORDER-FILE-OPEN-WS.
           OPEN I-O INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "CNTRSALE: CANNOT OPEN INVENT-FILE "
                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "CNTRSALE: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O STOCK-BALANCE-FILE.
           IF STOCK-BAL-STATUS = "35"
               OPEN OUTPUT STOCK-BALANCE-FILE
               CLOSE STOCK-BALANCE-FILE
               OPEN I-O STOCK-BALANCE-FILE.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO LOC-FILE-OPEN-WS.
           OPEN I-O TICKET-REGISTER-FILE.
           IF TICKET-REGISTER-STATUS = "35"
               OPEN OUTPUT TICKET-REGISTER-FILE
               CLOSE TICKET-REGISTER-FILE
               OPEN I-O TICKET-REGISTER-FILE.
           IF TICKET-REGISTER-STATUS NOT = "00"
               DISPLAY "CNTRSALE: CANNOT OPEN TKTREG "
                   TICKET-REGISTER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           PERFORM 342-READ-LAST-TICKET-NUMBER.
           OPEN EXTEND TRANS-LOG-FILE-OUT.
           IF LOG-FILE-STATUS = "35"
               OPEN OUTPUT TRANS-LOG-FILE-OUT.
           OPEN I-O TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS = "35"
               OPEN OUTPUT TRANS-LOG-KEYED-FILE
               CLOSE TRANS-LOG-KEYED-FILE
               OPEN I-O TRANS-LOG-KEYED-FILE.
           PERFORM 340-READ-LAST-LOG-SEQ.
           OPEN I-O SALES-HISTORY-FILE.
           IF SALES-HIST-STATUS = "35"
               OPEN OUTPUT SALES-HISTORY-FILE
               CLOSE SALES-HISTORY-FILE
               OPEN I-O SALES-HISTORY-FILE.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-RATE-STATUS = "00"
               MOVE "YES" TO TAX-FILE-OPEN-WS.
           OPEN EXTEND TAX-LOG-FILE.
           IF TAX-LOG-STATUS = "35"
               OPEN OUTPUT TAX-LOG-FILE.
           OPEN I-O LOT-BALANCE-FILE.
           IF LOT-BALANCE-STATUS = "35"
               OPEN OUTPUT LOT-BALANCE-FILE
               CLOSE LOT-BALANCE-FILE
               OPEN I-O LOT-BALANCE-FILE.
           OPEN EXTEND LOT-HISTORY-FILE.
           IF LOT-HISTORY-STATUS = "35"
               OPEN OUTPUT LOT-HISTORY-FILE.
           OPEN I-O SERIAL-FILE.
           IF SERIAL-FILE-STATUS = "35"
               OPEN OUTPUT SERIAL-FILE
               CLOSE SERIAL-FILE
               OPEN I-O SERIAL-FILE.
           OPEN EXTEND REORDER-ALERT-FILE.
           IF ALERT-FILE-STATUS = "35"
               OPEN OUTPUT REORDER-ALERT-FILE.
           OPEN INPUT SUBSTITUTE-PART-FILE.
           IF SUBST-PART-STATUS = "00"
               MOVE "YES" TO SUBST-FILE-OPEN-WS.
           OPEN EXTEND SUBSTITUTION-LOG-FILE.
           IF SUBST-LOG-STATUS = "35"
               OPEN OUTPUT SUBSTITUTION-LOG-FILE.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "N" TO ENTRY-FLAG
               EXIT PARAGRAPH.
           DISPLAY "DRAWER ID:".
           ACCEPT DRAWER-ID-WS.
           IF DRAWER-ID-WS = SPACES
               DISPLAY "CNTRSALE: A DRAWER IS REQUIRED"
               MOVE "N" TO ENTRY-FLAG
           ELSE
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * The identity stamped on the ticket and the sale log has to
      * be a verified one -- take the sign-on handed down by the
      * menu, or prompt and verify it here when run standalone.
      *==============================================================
       205-SIGN-OPERATOR-ON.
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
           MOVE SP-OPERATOR-ID TO OPERATOR-ID-WS.
           MOVE ZERO TO AUTH-CODE-COUNT-WS.
           INSPECT SP-TRANS-CODES TALLYING AUTH-CODE-COUNT-WS
               FOR ALL "S".
           IF NOT SP-SIGNON-OK OR AUTH-CODE-COUNT-WS = ZERO
               DISPLAY "CNTRSALE: SIGN-ON REFUSED"
               MOVE "YES" TO OPEN-ERROR-FLAG.

      *==============================================================
      * Refuse the session when the business-date period is not
      * past the last closed period.
      *==============================================================
       206-CHECK-CLOSED-PERIOD.
           MOVE ZERO TO CLOSED-PERIOD-WS.
           OPEN INPUT CLOSED-PERIOD-FILE.
           IF CLOSED-PERIOD-STATUS = "00"
               READ CLOSED-PERIOD-FILE
                   NOT AT END MOVE CLOSED-PERIOD-RECORD
                       TO CLOSED-PERIOD-WS
               END-READ
               CLOSE CLOSED-PERIOD-FILE.
           IF CLOSED-PERIOD-WS > ZERO
               MOVE CDT-DATE TO PERIOD-SPLIT-TMP
               MOVE PST-PERIOD TO POSTING-PERIOD-WS
               IF POSTING-PERIOD-WS NOT > CLOSED-PERIOD-WS
                   DISPLAY "CNTRSALE: PERIOD " POSTING-PERIOD-WS
                       " IS CLOSED - POSTING LOCKED"
                   MOVE "YES" TO OPEN-ERROR-FLAG
               END-IF
           END-IF.

      *==============================================================
      * Refuse the session while the wall-to-wall physical has
      * posting frozen.
      *==============================================================
       208-CHECK-PHYSICAL-FREEZE.
           OPEN INPUT FREEZE-FILE.
           IF FREEZE-FILE-STATUS = "00"
               READ FREEZE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FREEZE-RECORD = "Y"
                           DISPLAY "CNTRSALE: PHYSICAL INVENTORY "
                               "FREEZE - POSTING LOCKED"
                           MOVE "YES" TO OPEN-ERROR-FLAG
                       END-IF
               END-READ
               CLOSE FREEZE-FILE.

      *==============================================================
      * One ticket: who is buying, the parts they are taking, the
      * total, and the tender.  Only a paid ticket posts.
      *==============================================================
       201-RING-ONE-TICKET.
           MOVE ZERO TO TICKET-LINE-COUNT-WS.
           MOVE ZERO TO TICKET-GOODS-WS.
           MOVE ZERO TO TICKET-TAX-WS.
           MOVE ZERO TO TICKET-TOTAL-WS.
           DISPLAY "ACCOUNT (BLANK FOR WALK-IN):".
           ACCEPT TICKET-CUSTOMER-WS.
           IF TICKET-CUSTOMER-WS NOT = SPACES
               MOVE TICKET-CUSTOMER-WS TO CU-CUSTOMER-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "CNTRSALE: ACCOUNT NOT ON FILE -"
                           " RUNG AS A WALK-IN"
                       MOVE SPACES TO TICKET-CUSTOMER-WS
                   NOT INVALID KEY
                       DISPLAY "ACCOUNT " CU-CUSTOMER-NAME
               END-READ
           END-IF.
           PERFORM 215-SET-TICKET-TAX.
           MOVE "Y" TO LINE-FLAG.
           PERFORM 210-TAKE-ONE-LINE
               UNTIL LINE-FLAG = "N"
                  OR TICKET-LINE-COUNT-WS NOT < 20.
           IF TICKET-LINE-COUNT-WS = ZERO
               DISPLAY "CNTRSALE: NOTHING RUNG - NO TICKET"
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           COMPUTE TICKET-TOTAL-WS =
               TICKET-GOODS-WS + TICKET-TAX-WS.
           MOVE TICKET-GOODS-WS TO TT-GOODS-OUT.
           MOVE TICKET-TAX-WS   TO TT-TAX-OUT.
           MOVE TICKET-TOTAL-WS TO TT-TOTAL-OUT.
           DISPLAY TICKET-TOTAL-OUT.
           MOVE "NO" TO TENDER-DONE-WS.
           PERFORM 220-TAKE-TENDER
               UNTIL TENDER-DONE-WS = "YES".
           IF TENDER-VOID
               DISPLAY "CNTRSALE: TICKET VOIDED - NOTHING POSTED"
           ELSE
               PERFORM 230-POST-TICKET.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * One part on the ticket: it must be on the master and
      * active, and the quantity must be on the shelf -- none of
      * what open orders have promised, nothing out of quarantine
      * or a customer's consignment site, and no more than the
      * carrying location the paid line will be issued from
      * holds.  Short of that, the part's substitutes are offered
      * before the line is dropped.
      *==============================================================
       210-TAKE-ONE-LINE.
           MOVE SPACES TO LINE-SUB-FOR-WS.
           MOVE SPACES TO LINE-SUB-ACTION-WS.
           DISPLAY "PART NUMBER:".
           ACCEPT PART-NUMBER-WS.
           MOVE PART-NUMBER-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "CNTRSALE: PART NOT ON MASTER"
                   PERFORM 302-PROMPT-LINE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PART-ACTIVE
               DISPLAY "CNTRSALE: PART IS NOT ACTIVE - NOT SOLD"
               PERFORM 302-PROMPT-LINE
               EXIT PARAGRAPH.
           MOVE "NO" TO ON-TICKET-WS.
           PERFORM VARYING TICKET-SUB FROM 1 BY 1
                   UNTIL TICKET-SUB > TICKET-LINE-COUNT-WS
               IF CL-PART-NUMBER (TICKET-SUB) = PART-NUMBER-WS
                   MOVE "YES" TO ON-TICKET-WS
               END-IF
           END-PERFORM.
           IF ON-TICKET-WS = "YES"
               DISPLAY "CNTRSALE: PART IS ALREADY ON THE TICKET"
               PERFORM 302-PROMPT-LINE
               EXIT PARAGRAPH.
           DISPLAY PART-NAME.
           DISPLAY "QUANTITY:".
           ACCEPT SALE-QTY-WS.
           IF SALE-QTY-WS = ZERO
               PERFORM 302-PROMPT-LINE
               EXIT PARAGRAPH.
           PERFORM 241-TOTAL-ORDER-ALLOCATION.
           PERFORM 242-TOTAL-QUARANTINED-QTY.
           COMPUTE SELLABLE-QTY-WS = QUANTITY - OTHER-ALLOC-QTY-WS
               - QUARANTINED-QTY-WS.
           PERFORM 246-TOTAL-ISSUE-LOC-FREE.
           IF ISSUE-LOC-FREE-WS < SELLABLE-QTY-WS
               MOVE ISSUE-LOC-FREE-WS TO SELLABLE-QTY-WS.
           IF SELLABLE-QTY-WS < ZERO
               MOVE ZERO TO SELLABLE-QTY-WS.
           IF SALE-QTY-WS > SELLABLE-QTY-WS
               PERFORM 270-OFFER-SUBSTITUTES
               IF SUBST-ACTION-WS = SPACE
                   DISPLAY "CNTRSALE: ONLY " SELLABLE-QTY-WS
                       " FREE TO SELL - LINE DROPPED"
                   PERFORM 302-PROMPT-LINE
                   EXIT PARAGRAPH
               END-IF
               IF SUBST-SPLIT
                   PERFORM 274-SPLIT-TO-SUBSTITUTE
               ELSE
                   PERFORM 273-SWAP-TO-SUBSTITUTE
               END-IF
           END-IF.
           PERFORM 211-RING-TICKET-LINE.
           PERFORM 302-PROMPT-LINE.

      *==============================================================
      * Ring the line up: priced for the buyer through PRICECAL,
      * taxed at the ticket's rate, and added to the ticket.
      *==============================================================
       211-RING-TICKET-LINE.
           MOVE TICKET-CUSTOMER-WS TO PR-CUSTOMER-CODE.
           MOVE PART-NUMBER-WS     TO PR-PART-NUMBER.
           MOVE SALE-QTY-WS        TO PR-QUANTITY.
           IF SELL-PRICE = ZERO
               MOVE UNIT-PRICE TO PR-LIST-PRICE
           ELSE
               MOVE SELL-PRICE TO PR-LIST-PRICE.
           MOVE CDT-DATE           TO PR-PRICE-DATE.
           CALL ".\PRICECAL" USING PRICE-CALC-PARMS.
           MOVE PR-RESOLVED-PRICE  TO PRICE-FOR-SALE-WS.
           MOVE SALE-QTY-WS        TO SALE-QTY-TMP.
           CALL ".\CALCULAT"
               USING SALE-QTY-TMP, PRICE-FOR-SALE-WS,
                   SALE-VALUE-TMP.
           COMPUTE SALE-TAX-AMOUNT-WS ROUNDED =
               SALE-VALUE-TMP * SALE-TAX-RATE-WS / 100.
           ADD 1 TO TICKET-LINE-COUNT-WS.
           MOVE TICKET-LINE-COUNT-WS TO TICKET-SUB.
           MOVE PART-NUMBER-WS     TO CL-PART-NUMBER (TICKET-SUB).
           MOVE SALE-QTY-WS        TO CL-QUANTITY (TICKET-SUB).
           MOVE PRICE-FOR-SALE-WS  TO CL-UNIT-PRICE (TICKET-SUB).
           MOVE PR-PRICE-RULE      TO CL-PRICE-RULE (TICKET-SUB).
           MOVE SALE-VALUE-TMP     TO CL-LINE-VALUE (TICKET-SUB).
           MOVE SALE-TAX-AMOUNT-WS TO CL-LINE-TAX (TICKET-SUB).
           MOVE LOCATION-CODE      TO CL-FROM-LOC (TICKET-SUB).
           MOVE LINE-SUB-FOR-WS    TO CL-SUB-FOR-PART (TICKET-SUB).
           MOVE LINE-SUB-ACTION-WS TO CL-SUB-ACTION (TICKET-SUB).
           ADD SALE-VALUE-TMP     TO TICKET-GOODS-WS.
           ADD SALE-TAX-AMOUNT-WS TO TICKET-TAX-WS.
           MOVE PART-NUMBER-WS    TO TL-PART-NUMBER-OUT.
           MOVE PART-NAME         TO TL-PART-NAME-OUT.
           MOVE SALE-QTY-WS       TO TL-QTY-OUT.
           MOVE PRICE-FOR-SALE-WS TO TL-PRICE-OUT.
           MOVE SALE-VALUE-TMP    TO TL-VALUE-OUT.
           DISPLAY TICKET-LINE-OUT.

      *==============================================================
      * The ticket's tax code, worked the way the transaction
      * screen works a sale's: the account's own code, with an
      * exemption or resale code honored only while a certificate
      * of that kind is in force today, and the standard rate for
      * a walk-in.
      *==============================================================
       215-SET-TICKET-TAX.
           IF TICKET-CUSTOMER-WS NOT = SPACES
               MOVE CU-TAX-CODE TO SALE-TAX-CODE-WS
           ELSE
               MOVE "STD" TO SALE-TAX-CODE-WS.
           IF SALE-TAX-CODE-WS = SPACES
               MOVE "STD" TO SALE-TAX-CODE-WS.
           IF SALE-TAX-CODE-WS = "EXM" OR SALE-TAX-CODE-WS = "RSL"
               MOVE TICKET-CUSTOMER-WS TO CX-CUSTOMER-CODE
               MOVE SALE-TAX-CODE-WS   TO CX-TAX-CODE
               MOVE CDT-DATE           TO CX-AS-OF-DATE
               CALL ".\CERTCHK" USING CERT-PARMS
               IF CX-NO-VALID-CERT
                   DISPLAY "CNTRSALE: NO CERTIFICATE IN FORCE -"
                       " TICKET IS TAXED"
                   MOVE "STD" TO SALE-TAX-CODE-WS
               END-IF
           END-IF.
           MOVE ZERO TO SALE-TAX-RATE-WS.
           IF SALE-TAX-CODE-WS NOT = "EXM"
                   AND SALE-TAX-CODE-WS NOT = "RSL"
                   AND TAX-FILE-OPEN-WS = "YES"
               MOVE SALE-TAX-CODE-WS TO TR-TAX-CODE
               READ TAX-RATE-FILE
                   INVALID KEY
                       MOVE ZERO TO SALE-TAX-RATE-WS
                   NOT INVALID KEY
                       MOVE TR-RATE-PCT TO SALE-TAX-RATE-WS
               END-READ
           END-IF.

      *==============================================================
      * Take the tender.  Cash may come in over the total and the
      * difference goes back as change; a check or card is taken
      * for the ticket total, no cash back.  Cash short of the
      * total is refused and asked for again.
      *==============================================================
       220-TAKE-TENDER.
           MOVE ZERO TO TENDERED-WS.
           MOVE ZERO TO CHANGE-DUE-WS.
           DISPLAY TENDER-PROMPT.
           ACCEPT TENDER-TYPE-WS.
           EVALUATE TRUE
               WHEN TENDER-VOID
                   MOVE "YES" TO TENDER-DONE-WS
               WHEN TENDER-CASH
                   DISPLAY "CASH TENDERED:"
                   ACCEPT TENDERED-WS
                   IF TENDERED-WS < TICKET-TOTAL-WS
                       DISPLAY "CNTRSALE: TENDER IS SHORT OF THE"
                           " TOTAL"
                   ELSE
                       COMPUTE CHANGE-DUE-WS =
                           TENDERED-WS - TICKET-TOTAL-WS
                       MOVE "C" TO TENDER-TYPE-WS
                       MOVE "YES" TO TENDER-DONE-WS
                   END-IF
               WHEN TENDER-CHECK
                   MOVE TICKET-TOTAL-WS TO TENDERED-WS
                   MOVE "K" TO TENDER-TYPE-WS
                   MOVE "YES" TO TENDER-DONE-WS
               WHEN TENDER-CARD
                   MOVE TICKET-TOTAL-WS TO TENDERED-WS
                   MOVE "R" TO TENDER-TYPE-WS
                   MOVE "YES" TO TENDER-DONE-WS
               WHEN OTHER
                   DISPLAY "CNTRSALE: INVALID TENDER"
           END-EVALUATE.

      *==============================================================
      * The ticket is paid: number it, post every line as a sale
      * and put it on the register, then the ticket's own line 00
      * with its totals and tender, and hand back the change.
      *==============================================================
       230-POST-TICKET.
           ADD 1 TO LAST-TICKET-NUMBER-WS.
           PERFORM 240-POST-TICKET-LINE
               VARYING TICKET-SUB FROM 1 BY 1
               UNTIL TICKET-SUB > TICKET-LINE-COUNT-WS.
           MOVE LAST-TICKET-NUMBER-WS TO TK-TICKET-NUMBER.
           MOVE ZERO                  TO TK-LINE-NUMBER.
           PERFORM 235-FILL-TICKET-STAMP.
           MOVE SPACES                TO TK-DETAIL.
           MOVE TICKET-GOODS-WS       TO TK-GOODS-TOTAL.
           MOVE TICKET-TAX-WS         TO TK-TAX-TOTAL.
           MOVE TICKET-TOTAL-WS       TO TK-TICKET-TOTAL.
           MOVE TENDER-TYPE-WS        TO TK-TENDER-TYPE.
           MOVE TENDERED-WS           TO TK-TENDERED.
           MOVE CHANGE-DUE-WS         TO TK-CHANGE-DUE.
           MOVE SALE-TAX-CODE-WS      TO TK-TAX-CODE.
           MOVE TICKET-LINE-COUNT-WS  TO TK-LINE-COUNT.
           MOVE SPACES                TO TK-BALANCED-DATE.
           WRITE TICKET-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "CNTRSALE: TICKET WRITE FAILED "
                       TK-TICKET-NUMBER
           END-WRITE.
           ADD 1 TO TICKETS-RUNG-WS.
           MOVE LAST-TICKET-NUMBER-WS TO TP-TICKET-OUT.
           MOVE TENDERED-WS           TO TP-TENDERED-OUT.
           MOVE CHANGE-DUE-WS         TO TP-CHANGE-OUT.
           DISPLAY TICKET-PAID-OUT.

      *==============================================================
      * The stamp every register line of the ticket carries.
      *==============================================================
       235-FILL-TICKET-STAMP.
           MOVE CDT-DATE           TO TK-DATE.
           MOVE CDT-TIME           TO TK-TIME.
           MOVE DRAWER-ID-WS       TO TK-DRAWER-ID.
           MOVE OPERATOR-ID-WS     TO TK-OPERATOR-ID.
           MOVE TICKET-CUSTOMER-WS TO TK-CUSTOMER-CODE.

      *==============================================================
      * Post one paid line as a sale, the way a shipment posts
      * one: issued from the part's carrying location, re-rolled,
      * logged, rolled into the sales history and the tax log,
      * and drawn from the oldest lot.  Should the shelf have been
      * emptied under the ticket since the line was rung, or the
      * serial handed over is still out on loan, the line stays
      * on the paid ticket for a supervisor to put right, but
      * nothing moves.
      *==============================================================
       240-POST-TICKET-LINE.
           MOVE CL-PART-NUMBER (TICKET-SUB) TO PART-NUMBER-WS.
           MOVE CL-QUANTITY (TICKET-SUB)    TO SALE-QTY-WS.
           MOVE "OK" TO STATUS-FIELD.
           MOVE PART-NUMBER-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "ER" TO STATUS-FIELD
           END-READ.
           IF STATUS-FIELD = "OK" AND PART-SERIALIZED
               PERFORM 245-TAKE-SALE-SERIAL
           END-IF.
           IF STATUS-FIELD = "OK"
               MOVE QUANTITY TO QUANTITY-BEFORE-WS
               IF SALE-QTY-WS > QUANTITY
                   MOVE "ER" TO STATUS-FIELD
               ELSE
                   PERFORM 243-POST-LOCATION-ISSUE
               END-IF
           END-IF.
           IF STATUS-FIELD = "OK"
               REWRITE INVENT-RECORD
                   INVALID KEY
                       MOVE "ER" TO STATUS-FIELD
               END-REWRITE
           END-IF.
           IF STATUS-FIELD NOT = "OK"
               DISPLAY "CNTRSALE: " PART-NUMBER-WS
                   " NOT POSTED - SEE SUPERVISOR"
               ADD 1 TO LINES-NOT-POSTED-WS
           ELSE
               PERFORM 310-WRITE-SALE-LOG
               ADD 1 TO CT-SALES-COUNT-WS
               ADD SALE-QTY-WS TO CT-QTY-OUT-WS
               IF QUANTITY-BEFORE-WS NOT < REORDER-POINT
                       AND QUANTITY < REORDER-POINT
                   PERFORM 322-WRITE-REORDER-ALERT
               END-IF
               PERFORM 314-POST-SALES-HISTORY
               PERFORM 390-LOG-SALE-TAX
               IF PART-LOT-CONTROLLED
                   PERFORM 393-CONSUME-LOT-FIFO
               END-IF
               IF PART-SERIALIZED
                   PERFORM 395-WRITE-SERIAL-EVENT
               END-IF
               IF CL-SUB-FOR-PART (TICKET-SUB) NOT = SPACES
                   PERFORM 276-LOG-SUBSTITUTION
               END-IF
           END-IF.
           MOVE LAST-TICKET-NUMBER-WS TO TK-TICKET-NUMBER.
           MOVE TICKET-SUB            TO TK-LINE-NUMBER.
           PERFORM 235-FILL-TICKET-STAMP.
           MOVE SPACES                TO TK-DETAIL.
           MOVE PART-NUMBER-WS              TO TK-PART-NUMBER.
           MOVE SALE-QTY-WS                 TO TK-QUANTITY.
           MOVE CL-UNIT-PRICE (TICKET-SUB)  TO TK-UNIT-PRICE.
           MOVE CL-PRICE-RULE (TICKET-SUB)  TO TK-PRICE-RULE.
           MOVE CL-LINE-VALUE (TICKET-SUB)  TO TK-LINE-VALUE.
           MOVE CL-LINE-TAX (TICKET-SUB)    TO TK-LINE-TAX.
           MOVE CL-FROM-LOC (TICKET-SUB)    TO TK-FROM-LOC.
           IF STATUS-FIELD NOT = "OK"
               MOVE "N" TO TK-POSTED-FLAG.
           WRITE TICKET-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "CNTRSALE: TICKET LINE WRITE FAILED "
                       TK-TICKET-NUMBER SPACE TK-LINE-NUMBER.

      *==============================================================
      * Total what every open order line has promised of this part
      * -- a counter sale may not take stock an order is waiting
      * on.
      *==============================================================
       241-TOTAL-ORDER-ALLOCATION.
           MOVE ZERO TO OTHER-ALLOC-QTY-WS.
           IF ORDER-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-ORDER-WS.
           MOVE PART-NUMBER-WS TO SO-PART-NUMBER.
           START SALES-ORDER-FILE KEY IS = SO-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-ORDER-WS.
           PERFORM UNTIL EOF-ORDER-WS = "YES"
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-ORDER-WS
                   NOT AT END
                       IF SO-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-ORDER-WS
                       ELSE
                           IF SO-OPEN-LINE
                               ADD SO-ALLOC-QTY
                                   TO OTHER-ALLOC-QTY-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * How much of the part is sitting in quarantine-type
      * locations or consigned to a customer site -- neither is
      * the counter's to sell.
      *==============================================================
       242-TOTAL-QUARANTINED-QTY.
           MOVE ZERO TO QUARANTINED-QTY-WS.
           IF LOC-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE PART-NUMBER-WS TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           MOVE SB-LOCATION-CODE
                               TO BAL-LOCATION-WS
                           PERFORM 244-TEST-QUARANTINE-LOC
                           IF LOC-IS-QUAR-WS = "YES"
                                   OR LOC-IS-SITE-WS = "YES"
                               ADD SB-QUANTITY
                                   TO QUARANTINED-QTY-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * Take the sold quantity off the balance at the part's
      * carrying location -- the shelf the counter picks from --
      * and re-roll the master QUANTITY from the balances.
      *==============================================================
       243-POST-LOCATION-ISSUE.
           PERFORM 350-ENSURE-PART-BALANCES.
           MOVE LOCATION-CODE TO BAL-LOCATION-WS.
           PERFORM 244-TEST-QUARANTINE-LOC.
           IF LOC-IS-QUAR-WS = "YES"
               MOVE "ER" TO STATUS-FIELD
               EXIT PARAGRAPH.
           PERFORM 351-READ-OR-CREATE-BALANCE.
           IF SALE-QTY-WS > SB-QUANTITY
               MOVE "ER" TO STATUS-FIELD
           ELSE
               SUBTRACT SALE-QTY-WS FROM SB-QUANTITY
               REWRITE STOCK-BALANCE-RECORD
               PERFORM 352-ROLL-UP-TOTAL.

      *==============================================================
      * Whether one location is the quarantine hold, or a customer
      * site.  No location master means neither anywhere.
      *==============================================================
       244-TEST-QUARANTINE-LOC.
           MOVE "NO" TO LOC-IS-QUAR-WS.
           MOVE "NO" TO LOC-IS-SITE-WS.
           IF LOC-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE BAL-LOCATION-WS TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LO-QUARANTINE-TYPE
                       MOVE "YES" TO LOC-IS-QUAR-WS
                   END-IF
                   IF LO-CUSTOMER-SITE-TYPE
                       MOVE "YES" TO LOC-IS-SITE-WS
                   END-IF
           END-READ.

      *==============================================================
      * Take the serial of the unit going over the counter.  No
      * serial keyed logs under the part's own number so the gap
      * shows.  A unit whose last event is a tool-crib loan is
      * still out on loan and may not be sold until it is checked
      * back in.
      *==============================================================
       245-TAKE-SALE-SERIAL.
           DISPLAY "SERIAL NUMBER SOLD (" PART-NUMBER-WS "):".
           ACCEPT SALE-SERIAL-WS.
           IF SALE-SERIAL-WS = SPACES
               DISPLAY "SERIALIZED PART - NO SERIAL KEYED"
               MOVE PART-NUMBER-WS TO SALE-SERIAL-WS.
           PERFORM 396-FIND-NEXT-SERIAL-SEQ.
           IF LAST-EVENT-LOANED-OUT
               DISPLAY "CNTRSALE: SERIAL " SALE-SERIAL-WS
                   " OUT ON LOAN"
               MOVE "ER" TO STATUS-FIELD.

      *==============================================================
      * What the counter can actually hand over: the balance at
      * the part's carrying location -- the only shelf a paid line
      * is issued from -- less what open orders have promised of
      * the part.  Nothing, when that location is the quarantine
      * hold.  A part never yet touched has its balance seeded
      * there first, as the issue itself would.
      *==============================================================
       246-TOTAL-ISSUE-LOC-FREE.
           MOVE ZERO TO ISSUE-LOC-FREE-WS.
           PERFORM 350-ENSURE-PART-BALANCES.
           MOVE LOCATION-CODE TO BAL-LOCATION-WS.
           PERFORM 244-TEST-QUARANTINE-LOC.
           IF LOC-IS-QUAR-WS = "YES"
               EXIT PARAGRAPH.
           MOVE PART-NUMBER-WS TO SB-PART-NUMBER.
           MOVE LOCATION-CODE  TO SB-LOCATION-CODE.
           READ STOCK-BALANCE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE ISSUE-LOC-FREE-WS = SB-QUANTITY - OTHER-ALLOC-QTY-WS.
           IF ISSUE-LOC-FREE-WS < ZERO
               MOVE ZERO TO ISSUE-LOC-FREE-WS.

      *==============================================================
      * Offer the part's substitutes when the shelf cannot cover
      * the quantity asked for.  Only live substitutes not already
      * on the ticket, with something free to sell, are listed --
      * with what is free and what it would cost this buyer.  The
      * clerk swaps the line over to one, splits the short balance
      * onto one, or lets the line drop.
      *==============================================================
       270-OFFER-SUBSTITUTES.
           MOVE SPACE TO SUBST-ACTION-WS.
           IF SUBST-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE PART-NUMBER-WS TO PRIMARY-PART-WS.
           PERFORM 271-GATHER-SUBSTITUTES.
           MOVE PRIMARY-PART-WS TO PART-NUMBER-WS.
           MOVE PRIMARY-PART-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF SUBST-COUNT-WS = ZERO
               EXIT PARAGRAPH.
           DISPLAY "CNTRSALE: SUBSTITUTES FOR " PRIMARY-PART-WS.
           PERFORM VARYING SUBST-SUB FROM 1 BY 1
                   UNTIL SUBST-SUB > SUBST-COUNT-WS
               MOVE SUBST-SUB                  TO SW-NUMBER-OUT
               MOVE SI-PART-NUMBER (SUBST-SUB) TO SW-PART-NUMBER-OUT
               MOVE SI-PART-NAME (SUBST-SUB)   TO SW-PART-NAME-OUT
               MOVE SI-ATP-QTY (SUBST-SUB)     TO SW-ATP-OUT
               MOVE SI-PRICE (SUBST-SUB)       TO SW-PRICE-OUT
               MOVE SI-RANK (SUBST-SUB)        TO SW-RANK-OUT
               DISPLAY SUBST-LINE-OUT
           END-PERFORM.
           DISPLAY "(S)WAP, S(P)LIT OR BLANK TO DROP THE LINE:".
           ACCEPT SUBST-ACTION-WS.
           IF NOT SUBST-SWAP AND NOT SUBST-SPLIT
               MOVE SPACE TO SUBST-ACTION-WS
               EXIT PARAGRAPH.
           DISPLAY "SUBSTITUTE NUMBER:".
           ACCEPT SUBST-CHOICE-WS.
           IF SUBST-CHOICE-WS = ZERO
                   OR SUBST-CHOICE-WS > SUBST-COUNT-WS
               DISPLAY "CNTRSALE: NO SUCH SUBSTITUTE"
               MOVE SPACE TO SUBST-ACTION-WS
               EXIT PARAGRAPH.
           IF SUBST-SPLIT AND SELLABLE-QTY-WS = ZERO
               MOVE "S" TO SUBST-ACTION-WS.
           IF SUBST-SPLIT AND TICKET-LINE-COUNT-WS > 18
               DISPLAY "CNTRSALE: NO ROOM ON THE TICKET TO SPLIT"
               MOVE SPACE TO SUBST-ACTION-WS
               EXIT PARAGRAPH.
           IF SUBST-SPLIT
               COMPUTE SUBST-QTY-WS = SALE-QTY-WS - SELLABLE-QTY-WS
           ELSE
               MOVE SALE-QTY-WS TO SUBST-QTY-WS.
           IF SUBST-QTY-WS > SI-ATP-QTY (SUBST-CHOICE-WS)
               DISPLAY "CNTRSALE: ONLY " SI-ATP-QTY (SUBST-CHOICE-WS)
                   " OF " SI-PART-NUMBER (SUBST-CHOICE-WS)
                   " FREE TO SELL"
               MOVE SPACE TO SUBST-ACTION-WS.

      *==============================================================
      * Collect the substitutes keyed against the part, then the
      * two-way pairs keyed the other way round, reached through
      * the substitute index, and put them in preference order.
      *==============================================================
       271-GATHER-SUBSTITUTES.
           MOVE ZERO TO SUBST-COUNT-WS.
           MOVE SPACES TO EOF-SUBST-WS.
           MOVE PRIMARY-PART-WS TO SX-PART-NUMBER.
           MOVE LOW-VALUES      TO SX-SUBSTITUTE-PART.
           START SUBSTITUTE-PART-FILE KEY IS NOT LESS THAN SX-KEY
               INVALID KEY MOVE "YES" TO EOF-SUBST-WS.
           PERFORM UNTIL EOF-SUBST-WS = "YES"
               READ SUBSTITUTE-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SUBST-WS
                   NOT AT END
                       IF SX-PART-NUMBER NOT = PRIMARY-PART-WS
                           MOVE "YES" TO EOF-SUBST-WS
                       ELSE
                           MOVE SX-SUBSTITUTE-PART
                               TO SUBST-CANDIDATE-WS
                           MOVE SX-PREFERENCE-RANK TO SUBST-RANK-WS
                           PERFORM 272-ADD-CANDIDATE
                       END-IF
           END-PERFORM.
           MOVE SPACES TO EOF-SUBST-WS.
           MOVE PRIMARY-PART-WS TO SX-SUBSTITUTE-PART.
           START SUBSTITUTE-PART-FILE
               KEY IS EQUAL TO SX-SUBSTITUTE-PART
               INVALID KEY MOVE "YES" TO EOF-SUBST-WS.
           PERFORM UNTIL EOF-SUBST-WS = "YES"
               READ SUBSTITUTE-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SUBST-WS
                   NOT AT END
                       IF SX-SUBSTITUTE-PART NOT = PRIMARY-PART-WS
                           MOVE "YES" TO EOF-SUBST-WS
                       ELSE
                           IF SX-TWO-WAY
                               MOVE SX-PART-NUMBER
                                   TO SUBST-CANDIDATE-WS
                               MOVE SX-PREFERENCE-RANK
                                   TO SUBST-RANK-WS
                               PERFORM 272-ADD-CANDIDATE
                           END-IF
                       END-IF
           END-PERFORM.
           PERFORM VARYING SUBST-SUB FROM 1 BY 1
                   UNTIL SUBST-SUB NOT < SUBST-COUNT-WS
               MOVE SUBST-SUB TO SUBST-LOW-SUB
               PERFORM VARYING SUBST-SUB-2 FROM SUBST-SUB BY 1
                       UNTIL SUBST-SUB-2 > SUBST-COUNT-WS
                   IF SI-RANK (SUBST-SUB-2) <
                           SI-RANK (SUBST-LOW-SUB)
                       MOVE SUBST-SUB-2 TO SUBST-LOW-SUB
                   END-IF
               END-PERFORM
               IF SUBST-LOW-SUB NOT = SUBST-SUB
                   MOVE SUBST-ITEM (SUBST-SUB)
                       TO SUBST-HOLD-ITEM-WS
                   MOVE SUBST-ITEM (SUBST-LOW-SUB)
                       TO SUBST-ITEM (SUBST-SUB)
                   MOVE SUBST-HOLD-ITEM-WS
                       TO SUBST-ITEM (SUBST-LOW-SUB)
               END-IF
           END-PERFORM.

      *==============================================================
      * Take one candidate onto the offer if it is active, not
      * already on the ticket, and has stock free to sell.
      *==============================================================
       272-ADD-CANDIDATE.
           IF SUBST-COUNT-WS NOT < 9
               EXIT PARAGRAPH.
           MOVE "NO" TO ON-TICKET-WS.
           PERFORM VARYING SUBST-SUB FROM 1 BY 1
                   UNTIL SUBST-SUB > SUBST-COUNT-WS
               IF SI-PART-NUMBER (SUBST-SUB) = SUBST-CANDIDATE-WS
                   MOVE "YES" TO ON-TICKET-WS
               END-IF
           END-PERFORM.
           PERFORM VARYING TICKET-SUB FROM 1 BY 1
                   UNTIL TICKET-SUB > TICKET-LINE-COUNT-WS
               IF CL-PART-NUMBER (TICKET-SUB) = SUBST-CANDIDATE-WS
                   MOVE "YES" TO ON-TICKET-WS
               END-IF
           END-PERFORM.
           IF ON-TICKET-WS = "YES"
               EXIT PARAGRAPH.
           MOVE SUBST-CANDIDATE-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PART-ACTIVE
               EXIT PARAGRAPH.
           MOVE SUBST-CANDIDATE-WS TO PART-NUMBER-WS.
           PERFORM 241-TOTAL-ORDER-ALLOCATION.
           PERFORM 242-TOTAL-QUARANTINED-QTY.
           COMPUTE SUBST-ATP-WS = QUANTITY - OTHER-ALLOC-QTY-WS
               - QUARANTINED-QTY-WS.
           PERFORM 246-TOTAL-ISSUE-LOC-FREE.
           IF ISSUE-LOC-FREE-WS < SUBST-ATP-WS
               MOVE ISSUE-LOC-FREE-WS TO SUBST-ATP-WS.
           IF SUBST-ATP-WS NOT > ZERO
               EXIT PARAGRAPH.
           MOVE TICKET-CUSTOMER-WS TO PR-CUSTOMER-CODE.
           MOVE SUBST-CANDIDATE-WS TO PR-PART-NUMBER.
           MOVE SALE-QTY-WS        TO PR-QUANTITY.
           IF SELL-PRICE = ZERO
               MOVE UNIT-PRICE TO PR-LIST-PRICE
           ELSE
               MOVE SELL-PRICE TO PR-LIST-PRICE.
           MOVE CDT-DATE           TO PR-PRICE-DATE.
           CALL ".\PRICECAL" USING PRICE-CALC-PARMS.
           ADD 1 TO SUBST-COUNT-WS.
           MOVE SUBST-CANDIDATE-WS TO
               SI-PART-NUMBER (SUBST-COUNT-WS).
           MOVE PART-NAME          TO SI-PART-NAME (SUBST-COUNT-WS).
           MOVE SUBST-RANK-WS      TO SI-RANK (SUBST-COUNT-WS).
           MOVE SUBST-ATP-WS       TO SI-ATP-QTY (SUBST-COUNT-WS).
           MOVE PR-RESOLVED-PRICE  TO SI-PRICE (SUBST-COUNT-WS).

      *==============================================================
      * Move the line over to the chosen substitute, remembering
      * the part it stands in for so the substitution is logged
      * when the ticket is paid.
      *==============================================================
       273-SWAP-TO-SUBSTITUTE.
           MOVE PRIMARY-PART-WS TO LINE-SUB-FOR-WS.
           IF SUBST-SPLIT
               MOVE "P" TO LINE-SUB-ACTION-WS
           ELSE
               MOVE "S" TO LINE-SUB-ACTION-WS.
           MOVE SI-PART-NUMBER (SUBST-CHOICE-WS) TO PART-NUMBER-WS.
           MOVE SUBST-QTY-WS   TO SALE-QTY-WS.
           MOVE PART-NUMBER-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           DISPLAY PART-NAME " FOR " PRIMARY-PART-WS.

      *==============================================================
      * Split the line: what the shelf can cover rings up on the
      * part asked for, and the short balance moves onto the
      * substitute.
      *==============================================================
       274-SPLIT-TO-SUBSTITUTE.
           MOVE SELLABLE-QTY-WS TO SALE-QTY-WS.
           PERFORM 211-RING-TICKET-LINE.
           PERFORM 273-SWAP-TO-SUBSTITUTE.

      *==============================================================
      * Log a paid substitute line for the monthly substitution
      * report.
      *==============================================================
       276-LOG-SUBSTITUTION.
           MOVE CDT-DATE                     TO SBL-DATE.
           MOVE "T"                          TO SBL-SOURCE.
           MOVE LAST-TICKET-NUMBER-WS        TO SBL-DOCUMENT-NUMBER.
           MOVE TICKET-CUSTOMER-WS           TO SBL-CUSTOMER-CODE.
           MOVE CL-SUB-FOR-PART (TICKET-SUB) TO SBL-PRIMARY-PART.
           MOVE PART-NUMBER-WS               TO SBL-SUBSTITUTE-PART.
           MOVE CL-SUB-ACTION (TICKET-SUB)   TO SBL-ACTION.
           MOVE SALE-QTY-WS                  TO SBL-SUBSTITUTED-QTY.
           MOVE OPERATOR-ID-WS               TO SBL-OPERATOR-ID.
           WRITE SUBSTITUTION-LOG-RECORD.

      *==============================================================
      * Write the sale to the transaction log the way every sale
      * is logged, under the buyer's account if one was given and
      * with the counter-ticket reason CTR -- the invoicing run
      * passes over a CTR sale, since the buyer has already paid.
      *==============================================================
       310-WRITE-SALE-LOG.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           PERFORM 361-OVERLAY-BUSINESS-DATE.
           MOVE PART-NUMBER-WS     TO LOG-PART-NUMBER.
           MOVE "S"                TO LOG-TRANS-CODE.
           MOVE SALE-QTY-WS        TO LOG-TRANS-AMOUNT.
           MOVE QUANTITY-BEFORE-WS TO LOG-QTY-BEFORE.
           MOVE QUANTITY           TO LOG-QTY-AFTER.
           MOVE CDT-DATE           TO LOG-DATE.
           MOVE CDT-TIME           TO LOG-TIME.
           MOVE OPERATOR-ID-WS     TO LOG-OPERATOR-ID.
           MOVE LOCATION-CODE      TO LOG-FROM-LOC.
           MOVE SPACES             TO LOG-TO-LOC.
           MOVE "CTR"              TO LOG-REASON-CODE.
           MOVE "E"                TO LOG-ENTRY-UNIT.
           MOVE SALE-QTY-WS        TO LOG-ENTERED-QTY.
           MOVE TICKET-CUSTOMER-WS TO LOG-CUSTOMER-CODE.
           WRITE TRANS-LOG-RECORD-OUT.
           PERFORM 311-WRITE-KEYED-LOG.

      *==============================================================
      * Mirror the log line into the keyed live log under the next
      * transaction sequence number.
      *==============================================================
       311-WRITE-KEYED-LOG.
           ADD 1 TO LAST-LOG-SEQ-WS.
           MOVE PART-NUMBER-WS     TO TLK-PART-NUMBER.
           MOVE LAST-LOG-SEQ-WS    TO TLK-SEQ-NUMBER.
           MOVE "S"                TO TLK-TRANS-CODE.
           MOVE SALE-QTY-WS        TO TLK-TRANS-AMOUNT.
           MOVE QUANTITY-BEFORE-WS TO TLK-QTY-BEFORE.
           MOVE QUANTITY           TO TLK-QTY-AFTER.
           MOVE CDT-DATE           TO TLK-DATE.
           MOVE CDT-TIME           TO TLK-TIME.
           MOVE OPERATOR-ID-WS     TO TLK-OPERATOR-ID.
           MOVE LOCATION-CODE      TO TLK-FROM-LOC.
           MOVE SPACES             TO TLK-TO-LOC.
           MOVE "CTR"              TO TLK-REASON-CODE.
           MOVE "E"                TO TLK-ENTRY-UNIT.
           MOVE SALE-QTY-WS        TO TLK-ENTERED-QTY.
           MOVE TICKET-CUSTOMER-WS TO TLK-CUSTOMER-CODE.
           MOVE ZERO               TO TLK-ORDER-NUMBER.
           MOVE SPACES             TO TLK-JOB-NUMBER.
           MOVE UNIT-PRICE         TO TLK-COST-AFTER.
           MOVE SPACES             TO TLK-LOT-NUMBER.
           MOVE SPACES             TO TLK-LOT-EXPIRY.
           MOVE SPACES             TO TLK-SERIAL-NUMBER.
           WRITE TRANS-LOG-KEYED-RECORD
               INVALID KEY
                   DISPLAY "CNTRSALE: KEYED LOG WRITE FAILED "
                       TLK-PART-NUMBER SPACE TLK-SEQ-NUMBER.

      *==============================================================
      * Roll the sale into its part/month history record.
      *==============================================================
       314-POST-SALES-HISTORY.
           MOVE PART-NUMBER-WS TO SH-PART-NUMBER.
           MOVE CDT-YEAR       TO SH-YEAR.
           MOVE CDT-MONTH      TO SH-MONTH.
           READ SALES-HISTORY-FILE
               INVALID KEY
                   MOVE SALE-QTY-WS TO SH-QTY-SOLD
                   MOVE 1           TO SH-SALE-COUNT
                   WRITE SALES-HISTORY-RECORD
               NOT INVALID KEY
                   ADD SALE-QTY-WS TO SH-QTY-SOLD
                   ADD 1           TO SH-SALE-COUNT
                   REWRITE SALES-HISTORY-RECORD.

      *==============================================================
      * The sale just took the part from at-or-above its reorder
      * point to below it -- append it to the same-day alert file
      * for purchasing.
      *==============================================================
       322-WRITE-REORDER-ALERT.
           MOVE CDT-DATE       TO AL-DATE.
           MOVE PART-NUMBER-WS TO AL-PART-NUMBER.
           MOVE PART-NAME      TO AL-PART-NAME.
           MOVE QUANTITY       TO AL-QTY-NOW.
           MOVE REORDER-POINT  TO AL-REORDER-POINT.
           WRITE REORDER-ALERT-RECORD-OUT FROM ALERT-DETAIL-WS.

      *==============================================================
      * Log the line's tax as the ticket charged it -- the value
      * and tax rung up, under the ticket's tax code.
      *==============================================================
       390-LOG-SALE-TAX.
           MOVE CDT-DATE                   TO TXL-DATE.
           MOVE PART-NUMBER-WS             TO TXL-PART-NUMBER.
           MOVE TICKET-CUSTOMER-WS         TO TXL-CUSTOMER-CODE.
           MOVE SALE-TAX-CODE-WS           TO TXL-TAX-CODE.
           MOVE CL-LINE-VALUE (TICKET-SUB) TO TXL-TAXABLE-VALUE.
           MOVE CL-LINE-TAX (TICKET-SUB)   TO TXL-TAX-AMOUNT.
           MOVE SPACES                     TO TXL-SHIP-TO-CODE.
           WRITE TAX-LOG-RECORD-OUT.

      *==============================================================
      * Draw the sold quantity down from the part's lot balances,
      * oldest received first, one history line per lot touched.
      *==============================================================
       393-CONSUME-LOT-FIFO.
           MOVE SALE-QTY-WS TO LOT-REMAINING-WS.
           MOVE ZERO TO LOT-PASS-COUNT-WS.
           MOVE SPACES TO OLDEST-LOT-WS.
           PERFORM 394-CONSUME-OLDEST-LOT
               UNTIL LOT-REMAINING-WS = ZERO
                  OR LOT-PASS-COUNT-WS > 20
                  OR OLDEST-LOT-WS = HIGH-VALUES.

       394-CONSUME-OLDEST-LOT.
           ADD 1 TO LOT-PASS-COUNT-WS.
           MOVE HIGH-VALUES TO OLDEST-LOT-WS.
           MOVE HIGH-VALUES TO OLDEST-DATE-WS.
           MOVE SPACES TO EOF-LOT-WS.
           MOVE PART-NUMBER-WS TO LB-PART-NUMBER.
           MOVE LOW-VALUES     TO LB-LOT-NUMBER.
           START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-KEY
               INVALID KEY MOVE "YES" TO EOF-LOT-WS.
           PERFORM UNTIL EOF-LOT-WS = "YES"
               READ LOT-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOT-WS
                   NOT AT END
                       IF LB-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-LOT-WS
                       ELSE
                           IF LB-QUANTITY > ZERO AND
                                   LB-RECEIVED-DATE <
                                       OLDEST-DATE-WS
                               MOVE LB-RECEIVED-DATE
                                   TO OLDEST-DATE-WS
                               MOVE LB-LOT-NUMBER
                                   TO OLDEST-LOT-WS
                           END-IF
                       END-IF
           END-PERFORM.
           IF OLDEST-LOT-WS = HIGH-VALUES
               EXIT PARAGRAPH.
           MOVE PART-NUMBER-WS TO LB-PART-NUMBER.
           MOVE OLDEST-LOT-WS  TO LB-LOT-NUMBER.
           READ LOT-BALANCE-FILE
               INVALID KEY
                   MOVE HIGH-VALUES TO OLDEST-LOT-WS
                   EXIT PARAGRAPH
           END-READ.
           IF LOT-REMAINING-WS < LB-QUANTITY
               MOVE LOT-REMAINING-WS TO LOT-TAKE-WS
           ELSE
               MOVE LB-QUANTITY TO LOT-TAKE-WS.
           SUBTRACT LOT-TAKE-WS FROM LB-QUANTITY.
           SUBTRACT LOT-TAKE-WS FROM LOT-REMAINING-WS.
           REWRITE LOT-BALANCE-RECORD.
           MOVE CDT-DATE       TO LH-DATE.
           MOVE PART-NUMBER-WS TO LH-PART-NUMBER.
           MOVE OLDEST-LOT-WS  TO LH-LOT-NUMBER.
           MOVE "S"            TO LH-TRANS-CODE.
           MOVE LOT-TAKE-WS    TO LH-QUANTITY.
           WRITE LOT-HISTORY-RECORD-OUT.

      *==============================================================
      * A serialized unit going over the counter gets its sale
      * event on the serial history, under the serial taken
      * before the line was posted, and the unit goes onto the
      * sale's keyed log entry for forward recovery.
      *==============================================================
       395-WRITE-SERIAL-EVENT.
           PERFORM 396-FIND-NEXT-SERIAL-SEQ.
           MOVE SALE-SERIAL-WS     TO SER-SERIAL-NUMBER.
           MOVE SERIAL-SEQ-WS      TO SER-SEQ-NUMBER.
           MOVE PART-NUMBER-WS     TO SER-PART-NUMBER.
           MOVE "S"                TO SER-EVENT-CODE.
           MOVE CDT-DATE           TO SER-EVENT-DATE.
           MOVE TICKET-CUSTOMER-WS TO SER-CUSTOMER-CODE.
           WRITE SERIAL-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "CNTRSALE: SERIAL WRITE FAILED "
                       SER-SERIAL-NUMBER.
           MOVE PART-NUMBER-WS  TO TLK-PART-NUMBER.
           MOVE LAST-LOG-SEQ-WS TO TLK-SEQ-NUMBER.
           READ TRANS-LOG-KEYED-FILE
               INVALID KEY
                   DISPLAY "CNTRSALE: KEYED LOG READ FAILED "
                       TLK-SEQ-NUMBER
               NOT INVALID KEY
                   MOVE SALE-SERIAL-WS TO TLK-SERIAL-NUMBER
                   REWRITE TRANS-LOG-KEYED-RECORD
           END-READ.

       396-FIND-NEXT-SERIAL-SEQ.
           MOVE ZERO TO SERIAL-SEQ-WS.
           MOVE SPACES TO LAST-SERIAL-EVENT-WS.
           MOVE SPACES TO EOF-SERIAL-WS.
           MOVE SALE-SERIAL-WS TO SER-SERIAL-NUMBER.
           MOVE ZERO           TO SER-SEQ-NUMBER.
           START SERIAL-FILE KEY IS NOT LESS THAN SER-KEY
               INVALID KEY MOVE "YES" TO EOF-SERIAL-WS.
           PERFORM UNTIL EOF-SERIAL-WS = "YES"
               READ SERIAL-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SERIAL-WS
                   NOT AT END
                       IF SER-SERIAL-NUMBER NOT = SALE-SERIAL-WS
                           MOVE "YES" TO EOF-SERIAL-WS
                       ELSE
                           MOVE SER-SEQ-NUMBER TO SERIAL-SEQ-WS
                           MOVE SER-EVENT-CODE
                               TO LAST-SERIAL-EVENT-WS
                       END-IF
           END-PERFORM.
           ADD 1 TO SERIAL-SEQ-WS.

      *==============================================================
      * The part has never been touched since the balance file
      * came in -- seed its whole on-hand at its carrying location
      * so the issue has a balance to come off.
      *==============================================================
       350-ENSURE-PART-BALANCES.
           MOVE "NO" TO BAL-FOUND-WS.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE PART-NUMBER-WS TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           IF EOF-BAL-WS NOT = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF SB-PART-NUMBER = PART-NUMBER-WS
                           MOVE "YES" TO BAL-FOUND-WS
                       END-IF
               END-READ.
           IF BAL-FOUND-WS = "NO"
               MOVE PART-NUMBER-WS TO SB-PART-NUMBER
               MOVE LOCATION-CODE  TO SB-LOCATION-CODE
               MOVE QUANTITY       TO SB-QUANTITY
               MOVE ZERO           TO SB-MIN-QTY
               MOVE ZERO           TO SB-MAX-QTY
               WRITE STOCK-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "CNTRSALE: BALANCE SEED FAILED "
                           SB-PART-NUMBER.

      *==============================================================
      * Read the balance for the part at BAL-LOCATION-WS, creating
      * an empty one the first time stock touches that location.
      *==============================================================
       351-READ-OR-CREATE-BALANCE.
           MOVE PART-NUMBER-WS  TO SB-PART-NUMBER.
           MOVE BAL-LOCATION-WS TO SB-LOCATION-CODE.
           READ STOCK-BALANCE-FILE
               INVALID KEY
                   MOVE PART-NUMBER-WS  TO SB-PART-NUMBER
                   MOVE BAL-LOCATION-WS TO SB-LOCATION-CODE
                   MOVE ZERO            TO SB-QUANTITY
                   MOVE ZERO            TO SB-MIN-QTY
                   MOVE ZERO            TO SB-MAX-QTY
                   WRITE STOCK-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "CNTRSALE: BALANCE CREATE FAILED "
                               SB-PART-NUMBER
                   END-WRITE
           END-READ.

      *==============================================================
      * Re-roll the master's QUANTITY as the sum of every location
      * balance the part has.
      *==============================================================
       352-ROLL-UP-TOTAL.
           MOVE ZERO TO BAL-ROLLUP-TMP.
           MOVE SPACES TO EOF-BAL-WS.
           MOVE PART-NUMBER-WS TO SB-PART-NUMBER.
           MOVE LOW-VALUES     TO SB-LOCATION-CODE.
           START STOCK-BALANCE-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "YES" TO EOF-BAL-WS.
           PERFORM UNTIL EOF-BAL-WS = "YES"
               READ STOCK-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BAL-WS
                   NOT AT END
                       IF SB-PART-NUMBER NOT = PART-NUMBER-WS
                           MOVE "YES" TO EOF-BAL-WS
                       ELSE
                           ADD SB-QUANTITY TO BAL-ROLLUP-TMP
                       END-IF
           END-PERFORM.
           MOVE BAL-ROLLUP-TMP TO QUANTITY.

      *==============================================================
      * Pick up the last transaction sequence number handed out.
      *==============================================================
       340-READ-LAST-LOG-SEQ.
           MOVE ZERO TO LAST-LOG-SEQ-WS.
           OPEN INPUT LOG-SEQ-FILE.
           IF LOG-SEQ-FILE-STATUS = "00"
               READ LOG-SEQ-FILE
                   NOT AT END MOVE LOG-SEQ-RECORD
                       TO LAST-LOG-SEQ-WS
               END-READ
               CLOSE LOG-SEQ-FILE.

      *==============================================================
      * Record the last sequence number handed out so the next run
      * keeps counting from it.
      *==============================================================
       341-REWRITE-LAST-LOG-SEQ.
           OPEN OUTPUT LOG-SEQ-FILE.
           MOVE LAST-LOG-SEQ-WS TO LOG-SEQ-RECORD.
           WRITE LOG-SEQ-RECORD.
           CLOSE LOG-SEQ-FILE.

      *==============================================================
      * Pick up the last ticket number handed out -- no control
      * file yet means no ticket has ever been rung.
      *==============================================================
       342-READ-LAST-TICKET-NUMBER.
           MOVE ZERO TO LAST-TICKET-NUMBER-WS.
           OPEN INPUT TICKET-NUMBER-FILE.
           IF TICKET-NUMBER-STATUS = "00"
               READ TICKET-NUMBER-FILE
                   NOT AT END MOVE TICKET-NUMBER-RECORD
                       TO LAST-TICKET-NUMBER-WS
               END-READ
               CLOSE TICKET-NUMBER-FILE.

       343-REWRITE-LAST-TICKET-NUMBER.
           OPEN OUTPUT TICKET-NUMBER-FILE.
           MOVE LAST-TICKET-NUMBER-WS TO TICKET-NUMBER-RECORD.
           WRITE TICKET-NUMBER-RECORD.
           CLOSE TICKET-NUMBER-FILE.

      *==============================================================
      * Append this session's control totals -- the ticket lines
      * posted here move the master just like the transaction
      * screen's sales, and the balancing proof has to see them.
      * A session that posted nothing writes nothing.
      *==============================================================
       344-WRITE-RUN-TOTALS.
           IF CT-SALES-COUNT-WS > ZERO
               OPEN EXTEND RUN-TOTAL-FILE
               IF RUN-TOTAL-STATUS = "35"
                   OPEN OUTPUT RUN-TOTAL-FILE
               END-IF
               PERFORM 360-GET-BUSINESS-DATE
               MOVE CDT-DATE           TO RT-DATE
               MOVE CT-SALES-COUNT-WS  TO RT-SALES-COUNT
               MOVE ZERO               TO RT-RECEIPT-COUNT
               MOVE ZERO               TO RT-ADJUST-COUNT
               MOVE ZERO               TO RT-WRITEOFF-COUNT
               MOVE ZERO               TO RT-TRANSFER-COUNT
               MOVE ZERO               TO RT-REVERSAL-COUNT
               MOVE ZERO               TO RT-RETURN-COUNT
               MOVE ZERO               TO RT-CRETURN-COUNT
               MOVE ZERO               TO RT-QTY-IN
               MOVE CT-QTY-OUT-WS      TO RT-QTY-OUT
               MOVE ZERO               TO RT-ADJ-NET
               WRITE RUN-TOTAL-RECORD
               CLOSE RUN-TOTAL-FILE.

      *==============================================================
      * Fill the run's date from the business date the chain
      * stamps its work with, falling back to the clock.
      *==============================================================
       360-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           PERFORM 361-OVERLAY-BUSINESS-DATE.

       361-OVERLAY-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.

      *==============================================================
      * Ask whether to ring another ticket.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

      *==============================================================
      * Ask whether the buyer is taking another part.
      *==============================================================
       302-PROMPT-LINE.
           DISPLAY LINE-PROMPT.
           ACCEPT LINE-FLAG.

      *==============================================================
      * Record the number controls and the run totals, and close
      * every file.
      *==============================================================
       202-TERM-COUNTER-SALES.
           PERFORM 341-REWRITE-LAST-LOG-SEQ.
           PERFORM 343-REWRITE-LAST-TICKET-NUMBER.
           PERFORM 344-WRITE-RUN-TOTALS.
           DISPLAY "CNTRSALE: " TICKETS-RUNG-WS " TICKET(S) RUNG ON "
               "DRAWER " DRAWER-ID-WS.
           IF LINES-NOT-POSTED-WS > ZERO
               DISPLAY "CNTRSALE: " LINES-NOT-POSTED-WS
                   " PAID LINE(S) NOT POSTED - SEE SUPERVISOR".
           IF ORDER-FILE-OPEN-WS = "YES"
               CLOSE SALES-ORDER-FILE.
           CLOSE INVENT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE STOCK-BALANCE-FILE.
           IF LOC-FILE-OPEN-WS = "YES"
               CLOSE LOCATION-FILE.
           CLOSE TICKET-REGISTER-FILE.
           CLOSE TRANS-LOG-FILE-OUT.
           CLOSE TRANS-LOG-KEYED-FILE.
           CLOSE SALES-HISTORY-FILE.
           IF TAX-FILE-OPEN-WS = "YES"
               CLOSE TAX-RATE-FILE.
           CLOSE TAX-LOG-FILE.
           CLOSE LOT-BALANCE-FILE.
           CLOSE LOT-HISTORY-FILE.
           CLOSE SERIAL-FILE.
           CLOSE REORDER-ALERT-FILE.
           IF SUBST-FILE-OPEN-WS = "YES"
               CLOSE SUBSTITUTE-PART-FILE.
           CLOSE SUBSTITUTION-LOG-FILE.

       end program CNTRSALE.
