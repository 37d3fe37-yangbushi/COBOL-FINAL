       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWBAL as "DRAWBAL".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-REGISTER-FILE
               ASSIGN TO "D:\COBOL\TKTREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-KEY
               FILE STATUS IS TICKET-REGISTER-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO "D:\COBOL\GLMAP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GL-MAP-STATUS.
           SELECT BALANCE-SHEET-OUT
               ASSIGN TO SHEET-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHEET-FILE-STATUS.
           SELECT JOURNAL-FILE-OUT
               ASSIGN TO JOURNAL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-REGISTER-FILE.
           COPY "D:\COBOL\TICKET_REGISTER_RECORD.cpy".

       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".

      *==============================================================
      * The day's drawer balancing sheets: for each drawer counted,
      * what the register says should be in it, what was counted,
      * and the over or short by tender.
      *==============================================================
       FD  BALANCE-SHEET-OUT.
       01  BALANCE-SHEET-RECORD-OUT PIC X(80).

      *==============================================================
      * The day's counter cash journal: the deposit debited to
      * cash, counter sales and the tax collected credited, and
      * the over or short booked to its own account.
      *==============================================================
       FD  JOURNAL-FILE-OUT.
       01  JOURNAL-RECORD-OUT   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 TICKET-REGISTER-STATUS PIC X(2) VALUE SPACES.
       01 GL-MAP-STATUS         PIC X(2)  VALUE SPACES.
       01 GLMAP-OPEN-WS         PIC X(3)  VALUE "NO".
       01 SHEET-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 JOURNAL-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-TICKET-WS         PIC X(3)  VALUE SPACES.
       01 SHEET-FILE-NAME-WS    PIC X(40) VALUE SPACES.
       01 JOURNAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.
       01 SHEET-LINES-WS        PIC 9(6)  VALUE ZERO.

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(30)
                               VALUE "BALANCE A DRAWER? (Y OR N)".
       01 OPERATOR-PROMPT       PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-YEAR      PIC 9(4).
               10 CDT-MONTH     PIC 9(2).
               10 CDT-DAY       PIC 9(2).
           05 CDT-TIME          PIC 9(6).
           05 FILLER            PIC X(7).

      *==============================================================
      * The drawer and the operator who ran it, and what the
      * ticket register says they took in, by tender.
      *==============================================================
       01 DRAWER-ID-WS          PIC X(3)  VALUE SPACES.
       01 TILL-OPERATOR-WS      PIC X(8)  VALUE SPACES.
       01 DRAWER-TICKETS-WS     PIC 9(5)  VALUE ZERO.
       01 HIGH-TICKET-WS        PIC 9(6)  VALUE ZERO.
       01 REG-CASH-WS           PIC 9(9)V99 VALUE ZERO.
       01 REG-CHECK-WS          PIC 9(9)V99 VALUE ZERO.
       01 REG-CARD-WS           PIC 9(9)V99 VALUE ZERO.
       01 REG-GOODS-WS          PIC 9(9)V99 VALUE ZERO.
       01 REG-TAX-WS            PIC 9(9)V99 VALUE ZERO.
       01 TICKETS-STAMPED-WS    PIC 9(5)  VALUE ZERO.

      *==============================================================
      * Lines on the drawer's tickets that were paid for but
      * refused when the ticket posted -- the stock never moved,
      * so the supervisor has to put each one right.
      *==============================================================
       01 DRAWER-TICKET-WS      PIC X(3)  VALUE "NO".
       01 UNPOSTED-COUNT-WS     PIC 9(3)  VALUE ZERO.
       01 UNPOSTED-SUB          PIC 9(3)  VALUE ZERO.
       01 UNPOSTED-TABLE.
           05 UNPOSTED-ITEM OCCURS 50 TIMES.
               10 UP-TICKET-NUMBER  PIC 9(6).
               10 UP-LINE-NUMBER    PIC 9(2).
               10 UP-PART-NUMBER    PIC X(7).
               10 UP-QUANTITY       PIC 9(7)V99.
               10 UP-LINE-VALUE     PIC 9(8)V99.

      *==============================================================
      * The blind count, keyed without the expected figures on the
      * screen: the float the drawer opened with, the cash in it
      * now (float included), and the checks and card slips.
      *==============================================================
       01 OPENING-FLOAT-WS      PIC 9(5)V99 VALUE ZERO.
       01 COUNTED-CASH-WS       PIC 9(7)V99 VALUE ZERO.
       01 COUNTED-CHECK-WS      PIC 9(7)V99 VALUE ZERO.
       01 COUNTED-CARD-WS       PIC 9(7)V99 VALUE ZERO.
       01 EXPECTED-CASH-WS      PIC 9(9)V99 VALUE ZERO.
       01 OVER-SHORT-CASH-WS    PIC S9(9)V99 VALUE ZERO.
       01 OVER-SHORT-CHECK-WS   PIC S9(9)V99 VALUE ZERO.
       01 OVER-SHORT-CARD-WS    PIC S9(9)V99 VALUE ZERO.
       01 OVER-SHORT-NET-WS     PIC S9(9)V99 VALUE ZERO.
       01 EXPECTED-TOTAL-WS     PIC 9(9)V99 VALUE ZERO.
       01 COUNTED-TOTAL-WS      PIC 9(9)V99 VALUE ZERO.
       01 CASH-DEPOSIT-WS       PIC S9(9)V99 VALUE ZERO.

      *==============================================================
      * GL accounts the journal books to when the mapping file was
      * never built.
      *==============================================================
       01 GL-CASH-ACCT-WS       PIC X(6)  VALUE "101000".
       01 GL-SALES-REV-ACCT-WS  PIC X(6)  VALUE "400000".
       01 GL-TAX-PAYABLE-ACCT-WS PIC X(6) VALUE "220000".
       01 GL-OVER-SHORT-ACCT-WS PIC X(6)  VALUE "780000".
       01 ROLE-CODE-WS          PIC X(3)  VALUE SPACES.
       01 RESOLVED-ACCT-WS      PIC X(6)  VALUE SPACES.
       01 MAP-MISS-COUNT-WS     PIC 9(4)  VALUE ZERO.
       01 JOURNAL-SIDE-WS       PIC X(2)  VALUE SPACES.
       01 JOURNAL-MEMO-WS       PIC X(10) VALUE SPACES.
       01 JOURNAL-SIGNED-WS     PIC S9(9)V99 VALUE ZERO.
       01 JOURNAL-AMOUNT-WS     PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-DEBITS-WS       PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-CREDITS-WS      PIC 9(10)V99 VALUE ZERO.
       01 DRAWERS-BALANCED-WS   PIC 9(4)  VALUE ZERO.

       01 SHEET-TITLE-OUT.
           05 FILLER            PIC X(24)
                                VALUE "DRAWER BALANCING SHEET".
           05 FILLER            PIC X(6)   VALUE "DATE ".
           05 ST-DATE-OUT       PIC X(8)   VALUE SPACES.

       01 SHEET-DRAWER-OUT.
           05 FILLER            PIC X(7)   VALUE "DRAWER".
           05 SD-DRAWER-OUT     PIC X(3)   VALUE SPACES.
           05 FILLER            PIC X(11)  VALUE "  OPERATOR".
           05 SD-OPERATOR-OUT   PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(10)  VALUE "  TICKETS".
           05 SD-TICKETS-OUT    PIC ZZZZ9  VALUE ZEROS.
           05 FILLER            PIC X(12)  VALUE "  COUNTED BY".
           05 SD-COUNTED-BY-OUT PIC X(8)   VALUE SPACES.

       01 SHEET-COLUMN-NAME.
           05 FILLER PIC X(10) VALUE "TENDER".
           05 FILLER PIC X(15) VALUE "       EXPECTED".
           05 FILLER PIC X(15) VALUE "        COUNTED".
           05 FILLER PIC X(15) VALUE "     OVER/SHORT".

       01 SHEET-DETAIL-OUT.
           05 SL-TENDER-OUT     PIC X(10)  VALUE SPACES.
           05 SL-EXPECTED-OUT   PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SL-COUNTED-OUT    PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SL-OVER-SHORT-OUT PIC -ZZZZZZZZZ9.99 VALUE ZEROS.

       01 SHEET-FLOAT-OUT.
           05 FILLER            PIC X(25)
                                VALUE "  (CASH INCLUDES FLOAT OF".
           05 SF-FLOAT-OUT      PIC ZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE ")".

       01 SHEET-UNPOSTED-TITLE.
           05 SU-COUNT-OUT      PIC ZZ9    VALUE ZEROS.
           05 FILLER            PIC X(42)
                   VALUE " LINE(S) PAID BUT NOT POSTED - SUPERVISOR".

       01 SHEET-UNPOSTED-OUT.
           05 FILLER            PIC X(9)   VALUE "  TICKET".
           05 SU-TICKET-OUT     PIC 9(6)   VALUE ZEROS.
           05 FILLER            PIC X(6)   VALUE " LINE".
           05 SU-LINE-OUT       PIC 9(2)   VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 SU-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SU-QUANTITY-OUT   PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 SU-VALUE-OUT      PIC ZZZZZZZ9.99 VALUE ZEROS.

       01 JOURNAL-COLUMN-NAME.
           05 FILLER PIC X(8)  VALUE "ACCOUNT".
           05 FILLER PIC X(4)  VALUE "D/C".
           05 FILLER PIC X(17) VALUE "AMOUNT".
           05 FILLER PIC X(13) VALUE "MEMO".
           05 FILLER PIC X(6)  VALUE "DRWR".
           05 FILLER PIC X(11) VALUE "OPERATOR".
           05 FILLER PIC X(8)  VALUE "DATE".

       01 JOURNAL-DETAIL-OUT.
           05 JD-ACCOUNT-OUT    PIC X(6)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-DRCR-OUT       PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-AMOUNT-OUT     PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-MEMO-OUT       PIC X(10)  VALUE SPACES.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-DRAWER-OUT     PIC X(3)   VALUE SPACES.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-OPERATOR-OUT   PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-DATE-OUT       PIC X(8)   VALUE SPACES.

       01 JOURNAL-TOTALS-OUT.
           05 FILLER            PIC X(14)  VALUE "TOTAL DEBITS".
           05 JT-DEBITS-OUT     PIC Z(11)9.99.
           05 FILLER            PIC X(16)  VALUE "  TOTAL CREDITS".
           05 JT-CREDITS-OUT    PIC Z(11)9.99.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JT-BALANCE-FLAG-OUT PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * End-of-day drawer balancing.  A supervisor counts each
      * counter drawer blind, and the count is set against the
      * ticket register's takings for that drawer and the operator
      * who ran it: the over or short by tender goes on the day's
      * balancing sheet, and the deposit, the counter sales, the
      * tax collected and the net over or short go to the GL on
      * the day's counter cash journal.  The tickets counted are
      * stamped balanced so no later count picks them up again.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-BALANCE-DRAWERS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-DRAWER-BALANCING.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-BALANCE-ONE-DRAWER
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-DRAWER-BALANCING.

           EXIT PROGRAM.

      *==============================================================
      * Sign the supervisor on -- counting a drawer takes approval
      * authority -- and open the register, the day's sheet and
      * the day's journal.
      *==============================================================
       200-INIT-DRAWER-BALANCING.
           PERFORM 205-SIGN-OPERATOR-ON.
           IF OPEN-ERROR-FLAG = "YES"
               EXIT PARAGRAPH.
           PERFORM 360-GET-BUSINESS-DATE.
           OPEN I-O TICKET-REGISTER-FILE.
           IF TICKET-REGISTER-STATUS NOT = "00"
               DISPLAY "DRAWBAL: CANNOT OPEN TKTREG "
                   TICKET-REGISTER-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS = "00"
               MOVE "YES" TO GLMAP-OPEN-WS.
           STRING "D:\COBOL\DRAWBAL_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO SHEET-FILE-NAME-WS.
           STRING "D:\COBOL\CASHJRNL_" DELIMITED BY SIZE
                  CDT-DATE             DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME-WS.
           OPEN EXTEND BALANCE-SHEET-OUT.
           IF SHEET-FILE-STATUS = "35"
               OPEN OUTPUT BALANCE-SHEET-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE-OUT.
           MOVE CDT-DATE TO ST-DATE-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT FROM SHEET-TITLE-OUT.
           ADD 1 TO SHEET-LINES-WS.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * The counter's cash belongs to the supervisor who counts it
      * -- take the sign-on handed down by the menu, or prompt and
      * verify it here when run standalone.
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
           IF NOT SP-SIGNON-OK OR NOT SP-MAY-APPROVE
               DISPLAY "DRAWBAL: SIGN-ON REFUSED"
               MOVE "YES" TO OPEN-ERROR-FLAG.

      *==============================================================
      * Count one drawer: total its unbalanced tickets, take the
      * blind count, and sheet, journal and stamp the result.
      *==============================================================
       201-BALANCE-ONE-DRAWER.
           DISPLAY "DRAWER ID:".
           ACCEPT DRAWER-ID-WS.
           DISPLAY "TILL OPERATOR ID:".
           ACCEPT TILL-OPERATOR-WS.
           PERFORM 210-TOTAL-DRAWER-TICKETS.
           IF DRAWER-TICKETS-WS = ZERO
               DISPLAY "DRAWBAL: NO UNBALANCED TICKETS FOR DRAWER "
                   DRAWER-ID-WS " AND OPERATOR " TILL-OPERATOR-WS
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           DISPLAY "DRAWBAL: " DRAWER-TICKETS-WS
               " TICKET(S) TO BALANCE".
           IF UNPOSTED-COUNT-WS > ZERO
               DISPLAY "DRAWBAL: " UNPOSTED-COUNT-WS
                   " LINE(S) PAID BUT NOT POSTED - SEE THE SHEET".
           DISPLAY "OPENING FLOAT:".
           ACCEPT OPENING-FLOAT-WS.
           DISPLAY "CASH COUNTED (FLOAT INCLUDED):".
           ACCEPT COUNTED-CASH-WS.
           DISPLAY "CHECKS COUNTED:".
           ACCEPT COUNTED-CHECK-WS.
           DISPLAY "CARD SLIPS COUNTED:".
           ACCEPT COUNTED-CARD-WS.
           COMPUTE EXPECTED-CASH-WS = OPENING-FLOAT-WS + REG-CASH-WS.
           COMPUTE OVER-SHORT-CASH-WS =
               COUNTED-CASH-WS - EXPECTED-CASH-WS.
           COMPUTE OVER-SHORT-CHECK-WS =
               COUNTED-CHECK-WS - REG-CHECK-WS.
           COMPUTE OVER-SHORT-CARD-WS =
               COUNTED-CARD-WS - REG-CARD-WS.
           COMPUTE OVER-SHORT-NET-WS = OVER-SHORT-CASH-WS
               + OVER-SHORT-CHECK-WS + OVER-SHORT-CARD-WS.
           PERFORM 220-WRITE-BALANCE-SHEET.
           PERFORM 230-JOURNAL-DRAWER.
           PERFORM 240-STAMP-DRAWER-TICKETS.
           ADD 1 TO DRAWERS-BALANCED-WS.
           IF OVER-SHORT-NET-WS = ZERO
               DISPLAY "DRAWBAL: DRAWER " DRAWER-ID-WS " BALANCES"
           ELSE
               MOVE OVER-SHORT-NET-WS TO SL-OVER-SHORT-OUT
               DISPLAY "DRAWBAL: DRAWER " DRAWER-ID-WS
                   " OVER/SHORT " SL-OVER-SHORT-OUT.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Total the ticket register's unbalanced tickets for the
      * drawer and operator, by tender -- cash takings are the
      * ticket totals, not what was tendered, since the change
      * went back out of the drawer.  The highest ticket counted
      * is kept so the stamping pass touches only these tickets,
      * even with the counter still ringing.
      *==============================================================
       210-TOTAL-DRAWER-TICKETS.
           MOVE ZERO TO DRAWER-TICKETS-WS.
           MOVE ZERO TO HIGH-TICKET-WS.
           MOVE ZERO TO REG-CASH-WS.
           MOVE ZERO TO REG-CHECK-WS.
           MOVE ZERO TO REG-CARD-WS.
           MOVE ZERO TO REG-GOODS-WS.
           MOVE ZERO TO REG-TAX-WS.
           MOVE ZERO TO UNPOSTED-COUNT-WS.
           MOVE "NO" TO DRAWER-TICKET-WS.
           MOVE SPACES TO EOF-TICKET-WS.
           MOVE ZERO TO TK-TICKET-NUMBER.
           MOVE ZERO TO TK-LINE-NUMBER.
           START TICKET-REGISTER-FILE KEY IS NOT LESS THAN TK-KEY
               INVALID KEY MOVE "YES" TO EOF-TICKET-WS.
           PERFORM UNTIL EOF-TICKET-WS = "YES"
               READ TICKET-REGISTER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-TICKET-WS
                   NOT AT END
                       IF TK-TICKET-HEADER
                           MOVE "NO" TO DRAWER-TICKET-WS
                           IF TK-DRAWER-ID = DRAWER-ID-WS
                               AND TK-OPERATOR-ID = TILL-OPERATOR-WS
                               AND TK-BALANCED-DATE = SPACES
                               MOVE "YES" TO DRAWER-TICKET-WS
                               PERFORM 211-ADD-ONE-TICKET
                           END-IF
                       ELSE
                           IF DRAWER-TICKET-WS = "YES"
                                   AND TK-LINE-NOT-POSTED
                               PERFORM 212-HOLD-UNPOSTED-LINE
                           END-IF
                       END-IF
           END-PERFORM.

       211-ADD-ONE-TICKET.
           ADD 1 TO DRAWER-TICKETS-WS.
           MOVE TK-TICKET-NUMBER TO HIGH-TICKET-WS.
           ADD TK-GOODS-TOTAL TO REG-GOODS-WS.
           ADD TK-TAX-TOTAL   TO REG-TAX-WS.
           EVALUATE TRUE
               WHEN TK-PAID-CASH
                   ADD TK-TICKET-TOTAL TO REG-CASH-WS
               WHEN TK-PAID-CHECK
                   ADD TK-TICKET-TOTAL TO REG-CHECK-WS
               WHEN TK-PAID-CARD
                   ADD TK-TICKET-TOTAL TO REG-CARD-WS
           END-EVALUATE.

       212-HOLD-UNPOSTED-LINE.
           ADD 1 TO UNPOSTED-COUNT-WS.
           IF UNPOSTED-COUNT-WS > 50
               EXIT PARAGRAPH.
           MOVE TK-TICKET-NUMBER TO
               UP-TICKET-NUMBER (UNPOSTED-COUNT-WS).
           MOVE TK-LINE-NUMBER   TO UP-LINE-NUMBER (UNPOSTED-COUNT-WS).
           MOVE TK-PART-NUMBER   TO UP-PART-NUMBER (UNPOSTED-COUNT-WS).
           MOVE TK-QUANTITY      TO UP-QUANTITY (UNPOSTED-COUNT-WS).
           MOVE TK-LINE-VALUE    TO UP-LINE-VALUE (UNPOSTED-COUNT-WS).

      *==============================================================
      * The drawer's block on the balancing sheet, with every
      * line paid for but never posted listed under it.
      *==============================================================
       220-WRITE-BALANCE-SHEET.
           MOVE SPACES TO BALANCE-SHEET-RECORD-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT.
           MOVE DRAWER-ID-WS      TO SD-DRAWER-OUT.
           MOVE TILL-OPERATOR-WS  TO SD-OPERATOR-OUT.
           MOVE DRAWER-TICKETS-WS TO SD-TICKETS-OUT.
           MOVE SP-OPERATOR-ID    TO SD-COUNTED-BY-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT FROM SHEET-DRAWER-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT FROM SHEET-COLUMN-NAME.
           MOVE "CASH"             TO SL-TENDER-OUT.
           MOVE EXPECTED-CASH-WS   TO SL-EXPECTED-OUT.
           MOVE COUNTED-CASH-WS    TO SL-COUNTED-OUT.
           MOVE OVER-SHORT-CASH-WS TO SL-OVER-SHORT-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT FROM SHEET-DETAIL-OUT.
           MOVE OPENING-FLOAT-WS   TO SF-FLOAT-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT FROM SHEET-FLOAT-OUT.
           MOVE "CHECKS"           TO SL-TENDER-OUT.
           MOVE REG-CHECK-WS       TO SL-EXPECTED-OUT.
           MOVE COUNTED-CHECK-WS   TO SL-COUNTED-OUT.
           MOVE OVER-SHORT-CHECK-WS TO SL-OVER-SHORT-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT FROM SHEET-DETAIL-OUT.
           MOVE "CARD"             TO SL-TENDER-OUT.
           MOVE REG-CARD-WS        TO SL-EXPECTED-OUT.
           MOVE COUNTED-CARD-WS    TO SL-COUNTED-OUT.
           MOVE OVER-SHORT-CARD-WS TO SL-OVER-SHORT-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT FROM SHEET-DETAIL-OUT.
           COMPUTE EXPECTED-TOTAL-WS =
               EXPECTED-CASH-WS + REG-CHECK-WS + REG-CARD-WS.
           COMPUTE COUNTED-TOTAL-WS =
               COUNTED-CASH-WS + COUNTED-CHECK-WS + COUNTED-CARD-WS.
           MOVE "TOTAL"            TO SL-TENDER-OUT.
           MOVE EXPECTED-TOTAL-WS  TO SL-EXPECTED-OUT.
           MOVE COUNTED-TOTAL-WS   TO SL-COUNTED-OUT.
           MOVE OVER-SHORT-NET-WS  TO SL-OVER-SHORT-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT FROM SHEET-DETAIL-OUT.
           ADD 8 TO SHEET-LINES-WS.
           IF UNPOSTED-COUNT-WS > ZERO
               MOVE UNPOSTED-COUNT-WS TO SU-COUNT-OUT
               WRITE BALANCE-SHEET-RECORD-OUT
                   FROM SHEET-UNPOSTED-TITLE
               ADD 1 TO SHEET-LINES-WS
               PERFORM 221-WRITE-UNPOSTED-LINE
                   VARYING UNPOSTED-SUB FROM 1 BY 1
                   UNTIL UNPOSTED-SUB > UNPOSTED-COUNT-WS
                      OR UNPOSTED-SUB > 50
           END-IF.

       221-WRITE-UNPOSTED-LINE.
           MOVE UP-TICKET-NUMBER (UNPOSTED-SUB) TO SU-TICKET-OUT.
           MOVE UP-LINE-NUMBER (UNPOSTED-SUB)   TO SU-LINE-OUT.
           MOVE UP-PART-NUMBER (UNPOSTED-SUB)   TO SU-PART-OUT.
           MOVE UP-QUANTITY (UNPOSTED-SUB)      TO SU-QUANTITY-OUT.
           MOVE UP-LINE-VALUE (UNPOSTED-SUB)    TO SU-VALUE-OUT.
           WRITE BALANCE-SHEET-RECORD-OUT FROM SHEET-UNPOSTED-OUT.
           ADD 1 TO SHEET-LINES-WS.

      *==============================================================
      * Journal the drawer: each tender's deposit debited to cash
      * (the cash deposit is the count less the float, which stays
      * in the drawer), counter sales and the tax collected
      * credited, and the net over or short to its own account --
      * debited when short, credited when over -- so the drawer's
      * entry balances on its own.
      *==============================================================
       230-JOURNAL-DRAWER.
           COMPUTE CASH-DEPOSIT-WS = COUNTED-CASH-WS - OPENING-FLOAT-WS.
           MOVE "CSH"        TO ROLE-CODE-WS.
           MOVE "DR"         TO JOURNAL-SIDE-WS.
           MOVE "CASH"       TO JOURNAL-MEMO-WS.
           MOVE CASH-DEPOSIT-WS TO JOURNAL-SIGNED-WS.
           PERFORM 235-WRITE-JOURNAL-LINE.
           MOVE "CHECKS"     TO JOURNAL-MEMO-WS.
           MOVE COUNTED-CHECK-WS TO JOURNAL-SIGNED-WS.
           PERFORM 235-WRITE-JOURNAL-LINE.
           MOVE "CARD"       TO JOURNAL-MEMO-WS.
           MOVE COUNTED-CARD-WS TO JOURNAL-SIGNED-WS.
           PERFORM 235-WRITE-JOURNAL-LINE.
           MOVE "SLS"        TO ROLE-CODE-WS.
           MOVE "CR"         TO JOURNAL-SIDE-WS.
           MOVE "SALES"      TO JOURNAL-MEMO-WS.
           MOVE REG-GOODS-WS TO JOURNAL-SIGNED-WS.
           PERFORM 235-WRITE-JOURNAL-LINE.
           MOVE "TXP"        TO ROLE-CODE-WS.
           MOVE "TAX"        TO JOURNAL-MEMO-WS.
           MOVE REG-TAX-WS   TO JOURNAL-SIGNED-WS.
           PERFORM 235-WRITE-JOURNAL-LINE.
           MOVE "OVS"        TO ROLE-CODE-WS.
           MOVE "CR"         TO JOURNAL-SIDE-WS.
           MOVE "OVER/SHORT" TO JOURNAL-MEMO-WS.
           MOVE OVER-SHORT-NET-WS TO JOURNAL-SIGNED-WS.
           PERFORM 235-WRITE-JOURNAL-LINE.

      *==============================================================
      * Write one journal line for the role on the side given --
      * a negative amount goes on the other side, and a zero
      * amount is not written at all.
      *==============================================================
       235-WRITE-JOURNAL-LINE.
           IF JOURNAL-SIGNED-WS = ZERO
               EXIT PARAGRAPH.
           IF JOURNAL-SIGNED-WS < ZERO
               COMPUTE JOURNAL-AMOUNT-WS = 0 - JOURNAL-SIGNED-WS
               IF JOURNAL-SIDE-WS = "DR"
                   MOVE "CR" TO JD-DRCR-OUT
               ELSE
                   MOVE "DR" TO JD-DRCR-OUT
               END-IF
           ELSE
               MOVE JOURNAL-SIGNED-WS TO JOURNAL-AMOUNT-WS
               MOVE JOURNAL-SIDE-WS TO JD-DRCR-OUT.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS  TO JD-ACCOUNT-OUT.
           MOVE JOURNAL-AMOUNT-WS TO JD-AMOUNT-OUT.
           MOVE JOURNAL-MEMO-WS   TO JD-MEMO-OUT.
           MOVE DRAWER-ID-WS      TO JD-DRAWER-OUT.
           MOVE TILL-OPERATOR-WS  TO JD-OPERATOR-OUT.
           MOVE CDT-DATE          TO JD-DATE-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           IF JD-DRCR-OUT = "DR"
               ADD JOURNAL-AMOUNT-WS TO TOTAL-DEBITS-WS
           ELSE
               ADD JOURNAL-AMOUNT-WS TO TOTAL-CREDITS-WS.

      *==============================================================
      * Stamp the counted tickets balanced -- the same tickets the
      * totalling pass took, none rung since.
      *==============================================================
       240-STAMP-DRAWER-TICKETS.
           MOVE ZERO TO TICKETS-STAMPED-WS.
           MOVE SPACES TO EOF-TICKET-WS.
           MOVE ZERO TO TK-TICKET-NUMBER.
           MOVE ZERO TO TK-LINE-NUMBER.
           START TICKET-REGISTER-FILE KEY IS NOT LESS THAN TK-KEY
               INVALID KEY MOVE "YES" TO EOF-TICKET-WS.
           PERFORM UNTIL EOF-TICKET-WS = "YES"
               READ TICKET-REGISTER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-TICKET-WS
                   NOT AT END
                       IF TK-TICKET-NUMBER > HIGH-TICKET-WS
                           MOVE "YES" TO EOF-TICKET-WS
                       ELSE
                           IF TK-TICKET-HEADER
                               AND TK-DRAWER-ID = DRAWER-ID-WS
                               AND TK-OPERATOR-ID = TILL-OPERATOR-WS
                               AND TK-BALANCED-DATE = SPACES
                               MOVE CDT-DATE TO TK-BALANCED-DATE
                               REWRITE TICKET-REGISTER-RECORD
                               ADD 1 TO TICKETS-STAMPED-WS
                           END-IF
                       END-IF
           END-PERFORM.
           IF TICKETS-STAMPED-WS NOT = DRAWER-TICKETS-WS
               DISPLAY "DRAWBAL: " TICKETS-STAMPED-WS " OF "
                   DRAWER-TICKETS-WS " TICKET(S) STAMPED BALANCED".

      *==============================================================
      * Resolve a movement role to its GL account: the mapping
      * file's company-wide assignment, or the compiled-in account
      * when the mapping file was never built.
      *==============================================================
       330-RESOLVE-ROLE-ACCOUNT.
           IF GLMAP-OPEN-WS NOT = "YES"
               PERFORM 332-USE-FALLBACK-ACCOUNT
               EXIT PARAGRAPH.
           MOVE SPACES       TO RESOLVED-ACCT-WS.
           MOVE "M"          TO GM-MAP-TYPE.
           MOVE ROLE-CODE-WS TO GM-MAP-CODE.
           MOVE SPACES       TO GM-LOCATION.
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GM-ACCOUNT TO RESOLVED-ACCT-WS
           END-READ.
           IF RESOLVED-ACCT-WS = SPACES
               ADD 1 TO MAP-MISS-COUNT-WS
               MOVE "??????" TO RESOLVED-ACCT-WS.

       332-USE-FALLBACK-ACCOUNT.
           EVALUATE ROLE-CODE-WS
               WHEN "CSH"
                   MOVE GL-CASH-ACCT-WS        TO RESOLVED-ACCT-WS
               WHEN "SLS"
                   MOVE GL-SALES-REV-ACCT-WS   TO RESOLVED-ACCT-WS
               WHEN "TXP"
                   MOVE GL-TAX-PAYABLE-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "OVS"
                   MOVE GL-OVER-SHORT-ACCT-WS  TO RESOLVED-ACCT-WS
               WHEN OTHER
                   MOVE "??????" TO RESOLVED-ACCT-WS
           END-EVALUATE.

      *==============================================================
      * Register the day's balancing sheet in the report catalog
      * the way the dated reports are registered.
      *==============================================================
       345-CATALOG-BALANCE-SHEET.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "DRAWBAL"        TO RC-REPORT-NAME.
           MOVE CDT-DATE         TO RC-RUN-DATE.
           MOVE SPACE            TO RC-SCOPE-FLAG.
           MOVE SPACE            TO RC-FORMAT-FLAG.
           MOVE SHEET-LINES-WS   TO RC-RECORD-COUNT.
           MOVE SHEET-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"              TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Fill the run's date from the business date the chain
      * stamps its work with, falling back to the clock.
      *==============================================================
       360-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.

      *==============================================================
      * Ask whether to count another drawer.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

      *==============================================================
      * Close the journal with its debit and credit totals,
      * catalog the sheet, and close every file.
      *==============================================================
       202-TERM-DRAWER-BALANCING.
           MOVE TOTAL-DEBITS-WS  TO JT-DEBITS-OUT.
           MOVE TOTAL-CREDITS-WS TO JT-CREDITS-OUT.
           IF TOTAL-DEBITS-WS = TOTAL-CREDITS-WS
               MOVE "IN BALANCE"     TO JT-BALANCE-FLAG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO JT-BALANCE-FLAG-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-TOTALS-OUT.
           CLOSE JOURNAL-FILE-OUT.
           CLOSE BALANCE-SHEET-OUT.
           PERFORM 345-CATALOG-BALANCE-SHEET.
           DISPLAY "DRAWBAL: " DRAWERS-BALANCED-WS
               " DRAWER(S) BALANCED".
           IF MAP-MISS-COUNT-WS > ZERO
               DISPLAY "DRAWBAL: " MAP-MISS-COUNT-WS
                   " ROLE(S) NOT MAPPED IN GLMAP -"
                   " CASH JOURNAL NEEDS CORRECTING"
               MOVE 8 TO RETURN-CODE.
           CLOSE TICKET-REGISTER-FILE.
           IF GLMAP-OPEN-WS = "YES"
               CLOSE GL-MAP-FILE.

       end program DRAWBAL.
