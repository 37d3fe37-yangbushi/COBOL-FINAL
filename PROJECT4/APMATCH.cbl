               ASSIGN TO "D:\COBOL\APVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-REGISTER-STATUS.
           SELECT AP-OPEN-ITEM-FILE
               ASSIGN TO "D:\COBOL\APOPEN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AO-KEY
               FILE STATUS IS AP-OPEN-ITEM-STATUS.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN
               FILE STATUS IS SUPPLIER-FILE-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO "D:\COBOL\GLMAP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GL-MAP-STATUS.
           SELECT JOURNAL-FILE-OUT
               ASSIGN TO JOURNAL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-REGISTER-OUT.
       01  VARIANCE-REGISTER-DATA PIC X(110).

       FD  AP-OPEN-ITEM-FILE.
           COPY "D:\COBOL\AP_OPEN_ITEM_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".

      *==============================================================
      * The day's payables journal, shared with the payment run --
      * the match adds the exchange differences on foreign
      * invoices to it.
      *==============================================================
       FD  JOURNAL-FILE-OUT.
       01  JOURNAL-RECORD-OUT   PIC X(80).

       WORKING-STORAGE SECTION.
       01 SUPPLIER-INVOICE-STATUS PIC X(2) VALUE SPACES.
       01 PO-REGISTER-STATUS    PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 VARIANCE-REGISTER-STATUS PIC X(2) VALUE SPACES.
       01 AP-OPEN-ITEM-STATUS   PIC X(2)  VALUE SPACES.
       01 SUPPLIER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-INVOICE-WS        PIC A(3)  VALUE SPACES.

                       VALUE "PRICE TOLERANCE PCT (0 FOR 2.0)?".
       01 TOLERANCE-ENTRY-WS    PIC 9(3)V9 VALUE ZERO.

      *==============================================================
      * Clearing an invoice for payment is approval-grade
      * authority, and the clerk who does it is stamped on every
      * register line matched.
      *==============================================================
       01 OPERATOR-PROMPT       PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 EXPECTED-PRICE-WS     PIC 9(4)V99 VALUE ZERO.
       01 PRICE-DIFF-PCT-WS     PIC S9(4)V9 VALUE ZERO.
       01 LINE-CLEAN-WS         PIC X(3)  VALUE "YES".
       01 LINES-HELD-WS         PIC 9(6)  VALUE ZERO.
       01 NO-PO-COUNT-WS        PIC 9(6)  VALUE ZERO.

      *==============================================================
      * A passed line becomes money owed: its extended amount is
      * added to the supplier's open item for that invoice, and a
      * new item takes its due and discount dates from the
      * supplier's terms counted off the invoice date.
      *==============================================================
       01 LINE-AMOUNT-WS        PIC 9(8)V99 VALUE ZERO.
       01 AP-ITEMS-ADDED-WS     PIC 9(6)  VALUE ZERO.
       01 AP-AMOUNT-ADDED-WS    PIC 9(10)V99 VALUE ZERO.
       01 INVOICE-DATE-NUM-TMP  PIC 9(8)  VALUE ZERO.
       01 INVOICE-DAY-NUMBER-WS PIC 9(7)  VALUE ZERO.
       01 TERMS-DATE-NUM-TMP    PIC 9(8)  VALUE ZERO.
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * A line ordered in a foreign currency is checked in that
      * currency and owed in ours at the rate in force on the
      * invoice date.  What the same goods were valued at when
      * they came in -- the line's receipt rate -- differs from
      * that by the exchange gain or loss, which is booked against
      * the liability when the invoice is matched.
      *==============================================================
           COPY "D:\COBOL\FX_PARMS.cpy".
       01 FOREIGN-AMOUNT-WS     PIC 9(8)V99 VALUE ZERO.
       01 RECEIPT-HOME-WS       PIC 9(8)V99 VALUE ZERO.
       01 INVOICE-RATE-WS       PIC 9(4)V9(6) VALUE ZERO.
       01 BOOKED-RATE-WS        PIC 9(4)V9(6) VALUE ZERO.
       01 FX-DIFFERENCE-WS      PIC S9(8)V99 VALUE ZERO.
       01 FX-LINES-WS           PIC 9(6)  VALUE ZERO.

      *==============================================================
      * The accounts the exchange difference books to, from the
      * company-wide mapping records, or the compiled chart for a
      * shop that never built GLMAP.TXT.
      *==============================================================
       01 GL-MAP-STATUS         PIC X(2)  VALUE SPACES.
       01 GLMAP-OPEN-WS         PIC X(3)  VALUE "NO".
       01 JOURNAL-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 JOURNAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.
       01 ROLE-CODE-WS          PIC X(3)  VALUE SPACES.
       01 RESOLVED-ACCT-WS      PIC X(6)  VALUE SPACES.
       01 MAP-MISS-COUNT-WS     PIC 9(6)  VALUE ZERO.
       01 GL-AP-LIAB-ACCT-WS    PIC X(6)  VALUE "201000".
       01 GL-FX-GAIN-LOSS-ACCT-WS PIC X(6) VALUE "790000".
       01 AP-LIAB-ACCT-WS       PIC X(6)  VALUE SPACES.
       01 FX-GAIN-LOSS-ACCT-WS  PIC X(6)  VALUE SPACES.
       01 MOVEMENT-VALUE-WS     PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-DEBITS-WS       PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-CREDITS-WS      PIC 9(12)V99 VALUE ZERO.

       01 JOURNAL-COLUMN-NAME.
           05 FILLER PIC X(8)  VALUE "ACCOUNT".
           05 FILLER PIC X(4)  VALUE "D/C".
           05 FILLER PIC X(14) VALUE "AMOUNT".
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(5)  VALUE "CODE".
           05 FILLER PIC X(8)  VALUE "DATE".

       01 JOURNAL-DETAIL-OUT.
           05 JD-ACCOUNT-OUT    PIC X(6)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-DRCR-OUT       PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-AMOUNT-OUT     PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-PART-NUMBER-OUT PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-TRANS-CODE-OUT PIC X(1)   VALUE SPACES.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 JD-DATE-OUT       PIC X(8)   VALUE SPACES.

       01 JOURNAL-TOTALS-OUT.
           05 FILLER            PIC X(14)  VALUE "TOTAL DEBITS".
           05 JT-DEBITS-OUT     PIC Z(11)9.99.
           05 FILLER            PIC X(16)  VALUE "  TOTAL CREDITS".
           05 JT-CREDITS-OUT    PIC Z(11)9.99.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JT-BALANCE-FLAG-OUT PIC X(14) VALUE SPACES.

       01 MATCH-DETAIL-OUT.
           05 MA-INVOICE-OUT    PIC X(10)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AT-HELD-OUT       PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(9)  VALUE "  NO PO:".
           05 AT-NO-PO-OUT      PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(9)  VALUE "  NEW AP:".
           05 AT-AP-ITEMS-OUT   PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(9)  VALUE "  AP AMT:".
           05 AT-AP-AMOUNT-OUT  PIC ZZZZZZZZZ9.99 VALUE ZEROS.

      *==============================================================
      * Check each supplier invoice line against what was ordered
           EXIT PROGRAM.

       200-INIT-INVOICE-MATCH.
           DISPLAY OPERATOR-PROMPT.
           ACCEPT SP-OPERATOR-ID.
           DISPLAY PASSWORD-PROMPT.
           ACCEPT SP-PASSWORD.
           CALL ".\SIGNON" USING SIGNON-PARMS.
           IF SP-SIGNON-OK AND SP-MUST-CHANGE
               CALL ".\PASSCHG" USING SIGNON-PARMS
               CANCEL ".\PASSCHG"
               IF SP-MUST-CHANGE
                   MOVE "ER" TO SP-RESULT.
           IF NOT SP-SIGNON-OK OR NOT SP-MAY-APPROVE
               DISPLAY "APMATCH: SIGN-ON REFUSED"
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           DISPLAY TOLERANCE-PROMPT.
           ACCEPT TOLERANCE-ENTRY-WS.
           IF TOLERANCE-ENTRY-WS > ZERO
               MOVE TOLERANCE-ENTRY-WS TO TOLERANCE-PCT-WS.
           PERFORM 205-RESOLVE-EXCHANGE-ACCOUNTS.
           IF MAP-MISS-COUNT-WS > ZERO
               DISPLAY "APMATCH: " MAP-MISS-COUNT-WS
                   " GL ROLE(S) WITH NO ACCOUNT MAPPING"
               DISPLAY "APMATCH: RUN REJECTED - NOTHING MATCHED"
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT SUPPLIER-INVOICE-IN.
           IF SUPPLIER-INVOICE-STATUS NOT = "00"
               DISPLAY "APMATCH: CANNOT OPEN SUPINV "
           OPEN EXTEND VARIANCE-REGISTER-OUT.
           IF VARIANCE-REGISTER-STATUS = "35"
               OPEN OUTPUT VARIANCE-REGISTER-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN I-O AP-OPEN-ITEM-FILE.
           IF AP-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT AP-OPEN-ITEM-FILE
               CLOSE AP-OPEN-ITEM-FILE
               OPEN I-O AP-OPEN-ITEM-FILE.
           IF AP-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "APMATCH: CANNOT OPEN APOPEN "
                   AP-OPEN-ITEM-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SUPPLIER-FILE-IN.
           IF SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "APMATCH: CANNOT OPEN SUPPLIER FILE "
                   SUPPLIER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           STRING "D:\COBOL\APJRNL_" DELIMITED BY SIZE
                  CDT-DATE           DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME-WS.
           OPEN EXTEND JOURNAL-FILE-OUT.
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.

      *==============================================================
      * The liability and exchange gain or loss accounts.  A role
      * the mapping file leaves unmapped rejects the run before
      * anything is matched -- the same as the payment run.
      *==============================================================
       205-RESOLVE-EXCHANGE-ACCOUNTS.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS = "00"
               MOVE "YES" TO GLMAP-OPEN-WS.
           MOVE "APL" TO ROLE-CODE-WS.
           PERFORM 340-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO AP-LIAB-ACCT-WS.
           MOVE "FXG" TO ROLE-CODE-WS.
           PERFORM 340-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO FX-GAIN-LOSS-ACCT-WS.
           IF GLMAP-OPEN-WS = "YES"
               CLOSE GL-MAP-FILE.

      *==============================================================
      * The three-way match for one line.
               MOVE "PASSED - CLEAR TO PAY" TO MA-VERDICT-OUT
               WRITE MATCH-REGISTER-DATA FROM MATCH-DETAIL-OUT
               MOVE "Y" TO POR-INVOICED-FLAG
               MOVE SP-OPERATOR-ID TO POR-MATCHED-BY
               REWRITE PO-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "APMATCH: REGISTER REWRITE FAILED "
                           POR-PO-NUMBER
               END-REWRITE
               PERFORM 240-POST-AP-OPEN-ITEM
           ELSE
               ADD 1 TO LINES-HELD-WS.

      *==============================================================
      * What the line should cost: the supplier's acknowledged
      * price when one was recorded, our weighted-average cost
      * when not.  A foreign line is billed in its own currency,
      * so without an acknowledgment it is held to the price the
      * PO went out at.
      *==============================================================
       230-SET-EXPECTED-PRICE.
           IF POR-ACKNOWLEDGED AND POR-ACK-PRICE > ZERO
               MOVE POR-ACK-PRICE TO EXPECTED-PRICE-WS
               EXIT PARAGRAPH.
           IF POR-CURRENCY-CODE NOT = SPACES
               MOVE POR-FOREIGN-PRICE TO EXPECTED-PRICE-WS
               EXIT PARAGRAPH.
           MOVE ZERO TO EXPECTED-PRICE-WS.
           MOVE SI-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
                   MOVE UNIT-PRICE TO EXPECTED-PRICE-WS
           END-READ.

      *==============================================================
      * Add the passed line to the supplier's open item for the
      * invoice, creating the item on its first line.  A further
      * line billed on an invoice already paid reopens it for
      * the difference.
      *==============================================================
       240-POST-AP-OPEN-ITEM.
           COMPUTE LINE-AMOUNT-WS ROUNDED =
               SI-QTY * SI-UNIT-PRICE.
           IF POR-CURRENCY-CODE NOT = SPACES
               PERFORM 250-BRING-INVOICE-HOME.
           MOVE POR-SUPPLIER-CODE TO AO-SUPPLIER-CODE.
           MOVE SI-INVOICE-NUMBER TO AO-INVOICE-NUMBER.
           READ AP-OPEN-ITEM-FILE
               INVALID KEY
                   PERFORM 241-BUILD-NEW-AP-ITEM
                   WRITE AP-OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "APMATCH: APOPEN WRITE FAILED "
                               SI-INVOICE-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO AP-ITEMS-ADDED-WS
                           ADD LINE-AMOUNT-WS TO AP-AMOUNT-ADDED-WS
                   END-WRITE
               NOT INVALID KEY
                   ADD LINE-AMOUNT-WS TO AO-INVOICE-AMOUNT
                   MOVE "O" TO AO-STATUS
                   REWRITE AP-OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "APMATCH: APOPEN REWRITE FAILED "
                               SI-INVOICE-NUMBER
                       NOT INVALID KEY
                           ADD LINE-AMOUNT-WS TO AP-AMOUNT-ADDED-WS
                   END-REWRITE
           END-READ.

      *==============================================================
      * A new open item: the supplier's net and discount days
      * counted from the invoice date (today's date when the
      * supplier left it blank).  A supplier not on file, or one
      * with no terms keyed, is due on the invoice date.
      *==============================================================
       241-BUILD-NEW-AP-ITEM.
           MOVE SI-PO-NUMBER TO AO-PO-NUMBER.
           IF SI-INVOICE-DATE = ZERO
               MOVE CDT-DATE TO INVOICE-DATE-NUM-TMP
           ELSE
               MOVE SI-INVOICE-DATE TO INVOICE-DATE-NUM-TMP.
           MOVE INVOICE-DATE-NUM-TMP TO AO-INVOICE-DATE.
           MOVE POR-SUPPLIER-CODE TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE ZERO TO SUPPLIER-TERMS-NET-DAYS-IN
                       SUPPLIER-TERMS-DISC-DAYS-IN
                       SUPPLIER-TERMS-DISC-PCT-IN
           END-READ.
           COMPUTE INVOICE-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(INVOICE-DATE-NUM-TMP).
           COMPUTE TERMS-DATE-NUM-TMP = FUNCTION DATE-OF-INTEGER
               (INVOICE-DAY-NUMBER-WS + SUPPLIER-TERMS-NET-DAYS-IN).
           MOVE TERMS-DATE-NUM-TMP TO AO-DUE-DATE.
           IF SUPPLIER-TERMS-DISC-PCT-IN > ZERO
               COMPUTE TERMS-DATE-NUM-TMP = FUNCTION DATE-OF-INTEGER
                   (INVOICE-DAY-NUMBER-WS
                       + SUPPLIER-TERMS-DISC-DAYS-IN)
               MOVE TERMS-DATE-NUM-TMP TO AO-DISC-DATE
               MOVE SUPPLIER-TERMS-DISC-PCT-IN TO AO-DISC-PCT
           ELSE
               MOVE SPACES TO AO-DISC-DATE
               MOVE ZERO   TO AO-DISC-PCT.
           MOVE LINE-AMOUNT-WS TO AO-INVOICE-AMOUNT.
           MOVE ZERO   TO AO-PAID-AMOUNT AO-DISC-TAKEN
               AO-CHECK-NUMBER.
           MOVE "O"    TO AO-STATUS.
           MOVE SPACE  TO AO-HOLD-FLAG.
           MOVE SPACES TO AO-PAID-DATE.

      *==============================================================
      * Turn the foreign line amount into what we owe at the
      * invoice-date rate, and journal its difference from the
      * same amount at the rate the receipts were valued at.  A
      * line billed before anything was received is measured
      * against its order rate.  With no rate on file for the
      * invoice date the receipt rate stands and nothing books.
      *==============================================================
       250-BRING-INVOICE-HOME.
           MOVE LINE-AMOUNT-WS TO FOREIGN-AMOUNT-WS.
           IF SI-INVOICE-DATE = ZERO
               MOVE CDT-DATE        TO FX-AS-OF-DATE
           ELSE
               MOVE SI-INVOICE-DATE TO FX-AS-OF-DATE.
           IF POR-RECEIPT-RATE > ZERO
               MOVE POR-RECEIPT-RATE TO BOOKED-RATE-WS
           ELSE
               MOVE POR-ORDER-RATE   TO BOOKED-RATE-WS.
           MOVE POR-CURRENCY-CODE TO FX-CURRENCY-CODE.
           CALL ".\FXCONV" USING FX-PARMS.
           IF FX-RATE-FOUND
               MOVE FX-RATE        TO INVOICE-RATE-WS
           ELSE
               MOVE BOOKED-RATE-WS TO INVOICE-RATE-WS
               DISPLAY "APMATCH: NO " POR-CURRENCY-CODE " RATE FOR "
                   FX-AS-OF-DATE " - INVOICE " SI-INVOICE-NUMBER
                   " AT RECEIPT RATE".
           COMPUTE LINE-AMOUNT-WS ROUNDED =
               FOREIGN-AMOUNT-WS * INVOICE-RATE-WS.
           COMPUTE RECEIPT-HOME-WS ROUNDED =
               FOREIGN-AMOUNT-WS * BOOKED-RATE-WS.
           COMPUTE FX-DIFFERENCE-WS =
               LINE-AMOUNT-WS - RECEIPT-HOME-WS.
           IF FX-DIFFERENCE-WS NOT = ZERO
               PERFORM 251-JOURNAL-EXCHANGE-DIFFERENCE.

      *==============================================================
      * More owed than the goods were valued at is a loss: debit
      * exchange, credit the liability.  Less is a gain the other
      * way round.
      *==============================================================
       251-JOURNAL-EXCHANGE-DIFFERENCE.
           ADD 1 TO FX-LINES-WS.
           IF FX-DIFFERENCE-WS > ZERO
               MOVE FX-DIFFERENCE-WS     TO MOVEMENT-VALUE-WS
               MOVE FX-GAIN-LOSS-ACCT-WS TO JD-ACCOUNT-OUT
               PERFORM 330-WRITE-DEBIT-LINE
               MOVE AP-LIAB-ACCT-WS      TO JD-ACCOUNT-OUT
               PERFORM 331-WRITE-CREDIT-LINE
           ELSE
               COMPUTE MOVEMENT-VALUE-WS = ZERO - FX-DIFFERENCE-WS
               MOVE AP-LIAB-ACCT-WS      TO JD-ACCOUNT-OUT
               PERFORM 330-WRITE-DEBIT-LINE
               MOVE FX-GAIN-LOSS-ACCT-WS TO JD-ACCOUNT-OUT
               PERFORM 331-WRITE-CREDIT-LINE.

      *==============================================================
      * Write one debit line and roll it into the debit total.
      *==============================================================
       330-WRITE-DEBIT-LINE.
           MOVE "DR"              TO JD-DRCR-OUT.
           MOVE MOVEMENT-VALUE-WS TO JD-AMOUNT-OUT.
           MOVE SI-PART-NUMBER    TO JD-PART-NUMBER-OUT.
           MOVE "X"               TO JD-TRANS-CODE-OUT.
           MOVE FX-AS-OF-DATE     TO JD-DATE-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD MOVEMENT-VALUE-WS TO TOTAL-DEBITS-WS.

      *==============================================================
      * Write one credit line and roll it into the credit total.
      *==============================================================
       331-WRITE-CREDIT-LINE.
           MOVE "CR"              TO JD-DRCR-OUT.
           MOVE MOVEMENT-VALUE-WS TO JD-AMOUNT-OUT.
           MOVE SI-PART-NUMBER    TO JD-PART-NUMBER-OUT.
           MOVE "X"               TO JD-TRANS-CODE-OUT.
           MOVE FX-AS-OF-DATE     TO JD-DATE-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD MOVEMENT-VALUE-WS TO TOTAL-CREDITS-WS.

      *==============================================================
      * A role's account: the company-wide mapping record when
      * the file exists, the compiled chart when it does not.
      *==============================================================
       340-RESOLVE-ROLE-ACCOUNT.
           IF GLMAP-OPEN-WS NOT = "YES"
               PERFORM 342-USE-FALLBACK-ACCOUNT
               EXIT PARAGRAPH.
           MOVE SPACES TO RESOLVED-ACCT-WS.
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

       342-USE-FALLBACK-ACCOUNT.
           EVALUATE ROLE-CODE-WS
               WHEN "APL"
                   MOVE GL-AP-LIAB-ACCT-WS      TO RESOLVED-ACCT-WS
               WHEN "FXG"
                   MOVE GL-FX-GAIN-LOSS-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN OTHER
                   MOVE "??????" TO RESOLVED-ACCT-WS
           END-EVALUATE.

       320-WRITE-BOTH-REGISTERS.
           WRITE MATCH-REGISTER-DATA FROM MATCH-DETAIL-OUT.
           WRITE VARIANCE-REGISTER-DATA FROM MATCH-DETAIL-OUT.
           MOVE LINES-PASSED-WS TO AT-PASSED-OUT.
           MOVE LINES-HELD-WS   TO AT-HELD-OUT.
           MOVE NO-PO-COUNT-WS  TO AT-NO-PO-OUT.
           MOVE AP-ITEMS-ADDED-WS  TO AT-AP-ITEMS-OUT.
           MOVE AP-AMOUNT-ADDED-WS TO AT-AP-AMOUNT-OUT.
           WRITE MATCH-REGISTER-DATA FROM MATCH-AUDIT-TRAIL-OUT.
           MOVE TOTAL-DEBITS-WS  TO JT-DEBITS-OUT.
           MOVE TOTAL-CREDITS-WS TO JT-CREDITS-OUT.
           IF TOTAL-DEBITS-WS = TOTAL-CREDITS-WS
               MOVE "IN BALANCE"     TO JT-BALANCE-FLAG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO JT-BALANCE-FLAG-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-TOTALS-OUT.
           CLOSE JOURNAL-FILE-OUT.
           DISPLAY "APMATCH: " FX-LINES-WS
               " EXCHANGE DIFFERENCE(S) JOURNALLED".
           CLOSE SUPPLIER-INVOICE-IN.
           CLOSE PO-REGISTER-FILE.
           CLOSE INVENT-FILE.
           CLOSE MATCH-REGISTER-OUT.
           CLOSE VARIANCE-REGISTER-OUT.
           CLOSE AP-OPEN-ITEM-FILE.
           CLOSE SUPPLIER-FILE-IN.

       end program APMATCH.
