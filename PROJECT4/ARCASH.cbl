               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT ON-ACCOUNT-FILE
               ASSIGN TO "D:\COBOL\ONACCT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-KEY
               FILE STATUS IS ON-ACCOUNT-STATUS.
           SELECT CASH-JOURNAL-FILE
               ASSIGN TO "D:\COBOL\ARCASHJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  ON-ACCOUNT-FILE.
           COPY "D:\COBOL\ON_ACCOUNT_RECORD.cpy".

      *==============================================================
      * One line per payment applied: when, which invoice, how
      * much, and who keyed it -- the paper trail behind every
       WORKING-STORAGE SECTION.
       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 ON-ACCOUNT-STATUS     PIC X(2)  VALUE SPACES.
       01 ONACCT-OPEN-WS        PIC X(3)  VALUE "NO".
       01 EOF-ONACCT-WS         PIC X(3)  VALUE SPACES.
       01 CASH-JOURNAL-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 INVOICE-BALANCE-WS    PIC 9(8)V99 VALUE ZERO.
       01 SHOWN-COUNT-WS        PIC 9(3)  VALUE ZERO.

      *==============================================================
      * Unapplied cash being drawn on: the receipt the clerk named
      * (zero for new money) and the credit still left on it.
      *==============================================================
       01 APPLY-RECEIPT-WS      PIC 9(6)  VALUE ZERO.
       01 RECEIPT-CREDIT-WS     PIC 9(8)V99 VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 CDT-TIME          PIC 9(6).
               DISPLAY "ARCASH: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O ON-ACCOUNT-FILE.
           IF ON-ACCOUNT-STATUS = "00"
               MOVE "YES" TO ONACCT-OPEN-WS.
           OPEN EXTEND CASH-JOURNAL-FILE.
           IF CASH-JOURNAL-STATUS = "35"
               OPEN OUTPUT CASH-JOURNAL-FILE.
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Show the account's open invoices and any unapplied cash it
      * has on account, then take the invoice number and the
      * amount received and apply it.
      *==============================================================
       201-APPLY-ONE-PAYMENT.
           DISPLAY "CUSTOMER CODE:".
               NOT INVALID KEY
                   DISPLAY "ACCOUNT: " CU-CUSTOMER-NAME
                   PERFORM 210-LIST-OPEN-INVOICES
                   PERFORM 211-LIST-ON-ACCOUNT-CASH
                   IF SHOWN-COUNT-WS > ZERO
                       PERFORM 220-TAKE-AND-APPLY-PAYMENT
                   ELSE
                               ADD 1 TO SHOWN-COUNT-WS
                               COMPUTE INVOICE-BALANCE-WS =
                                   OI-INVOICE-AMOUNT -
                                   OI-PAID-AMOUNT -
                                   OI-ADJUSTED-AMOUNT
                               IF OI-FINANCE-CHARGE
                                   DISPLAY "FIN CHG " OI-INVOICE-NUMBER
                                       " DATED " OI-INVOICE-DATE
                                       " BALANCE " INVOICE-BALANCE-WS
                               ELSE
                                   DISPLAY "INVOICE " OI-INVOICE-NUMBER
                                       " DATED " OI-INVOICE-DATE
                                       " BALANCE " INVOICE-BALANCE-WS
                               END-IF
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * List the cash the lockbox left on the account unapplied,
      * with the credit still left on each receipt.
      *==============================================================
       211-LIST-ON-ACCOUNT-CASH.
           IF ONACCT-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-ONACCT-WS.
           MOVE APPLY-CUSTOMER-WS TO OA-CUSTOMER-CODE.
           MOVE ZERO              TO OA-RECEIPT-NUMBER.
           START ON-ACCOUNT-FILE KEY IS NOT LESS THAN OA-KEY
               INVALID KEY MOVE "YES" TO EOF-ONACCT-WS.
           PERFORM UNTIL EOF-ONACCT-WS = "YES"
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-ONACCT-WS
                   NOT AT END
                       IF OA-CUSTOMER-CODE NOT = APPLY-CUSTOMER-WS
                           MOVE "YES" TO EOF-ONACCT-WS
                       ELSE
                           IF OA-OPEN
                               COMPUTE RECEIPT-CREDIT-WS =
                                   OA-AMOUNT - OA-APPLIED-AMOUNT
                               DISPLAY "ON ACCT " OA-RECEIPT-NUMBER
                                   " CHECK " OA-CHECK-NUMBER
                                   " CREDIT " RECEIPT-CREDIT-WS
                           END-IF
                       END-IF
           END-PERFORM.
      *==============================================================
      * Take the invoice and amount and post the payment against
      * it -- capped at the unpaid balance so the register never
      * shows an invoice paid past its face.  Money already held
      * on account is applied by naming its receipt, and is capped
      * at the credit left on it as well.
      *==============================================================
       220-TAKE-AND-APPLY-PAYMENT.
           DISPLAY "INVOICE NUMBER:".
           ACCEPT APPLY-INVOICE-WS.
           MOVE ZERO TO APPLY-RECEIPT-WS.
           IF ONACCT-OPEN-WS = "YES"
               DISPLAY "ON-ACCOUNT RECEIPT (0 = NEW PAYMENT):"
               ACCEPT APPLY-RECEIPT-WS.
           DISPLAY "AMOUNT RECEIVED:".
           ACCEPT APPLY-AMOUNT-WS.
           IF APPLY-AMOUNT-WS = ZERO
               DISPLAY "ARCASH: INVOICE ALREADY PAID OFF"
               EXIT PARAGRAPH.
           COMPUTE INVOICE-BALANCE-WS =
               OI-INVOICE-AMOUNT - OI-PAID-AMOUNT -
               OI-ADJUSTED-AMOUNT.
           IF APPLY-AMOUNT-WS > INVOICE-BALANCE-WS
               DISPLAY "ARCASH: AMOUNT OVER BALANCE - CAPPED AT "
                   INVOICE-BALANCE-WS
               MOVE INVOICE-BALANCE-WS TO APPLY-AMOUNT-WS.
           IF APPLY-RECEIPT-WS NOT = ZERO
               PERFORM 225-READ-ON-ACCOUNT-RECEIPT
               IF RECEIPT-CREDIT-WS = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF APPLY-AMOUNT-WS > RECEIPT-CREDIT-WS
                   DISPLAY "ARCASH: AMOUNT OVER RECEIPT CREDIT -"
                       " CAPPED AT " RECEIPT-CREDIT-WS
                   MOVE RECEIPT-CREDIT-WS TO APPLY-AMOUNT-WS
               END-IF
           END-IF.
           ADD APPLY-AMOUNT-WS TO OI-PAID-AMOUNT.
           IF APPLY-AMOUNT-WS NOT < INVOICE-BALANCE-WS
               MOVE "C" TO OI-STATUS
               MOVE CDT-DATE TO OI-CLOSED-DATE
           ELSE
               MOVE "P" TO OI-STATUS.
           REWRITE OPEN-INVOICE-RECORD
                       OI-CUSTOMER-CODE SPACE OI-INVOICE-NUMBER
               NOT INVALID KEY
                   PERFORM 230-WRITE-CASH-JOURNAL
                   IF APPLY-RECEIPT-WS NOT = ZERO
                       PERFORM 226-DRAW-ON-ACCOUNT-RECEIPT
                   END-IF
                   DISPLAY "ARCASH: PAYMENT APPLIED".

      *==============================================================
      * Find the named on-account receipt and the credit left on
      * it -- the account's own, or unidentified cash held under
      * no account, which the clerk is now claiming for this one.
      *==============================================================
       225-READ-ON-ACCOUNT-RECEIPT.
           MOVE ZERO TO RECEIPT-CREDIT-WS.
           MOVE APPLY-CUSTOMER-WS TO OA-CUSTOMER-CODE.
           MOVE APPLY-RECEIPT-WS  TO OA-RECEIPT-NUMBER.
           READ ON-ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES           TO OA-CUSTOMER-CODE
                   MOVE APPLY-RECEIPT-WS TO OA-RECEIPT-NUMBER
                   READ ON-ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY "ARCASH: RECEIPT NOT ON ACCOUNT"
                           EXIT PARAGRAPH
                   END-READ
           END-READ.
           IF NOT OA-OPEN
               DISPLAY "ARCASH: RECEIPT ALREADY USED UP"
               EXIT PARAGRAPH.
           COMPUTE RECEIPT-CREDIT-WS = OA-AMOUNT - OA-APPLIED-AMOUNT.

      *==============================================================
      * Draw the amount applied off the receipt, closing it once
      * the whole of it has been placed.
      *==============================================================
       226-DRAW-ON-ACCOUNT-RECEIPT.
           ADD APPLY-AMOUNT-WS TO OA-APPLIED-AMOUNT.
           IF OA-APPLIED-AMOUNT NOT < OA-AMOUNT
               MOVE "C" TO OA-STATUS
               MOVE CDT-DATE TO OA-CLOSED-DATE.
           REWRITE ON-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ARCASH: ONACCT REWRITE FAILED "
                       OA-RECEIPT-NUMBER.

      *==============================================================
      * Journal the payment just applied.
      *==============================================================
       202-TERM-CASH-APPLICATION.
           CLOSE OPEN-INVOICE-FILE.
           CLOSE CUSTOMER-FILE.
           IF ONACCT-OPEN-WS = "YES"
               CLOSE ON-ACCOUNT-FILE.
           CLOSE CASH-JOURNAL-FILE.

       end program ARCASH.
