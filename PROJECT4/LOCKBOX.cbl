       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX as "LOCKBOX".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE-IN
               ASSIGN TO "D:\COBOL\LOCKBOX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKBOX-IN-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO "D:\COBOL\OPENINV.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPEN-INVOICE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT ON-ACCOUNT-FILE
               ASSIGN TO "D:\COBOL\ONACCT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-KEY
               FILE STATUS IS ON-ACCOUNT-STATUS.
           SELECT RECEIPT-NUMBER-FILE
               ASSIGN TO "D:\COBOL\RCPTNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-NUMBER-STATUS.
           SELECT LOCKBOX-CONTROL-FILE
               ASSIGN TO "D:\COBOL\LBXLAST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKBOX-CONTROL-STATUS.
           SELECT CASH-JOURNAL-FILE
               ASSIGN TO "D:\COBOL\ARCASHJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-JOURNAL-STATUS.
           SELECT EXCEPTION-FILE-OUT
               ASSIGN TO EXCEPTION-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
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
      *==============================================================
      * The bank's daily lockbox file: one record per check
      * received, with the account number the remitter is known
      * by (blank when the bank could not tell) and up to six
      * invoice numbers written on the remittance advice.
      *==============================================================
       FD  LOCKBOX-FILE-IN.
       01  LOCKBOX-RECORD-IN.
           05 LX-DEPOSIT-KEY.
               10 LX-DEPOSIT-DATE   PIC X(8).
               10 LX-BATCH-NUMBER   PIC 9(4).
           05 LX-CUSTOMER-CODE      PIC X(5).
           05 LX-CHECK-NUMBER       PIC X(10).
           05 LX-CHECK-AMOUNT       PIC 9(8)V99.
           05 LX-REMIT-INVOICE      PIC 9(6) OCCURS 6 TIMES.

       FD  OPEN-INVOICE-FILE.
           COPY "D:\COBOL\OPEN_INVOICE_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  ON-ACCOUNT-FILE.
           COPY "D:\COBOL\ON_ACCOUNT_RECORD.cpy".

      *==============================================================
      * Holds the last on-account receipt number handed out.
      *==============================================================
       FD  RECEIPT-NUMBER-FILE.
       01  RECEIPT-NUMBER-RECORD PIC 9(6).

      *==============================================================
      * The deposit date and batch of the last lockbox file
      * applied -- a file the bank sends twice is refused rather
      * than applied twice.
      *==============================================================
       FD  LOCKBOX-CONTROL-FILE.
       01  LOCKBOX-CONTROL-RECORD PIC X(12).

      *==============================================================
      * One line per payment applied, in the cash application
      * journal's own layout.
      *==============================================================
       FD  CASH-JOURNAL-FILE.
       01  CASH-JOURNAL-RECORD-OUT PIC X(60).

       FD  EXCEPTION-FILE-OUT.
       01  EXCEPTION-RECORD-OUT PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 LOCKBOX-IN-STATUS     PIC X(2)  VALUE SPACES.
       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 ON-ACCOUNT-STATUS     PIC X(2)  VALUE SPACES.
       01 RECEIPT-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 LOCKBOX-CONTROL-STATUS PIC X(2) VALUE SPACES.
       01 CASH-JOURNAL-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-LOCKBOX-WS        PIC X(3)  VALUE SPACES.
       01 EOF-AR-WS             PIC X(3)  VALUE SPACES.
       01 EXCEPTION-FILE-NAME-WS PIC X(40) VALUE SPACES.
       01 EXCEPTION-LINES-WS    PIC 9(6)  VALUE ZERO.
       01 LAST-LOCKBOX-KEY-WS   PIC X(12) VALUE SPACES.
       01 HIGH-LOCKBOX-KEY-WS   PIC X(12) VALUE SPACES.
       01 LAST-RECEIPT-NUMBER-WS PIC 9(6) VALUE ZERO.

      *==============================================================
      * The check being placed: the account it is for, what is
      * still unplaced of it, and the item being paid.
      *==============================================================
       01 PAY-CUSTOMER-WS       PIC X(5)  VALUE SPACES.
       01 PAY-REMAINING-WS      PIC 9(8)V99 VALUE ZERO.
       01 APPLY-AMOUNT-WS       PIC 9(8)V99 VALUE ZERO.
       01 INVOICE-BALANCE-WS    PIC 9(8)V99 VALUE ZERO.
       01 REMIT-SUB             PIC 9(1)  VALUE ZERO.
       01 REMIT-INVOICE-WS      PIC 9(6)  VALUE ZERO.
       01 REMIT-GIVEN-WS        PIC X(3)  VALUE "NO".
       01 ITEM-FOUND-WS         PIC X(3)  VALUE "NO".
       01 EXACT-MATCH-COUNT-WS  PIC 9(4)  VALUE ZERO.
       01 EXACT-INVOICE-WS      PIC 9(6)  VALUE ZERO.
       01 EXCEPTION-TEXT-WS     PIC X(34) VALUE SPACES.

      *==============================================================
      * The run's totals for the closing line and the console.
      *==============================================================
       01 CHECKS-READ-WS        PIC 9(6)  VALUE ZERO.
       01 CHECKS-TOTAL-WS       PIC 9(10)V99 VALUE ZERO.
       01 ITEMS-PAID-WS         PIC 9(6)  VALUE ZERO.
       01 APPLIED-TOTAL-WS      PIC 9(10)V99 VALUE ZERO.
       01 ON-ACCOUNT-COUNT-WS   PIC 9(6)  VALUE ZERO.
       01 ON-ACCOUNT-TOTAL-WS   PIC 9(10)V99 VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 CDT-TIME          PIC 9(6).
           05 FILLER            PIC X(7).

       01 CASH-JOURNAL-DETAIL-WS.
           05 CJ-DATE           PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CJ-TIME           PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CJ-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CJ-INVOICE-NUMBER PIC 9(6)  VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CJ-AMOUNT         PIC 9(8)V99 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CJ-OPERATOR-ID    PIC X(8)  VALUE SPACES.

       01 EXCEPTION-HEADER-OUT.
           05 FILLER            PIC X(22)
                                VALUE "LOCKBOX EXCEPTIONS".
           05 FILLER            PIC X(8)   VALUE "DEPOSIT".
           05 EH-DATE-OUT       PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(8)   VALUE "  BATCH".
           05 EH-BATCH-OUT      PIC 9(4)   VALUE ZERO.

       01 EXCEPTION-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(12) VALUE "CHECK".
           05 FILLER PIC X(14) VALUE "   CHECK AMT".
           05 FILLER PIC X(9)  VALUE "INVOICE".
           05 FILLER PIC X(14) VALUE "      AMOUNT".
           05 FILLER PIC X(34) VALUE "EXCEPTION".

       01 EXCEPTION-DETAIL-OUT.
           05 ED-CUSTOMER-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-CHECK-OUT      PIC X(10)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-CHECK-AMT-OUT  PIC ZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 ED-INVOICE-OUT    PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 ED-AMOUNT-OUT     PIC ZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 ED-EXCEPTION-OUT  PIC X(34)  VALUE SPACES.

       01 EXCEPTION-TOTAL-OUT.
           05 FILLER            PIC X(8)   VALUE "CHECKS".
           05 ET-CHECKS-OUT     PIC ZZZZ9  VALUE ZEROS.
           05 ET-CHECKS-AMT-OUT PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(10)  VALUE "  APPLIED".
           05 ET-APPLIED-OUT    PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(15)  VALUE "  ON ACCOUNT".
           05 ET-ON-ACCOUNT-OUT PIC ZZZZZZZZZ9.99 VALUE ZEROS.

      *==============================================================
      * The bank lockbox import.  Each check is placed on the
      * remitter's open items -- first against the invoices the
      * remittance names, then against the one open item whose
      * balance is exactly what is left -- and whatever cannot be
      * placed stays on the account as unapplied cash instead of
      * being turned away.  The exceptions list tells the AR clerk
      * what is still to be applied by hand.
      *==============================================================
       PROCEDURE DIVISION.
       100-IMPORT-LOCKBOX.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-LOCKBOX.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-PLACE-ONE-CHECK
                   UNTIL EOF-LOCKBOX-WS = "YES"
               PERFORM 202-TERM-LOCKBOX.

           EXIT PROGRAM.

      *==============================================================
      * Open the bank file -- refusing one already applied -- the
      * register, the unapplied cash file (created the first time),
      * the cash journal and the day's exceptions list.
      *==============================================================
       200-INIT-LOCKBOX.
           PERFORM 360-GET-BUSINESS-DATE.
           OPEN INPUT LOCKBOX-FILE-IN.
           IF LOCKBOX-IN-STATUS NOT = "00"
               DISPLAY "LOCKBOX: CANNOT OPEN LOCKBOX FILE "
                   LOCKBOX-IN-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           PERFORM 301-READ-LOCKBOX-RECORD.
           IF EOF-LOCKBOX-WS = "YES"
               DISPLAY "LOCKBOX: LOCKBOX FILE IS EMPTY"
               CLOSE LOCKBOX-FILE-IN
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           PERFORM 342-READ-LAST-LOCKBOX-KEY.
           IF LX-DEPOSIT-KEY NOT > LAST-LOCKBOX-KEY-WS
               DISPLAY "LOCKBOX: DEPOSIT " LX-DEPOSIT-DATE
                   " BATCH " LX-BATCH-NUMBER " ALREADY APPLIED"
               CLOSE LOCKBOX-FILE-IN
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN I-O OPEN-INVOICE-FILE.
           IF OPEN-INVOICE-STATUS NOT = "00"
               DISPLAY "LOCKBOX: CANNOT OPEN OPENINV "
                   OPEN-INVOICE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "LOCKBOX: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O ON-ACCOUNT-FILE.
           IF ON-ACCOUNT-STATUS = "35"
               OPEN OUTPUT ON-ACCOUNT-FILE
               CLOSE ON-ACCOUNT-FILE
               OPEN I-O ON-ACCOUNT-FILE.
           IF ON-ACCOUNT-STATUS NOT = "00"
               DISPLAY "LOCKBOX: CANNOT OPEN ONACCT "
                   ON-ACCOUNT-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           IF OPEN-ERROR-FLAG = "YES"
               EXIT PARAGRAPH.
           PERFORM 340-READ-LAST-RECEIPT-NUMBER.
           OPEN EXTEND CASH-JOURNAL-FILE.
           IF CASH-JOURNAL-STATUS = "35"
               OPEN OUTPUT CASH-JOURNAL-FILE.
           STRING "D:\COBOL\LBXEXC_"  DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO EXCEPTION-FILE-NAME-WS.
           OPEN OUTPUT EXCEPTION-FILE-OUT.
           MOVE LX-DEPOSIT-DATE TO EH-DATE-OUT.
           MOVE LX-BATCH-NUMBER TO EH-BATCH-OUT.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-HEADER-OUT.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-COLUMN-NAME.
           MOVE LX-DEPOSIT-KEY TO HIGH-LOCKBOX-KEY-WS.

      *==============================================================
      * Place one check: settle whose money it is, apply it by
      * invoice number, then by exact amount, and hold the rest on
      * account.
      *==============================================================
       201-PLACE-ONE-CHECK.
           ADD 1 TO CHECKS-READ-WS.
           ADD LX-CHECK-AMOUNT TO CHECKS-TOTAL-WS.
           IF LX-DEPOSIT-KEY > HIGH-LOCKBOX-KEY-WS
               MOVE LX-DEPOSIT-KEY TO HIGH-LOCKBOX-KEY-WS.
           MOVE LX-CHECK-AMOUNT TO PAY-REMAINING-WS.
           PERFORM 210-IDENTIFY-REMITTER.
           IF PAY-CUSTOMER-WS NOT = SPACES
               PERFORM 220-APPLY-BY-INVOICE
                   VARYING REMIT-SUB FROM 1 BY 1
                   UNTIL REMIT-SUB > 6
                      OR PAY-REMAINING-WS = ZERO
               IF PAY-REMAINING-WS > ZERO
                   PERFORM 230-APPLY-BY-EXACT-AMOUNT
               END-IF
           END-IF.
           IF PAY-REMAINING-WS > ZERO
               PERFORM 240-HOLD-ON-ACCOUNT.
           PERFORM 301-READ-LOCKBOX-RECORD.

      *==============================================================
      * The remitter is the account the bank names, when it is one
      * of ours; failing that, the account that owns the first
      * open invoice the remittance names.  Failing both, the
      * check is unidentified.
      *==============================================================
       210-IDENTIFY-REMITTER.
           MOVE SPACES TO PAY-CUSTOMER-WS.
           MOVE "NO" TO REMIT-GIVEN-WS.
           PERFORM VARYING REMIT-SUB FROM 1 BY 1
                   UNTIL REMIT-SUB > 6
               IF LX-REMIT-INVOICE (REMIT-SUB) > ZERO
                   MOVE "YES" TO REMIT-GIVEN-WS
               END-IF
           END-PERFORM.
           IF LX-CUSTOMER-CODE NOT = SPACES
               MOVE LX-CUSTOMER-CODE TO CU-CUSTOMER-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LX-CUSTOMER-CODE TO PAY-CUSTOMER-WS
               END-READ
           END-IF.
           IF PAY-CUSTOMER-WS = SPACES AND REMIT-GIVEN-WS = "YES"
               PERFORM VARYING REMIT-SUB FROM 1 BY 1
                       UNTIL REMIT-SUB > 6
                          OR PAY-CUSTOMER-WS NOT = SPACES
                   IF LX-REMIT-INVOICE (REMIT-SUB) > ZERO
                       MOVE LX-REMIT-INVOICE (REMIT-SUB)
                           TO REMIT-INVOICE-WS
                       PERFORM 215-FIND-INVOICE-OWNER
                   END-IF
               END-PERFORM
           END-IF.
           IF PAY-CUSTOMER-WS = SPACES
               MOVE ZERO TO REMIT-INVOICE-WS
               MOVE ZERO TO APPLY-AMOUNT-WS
               MOVE "REMITTER NOT IDENTIFIED" TO EXCEPTION-TEXT-WS
               PERFORM 310-WRITE-EXCEPTION.

      *==============================================================
      * Find which account an invoice number belongs to -- invoice
      * numbers are unique across accounts, but the register is
      * keyed by account first, so this reads it end to end.
      *==============================================================
       215-FIND-INVOICE-OWNER.
           MOVE SPACES TO EOF-AR-WS.
           MOVE LOW-VALUES TO OI-KEY.
           START OPEN-INVOICE-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY MOVE "YES" TO EOF-AR-WS.
           PERFORM UNTIL EOF-AR-WS = "YES"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-AR-WS
                   NOT AT END
                       IF OI-INVOICE-NUMBER = REMIT-INVOICE-WS
                           MOVE OI-CUSTOMER-CODE TO PAY-CUSTOMER-WS
                           MOVE "YES" TO EOF-AR-WS
                       END-IF
           END-PERFORM.

      *==============================================================
      * Apply what is left of the check to one invoice the
      * remittance names, up to its unpaid balance.  An invoice
      * not open on the account is listed for the clerk, and so is
      * one left part paid.
      *==============================================================
       220-APPLY-BY-INVOICE.
           IF LX-REMIT-INVOICE (REMIT-SUB) = ZERO
               EXIT PARAGRAPH.
           MOVE LX-REMIT-INVOICE (REMIT-SUB) TO REMIT-INVOICE-WS.
           MOVE "NO" TO ITEM-FOUND-WS.
           MOVE PAY-CUSTOMER-WS  TO OI-CUSTOMER-CODE.
           MOVE REMIT-INVOICE-WS TO OI-INVOICE-NUMBER.
           READ OPEN-INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT OI-PAID-OFF
                       MOVE "YES" TO ITEM-FOUND-WS
                   END-IF
           END-READ.
           IF ITEM-FOUND-WS NOT = "YES"
               MOVE ZERO TO APPLY-AMOUNT-WS
               MOVE "INVOICE NOT OPEN ON ACCOUNT"
                   TO EXCEPTION-TEXT-WS
               PERFORM 310-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           PERFORM 250-APPLY-TO-OPEN-ITEM.
           IF NOT OI-PAID-OFF
               MOVE "PART PAID - BALANCE STILL OPEN"
                   TO EXCEPTION-TEXT-WS
               PERFORM 310-WRITE-EXCEPTION.

      *==============================================================
      * What is left goes to the account's one open item whose
      * balance is exactly that amount.  When several items match
      * there is no telling which was meant, and the money stays
      * on account for the clerk.
      *==============================================================
       230-APPLY-BY-EXACT-AMOUNT.
           MOVE ZERO TO EXACT-MATCH-COUNT-WS.
           MOVE ZERO TO EXACT-INVOICE-WS.
           MOVE SPACES TO EOF-AR-WS.
           MOVE PAY-CUSTOMER-WS TO OI-CUSTOMER-CODE.
           MOVE ZERO            TO OI-INVOICE-NUMBER.
           START OPEN-INVOICE-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY MOVE "YES" TO EOF-AR-WS.
           PERFORM UNTIL EOF-AR-WS = "YES"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-AR-WS
                   NOT AT END
                       IF OI-CUSTOMER-CODE NOT = PAY-CUSTOMER-WS
                           MOVE "YES" TO EOF-AR-WS
                       ELSE
                           IF NOT OI-PAID-OFF
                               COMPUTE INVOICE-BALANCE-WS =
                                   OI-INVOICE-AMOUNT -
                                   OI-PAID-AMOUNT -
                                   OI-ADJUSTED-AMOUNT
                               IF INVOICE-BALANCE-WS =
                                       PAY-REMAINING-WS
                                   ADD 1 TO EXACT-MATCH-COUNT-WS
                                   IF EXACT-INVOICE-WS = ZERO
                                       MOVE OI-INVOICE-NUMBER
                                           TO EXACT-INVOICE-WS
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
           END-PERFORM.
           IF EXACT-MATCH-COUNT-WS = ZERO
               EXIT PARAGRAPH.
           IF EXACT-MATCH-COUNT-WS > 1
               MOVE ZERO TO REMIT-INVOICE-WS
               MOVE PAY-REMAINING-WS TO APPLY-AMOUNT-WS
               MOVE "AMOUNT MATCHES SEVERAL ITEMS"
                   TO EXCEPTION-TEXT-WS
               PERFORM 310-WRITE-EXCEPTION
               EXIT PARAGRAPH.
           MOVE PAY-CUSTOMER-WS  TO OI-CUSTOMER-CODE.
           MOVE EXACT-INVOICE-WS TO OI-INVOICE-NUMBER.
           MOVE EXACT-INVOICE-WS TO REMIT-INVOICE-WS.
           READ OPEN-INVOICE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 250-APPLY-TO-OPEN-ITEM.

      *==============================================================
      * Hold what could not be placed as unapplied cash on the
      * account -- or under a blank account when the remitter is
      * unknown -- and list it for the clerk.
      *==============================================================
       240-HOLD-ON-ACCOUNT.
           ADD 1 TO LAST-RECEIPT-NUMBER-WS.
           MOVE PAY-CUSTOMER-WS        TO OA-CUSTOMER-CODE.
           MOVE LAST-RECEIPT-NUMBER-WS TO OA-RECEIPT-NUMBER.
           MOVE LX-DEPOSIT-DATE        TO OA-RECEIVED-DATE.
           MOVE LX-CHECK-NUMBER        TO OA-CHECK-NUMBER.
           MOVE LX-BATCH-NUMBER        TO OA-BATCH-NUMBER.
           MOVE PAY-REMAINING-WS       TO OA-AMOUNT.
           MOVE ZERO                   TO OA-APPLIED-AMOUNT.
           MOVE "O"                    TO OA-STATUS.
           MOVE SPACES                 TO OA-CLOSED-DATE.
           WRITE ON-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "LOCKBOX: ONACCT WRITE FAILED "
                       OA-CUSTOMER-CODE SPACE OA-RECEIPT-NUMBER
           END-WRITE.
           ADD 1 TO ON-ACCOUNT-COUNT-WS.
           ADD PAY-REMAINING-WS TO ON-ACCOUNT-TOTAL-WS.
           MOVE LAST-RECEIPT-NUMBER-WS TO REMIT-INVOICE-WS.
           MOVE PAY-REMAINING-WS TO APPLY-AMOUNT-WS.
           MOVE "ON ACCOUNT - RECEIPT NO. SHOWN"
               TO EXCEPTION-TEXT-WS.
           PERFORM 310-WRITE-EXCEPTION.
           MOVE ZERO TO PAY-REMAINING-WS.

      *==============================================================
      * Pay the open item just read, up to its unpaid balance, the
      * way the cash application screen pays one, and journal it.
      *==============================================================
       250-APPLY-TO-OPEN-ITEM.
           COMPUTE INVOICE-BALANCE-WS =
               OI-INVOICE-AMOUNT - OI-PAID-AMOUNT -
               OI-ADJUSTED-AMOUNT.
           IF PAY-REMAINING-WS < INVOICE-BALANCE-WS
               MOVE PAY-REMAINING-WS TO APPLY-AMOUNT-WS
           ELSE
               MOVE INVOICE-BALANCE-WS TO APPLY-AMOUNT-WS.
           ADD APPLY-AMOUNT-WS TO OI-PAID-AMOUNT.
           IF APPLY-AMOUNT-WS NOT < INVOICE-BALANCE-WS
               MOVE "C" TO OI-STATUS
               MOVE CDT-DATE TO OI-CLOSED-DATE
           ELSE
               MOVE "P" TO OI-STATUS.
           REWRITE OPEN-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "LOCKBOX: REGISTER REWRITE FAILED "
                       OI-CUSTOMER-CODE SPACE OI-INVOICE-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE.
           SUBTRACT APPLY-AMOUNT-WS FROM PAY-REMAINING-WS.
           ADD 1 TO ITEMS-PAID-WS.
           ADD APPLY-AMOUNT-WS TO APPLIED-TOTAL-WS.
           MOVE CDT-DATE          TO CJ-DATE.
           MOVE CDT-TIME          TO CJ-TIME.
           MOVE OI-CUSTOMER-CODE  TO CJ-CUSTOMER-CODE.
           MOVE OI-INVOICE-NUMBER TO CJ-INVOICE-NUMBER.
           MOVE APPLY-AMOUNT-WS   TO CJ-AMOUNT.
           MOVE "LOCKBOX"         TO CJ-OPERATOR-ID.
           WRITE CASH-JOURNAL-RECORD-OUT
               FROM CASH-JOURNAL-DETAIL-WS.

      *==============================================================
      * Read the next check from the bank file.
      *==============================================================
       301-READ-LOCKBOX-RECORD.
           READ LOCKBOX-FILE-IN
               AT END MOVE "YES" TO EOF-LOCKBOX-WS.

      *==============================================================
      * One line on the exceptions list for the check in hand.
      *==============================================================
       310-WRITE-EXCEPTION.
           MOVE PAY-CUSTOMER-WS   TO ED-CUSTOMER-OUT.
           MOVE LX-CHECK-NUMBER   TO ED-CHECK-OUT.
           MOVE LX-CHECK-AMOUNT   TO ED-CHECK-AMT-OUT.
           MOVE REMIT-INVOICE-WS  TO ED-INVOICE-OUT.
           MOVE APPLY-AMOUNT-WS   TO ED-AMOUNT-OUT.
           MOVE EXCEPTION-TEXT-WS TO ED-EXCEPTION-OUT.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-DETAIL-OUT.
           ADD 1 TO EXCEPTION-LINES-WS.

      *==============================================================
      * Pick up the last receipt number handed out.
      *==============================================================
       340-READ-LAST-RECEIPT-NUMBER.
           MOVE ZERO TO LAST-RECEIPT-NUMBER-WS.
           OPEN INPUT RECEIPT-NUMBER-FILE.
           IF RECEIPT-NUMBER-STATUS = "00"
               READ RECEIPT-NUMBER-FILE
                   NOT AT END MOVE RECEIPT-NUMBER-RECORD
                       TO LAST-RECEIPT-NUMBER-WS
               END-READ
               CLOSE RECEIPT-NUMBER-FILE.

       341-REWRITE-LAST-RECEIPT-NUMBER.
           OPEN OUTPUT RECEIPT-NUMBER-FILE.
           MOVE LAST-RECEIPT-NUMBER-WS TO RECEIPT-NUMBER-RECORD.
           WRITE RECEIPT-NUMBER-RECORD.
           CLOSE RECEIPT-NUMBER-FILE.

      *==============================================================
      * Pick up the deposit date and batch of the last file
      * applied -- none yet means any file is new.
      *==============================================================
       342-READ-LAST-LOCKBOX-KEY.
           MOVE SPACES TO LAST-LOCKBOX-KEY-WS.
           OPEN INPUT LOCKBOX-CONTROL-FILE.
           IF LOCKBOX-CONTROL-STATUS = "00"
               READ LOCKBOX-CONTROL-FILE
                   NOT AT END MOVE LOCKBOX-CONTROL-RECORD
                       TO LAST-LOCKBOX-KEY-WS
               END-READ
               CLOSE LOCKBOX-CONTROL-FILE.

       343-REWRITE-LAST-LOCKBOX-KEY.
           OPEN OUTPUT LOCKBOX-CONTROL-FILE.
           MOVE HIGH-LOCKBOX-KEY-WS TO LOCKBOX-CONTROL-RECORD.
           WRITE LOCKBOX-CONTROL-RECORD.
           CLOSE LOCKBOX-CONTROL-FILE.

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
      * Register the exceptions list in the report catalog the
      * way the dated reports are registered.
      *==============================================================
       370-CATALOG-EXCEPTIONS.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "LOCKBOX"    TO RC-REPORT-NAME.
           MOVE CDT-DATE     TO RC-RUN-DATE.
           MOVE SPACE        TO RC-SCOPE-FLAG.
           MOVE SPACE        TO RC-FORMAT-FLAG.
           MOVE EXCEPTION-LINES-WS     TO RC-RECORD-COUNT.
           MOVE EXCEPTION-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"          TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Total the list, record the number and file controls, and
      * close every file.
      *==============================================================
       202-TERM-LOCKBOX.
           MOVE CHECKS-READ-WS      TO ET-CHECKS-OUT.
           MOVE CHECKS-TOTAL-WS     TO ET-CHECKS-AMT-OUT.
           MOVE APPLIED-TOTAL-WS    TO ET-APPLIED-OUT.
           MOVE ON-ACCOUNT-TOTAL-WS TO ET-ON-ACCOUNT-OUT.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           WRITE EXCEPTION-RECORD-OUT.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-TOTAL-OUT.
           CLOSE EXCEPTION-FILE-OUT.
           PERFORM 370-CATALOG-EXCEPTIONS.
           PERFORM 341-REWRITE-LAST-RECEIPT-NUMBER.
           PERFORM 343-REWRITE-LAST-LOCKBOX-KEY.
           CLOSE LOCKBOX-FILE-IN.
           CLOSE OPEN-INVOICE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ON-ACCOUNT-FILE.
           CLOSE CASH-JOURNAL-FILE.
           DISPLAY "LOCKBOX: " CHECKS-READ-WS " CHECKS, "
               ITEMS-PAID-WS " ITEMS PAID, "
               ON-ACCOUNT-COUNT-WS " HELD ON ACCOUNT".

       end program LOCKBOX.
