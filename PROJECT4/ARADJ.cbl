       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARADJ as "ARADJ".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT REASON-CODE-FILE
               ASSIGN TO "D:\COBOL\RSNCODE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-REASON-CODE
               FILE STATUS IS REASON-CODE-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO "D:\COBOL\GLMAP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GL-MAP-STATUS.
           SELECT PENDING-ADJ-FILE
               ASSIGN TO "D:\COBOL\PENDADJ.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-PENDING-NUMBER
               FILE STATUS IS PENDING-ADJ-STATUS.
           SELECT PENDING-NUMBER-FILE
               ASSIGN TO "D:\COBOL\PENDNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-NUMBER-STATUS.
           SELECT APPROVAL-CONTROL-FILE
               ASSIGN TO "D:\COBOL\APPRCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-CONTROL-STATUS.
           SELECT AR-ADJ-RELEASE-FILE
               ASSIGN TO "D:\COBOL\ARADJIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-RELEASE-STATUS.
           SELECT INVOICE-NUMBER-FILE
               ASSIGN TO "D:\COBOL\INVNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-NUMBER-STATUS.
           SELECT ADJ-REGISTER-OUT
               ASSIGN TO REGISTER-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
           SELECT JOURNAL-FILE-OUT
               ASSIGN TO JOURNAL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
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
       FD  OPEN-INVOICE-FILE.
           COPY "D:\COBOL\OPEN_INVOICE_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  REASON-CODE-FILE.
           COPY "D:\COBOL\REASON_CODE_RECORD.cpy".

       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".

       FD  PENDING-ADJ-FILE.
           COPY "D:\COBOL\PENDING_ADJ_RECORD.cpy".

       FD  PENDING-NUMBER-FILE.
       01  PENDING-NUMBER-RECORD PIC 9(6).

       FD  APPROVAL-CONTROL-FILE.
       01  APPROVAL-CONTROL-RECORD PIC 9(7)V99.

       FD  AR-ADJ-RELEASE-FILE.
           COPY "D:\COBOL\AR_ADJUSTMENT_RECORD.cpy".

       FD  INVOICE-NUMBER-FILE.
       01  INVOICE-NUMBER-RECORD PIC 9(6).

      *==============================================================
      * The day's adjustment register: one line per adjustment
      * posted, held or refused, naming the open item it moved
      * and its balance before and after, so every change to the
      * register can be tied back to its item.
      *==============================================================
       FD  ADJ-REGISTER-OUT.
       01  ADJ-REGISTER-DATA    PIC X(110).

      *==============================================================
      * The day's AR adjustment journal: the receivable against
      * sales adjustments, the allowance, or the account the
      * reason code maps to.
      *==============================================================
       FD  JOURNAL-FILE-OUT.
       01  JOURNAL-RECORD-OUT   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 REASON-CODE-STATUS    PIC X(2)  VALUE SPACES.
       01 GL-MAP-STATUS         PIC X(2)  VALUE SPACES.
       01 GLMAP-OPEN-WS         PIC X(3)  VALUE "NO".
       01 PENDING-ADJ-STATUS    PIC X(2)  VALUE SPACES.
       01 PENDING-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 APPROVAL-CONTROL-STATUS PIC X(2) VALUE SPACES.
       01 AR-RELEASE-STATUS     PIC X(2)  VALUE SPACES.
       01 INVOICE-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 REGISTER-STATUS       PIC X(2)  VALUE SPACES.
       01 JOURNAL-STATUS        PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-AR-WS             PIC X(3)  VALUE SPACES.
       01 EOF-RELEASE-WS        PIC X(3)  VALUE SPACES.
       01 REGISTER-NEW-WS       PIC X(3)  VALUE "NO".
       01 JOURNAL-NEW-WS        PIC X(3)  VALUE "NO".

       01 REGISTER-FILE-NAME-WS PIC X(40) VALUE SPACES.
       01 JOURNAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(30)
                       VALUE "ENTER AN ADJUSTMENT? (Y OR N)".
       01 TYPE-PROMPT           PIC X(46) VALUE
               "TYPE? (C=CREDIT MEMO D=DEBIT MEMO W=WRITE-OFF)".
       01 OPERATOR-PROMPT       PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT       PIC X(10) VALUE "PASSWORD: ".
       01 OPERATOR-ID-WS        PIC X(8)  VALUE SPACES.
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

      *==============================================================
      * The adjustment in hand, keyed or released from the
      * approval queue.  A debit memo raises a new open item; the
      * invoice keyed with it is only the one it relates to.
      *==============================================================
       01 ADJ-CUSTOMER-WS       PIC X(5)  VALUE SPACES.
       01 ADJ-INVOICE-WS        PIC 9(6)  VALUE ZERO.
       01 ADJ-TYPE-WS           PIC X(1)  VALUE SPACES.
           88 ADJ-CREDIT-MEMO   VALUE "C".
           88 ADJ-DEBIT-MEMO    VALUE "D".
           88 ADJ-WRITE-OFF     VALUE "W".
           88 ADJ-TYPE-VALID    VALUE "C" "D" "W".
       01 ADJ-AMOUNT-WS         PIC 9(8)V99 VALUE ZERO.
       01 ADJ-REASON-WS         PIC X(3)  VALUE SPACES.
       01 ADJ-OPERATOR-WS       PIC X(8)  VALUE SPACES.
       01 ADJ-PENDING-WS        PIC 9(6)  VALUE ZERO.
       01 ADJ-APPROVED-BY-WS    PIC X(8)  VALUE SPACES.
       01 ADJ-MEMO-NUMBER-WS    PIC 9(6)  VALUE ZERO.
       01 ADJ-OK-WS             PIC X(3)  VALUE "NO".
       01 BALANCE-BEFORE-WS     PIC 9(8)V99 VALUE ZERO.
       01 BALANCE-AFTER-WS      PIC 9(8)V99 VALUE ZERO.
       01 INVOICE-BALANCE-WS    PIC 9(8)V99 VALUE ZERO.
       01 SHOWN-COUNT-WS        PIC 9(3)  VALUE ZERO.
       01 LAST-INVOICE-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 INVOICE-NUMBER-USED-WS PIC X(3) VALUE "NO".
       01 LAST-PENDING-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 PENDING-NUMBER-USED-WS PIC X(3) VALUE "NO".
       01 APPROVAL-THRESHOLD-WS PIC 9(7)V99 VALUE 500.

      *==============================================================
      * The accounts the entry books to.  The compiled accounts
      * stand in when the mapping file was never built.
      *==============================================================
       01 GL-RECEIVABLE-ACCT-WS PIC X(6)  VALUE "120000".
       01 GL-ALLOWANCE-ACCT-WS  PIC X(6)  VALUE "129000".
       01 GL-SALES-ADJ-ACCT-WS  PIC X(6)  VALUE "430000".
       01 ROLE-CODE-WS          PIC X(3)  VALUE SPACES.
       01 RESOLVED-ACCT-WS      PIC X(6)  VALUE SPACES.
       01 OFFSET-ACCT-WS        PIC X(6)  VALUE SPACES.
       01 RECEIVABLE-ACCT-WS    PIC X(6)  VALUE SPACES.
       01 MAP-MISS-COUNT-WS     PIC 9(4)  VALUE ZERO.
       01 TOTAL-DEBITS-WS       PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-CREDITS-WS      PIC 9(10)V99 VALUE ZERO.

       01 ADJUSTMENTS-POSTED-WS PIC 9(6)  VALUE ZERO.
       01 ADJUSTMENTS-HELD-WS   PIC 9(6)  VALUE ZERO.
       01 ADJUSTMENTS-REFUSED-WS PIC 9(6) VALUE ZERO.
       01 RELEASED-READ-WS      PIC 9(6)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 CDT-TIME          PIC 9(6).
           05 FILLER            PIC X(7).

       01 REGISTER-HEADER-OUT.
           05 FILLER            PIC X(26)
                       VALUE "AR ADJUSTMENT REGISTER".
           05 FILLER            PIC X(6)   VALUE "DATE".
           05 RH-DATE-OUT       PIC 9(8).

       01 REGISTER-COLUMN-NAME.
           05 FILLER PIC X(8)  VALUE "MEMO".
           05 FILLER PIC X(5)  VALUE "TYPE".
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(8)  VALUE "INVOICE".
           05 FILLER PIC X(5)  VALUE "RSN".
           05 FILLER PIC X(12) VALUE "AMOUNT".
           05 FILLER PIC X(12) VALUE "BAL BEFORE".
           05 FILLER PIC X(12) VALUE "BAL AFTER".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(8)  VALUE "APPR NO".
           05 FILLER PIC X(10) VALUE "APPR BY".
           05 FILLER PIC X(10) VALUE "RESULT".

       01 REGISTER-DETAIL-OUT.
           05 RD-MEMO-OUT       PIC ZZZZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 RD-TYPE-OUT       PIC X(1).
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 RD-CUSTOMER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-INVOICE-OUT    PIC ZZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-REASON-OUT     PIC X(3).
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-AMOUNT-OUT     PIC ZZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-BEFORE-OUT     PIC ZZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-AFTER-OUT      PIC ZZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 RD-OPERATOR-OUT   PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-PENDING-OUT    PIC ZZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-APPROVED-BY-OUT PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-RESULT-OUT     PIC X(14).

       01 JOURNAL-COLUMN-NAME.
           05 FILLER PIC X(8)  VALUE "ACCOUNT".
           05 FILLER PIC X(4)  VALUE "D/C".
           05 FILLER PIC X(14) VALUE "AMOUNT".
           05 FILLER PIC X(9)  VALUE "MEMO".
           05 FILLER PIC X(9)  VALUE "INVOICE".
           05 FILLER PIC X(8)  VALUE "CUST".
           05 FILLER PIC X(8)  VALUE "DATE".

       01 JOURNAL-DETAIL-OUT.
           05 JD-ACCOUNT-OUT    PIC X(6)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-DRCR-OUT       PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-AMOUNT-OUT     PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-MEMO-OUT       PIC 9(6)   VALUE ZERO.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-INVOICE-OUT    PIC 9(6)   VALUE ZERO.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-CUSTOMER-OUT   PIC X(5)   VALUE SPACES.
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
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-ADJUST-RECEIVABLES.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-AR-ADJUSTMENTS.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 205-POST-RELEASED-ADJUSTMENTS
               PERFORM 301-PROMPT-ENTRY
               PERFORM 201-TAKE-ONE-ADJUSTMENT
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-AR-ADJUSTMENTS.

           EXIT PROGRAM.

      *==============================================================
      * Sign the operator on (changing what a customer owes is a
      * maintenance-grade authority), take the approval controls
      * and number series, and open the files.  The register and
      * journal are dated, and a second session the same day adds
      * to them.
      *==============================================================
       200-INIT-AR-ADJUSTMENTS.
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
           IF NOT SP-SIGNON-OK OR NOT SP-MAY-MAINTAIN
               DISPLAY "ARADJ: SIGN-ON REFUSED"
               MOVE "YES" TO OPEN-ERROR-FLAG
               MOVE "N"   TO ENTRY-FLAG
               EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           OPEN I-O OPEN-INVOICE-FILE.
           IF OPEN-INVOICE-STATUS NOT = "00"
               DISPLAY "ARADJ: CANNOT OPEN OPENINV "
                   OPEN-INVOICE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ARADJ: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT REASON-CODE-FILE.
           IF REASON-CODE-STATUS NOT = "00"
               DISPLAY "ARADJ: CANNOT OPEN RSNCODE "
                   REASON-CODE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE "N" TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS = "00"
               MOVE "YES" TO GLMAP-OPEN-WS.
           OPEN I-O PENDING-ADJ-FILE.
           IF PENDING-ADJ-STATUS = "35"
               OPEN OUTPUT PENDING-ADJ-FILE
               CLOSE PENDING-ADJ-FILE
               OPEN I-O PENDING-ADJ-FILE.
           PERFORM 365-READ-APPROVAL-CONTROLS.
           PERFORM 340-READ-LAST-INVOICE-NUMBER.
           STRING "D:\COBOL\ARADJREG_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO REGISTER-FILE-NAME-WS.
           STRING "D:\COBOL\ARADJJ_"  DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME-WS.
           OPEN EXTEND ADJ-REGISTER-OUT.
           IF REGISTER-STATUS = "35"
               OPEN OUTPUT ADJ-REGISTER-OUT
               MOVE "YES" TO REGISTER-NEW-WS
               MOVE CDT-DATE TO RH-DATE-OUT
               WRITE ADJ-REGISTER-DATA FROM REGISTER-HEADER-OUT
               WRITE ADJ-REGISTER-DATA FROM REGISTER-COLUMN-NAME.
           OPEN EXTEND JOURNAL-FILE-OUT.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE-OUT
               MOVE "YES" TO JOURNAL-NEW-WS
               WRITE JOURNAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.

      *==============================================================
      * Post everything the approval queue has released since the
      * last session, then empty the release file so nothing is
      * posted twice.
      *==============================================================
       205-POST-RELEASED-ADJUSTMENTS.
           OPEN INPUT AR-ADJ-RELEASE-FILE.
           IF AR-RELEASE-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-RELEASE-WS.
           PERFORM UNTIL EOF-RELEASE-WS = "YES"
               READ AR-ADJ-RELEASE-FILE
                   AT END MOVE "YES" TO EOF-RELEASE-WS
                   NOT AT END
                       ADD 1 TO RELEASED-READ-WS
                       MOVE AJ-CUSTOMER-CODE  TO ADJ-CUSTOMER-WS
                       MOVE AJ-INVOICE-NUMBER TO ADJ-INVOICE-WS
                       MOVE AJ-ADJ-TYPE       TO ADJ-TYPE-WS
                       MOVE AJ-AMOUNT         TO ADJ-AMOUNT-WS
                       MOVE AJ-REASON-CODE    TO ADJ-REASON-WS
                       MOVE AJ-OPERATOR-ID    TO ADJ-OPERATOR-WS
                       MOVE AJ-PENDING-NUMBER TO ADJ-PENDING-WS
                       MOVE AJ-APPROVED-BY    TO ADJ-APPROVED-BY-WS
                       PERFORM 300-POST-ADJUSTMENT
               END-READ
           END-PERFORM.
           CLOSE AR-ADJ-RELEASE-FILE.
           IF RELEASED-READ-WS > ZERO
               OPEN OUTPUT AR-ADJ-RELEASE-FILE
               CLOSE AR-ADJ-RELEASE-FILE
               DISPLAY "ARADJ: " RELEASED-READ-WS
                   " RELEASED ADJUSTMENT(S) POSTED".

      *==============================================================
      * Take one adjustment: the account and its open items, the
      * type, the item, the amount and the reason.  Over the
      * approval threshold it waits in the queue; otherwise it
      * posts now.
      *==============================================================
       201-TAKE-ONE-ADJUSTMENT.
           MOVE OPERATOR-ID-WS TO ADJ-OPERATOR-WS.
           MOVE ZERO           TO ADJ-PENDING-WS.
           MOVE SPACES         TO ADJ-APPROVED-BY-WS.
           DISPLAY "CUSTOMER CODE:".
           ACCEPT ADJ-CUSTOMER-WS.
           MOVE ADJ-CUSTOMER-WS TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "ARADJ: CUSTOMER NOT ON FILE"
                   PERFORM 301-PROMPT-ENTRY
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "ACCOUNT: " CU-CUSTOMER-NAME.
           PERFORM 210-LIST-OPEN-ITEMS.
           DISPLAY TYPE-PROMPT.
           ACCEPT ADJ-TYPE-WS.
           IF NOT ADJ-TYPE-VALID
               DISPLAY "ARADJ: INVALID ADJUSTMENT TYPE"
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           IF ADJ-DEBIT-MEMO
               DISPLAY "RELATED INVOICE (0 IF NONE):"
           ELSE
               DISPLAY "INVOICE NUMBER:".
           ACCEPT ADJ-INVOICE-WS.
           DISPLAY "AMOUNT:".
           ACCEPT ADJ-AMOUNT-WS.
           IF ADJ-AMOUNT-WS = ZERO
               DISPLAY "ARADJ: NOTHING TO ADJUST"
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           DISPLAY "REASON CODE:".
           ACCEPT ADJ-REASON-WS.
           MOVE ADJ-REASON-WS TO RN-REASON-CODE.
           READ REASON-CODE-FILE
               INVALID KEY
                   DISPLAY "ARADJ: REASON CODE NOT ON FILE"
                   PERFORM 301-PROMPT-ENTRY
                   EXIT PARAGRAPH
           END-READ.
           IF ADJ-AMOUNT-WS > APPROVAL-THRESHOLD-WS
               PERFORM 250-HOLD-FOR-APPROVAL
           ELSE
               PERFORM 300-POST-ADJUSTMENT.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * List every open item on the account with its balance.
      *==============================================================
       210-LIST-OPEN-ITEMS.
           MOVE ZERO TO SHOWN-COUNT-WS.
           MOVE SPACES TO EOF-AR-WS.
           MOVE ADJ-CUSTOMER-WS TO OI-CUSTOMER-CODE.
           MOVE ZERO            TO OI-INVOICE-NUMBER.
           START OPEN-INVOICE-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY MOVE "YES" TO EOF-AR-WS.
           PERFORM UNTIL EOF-AR-WS = "YES"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-AR-WS
                   NOT AT END
                       IF OI-CUSTOMER-CODE NOT = ADJ-CUSTOMER-WS
                           MOVE "YES" TO EOF-AR-WS
                       ELSE
                           IF NOT OI-PAID-OFF
                               ADD 1 TO SHOWN-COUNT-WS
                               COMPUTE INVOICE-BALANCE-WS =
                                   OI-INVOICE-AMOUNT -
                                   OI-PAID-AMOUNT -
                                   OI-ADJUSTED-AMOUNT
                               DISPLAY "ITEM " OI-INVOICE-NUMBER
                                   " DATED " OI-INVOICE-DATE
                                   " BALANCE " INVOICE-BALANCE-WS
                           END-IF
                       END-IF
           END-PERFORM.
           IF SHOWN-COUNT-WS = ZERO
               DISPLAY "ARADJ: NOTHING OPEN ON ACCOUNT".

      *==============================================================
      * Park the adjustment in the approval queue.  It comes back
      * through the release file once a supervisor releases it.
      *==============================================================
       250-HOLD-FOR-APPROVAL.
           ADD 1 TO LAST-PENDING-NUMBER-WS.
           MOVE "YES" TO PENDING-NUMBER-USED-WS.
           MOVE LAST-PENDING-NUMBER-WS TO PA-PENDING-NUMBER.
           MOVE SPACES          TO PA-PART-NUMBER.
           MOVE ADJ-TYPE-WS     TO PA-TRANS-CODE.
           MOVE ZERO            TO PA-TRANS-AMOUNT.
           MOVE SPACES          TO PA-FROM-LOC.
           MOVE SPACES          TO PA-TO-LOC.
           MOVE ADJ-REASON-WS   TO PA-REASON-CODE.
           MOVE ADJ-AMOUNT-WS   TO PA-MOVE-VALUE.
           MOVE CDT-DATE        TO PA-HELD-DATE.
           MOVE OPERATOR-ID-WS  TO PA-OPERATOR-ID.
           MOVE "P"             TO PA-STATUS.
           MOVE "A"             TO PA-ITEM-KIND.
           MOVE ADJ-CUSTOMER-WS TO PA-CUSTOMER-CODE.
           MOVE ADJ-INVOICE-WS  TO PA-INVOICE-NUMBER.
           MOVE ZERO            TO PA-REQ-NUMBER.
           MOVE SPACES          TO PA-SUPPLIER-CODE.
           WRITE PENDING-ADJ-RECORD
               INVALID KEY
                   DISPLAY "ARADJ: PENDING WRITE FAILED "
                       PA-PENDING-NUMBER
                   EXIT PARAGRAPH
           END-WRITE.
           DISPLAY "ADJUSTMENT HELD FOR APPROVAL - ITEM "
               PA-PENDING-NUMBER.
           ADD 1 TO ADJUSTMENTS-HELD-WS.
           MOVE ZERO          TO ADJ-MEMO-NUMBER-WS.
           MOVE ZERO          TO BALANCE-BEFORE-WS.
           MOVE ZERO          TO BALANCE-AFTER-WS.
           MOVE PA-PENDING-NUMBER TO ADJ-PENDING-WS.
           MOVE "HELD"        TO RD-RESULT-OUT.
           PERFORM 320-WRITE-REGISTER-LINE.

      *==============================================================
      * Post one adjustment.  A credit memo or write-off relieves
      * the item it names, never past its balance; a debit memo
      * raises a new item under the next number in the invoice
      * series.  Either way the adjustment gets that number as its
      * memo number and is journalled.
      *==============================================================
       300-POST-ADJUSTMENT.
           MOVE "NO"  TO ADJ-OK-WS.
           MOVE ZERO  TO ADJ-MEMO-NUMBER-WS.
           MOVE ZERO  TO BALANCE-BEFORE-WS.
           MOVE ZERO  TO BALANCE-AFTER-WS.
           IF ADJ-DEBIT-MEMO
               PERFORM 310-RAISE-DEBIT-MEMO
           ELSE
               PERFORM 305-RELIEVE-OPEN-ITEM.
           IF ADJ-OK-WS NOT = "YES"
               ADD 1 TO ADJUSTMENTS-REFUSED-WS
               PERFORM 320-WRITE-REGISTER-LINE
               EXIT PARAGRAPH.
           ADD 1 TO ADJUSTMENTS-POSTED-WS.
           MOVE "POSTED" TO RD-RESULT-OUT.
           PERFORM 320-WRITE-REGISTER-LINE.
           PERFORM 330-JOURNAL-ADJUSTMENT.
           DISPLAY "ARADJ: ADJUSTMENT POSTED AS MEMO "
               ADJ-MEMO-NUMBER-WS.

       305-RELIEVE-OPEN-ITEM.
           MOVE ADJ-CUSTOMER-WS TO OI-CUSTOMER-CODE.
           MOVE ADJ-INVOICE-WS  TO OI-INVOICE-NUMBER.
           READ OPEN-INVOICE-FILE
               INVALID KEY
                   DISPLAY "ARADJ: ITEM NOT ON REGISTER"
                   MOVE "NO ITEM" TO RD-RESULT-OUT
                   EXIT PARAGRAPH
           END-READ.
           IF OI-PAID-OFF
               DISPLAY "ARADJ: ITEM ALREADY CLOSED"
               MOVE "ITEM CLOSED" TO RD-RESULT-OUT
               EXIT PARAGRAPH.
           COMPUTE BALANCE-BEFORE-WS =
               OI-INVOICE-AMOUNT - OI-PAID-AMOUNT -
               OI-ADJUSTED-AMOUNT.
           IF ADJ-AMOUNT-WS > BALANCE-BEFORE-WS
               DISPLAY "ARADJ: AMOUNT OVER ITEM BALANCE "
                   BALANCE-BEFORE-WS
               MOVE "OVER BALANCE" TO RD-RESULT-OUT
               EXIT PARAGRAPH.
           COMPUTE BALANCE-AFTER-WS =
               BALANCE-BEFORE-WS - ADJ-AMOUNT-WS.
           ADD ADJ-AMOUNT-WS TO OI-ADJUSTED-AMOUNT.
           IF BALANCE-AFTER-WS = ZERO
               MOVE "C" TO OI-STATUS
               MOVE CDT-DATE TO OI-CLOSED-DATE
           ELSE
               MOVE "P" TO OI-STATUS.
           REWRITE OPEN-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "ARADJ: REGISTER REWRITE FAILED "
                       OI-CUSTOMER-CODE SPACE OI-INVOICE-NUMBER
                   MOVE "REWRITE FAILED" TO RD-RESULT-OUT
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM 315-TAKE-MEMO-NUMBER.
           MOVE "YES" TO ADJ-OK-WS.

       310-RAISE-DEBIT-MEMO.
           PERFORM 315-TAKE-MEMO-NUMBER.
           MOVE ADJ-CUSTOMER-WS    TO OI-CUSTOMER-CODE.
           MOVE ADJ-MEMO-NUMBER-WS TO OI-INVOICE-NUMBER.
           MOVE CDT-DATE           TO OI-INVOICE-DATE.
           MOVE ADJ-AMOUNT-WS      TO OI-INVOICE-AMOUNT.
           MOVE ZERO               TO OI-PAID-AMOUNT.
           MOVE ZERO               TO OI-ADJUSTED-AMOUNT.
           MOVE "O"                TO OI-STATUS.
           MOVE "D"                TO OI-ITEM-TYPE.
           MOVE SPACES             TO OI-CLOSED-DATE.
           WRITE OPEN-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "ARADJ: REGISTER WRITE FAILED "
                       OI-CUSTOMER-CODE SPACE OI-INVOICE-NUMBER
                   MOVE "WRITE FAILED" TO RD-RESULT-OUT
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE ADJ-AMOUNT-WS TO BALANCE-AFTER-WS.
           MOVE "YES" TO ADJ-OK-WS.

       315-TAKE-MEMO-NUMBER.
           ADD 1 TO LAST-INVOICE-NUMBER-WS.
           MOVE "YES" TO INVOICE-NUMBER-USED-WS.
           MOVE LAST-INVOICE-NUMBER-WS TO ADJ-MEMO-NUMBER-WS.

       320-WRITE-REGISTER-LINE.
           MOVE ADJ-MEMO-NUMBER-WS TO RD-MEMO-OUT.
           MOVE ADJ-TYPE-WS        TO RD-TYPE-OUT.
           MOVE ADJ-CUSTOMER-WS    TO RD-CUSTOMER-OUT.
           MOVE ADJ-INVOICE-WS     TO RD-INVOICE-OUT.
           MOVE ADJ-REASON-WS      TO RD-REASON-OUT.
           MOVE ADJ-AMOUNT-WS      TO RD-AMOUNT-OUT.
           MOVE BALANCE-BEFORE-WS  TO RD-BEFORE-OUT.
           MOVE BALANCE-AFTER-WS   TO RD-AFTER-OUT.
           MOVE ADJ-OPERATOR-WS    TO RD-OPERATOR-OUT.
           MOVE ADJ-PENDING-WS     TO RD-PENDING-OUT.
           MOVE ADJ-APPROVED-BY-WS TO RD-APPROVED-BY-OUT.
           WRITE ADJ-REGISTER-DATA FROM REGISTER-DETAIL-OUT.

      *==============================================================
      * Journal the adjustment.  A credit memo books against sales
      * adjustments and a write-off against the allowance, unless
      * the reason code is mapped to an account of its own; a
      * debit memo is the credit memo turned round.
      *==============================================================
       330-JOURNAL-ADJUSTMENT.
           MOVE "ARC" TO ROLE-CODE-WS.
           PERFORM 335-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO RECEIVABLE-ACCT-WS.
           PERFORM 336-RESOLVE-OFFSET-ACCOUNT.
           MOVE ADJ-MEMO-NUMBER-WS TO JD-MEMO-OUT.
           MOVE ADJ-INVOICE-WS     TO JD-INVOICE-OUT.
           MOVE ADJ-CUSTOMER-WS    TO JD-CUSTOMER-OUT.
           MOVE CDT-DATE           TO JD-DATE-OUT.
           MOVE ADJ-AMOUNT-WS      TO JD-AMOUNT-OUT.
           IF ADJ-DEBIT-MEMO
               MOVE RECEIVABLE-ACCT-WS TO JD-ACCOUNT-OUT
               MOVE "DR" TO JD-DRCR-OUT
               WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT
               MOVE OFFSET-ACCT-WS TO JD-ACCOUNT-OUT
               MOVE "CR" TO JD-DRCR-OUT
               WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT
           ELSE
               MOVE OFFSET-ACCT-WS TO JD-ACCOUNT-OUT
               MOVE "DR" TO JD-DRCR-OUT
               WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT
               MOVE RECEIVABLE-ACCT-WS TO JD-ACCOUNT-OUT
               MOVE "CR" TO JD-DRCR-OUT
               WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD ADJ-AMOUNT-WS TO TOTAL-DEBITS-WS.
           ADD ADJ-AMOUNT-WS TO TOTAL-CREDITS-WS.

      *==============================================================
      * Resolve a role to its GL account: the mapping file's
      * company-wide assignment, or the compiled-in account when
      * the mapping file was never built.
      *==============================================================
       335-RESOLVE-ROLE-ACCOUNT.
           IF GLMAP-OPEN-WS NOT = "YES"
               PERFORM 337-USE-FALLBACK-ACCOUNT
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

      *==============================================================
      * The other side of the entry: the reason code's own account
      * when one is mapped, else the adjustment type's role.
      *==============================================================
       336-RESOLVE-OFFSET-ACCOUNT.
           MOVE SPACES TO OFFSET-ACCT-WS.
           IF GLMAP-OPEN-WS = "YES"
               MOVE "R"           TO GM-MAP-TYPE
               MOVE ADJ-REASON-WS TO GM-MAP-CODE
               MOVE SPACES        TO GM-LOCATION
               READ GL-MAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GM-ACCOUNT TO OFFSET-ACCT-WS
               END-READ
           END-IF.
           IF OFFSET-ACCT-WS NOT = SPACES
               EXIT PARAGRAPH.
           IF ADJ-WRITE-OFF
               MOVE "ALW" TO ROLE-CODE-WS
           ELSE
               MOVE "SAD" TO ROLE-CODE-WS.
           PERFORM 335-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO OFFSET-ACCT-WS.

       337-USE-FALLBACK-ACCOUNT.
           EVALUATE ROLE-CODE-WS
               WHEN "ARC"
                   MOVE GL-RECEIVABLE-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "ALW"
                   MOVE GL-ALLOWANCE-ACCT-WS  TO RESOLVED-ACCT-WS
               WHEN "SAD"
                   MOVE GL-SALES-ADJ-ACCT-WS  TO RESOLVED-ACCT-WS
               WHEN OTHER
                   MOVE "??????" TO RESOLVED-ACCT-WS
           END-EVALUATE.

      *==============================================================
      * Pick up the last invoice number handed out -- memos are
      * numbered in the same series as invoices.
      *==============================================================
       340-READ-LAST-INVOICE-NUMBER.
           MOVE ZERO TO LAST-INVOICE-NUMBER-WS.
           OPEN INPUT INVOICE-NUMBER-FILE.
           IF INVOICE-NUMBER-STATUS = "00"
               READ INVOICE-NUMBER-FILE
                   NOT AT END MOVE INVOICE-NUMBER-RECORD
                       TO LAST-INVOICE-NUMBER-WS
               END-READ
               CLOSE INVOICE-NUMBER-FILE.

       341-REWRITE-LAST-INVOICE-NUMBER.
           OPEN OUTPUT INVOICE-NUMBER-FILE.
           MOVE LAST-INVOICE-NUMBER-WS TO INVOICE-NUMBER-RECORD.
           WRITE INVOICE-NUMBER-RECORD.
           CLOSE INVOICE-NUMBER-FILE.

      *==============================================================
      * The pending-number control and the value threshold -- no
      * control file keeps the shop default.
      *==============================================================
       365-READ-APPROVAL-CONTROLS.
           MOVE ZERO TO LAST-PENDING-NUMBER-WS.
           OPEN INPUT PENDING-NUMBER-FILE.
           IF PENDING-NUMBER-STATUS = "00"
               READ PENDING-NUMBER-FILE
                   NOT AT END MOVE PENDING-NUMBER-RECORD
                       TO LAST-PENDING-NUMBER-WS
               END-READ
               CLOSE PENDING-NUMBER-FILE.
           OPEN INPUT APPROVAL-CONTROL-FILE.
           IF APPROVAL-CONTROL-STATUS = "00"
               READ APPROVAL-CONTROL-FILE
                   NOT AT END
                       IF APPROVAL-CONTROL-RECORD NUMERIC
                               AND APPROVAL-CONTROL-RECORD > ZERO
                           MOVE APPROVAL-CONTROL-RECORD
                               TO APPROVAL-THRESHOLD-WS
                       END-IF
               END-READ
               CLOSE APPROVAL-CONTROL-FILE.

       366-REWRITE-LAST-PENDING-NUMBER.
           OPEN OUTPUT PENDING-NUMBER-FILE.
           MOVE LAST-PENDING-NUMBER-WS TO PENDING-NUMBER-RECORD.
           WRITE PENDING-NUMBER-RECORD.
           CLOSE PENDING-NUMBER-FILE.

      *==============================================================
      * Ask whether to enter another adjustment.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

      *==============================================================
      * Save the number series, total the session's journal, and
      * catalog the day's register and journal the first time
      * they are written.
      *==============================================================
       202-TERM-AR-ADJUSTMENTS.
           IF INVOICE-NUMBER-USED-WS = "YES"
               PERFORM 341-REWRITE-LAST-INVOICE-NUMBER.
           IF PENDING-NUMBER-USED-WS = "YES"
               PERFORM 366-REWRITE-LAST-PENDING-NUMBER.
           MOVE TOTAL-DEBITS-WS  TO JT-DEBITS-OUT.
           MOVE TOTAL-CREDITS-WS TO JT-CREDITS-OUT.
           IF TOTAL-DEBITS-WS = TOTAL-CREDITS-WS
               MOVE "IN BALANCE"     TO JT-BALANCE-FLAG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO JT-BALANCE-FLAG-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-TOTALS-OUT.
           DISPLAY "ARADJ: " ADJUSTMENTS-POSTED-WS " POSTED, "
               ADJUSTMENTS-HELD-WS " HELD, "
               ADJUSTMENTS-REFUSED-WS " REFUSED".
           IF MAP-MISS-COUNT-WS > ZERO
               DISPLAY "ARADJ: " MAP-MISS-COUNT-WS
                   " ROLE(S) NOT MAPPED IN GLMAP -"
                   " ADJUSTMENT JOURNAL NEEDS CORRECTING"
               MOVE 8 TO RETURN-CODE.
           CLOSE OPEN-INVOICE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE REASON-CODE-FILE.
           IF GLMAP-OPEN-WS = "YES"
               CLOSE GL-MAP-FILE.
           CLOSE PENDING-ADJ-FILE.
           CLOSE ADJ-REGISTER-OUT.
           CLOSE JOURNAL-FILE-OUT.
           IF REGISTER-NEW-WS = "NO" AND JOURNAL-NEW-WS = "NO"
               EXIT PARAGRAPH.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE "N"        TO RC-PURGED-FLAG.
           IF REGISTER-NEW-WS = "YES"
               MOVE "ARADJREG" TO RC-REPORT-NAME
               COMPUTE RC-RECORD-COUNT = ADJUSTMENTS-POSTED-WS +
                   ADJUSTMENTS-HELD-WS + ADJUSTMENTS-REFUSED-WS
               MOVE REGISTER-FILE-NAME-WS TO RC-FILE-NAME
               WRITE REPORT-CATALOG-RECORD.
           IF JOURNAL-NEW-WS = "YES"
               MOVE "ARADJJ"   TO RC-REPORT-NAME
               MOVE ADJUSTMENTS-POSTED-WS TO RC-RECORD-COUNT
               MOVE JOURNAL-FILE-NAME-WS TO RC-FILE-NAME
               WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program ARADJ.
