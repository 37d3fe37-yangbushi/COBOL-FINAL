       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYSEL as "APPAYSEL".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-ITEM-FILE
               ASSIGN TO "D:\COBOL\APOPEN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT CHECK-REGISTER-OUT
               ASSIGN TO CHECK-REGISTER-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-REGISTER-STATUS.
           SELECT JOURNAL-FILE-OUT
               ASSIGN TO JOURNAL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT CHECK-NUMBER-FILE
               ASSIGN TO "D:\COBOL\CHKNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-NUMBER-STATUS.
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
       FD  AP-OPEN-ITEM-FILE.
           COPY "D:\COBOL\AP_OPEN_ITEM_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".

      *==============================================================
      * The dated check register -- one section per check, one
      * line per invoice it pays -- appended across the day's
      * runs so a second run never overwrites the first.
      *==============================================================
       FD  CHECK-REGISTER-OUT.
       01  CHECK-REGISTER-DATA  PIC X(100).

      *==============================================================
      * The payments journal, laid out exactly like the GLJRNL
      * import so accounting loads it the same way: supplier code
      * in the part column and K (check) in the code column.
      *==============================================================
       FD  JOURNAL-FILE-OUT.
       01  JOURNAL-RECORD-OUT   PIC X(80).

       FD  CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-RECORD  PIC 9(6).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 AP-OPEN-ITEM-STATUS   PIC X(2)  VALUE SPACES.
       01 SUPPLIER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 CHECK-REGISTER-STATUS PIC X(2)  VALUE SPACES.
       01 JOURNAL-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 CHECK-NUMBER-STATUS   PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-AP-WS             PIC X(3)  VALUE SPACES.

       01 CHECK-REGISTER-NAME-WS PIC X(40) VALUE SPACES.
       01 JOURNAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The run pays everything due on or before the pay-through
      * date -- the business date unless the operator keys a
      * later one to cover a weekend or holiday -- plus anything
      * whose early-pay discount would otherwise lapse before
      * then.  The discount is only earned when the check, dated
      * the business date, goes out on or before the discount
      * date.
      *==============================================================
       01 PAY-THROUGH-DATE-WS   PIC 9(8)  VALUE ZERO.
       01 PAY-THROUGH-PROMPT    PIC X(40)
                 VALUE "PAY THROUGH DATE (0 FOR BUSINESS DATE)?".
       01 PAY-THROUGH-ENTRY-WS  PIC 9(8)  VALUE ZERO.
       01 DUE-DATE-NUM-TMP      PIC 9(8)  VALUE ZERO.
       01 DISC-DATE-NUM-TMP     PIC 9(8)  VALUE ZERO.
       01 ITEM-SELECTED-WS      PIC X(3)  VALUE "NO".
       01 ITEM-BALANCE-WS       PIC 9(8)V99 VALUE ZERO.
       01 ITEM-DISCOUNT-WS      PIC 9(6)V99 VALUE ZERO.
       01 ITEM-NET-WS           PIC 9(8)V99 VALUE ZERO.

      *==============================================================
      * One check per supplier per run: the check being built,
      * and what it carries so far.
      *==============================================================
       01 LAST-CHECK-NUMBER-WS  PIC 9(6)  VALUE ZERO.
       01 CHECK-SUPPLIER-WS     PIC X(5)  VALUE SPACES.
       01 CHECK-OPEN-WS         PIC X(3)  VALUE "NO".
       01 CHECK-GROSS-WS        PIC 9(10)V99 VALUE ZERO.
       01 CHECK-DISCOUNT-WS     PIC 9(8)V99 VALUE ZERO.
       01 CHECK-NET-WS          PIC 9(10)V99 VALUE ZERO.
       01 CHECKS-WRITTEN-WS     PIC 9(6)  VALUE ZERO.
       01 ITEMS-PAID-WS         PIC 9(6)  VALUE ZERO.
       01 LINES-WRITTEN-WS      PIC 9(6)  VALUE ZERO.
       01 RUN-GROSS-WS          PIC 9(12)V99 VALUE ZERO.
       01 RUN-DISCOUNT-WS       PIC 9(10)V99 VALUE ZERO.
       01 RUN-NET-WS            PIC 9(12)V99 VALUE ZERO.

      *==============================================================
      * The chart accounts a payment books against, resolved once
      * before anything is paid -- a role with no mapping stops
      * the run before a single item is marked paid, rather than
      * leaving checks out the door with a journal that cannot
      * be imported.  The literals are the bootstrap chart for a
      * shop that never built GLMAP.TXT.
      *==============================================================
       01 GL-MAP-STATUS         PIC X(2)  VALUE SPACES.
       01 GLMAP-OPEN-WS         PIC X(3)  VALUE "NO".
       01 ROLE-CODE-WS          PIC X(3)  VALUE SPACES.
       01 RESOLVED-ACCT-WS      PIC X(6)  VALUE SPACES.
       01 MAP-MISS-COUNT-WS     PIC 9(6)  VALUE ZERO.
       01 GL-AP-LIAB-ACCT-WS    PIC X(6)  VALUE "201000".
       01 GL-CASH-ACCT-WS       PIC X(6)  VALUE "101000".
       01 GL-DISC-TAKEN-ACCT-WS PIC X(6)  VALUE "495000".
       01 AP-LIAB-ACCT-WS       PIC X(6)  VALUE SPACES.
       01 CASH-ACCT-WS          PIC X(6)  VALUE SPACES.
       01 DISC-TAKEN-ACCT-WS    PIC X(6)  VALUE SPACES.

       01 MOVEMENT-VALUE-WS     PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-DEBITS-WS       PIC 9(12)V99 VALUE ZERO.
       01 TOTAL-CREDITS-WS      PIC 9(12)V99 VALUE ZERO.

       01 REGISTER-HEADER-OUT.
           05 FILLER            PIC X(22)
                                VALUE "CHECK REGISTER RUN ".
           05 RH-RUN-DATE-OUT   PIC 9(8).
           05 FILLER            PIC X(16)
                                VALUE "  PAY THROUGH ".
           05 RH-PAY-THROUGH-OUT PIC 9(8).

       01 CHECK-HEADER-OUT.
           05 FILLER            PIC X(6)   VALUE "CHECK".
           05 CH-CHECK-NUMBER-OUT PIC 9(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CH-SUPPLIER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CH-SUPPLIER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CH-CHECK-DATE-OUT PIC 9(8).

       01 CHECK-COLUMN-NAME.
           05 FILLER PIC X(12) VALUE "  INVOICE".
           05 FILLER PIC X(10) VALUE "DUE DATE".
           05 FILLER PIC X(13) VALUE "GROSS".
           05 FILLER PIC X(11) VALUE "DISCOUNT".
           05 FILLER PIC X(13) VALUE "NET".

       01 CHECK-DETAIL-OUT.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-INVOICE-NUMBER-OUT PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-DUE-DATE-OUT   PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-GROSS-OUT      PIC ZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-DISCOUNT-OUT   PIC ZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-NET-OUT        PIC ZZZZZZZ9.99 VALUE ZEROS.

       01 CHECK-TOTAL-OUT.
           05 FILLER            PIC X(14)  VALUE "  CHECK TOTAL".
           05 FILLER            PIC X(10)  VALUE SPACES.
           05 CT-GROSS-OUT      PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 CT-DISCOUNT-OUT   PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 CT-NET-OUT        PIC ZZZZZZZZ9.99.

       01 RUN-TOTAL-OUT.
           05 FILLER            PIC X(8)   VALUE "CHECKS:".
           05 RT-CHECKS-OUT     PIC ZZZZZ9.
           05 FILLER            PIC X(10)  VALUE "  ITEMS:".
           05 RT-ITEMS-OUT      PIC ZZZZZ9.
           05 FILLER            PIC X(9)   VALUE "  GROSS:".
           05 RT-GROSS-OUT      PIC ZZZZZZZZZZ9.99.
           05 FILLER            PIC X(8)   VALUE "  DISC:".
           05 RT-DISCOUNT-OUT   PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(7)   VALUE "  NET:".
           05 RT-NET-OUT        PIC ZZZZZZZZZZ9.99.

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

      *==============================================================
      * Pick the open payables that are due, or whose discount is
      * about to lapse, cut one check per supplier, mark the
      * items paid, and journal the payments: the liability
      * relieved, the cash out, the discount earned.
      *==============================================================
       PROCEDURE DIVISION.
       100-SELECT-AP-PAYMENTS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-PAYMENT-RUN.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-CONSIDER-ONE-ITEM
                   UNTIL EOF-AP-WS = "YES"
               PERFORM 202-TERM-PAYMENT-RUN.
           EXIT PROGRAM.

      *==============================================================
      * Business date, pay-through date, the three accounts, and
      * every file.  Nothing is opened for update until the
      * accounts have resolved.
      *==============================================================
       200-INIT-PAYMENT-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           DISPLAY PAY-THROUGH-PROMPT.
           ACCEPT PAY-THROUGH-ENTRY-WS.
           IF PAY-THROUGH-ENTRY-WS > CDT-DATE
               MOVE PAY-THROUGH-ENTRY-WS TO PAY-THROUGH-DATE-WS
           ELSE
               MOVE CDT-DATE TO PAY-THROUGH-DATE-WS.
           PERFORM 205-RESOLVE-PAYMENT-ACCOUNTS.
           IF MAP-MISS-COUNT-WS > ZERO
               DISPLAY "APPAYSEL: " MAP-MISS-COUNT-WS
                   " PAYMENT ROLE(S) WITH NO ACCOUNT MAPPING"
               DISPLAY "APPAYSEL: RUN REJECTED - NOTHING PAID"
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN I-O AP-OPEN-ITEM-FILE.
           IF AP-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "APPAYSEL: BAD OPEN APOPEN "
                   AP-OPEN-ITEM-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT SUPPLIER-FILE-IN.
           STRING "D:\COBOL\CHKREG_" DELIMITED BY SIZE
                  CDT-DATE           DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
               INTO CHECK-REGISTER-NAME-WS.
           STRING "D:\COBOL\APJRNL_" DELIMITED BY SIZE
                  CDT-DATE           DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME-WS.
           OPEN EXTEND CHECK-REGISTER-OUT.
           IF CHECK-REGISTER-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE-OUT.
           MOVE CDT-DATE            TO RH-RUN-DATE-OUT.
           MOVE PAY-THROUGH-DATE-WS TO RH-PAY-THROUGH-OUT.
           WRITE CHECK-REGISTER-DATA FROM REGISTER-HEADER-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.
           PERFORM 342-READ-LAST-CHECK-NUMBER.

      *==============================================================
      * The liability, cash and discount accounts, from the
      * company-wide mapping records.
      *==============================================================
       205-RESOLVE-PAYMENT-ACCOUNTS.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS = "00"
               MOVE "YES" TO GLMAP-OPEN-WS
           ELSE
               DISPLAY "APPAYSEL: NO GLMAP FILE - COMPILED"
                   " ACCOUNTS USED".
           MOVE "APL" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO AP-LIAB-ACCT-WS.
           MOVE "CSH" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO CASH-ACCT-WS.
           MOVE "DSC" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO DISC-TAKEN-ACCT-WS.
           IF GLMAP-OPEN-WS = "YES"
               CLOSE GL-MAP-FILE.

      *==============================================================
      * Read one open item and pay it when it is open, not held,
      * and due -- or its discount lapses -- inside the run.
      *==============================================================
       210-CONSIDER-ONE-ITEM.
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-AP-WS
               NOT AT END
                   PERFORM 215-TEST-ITEM-SELECTED
                   IF ITEM-SELECTED-WS = "YES"
                       PERFORM 220-PAY-ONE-ITEM
                   END-IF
           END-READ.
           IF AP-OPEN-ITEM-STATUS NOT = "00" AND
                   AP-OPEN-ITEM-STATUS NOT = "10"
               MOVE "YES" TO EOF-AP-WS.

       215-TEST-ITEM-SELECTED.
           MOVE "NO" TO ITEM-SELECTED-WS.
           IF NOT AO-OPEN OR AO-ON-HOLD
               EXIT PARAGRAPH.
           COMPUTE ITEM-BALANCE-WS =
               AO-INVOICE-AMOUNT - AO-PAID-AMOUNT - AO-DISC-TAKEN.
           IF ITEM-BALANCE-WS NOT > ZERO
               EXIT PARAGRAPH.
           MOVE AO-DUE-DATE TO DUE-DATE-NUM-TMP.
           IF DUE-DATE-NUM-TMP NOT > PAY-THROUGH-DATE-WS
               MOVE "YES" TO ITEM-SELECTED-WS
               EXIT PARAGRAPH.
           IF AO-DISC-PCT > ZERO AND AO-DISC-DATE NOT = SPACES
               MOVE AO-DISC-DATE TO DISC-DATE-NUM-TMP
               IF DISC-DATE-NUM-TMP NOT < CDT-DATE
                       AND DISC-DATE-NUM-TMP NOT > PAY-THROUGH-DATE-WS
                   MOVE "YES" TO ITEM-SELECTED-WS
               END-IF
           END-IF.

      *==============================================================
      * Pay the item's whole open balance on the supplier's
      * current check, less the discount when it is still
      * earned, and mark it paid.
      *==============================================================
       220-PAY-ONE-ITEM.
           IF CHECK-OPEN-WS = "YES"
                   AND AO-SUPPLIER-CODE NOT = CHECK-SUPPLIER-WS
               PERFORM 230-CLOSE-CURRENT-CHECK.
           IF CHECK-OPEN-WS NOT = "YES"
               PERFORM 231-START-NEW-CHECK.
           MOVE ZERO TO ITEM-DISCOUNT-WS.
           IF AO-DISC-PCT > ZERO AND AO-DISC-DATE NOT = SPACES
               MOVE AO-DISC-DATE TO DISC-DATE-NUM-TMP
               IF CDT-DATE NOT > DISC-DATE-NUM-TMP
                   COMPUTE ITEM-DISCOUNT-WS ROUNDED =
                       ITEM-BALANCE-WS * AO-DISC-PCT / 100
               END-IF
           END-IF.
           COMPUTE ITEM-NET-WS = ITEM-BALANCE-WS - ITEM-DISCOUNT-WS.
           ADD ITEM-NET-WS      TO AO-PAID-AMOUNT.
           ADD ITEM-DISCOUNT-WS TO AO-DISC-TAKEN.
           MOVE "C"                  TO AO-STATUS.
           MOVE LAST-CHECK-NUMBER-WS TO AO-CHECK-NUMBER.
           MOVE CDT-DATE             TO AO-PAID-DATE.
           REWRITE AP-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "APPAYSEL: APOPEN REWRITE FAILED "
                       AO-SUPPLIER-CODE " " AO-INVOICE-NUMBER
           END-REWRITE.
           IF AP-OPEN-ITEM-STATUS NOT = "00"
               EXIT PARAGRAPH.
           MOVE AO-INVOICE-NUMBER TO CD-INVOICE-NUMBER-OUT.
           MOVE AO-DUE-DATE       TO CD-DUE-DATE-OUT.
           MOVE ITEM-BALANCE-WS   TO CD-GROSS-OUT.
           MOVE ITEM-DISCOUNT-WS  TO CD-DISCOUNT-OUT.
           MOVE ITEM-NET-WS       TO CD-NET-OUT.
           WRITE CHECK-REGISTER-DATA FROM CHECK-DETAIL-OUT.
           ADD 1 TO LINES-WRITTEN-WS.
           ADD 1 TO ITEMS-PAID-WS.
           ADD ITEM-BALANCE-WS  TO CHECK-GROSS-WS.
           ADD ITEM-DISCOUNT-WS TO CHECK-DISCOUNT-WS.
           ADD ITEM-NET-WS      TO CHECK-NET-WS.

      *==============================================================
      * Total the check on the register and journal it: the
      * liability relieved at gross, cash at net, and the
      * discount earned as the difference.
      *==============================================================
       230-CLOSE-CURRENT-CHECK.
           MOVE CHECK-GROSS-WS    TO CT-GROSS-OUT.
           MOVE CHECK-DISCOUNT-WS TO CT-DISCOUNT-OUT.
           MOVE CHECK-NET-WS      TO CT-NET-OUT.
           WRITE CHECK-REGISTER-DATA FROM CHECK-TOTAL-OUT.
           MOVE AP-LIAB-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE CHECK-GROSS-WS  TO MOVEMENT-VALUE-WS.
           PERFORM 320-WRITE-DEBIT-LINE.
           MOVE CASH-ACCT-WS    TO JD-ACCOUNT-OUT.
           MOVE CHECK-NET-WS    TO MOVEMENT-VALUE-WS.
           PERFORM 321-WRITE-CREDIT-LINE.
           IF CHECK-DISCOUNT-WS > ZERO
               MOVE DISC-TAKEN-ACCT-WS TO JD-ACCOUNT-OUT
               MOVE CHECK-DISCOUNT-WS  TO MOVEMENT-VALUE-WS
               PERFORM 321-WRITE-CREDIT-LINE.
           ADD CHECK-GROSS-WS    TO RUN-GROSS-WS.
           ADD CHECK-DISCOUNT-WS TO RUN-DISCOUNT-WS.
           ADD CHECK-NET-WS      TO RUN-NET-WS.
           MOVE "NO" TO CHECK-OPEN-WS.

      *==============================================================
      * Number the next check and write its heading.
      *==============================================================
       231-START-NEW-CHECK.
           ADD 1 TO LAST-CHECK-NUMBER-WS.
           ADD 1 TO CHECKS-WRITTEN-WS.
           MOVE "YES" TO CHECK-OPEN-WS.
           MOVE AO-SUPPLIER-CODE TO CHECK-SUPPLIER-WS.
           MOVE ZERO TO CHECK-GROSS-WS CHECK-DISCOUNT-WS
               CHECK-NET-WS.
           MOVE LAST-CHECK-NUMBER-WS TO CH-CHECK-NUMBER-OUT.
           MOVE AO-SUPPLIER-CODE     TO CH-SUPPLIER-CODE-OUT.
           MOVE AO-SUPPLIER-CODE     TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO CH-SUPPLIER-NAME-OUT
               NOT INVALID KEY
                   MOVE SUPPLIER-NAME-IN TO CH-SUPPLIER-NAME-OUT
           END-READ.
           MOVE CDT-DATE TO CH-CHECK-DATE-OUT.
           WRITE CHECK-REGISTER-DATA FROM CHECK-HEADER-OUT.
           WRITE CHECK-REGISTER-DATA FROM CHECK-COLUMN-NAME.

      *==============================================================
      * Write one debit line and roll it into the debit total.
      *==============================================================
       320-WRITE-DEBIT-LINE.
           MOVE "DR"              TO JD-DRCR-OUT.
           MOVE MOVEMENT-VALUE-WS TO JD-AMOUNT-OUT.
           MOVE CHECK-SUPPLIER-WS TO JD-PART-NUMBER-OUT.
           MOVE "K"               TO JD-TRANS-CODE-OUT.
           MOVE CDT-DATE          TO JD-DATE-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD MOVEMENT-VALUE-WS TO TOTAL-DEBITS-WS.

      *==============================================================
      * Write one credit line and roll it into the credit total.
      *==============================================================
       321-WRITE-CREDIT-LINE.
           MOVE "CR"              TO JD-DRCR-OUT.
           MOVE MOVEMENT-VALUE-WS TO JD-AMOUNT-OUT.
           MOVE CHECK-SUPPLIER-WS TO JD-PART-NUMBER-OUT.
           MOVE "K"               TO JD-TRANS-CODE-OUT.
           MOVE CDT-DATE          TO JD-DATE-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD MOVEMENT-VALUE-WS TO TOTAL-CREDITS-WS.

      *==============================================================
      * A role's account: the company-wide mapping record when
      * the file exists, the compiled chart when it does not.
      *==============================================================
       330-RESOLVE-ROLE-ACCOUNT.
           IF GLMAP-OPEN-WS NOT = "YES"
               PERFORM 332-USE-FALLBACK-ACCOUNT
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

      *==============================================================
      * The compiled-in chart for a shop that never built the
      * mapping file.
      *==============================================================
       332-USE-FALLBACK-ACCOUNT.
           EVALUATE ROLE-CODE-WS
               WHEN "APL"
                   MOVE GL-AP-LIAB-ACCT-WS    TO RESOLVED-ACCT-WS
               WHEN "CSH"
                   MOVE GL-CASH-ACCT-WS       TO RESOLVED-ACCT-WS
               WHEN "DSC"
                   MOVE GL-DISC-TAKEN-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN OTHER
                   MOVE "??????" TO RESOLVED-ACCT-WS
           END-EVALUATE.

      *==============================================================
      * The check-number control file -- numbers run on across
      * payment runs so no two checks ever share one.
      *==============================================================
       342-READ-LAST-CHECK-NUMBER.
           MOVE ZERO TO LAST-CHECK-NUMBER-WS.
           OPEN INPUT CHECK-NUMBER-FILE.
           IF CHECK-NUMBER-STATUS = "00"
               READ CHECK-NUMBER-FILE
                   NOT AT END MOVE CHECK-NUMBER-RECORD
                       TO LAST-CHECK-NUMBER-WS
               END-READ
               CLOSE CHECK-NUMBER-FILE.

       343-REWRITE-LAST-CHECK-NUMBER.
           OPEN OUTPUT CHECK-NUMBER-FILE.
           MOVE LAST-CHECK-NUMBER-WS TO CHECK-NUMBER-RECORD.
           WRITE CHECK-NUMBER-RECORD.
           CLOSE CHECK-NUMBER-FILE.

      *==============================================================
      * Close the last check, prove the journal balances, write
      * the run totals, save the check number, catalog the
      * register, and close every file.
      *==============================================================
       202-TERM-PAYMENT-RUN.
           IF CHECK-OPEN-WS = "YES"
               PERFORM 230-CLOSE-CURRENT-CHECK.
           MOVE TOTAL-DEBITS-WS  TO JT-DEBITS-OUT.
           MOVE TOTAL-CREDITS-WS TO JT-CREDITS-OUT.
           IF TOTAL-DEBITS-WS = TOTAL-CREDITS-WS
               MOVE "IN BALANCE"     TO JT-BALANCE-FLAG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO JT-BALANCE-FLAG-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-TOTALS-OUT.
           MOVE CHECKS-WRITTEN-WS TO RT-CHECKS-OUT.
           MOVE ITEMS-PAID-WS     TO RT-ITEMS-OUT.
           MOVE RUN-GROSS-WS      TO RT-GROSS-OUT.
           MOVE RUN-DISCOUNT-WS   TO RT-DISCOUNT-OUT.
           MOVE RUN-NET-WS        TO RT-NET-OUT.
           WRITE CHECK-REGISTER-DATA FROM RUN-TOTAL-OUT.
           IF CHECKS-WRITTEN-WS > ZERO
               PERFORM 343-REWRITE-LAST-CHECK-NUMBER.
           DISPLAY "APPAYSEL: " CHECKS-WRITTEN-WS
               " CHECK(S) FOR " ITEMS-PAID-WS " INVOICE(S)".
           CLOSE AP-OPEN-ITEM-FILE.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE CHECK-REGISTER-OUT.
           CLOSE JOURNAL-FILE-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "APCHKREG" TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-WRITTEN-WS TO RC-RECORD-COUNT.
           MOVE CHECK-REGISTER-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program APPAYSEL.
