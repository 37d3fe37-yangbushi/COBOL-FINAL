       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG as "FINCHG".
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
           SELECT DUNNING-HISTORY-FILE
               ASSIGN TO "D:\COBOL\DUNHIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS DUNNING-HISTORY-STATUS.
           SELECT FINANCE-PARM-FILE
               ASSIGN TO "D:\COBOL\FINPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINANCE-PARM-STATUS.
           SELECT INVOICE-NUMBER-FILE
               ASSIGN TO "D:\COBOL\INVNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-NUMBER-STATUS.
           SELECT CHARGE-REGISTER-OUT
               ASSIGN TO REGISTER-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-LETTER-OUT
               ASSIGN TO LETTER-FILE-NAME-WS
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
       FD  OPEN-INVOICE-FILE.
           COPY "D:\COBOL\OPEN_INVOICE_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  DUNNING-HISTORY-FILE.
           COPY "D:\COBOL\DUNNING_HISTORY_RECORD.cpy".

       FD  FINANCE-PARM-FILE.
           COPY "D:\COBOL\FINANCE_PARM_RECORD.cpy".

       FD  INVOICE-NUMBER-FILE.
       01  INVOICE-NUMBER-RECORD PIC 9(6).

       FD  CHARGE-REGISTER-OUT.
       01  CHARGE-REGISTER-DATA PIC X(100).

      *==============================================================
      * The month's dunning letters, one after another, each
      * starting on its own notice heading.
      *==============================================================
       FD  DUNNING-LETTER-OUT.
       01  DUNNING-LETTER-DATA  PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 DUNNING-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 FINANCE-PARM-STATUS   PIC X(2)  VALUE SPACES.
       01 INVOICE-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-AR-WS             PIC X(3)  VALUE SPACES.
       01 EOF-HISTORY-WS        PIC X(3)  VALUE SPACES.

       01 REGISTER-FILE-NAME-WS PIC X(40) VALUE SPACES.
       01 LETTER-FILE-NAME-WS   PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).
       01 RUN-DATE-TMP.
           05 RDT-PERIOD        PIC X(6).
           05 RDT-DAY           PIC X(2).
       01 HISTORY-DATE-TMP.
           05 HDT-PERIOD        PIC X(6).
           05 HDT-DAY           PIC X(2).
       01 AS-OF-DAY-NUMBER-WS   PIC 9(7)  VALUE ZERO.
       01 INVOICE-DAY-NUMBER-WS PIC 9(7)  VALUE ZERO.
       01 INVOICE-AGE-DAYS-WS   PIC S9(5) VALUE ZERO.
       01 INVOICE-DATE-NUM-TMP  PIC 9(8)  VALUE ZERO.
       01 INVOICE-BALANCE-WS    PIC 9(8)V99 VALUE ZERO.
       01 LAST-INVOICE-NUMBER-WS PIC 9(6) VALUE ZERO.

      *==============================================================
      * The terms the charges are assessed under -- the standard
      * statement terms unless FINPARM.TXT says otherwise.  An
      * invoice is past due once it is over 30 days old, and
      * starts drawing a charge once it is past due by more than
      * the grace days.
      *==============================================================
       01 CHARGE-RATE-PCT-WS    PIC 9(2)V999 VALUE 1.500.
       01 MINIMUM-CHARGE-WS     PIC 9(4)V99 VALUE 2.00.
       01 GRACE-DAYS-WS         PIC 9(3)  VALUE 10.
       01 TERMS-DAYS-WS         PIC 9(3)  VALUE 30.
       01 CHARGE-AFTER-DAYS-WS  PIC 9(4)  VALUE ZERO.

      *==============================================================
      * The account being gathered.  The register's key runs
      * customer-major, so a change of customer closes it out.
      * The past-due items are kept for the letter.
      *==============================================================
       01 PREV-CUSTOMER-WS      PIC X(5)  VALUE SPACES.
       01 GROUP-STARTED-WS      PIC X(3)  VALUE "NO".
       01 CUST-PAST-DUE-WS      PIC 9(8)V99 VALUE ZERO.
       01 CUST-CHARGE-BASE-WS   PIC 9(8)V99 VALUE ZERO.
       01 CUST-OLDEST-AGE-WS    PIC 9(5)  VALUE ZERO.
       01 CUST-OLDEST-INVOICE-WS PIC 9(6) VALUE ZERO.
       01 CUST-CHARGE-WS        PIC 9(6)V99 VALUE ZERO.
       01 CUST-CHARGE-INVOICE-WS PIC 9(6) VALUE ZERO.
       01 CUST-NOTICE-LEVEL-WS  PIC 9(1)  VALUE ZERO.
       01 ALREADY-RUN-WS        PIC X(3)  VALUE "NO".
       01 FINAL-SENT-WS         PIC X(3)  VALUE "NO".
       01 PAST-DUE-TABLE.
           05 PAST-DUE-COUNT-WS PIC 9(2)  VALUE ZERO.
           05 PAST-DUE-SUB      PIC 9(2)  VALUE ZERO.
           05 PAST-DUE-ITEM OCCURS 20 TIMES.
               10 PD-INVOICE-NUMBER PIC 9(6)  VALUE ZERO.
               10 PD-INVOICE-DATE   PIC X(8)  VALUE SPACES.
               10 PD-BALANCE        PIC 9(8)V99 VALUE ZERO.
               10 PD-AGE-DAYS       PIC 9(5)  VALUE ZERO.
               10 PD-ITEM-TYPE      PIC X(1)  VALUE SPACES.

      *==============================================================
      * Charges raised during the pass, written to the register
      * once the pass over it is finished.
      *==============================================================
       01 PENDING-CHARGE-TABLE.
           05 PENDING-COUNT-WS  PIC 9(3)  VALUE ZERO.
           05 PENDING-SUB       PIC 9(3)  VALUE ZERO.
           05 PENDING-CHARGE-ITEM OCCURS 100 TIMES.
               10 PC-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
               10 PC-INVOICE-NUMBER PIC 9(6)  VALUE ZERO.
               10 PC-AMOUNT         PIC 9(6)V99 VALUE ZERO.

       01 NOTICE-NAME-TABLE.
           05 FILLER PIC X(20) VALUE "NONE".
           05 FILLER PIC X(20) VALUE "REMINDER".
           05 FILLER PIC X(20) VALUE "SECOND NOTICE".
           05 FILLER PIC X(20) VALUE "FINAL DEMAND".
           05 FILLER PIC X(20) VALUE "FINAL SENT - REFER".
       01 NOTICE-NAME-R REDEFINES NOTICE-NAME-TABLE.
           05 NOTICE-NAME       PIC X(20) OCCURS 5 TIMES.
       01 NOTICE-SUB            PIC 9(1)  VALUE ZERO.

       01 ACCOUNTS-OVERDUE-WS   PIC 9(6)  VALUE ZERO.
       01 CHARGES-RAISED-WS     PIC 9(6)  VALUE ZERO.
       01 CHARGES-TOTAL-WS      PIC 9(8)V99 VALUE ZERO.
       01 LETTERS-WRITTEN-WS    PIC 9(6)  VALUE ZERO.
       01 FINALS-HELD-WS        PIC 9(6)  VALUE ZERO.
       01 ALREADY-RUN-COUNT-WS  PIC 9(6)  VALUE ZERO.
       01 LINES-WRITTEN-WS      PIC 9(6)  VALUE ZERO.

       01 REGISTER-HEADER-OUT.
           05 FILLER            PIC X(34)
                       VALUE "FINANCE CHARGE AND DUNNING RUN".
           05 FILLER            PIC X(6)   VALUE "AS OF".
           05 RH-AS-OF-DATE-OUT PIC 9(8).
           05 FILLER            PIC X(7)   VALUE "  RATE".
           05 RH-RATE-OUT       PIC Z9.999.
           05 FILLER            PIC X(6)   VALUE "%  MIN".
           05 RH-MINIMUM-OUT    PIC ZZZ9.99.
           05 FILLER            PIC X(8)   VALUE "  GRACE".
           05 RH-GRACE-OUT      PIC ZZ9.

       01 REGISTER-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(13) VALUE "PAST DUE".
           05 FILLER PIC X(7)  VALUE "OLDEST".
           05 FILLER PIC X(10) VALUE "CHARGE".
           05 FILLER PIC X(8)  VALUE "CHG INV".
           05 FILLER PIC X(20) VALUE "NOTICE".

       01 REGISTER-DETAIL-OUT.
           05 RD-CUSTOMER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-NAME-OUT       PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-PAST-DUE-OUT   PIC ZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-OLDEST-OUT     PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-CHARGE-OUT     PIC ZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-CHARGE-INV-OUT PIC ZZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-NOTICE-OUT     PIC X(22).

       01 REGISTER-TOTALS-OUT.
           05 FILLER PIC X(9)  VALUE "OVERDUE".
           05 RT-OVERDUE-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE "  CHARGES".
           05 RT-CHARGES-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 RT-CHARGE-TOTAL-OUT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(10) VALUE "  LETTERS".
           05 RT-LETTERS-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE "  FINALS HELD".
           05 RT-FINALS-HELD-OUT PIC ZZZZZ9.

       01 LETTER-RULE-OUT       PIC X(60) VALUE ALL "=".

       01 LETTER-HEADER-OUT.
           05 LH-NOTICE-OUT     PIC X(20).
           05 FILLER            PIC X(24)  VALUE SPACES.
           05 FILLER            PIC X(6)   VALUE "DATE".
           05 LH-DATE-OUT       PIC 9(8).

       01 LETTER-ADDRESS-OUT.
           05 FILLER            PIC X(4)   VALUE "TO".
           05 LA-CUSTOMER-OUT   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LA-NAME-OUT       PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LA-ADDRESS-OUT    PIC X(30).

       01 LETTER-TEXT-OUT       PIC X(80) VALUE SPACES.

       01 LETTER-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "INVOICE".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(13) VALUE "BALANCE".
           05 FILLER PIC X(10) VALUE "DAYS OLD".

       01 LETTER-DETAIL-OUT.
           05 LD-INVOICE-OUT    PIC 9(6).
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 LD-DATE-OUT       PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LD-BALANCE-OUT    PIC ZZZZZZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LD-AGE-OUT        PIC ZZZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LD-TYPE-OUT       PIC X(14).

       01 LETTER-TOTAL-OUT.
           05 FILLER            PIC X(19)  VALUE "TOTAL PAST DUE".
           05 LT-PAST-DUE-OUT   PIC ZZZZZZZ9.99.

       01 LETTER-CHARGE-OUT.
           05 FILLER            PIC X(27)
                       VALUE "FINANCE CHARGE ADDED, INV".
           05 LC-INVOICE-OUT    PIC 9(6).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LC-AMOUNT-OUT     PIC ZZZZ9.99.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION.
       100-RUN-FINANCE-CHARGES.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-FINANCE-CHARGES.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-READ-ONE-OPEN-ITEM
                   UNTIL EOF-AR-WS = "YES"
               PERFORM 202-TERM-FINANCE-CHARGES.
           EXIT PROGRAM.

      *==============================================================
      * Take the terms, open the register, customer master and
      * history, and the dated register and letter files.
      *==============================================================
       200-INIT-FINANCE-CHARGES.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           MOVE CDT-DATE TO RUN-DATE-TMP.
           COMPUTE AS-OF-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(CDT-DATE).
           PERFORM 250-READ-FINANCE-TERMS.
           COMPUTE CHARGE-AFTER-DAYS-WS =
               TERMS-DAYS-WS + GRACE-DAYS-WS.
           PERFORM 340-READ-LAST-INVOICE-NUMBER.
           STRING "D:\COBOL\FINCHG_"  DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO REGISTER-FILE-NAME-WS.
           STRING "D:\COBOL\DUNNING_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO LETTER-FILE-NAME-WS.
           OPEN I-O OPEN-INVOICE-FILE.
           IF OPEN-INVOICE-STATUS NOT = "00"
               DISPLAY "FINCHG: BAD OPEN OPENINV "
                   OPEN-INVOICE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FINCHG: BAD OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN I-O DUNNING-HISTORY-FILE.
           IF DUNNING-HISTORY-STATUS = "35"
               OPEN OUTPUT DUNNING-HISTORY-FILE
               CLOSE DUNNING-HISTORY-FILE
               OPEN I-O DUNNING-HISTORY-FILE.
           IF DUNNING-HISTORY-STATUS NOT = "00"
               DISPLAY "FINCHG: BAD OPEN DUNNING HISTORY "
                   DUNNING-HISTORY-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN OUTPUT CHARGE-REGISTER-OUT.
           OPEN OUTPUT DUNNING-LETTER-OUT.
           MOVE CDT-DATE           TO RH-AS-OF-DATE-OUT.
           MOVE CHARGE-RATE-PCT-WS TO RH-RATE-OUT.
           MOVE MINIMUM-CHARGE-WS  TO RH-MINIMUM-OUT.
           MOVE GRACE-DAYS-WS      TO RH-GRACE-OUT.
           WRITE CHARGE-REGISTER-DATA FROM REGISTER-HEADER-OUT.
           WRITE CHARGE-REGISTER-DATA FROM REGISTER-COLUMN-NAME.
           MOVE LOW-VALUES TO OI-KEY.
           START OPEN-INVOICE-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY MOVE "YES" TO EOF-AR-WS
           END-START.

      *==============================================================
      * The terms record, when one has been set up; otherwise the
      * compiled standard terms stand.
      *==============================================================
       250-READ-FINANCE-TERMS.
           OPEN INPUT FINANCE-PARM-FILE.
           IF FINANCE-PARM-STATUS = "00"
               READ FINANCE-PARM-FILE
                   NOT AT END
                       IF FP-RATE-PCT NUMERIC
                           MOVE FP-RATE-PCT TO CHARGE-RATE-PCT-WS
                       END-IF
                       IF FP-MINIMUM-CHARGE NUMERIC
                           MOVE FP-MINIMUM-CHARGE TO MINIMUM-CHARGE-WS
                       END-IF
                       IF FP-GRACE-DAYS NUMERIC
                           MOVE FP-GRACE-DAYS TO GRACE-DAYS-WS
                       END-IF
               END-READ
               CLOSE FINANCE-PARM-FILE.

      *==============================================================
      * Read one register record; a customer change closes out
      * the account before it.  Paid-off items are not owed.
      *==============================================================
       210-READ-ONE-OPEN-ITEM.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-AR-WS
                   EXIT PARAGRAPH
           END-READ.
           IF OPEN-INVOICE-STATUS NOT = "00"
               MOVE "YES" TO EOF-AR-WS
               EXIT PARAGRAPH.
           IF OI-PAID-OFF
               EXIT PARAGRAPH.
           IF GROUP-STARTED-WS = "NO" OR
                   OI-CUSTOMER-CODE NOT = PREV-CUSTOMER-WS
               PERFORM 220-CLOSE-OUT-CUSTOMER
               PERFORM 215-START-NEW-CUSTOMER.
           PERFORM 230-AGE-ONE-OPEN-ITEM.

       215-START-NEW-CUSTOMER.
           MOVE "YES"            TO GROUP-STARTED-WS.
           MOVE OI-CUSTOMER-CODE TO PREV-CUSTOMER-WS.
           MOVE ZERO TO CUST-PAST-DUE-WS CUST-CHARGE-BASE-WS
               CUST-OLDEST-AGE-WS CUST-OLDEST-INVOICE-WS
               PAST-DUE-COUNT-WS.

      *==============================================================
      * Age one open item.  Anything over the terms is past due
      * and goes on the letter; an invoice past the grace days as
      * well draws the charge.  Earlier finance charges are owed
      * but never charged on again.
      *==============================================================
       230-AGE-ONE-OPEN-ITEM.
           COMPUTE INVOICE-BALANCE-WS =
               OI-INVOICE-AMOUNT - OI-PAID-AMOUNT -
               OI-ADJUSTED-AMOUNT.
           MOVE OI-INVOICE-DATE TO INVOICE-DATE-NUM-TMP.
           COMPUTE INVOICE-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(INVOICE-DATE-NUM-TMP).
           COMPUTE INVOICE-AGE-DAYS-WS =
               AS-OF-DAY-NUMBER-WS - INVOICE-DAY-NUMBER-WS.
           IF INVOICE-AGE-DAYS-WS NOT > TERMS-DAYS-WS
               EXIT PARAGRAPH.
           ADD INVOICE-BALANCE-WS TO CUST-PAST-DUE-WS.
           IF INVOICE-AGE-DAYS-WS > CUST-OLDEST-AGE-WS
               MOVE INVOICE-AGE-DAYS-WS TO CUST-OLDEST-AGE-WS
               MOVE OI-INVOICE-NUMBER   TO CUST-OLDEST-INVOICE-WS.
           IF INVOICE-AGE-DAYS-WS > CHARGE-AFTER-DAYS-WS
                   AND NOT OI-FINANCE-CHARGE
               ADD INVOICE-BALANCE-WS TO CUST-CHARGE-BASE-WS.
           IF PAST-DUE-COUNT-WS < 20
               ADD 1 TO PAST-DUE-COUNT-WS
               MOVE PAST-DUE-COUNT-WS TO PAST-DUE-SUB
               MOVE OI-INVOICE-NUMBER TO
                   PD-INVOICE-NUMBER (PAST-DUE-SUB)
               MOVE OI-INVOICE-DATE TO PD-INVOICE-DATE (PAST-DUE-SUB)
               MOVE INVOICE-BALANCE-WS TO PD-BALANCE (PAST-DUE-SUB)
               MOVE INVOICE-AGE-DAYS-WS TO PD-AGE-DAYS (PAST-DUE-SUB)
               MOVE OI-ITEM-TYPE TO PD-ITEM-TYPE (PAST-DUE-SUB).

      *==============================================================
      * Close out an overdue account: raise its charge, pick the
      * notice its oldest past-due item calls for, write the
      * letter, and record what was done in the history.  An
      * account already dealt with this month is left alone, so
      * a rerun neither charges nor writes twice.
      *==============================================================
       220-CLOSE-OUT-CUSTOMER.
           IF GROUP-STARTED-WS = "NO" OR CUST-PAST-DUE-WS = ZERO
               EXIT PARAGRAPH.
           ADD 1 TO ACCOUNTS-OVERDUE-WS.
           MOVE PREV-CUSTOMER-WS TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO CU-CUSTOMER-NAME
                   MOVE SPACES          TO CU-ADDRESS
           END-READ.
           PERFORM 240-CHECK-DUNNING-HISTORY.
           MOVE ZERO TO CUST-CHARGE-WS CUST-CHARGE-INVOICE-WS
               CUST-NOTICE-LEVEL-WS.
           IF ALREADY-RUN-WS = "YES"
               ADD 1 TO ALREADY-RUN-COUNT-WS
               MOVE "ALREADY RUN THIS MONTH" TO RD-NOTICE-OUT
               PERFORM 260-WRITE-REGISTER-LINE
               EXIT PARAGRAPH.
           PERFORM 245-RAISE-FINANCE-CHARGE.
           EVALUATE TRUE
               WHEN CUST-OLDEST-AGE-WS > 90
                   MOVE 3 TO CUST-NOTICE-LEVEL-WS
               WHEN CUST-OLDEST-AGE-WS > 60
                   MOVE 2 TO CUST-NOTICE-LEVEL-WS
               WHEN OTHER
                   MOVE 1 TO CUST-NOTICE-LEVEL-WS
           END-EVALUATE.
           IF CUST-NOTICE-LEVEL-WS = 3 AND FINAL-SENT-WS = "YES"
               MOVE 4 TO CUST-NOTICE-LEVEL-WS
               ADD 1 TO FINALS-HELD-WS
           ELSE
               PERFORM 270-WRITE-DUNNING-LETTER.
           COMPUTE NOTICE-SUB = CUST-NOTICE-LEVEL-WS + 1.
           MOVE NOTICE-NAME (NOTICE-SUB) TO RD-NOTICE-OUT.
           PERFORM 260-WRITE-REGISTER-LINE.
           PERFORM 280-WRITE-DUNNING-HISTORY.

      *==============================================================
      * Read back the account's history: any record this month
      * means the run has already dealt with it; a final demand
      * about the same oldest invoice means it has had its last
      * letter and now belongs to collections.
      *==============================================================
       240-CHECK-DUNNING-HISTORY.
           MOVE "NO" TO ALREADY-RUN-WS.
           MOVE "NO" TO FINAL-SENT-WS.
           MOVE SPACES TO EOF-HISTORY-WS.
           MOVE PREV-CUSTOMER-WS TO DH-CUSTOMER-CODE.
           MOVE LOW-VALUES       TO DH-NOTICE-DATE.
           START DUNNING-HISTORY-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY MOVE "YES" TO EOF-HISTORY-WS
           END-START.
           PERFORM UNTIL EOF-HISTORY-WS = "YES"
               READ DUNNING-HISTORY-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-HISTORY-WS
                   NOT AT END
                       IF DH-CUSTOMER-CODE NOT = PREV-CUSTOMER-WS
                           MOVE "YES" TO EOF-HISTORY-WS
                       ELSE
                           MOVE DH-NOTICE-DATE TO HISTORY-DATE-TMP
                           IF HDT-PERIOD = RDT-PERIOD
                               MOVE "YES" TO ALREADY-RUN-WS
                           END-IF
                           IF (DH-FINAL-DEMAND OR DH-FINAL-HELD) AND
                                   DH-OLDEST-INVOICE =
                                   CUST-OLDEST-INVOICE-WS
                               MOVE "YES" TO FINAL-SENT-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *==============================================================
      * The charge on the balance past grace, never less than the
      * minimum, raised under the next invoice number so cash
      * application can find it like any other item.
      *==============================================================
       245-RAISE-FINANCE-CHARGE.
           IF CUST-CHARGE-BASE-WS = ZERO
               EXIT PARAGRAPH.
           IF PENDING-COUNT-WS NOT < 100
               DISPLAY "FINCHG: CHARGE TABLE FULL - NO CHARGE FOR "
                   PREV-CUSTOMER-WS
               EXIT PARAGRAPH.
           COMPUTE CUST-CHARGE-WS ROUNDED =
               CUST-CHARGE-BASE-WS * CHARGE-RATE-PCT-WS / 100.
           IF CUST-CHARGE-WS < MINIMUM-CHARGE-WS
               MOVE MINIMUM-CHARGE-WS TO CUST-CHARGE-WS.
           ADD 1 TO LAST-INVOICE-NUMBER-WS.
           MOVE LAST-INVOICE-NUMBER-WS TO CUST-CHARGE-INVOICE-WS.
           ADD 1 TO PENDING-COUNT-WS.
           MOVE PENDING-COUNT-WS TO PENDING-SUB.
           MOVE PREV-CUSTOMER-WS TO PC-CUSTOMER-CODE (PENDING-SUB).
           MOVE CUST-CHARGE-INVOICE-WS TO
               PC-INVOICE-NUMBER (PENDING-SUB).
           MOVE CUST-CHARGE-WS TO PC-AMOUNT (PENDING-SUB).
           ADD 1 TO CHARGES-RAISED-WS.
           ADD CUST-CHARGE-WS TO CHARGES-TOTAL-WS.

       260-WRITE-REGISTER-LINE.
           MOVE PREV-CUSTOMER-WS       TO RD-CUSTOMER-OUT.
           MOVE CU-CUSTOMER-NAME       TO RD-NAME-OUT.
           MOVE CUST-PAST-DUE-WS       TO RD-PAST-DUE-OUT.
           MOVE CUST-OLDEST-AGE-WS     TO RD-OLDEST-OUT.
           MOVE CUST-CHARGE-WS         TO RD-CHARGE-OUT.
           MOVE CUST-CHARGE-INVOICE-WS TO RD-CHARGE-INV-OUT.
           WRITE CHARGE-REGISTER-DATA FROM REGISTER-DETAIL-OUT.
           ADD 1 TO LINES-WRITTEN-WS.

      *==============================================================
      * One dunning letter: the notice, the account, the wording
      * for its tier, every past-due item, and the charge added.
      *==============================================================
       270-WRITE-DUNNING-LETTER.
           COMPUTE NOTICE-SUB = CUST-NOTICE-LEVEL-WS + 1.
           WRITE DUNNING-LETTER-DATA FROM LETTER-RULE-OUT.
           MOVE NOTICE-NAME (NOTICE-SUB) TO LH-NOTICE-OUT.
           MOVE CDT-DATE TO LH-DATE-OUT.
           WRITE DUNNING-LETTER-DATA FROM LETTER-HEADER-OUT.
           MOVE PREV-CUSTOMER-WS TO LA-CUSTOMER-OUT.
           MOVE CU-CUSTOMER-NAME TO LA-NAME-OUT.
           MOVE CU-ADDRESS       TO LA-ADDRESS-OUT.
           WRITE DUNNING-LETTER-DATA FROM LETTER-ADDRESS-OUT.
           MOVE SPACES TO LETTER-TEXT-OUT.
           WRITE DUNNING-LETTER-DATA FROM LETTER-TEXT-OUT.
           EVALUATE CUST-NOTICE-LEVEL-WS
               WHEN 1
                   MOVE "OUR RECORDS SHOW THE ITEMS BELOW ARE PAST DUE."
                       TO LETTER-TEXT-OUT
                   WRITE DUNNING-LETTER-DATA FROM LETTER-TEXT-OUT
                   MOVE "IF PAYMENT HAS BEEN SENT, PLEASE DISREGARD."
                       TO LETTER-TEXT-OUT
               WHEN 2
                   MOVE "THE ITEMS BELOW REMAIN UNPAID AFTER OUR REMIND
      -                "ER." TO LETTER-TEXT-OUT
                   WRITE DUNNING-LETTER-DATA FROM LETTER-TEXT-OUT
                   MOVE "PLEASE REMIT THE PAST-DUE BALANCE PROMPTLY."
                       TO LETTER-TEXT-OUT
               WHEN OTHER
                   MOVE "FINAL DEMAND: THE BALANCE BELOW IS SERIOUSLY P
      -                "AST DUE." TO LETTER-TEXT-OUT
                   WRITE DUNNING-LETTER-DATA FROM LETTER-TEXT-OUT
                   MOVE "UNLESS PAID, THE ACCOUNT WILL BE REFERRED FOR
      -                " COLLECTION." TO LETTER-TEXT-OUT
           END-EVALUATE.
           WRITE DUNNING-LETTER-DATA FROM LETTER-TEXT-OUT.
           MOVE SPACES TO LETTER-TEXT-OUT.
           WRITE DUNNING-LETTER-DATA FROM LETTER-TEXT-OUT.
           WRITE DUNNING-LETTER-DATA FROM LETTER-COLUMN-NAME.
           PERFORM VARYING PAST-DUE-SUB FROM 1 BY 1
                   UNTIL PAST-DUE-SUB > PAST-DUE-COUNT-WS
               MOVE PD-INVOICE-NUMBER (PAST-DUE-SUB) TO LD-INVOICE-OUT
               MOVE PD-INVOICE-DATE (PAST-DUE-SUB)   TO LD-DATE-OUT
               MOVE PD-BALANCE (PAST-DUE-SUB)        TO LD-BALANCE-OUT
               MOVE PD-AGE-DAYS (PAST-DUE-SUB)       TO LD-AGE-OUT
               IF PD-ITEM-TYPE (PAST-DUE-SUB) = "F"
                   MOVE "FINANCE CHARGE" TO LD-TYPE-OUT
               ELSE
                   MOVE SPACES TO LD-TYPE-OUT
               END-IF
               WRITE DUNNING-LETTER-DATA FROM LETTER-DETAIL-OUT
           END-PERFORM.
           MOVE CUST-PAST-DUE-WS TO LT-PAST-DUE-OUT.
           WRITE DUNNING-LETTER-DATA FROM LETTER-TOTAL-OUT.
           IF CUST-CHARGE-WS > ZERO
               MOVE CUST-CHARGE-INVOICE-WS TO LC-INVOICE-OUT
               MOVE CUST-CHARGE-WS         TO LC-AMOUNT-OUT
               WRITE DUNNING-LETTER-DATA FROM LETTER-CHARGE-OUT.
           ADD 1 TO LETTERS-WRITTEN-WS.

       280-WRITE-DUNNING-HISTORY.
           MOVE PREV-CUSTOMER-WS       TO DH-CUSTOMER-CODE.
           MOVE CDT-DATE               TO DH-NOTICE-DATE.
           MOVE CUST-NOTICE-LEVEL-WS   TO DH-NOTICE-LEVEL.
           MOVE CUST-OLDEST-INVOICE-WS TO DH-OLDEST-INVOICE.
           MOVE CUST-OLDEST-AGE-WS     TO DH-OLDEST-AGE-DAYS.
           MOVE CUST-PAST-DUE-WS       TO DH-PAST-DUE-AMOUNT.
           MOVE CUST-CHARGE-WS         TO DH-CHARGE-AMOUNT.
           MOVE CUST-CHARGE-INVOICE-WS TO DH-CHARGE-INVOICE.
           WRITE DUNNING-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "FINCHG: HISTORY WRITE FAILED "
                       DH-CUSTOMER-CODE
           END-WRITE.

      *==============================================================
      * Raise the month's charges as open items now the pass over
      * the register is done.
      *==============================================================
       290-WRITE-PENDING-CHARGES.
           PERFORM VARYING PENDING-SUB FROM 1 BY 1
                   UNTIL PENDING-SUB > PENDING-COUNT-WS
               MOVE PC-CUSTOMER-CODE (PENDING-SUB) TO OI-CUSTOMER-CODE
               MOVE PC-INVOICE-NUMBER (PENDING-SUB)
                   TO OI-INVOICE-NUMBER
               MOVE CDT-DATE TO OI-INVOICE-DATE
               MOVE PC-AMOUNT (PENDING-SUB) TO OI-INVOICE-AMOUNT
               MOVE ZERO TO OI-PAID-AMOUNT
               MOVE ZERO TO OI-ADJUSTED-AMOUNT
               MOVE "O"  TO OI-STATUS
               MOVE "F"  TO OI-ITEM-TYPE
               MOVE SPACES TO OI-CLOSED-DATE
               WRITE OPEN-INVOICE-RECORD
                   INVALID KEY
                       DISPLAY "FINCHG: REGISTER WRITE FAILED "
                           OI-CUSTOMER-CODE SPACE OI-INVOICE-NUMBER
               END-WRITE
           END-PERFORM.

      *==============================================================
      * Pick up the last invoice number handed out -- finance
      * charges are numbered in the same series as invoices.
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
      * Close out the last account, raise the charges, write the
      * run totals, catalog both outputs, and close every file.
      *==============================================================
       202-TERM-FINANCE-CHARGES.
           PERFORM 220-CLOSE-OUT-CUSTOMER.
           PERFORM 290-WRITE-PENDING-CHARGES.
           IF PENDING-COUNT-WS > ZERO
               PERFORM 341-REWRITE-LAST-INVOICE-NUMBER.
           MOVE ACCOUNTS-OVERDUE-WS TO RT-OVERDUE-OUT.
           MOVE CHARGES-RAISED-WS   TO RT-CHARGES-OUT.
           MOVE CHARGES-TOTAL-WS    TO RT-CHARGE-TOTAL-OUT.
           MOVE LETTERS-WRITTEN-WS  TO RT-LETTERS-OUT.
           MOVE FINALS-HELD-WS      TO RT-FINALS-HELD-OUT.
           WRITE CHARGE-REGISTER-DATA FROM REGISTER-TOTALS-OUT.
           DISPLAY "FINCHG: " ACCOUNTS-OVERDUE-WS " OVERDUE, "
               CHARGES-RAISED-WS " CHARGED, " LETTERS-WRITTEN-WS
               " LETTERS, " ALREADY-RUN-COUNT-WS " ALREADY RUN".
           CLOSE OPEN-INVOICE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE DUNNING-HISTORY-FILE.
           CLOSE CHARGE-REGISTER-OUT.
           CLOSE DUNNING-LETTER-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "FINCHG"   TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-WRITTEN-WS TO RC-RECORD-COUNT.
           MOVE REGISTER-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           MOVE "DUNNING"  TO RC-REPORT-NAME.
           MOVE LETTERS-WRITTEN-WS TO RC-RECORD-COUNT.
           MOVE LETTER-FILE-NAME-WS TO RC-FILE-NAME.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program FINCHG.
