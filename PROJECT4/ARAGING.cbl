               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT ON-ACCOUNT-FILE
               ASSIGN TO "D:\COBOL\ONACCT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-KEY
               FILE STATUS IS ON-ACCOUNT-STATUS.
           SELECT AGING-REPORT-OUT
               ASSIGN TO AGING-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  ON-ACCOUNT-FILE.
           COPY "D:\COBOL\ON_ACCOUNT_RECORD.cpy".

       FD  AGING-REPORT-OUT.
       01  AGING-REPORT-DATA    PIC X(100).

       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 ON-ACCOUNT-STATUS     PIC X(2)  VALUE SPACES.
       01 ONACCT-OPEN-WS        PIC X(3)  VALUE "NO".
       01 EOF-ONACCT-WS         PIC X(3)  VALUE SPACES.
       01 CUSTOMER-UNAPPLIED-WS PIC 9(9)V99 VALUE ZERO.
       01 GRAND-UNAPPLIED-WS    PIC 9(9)V99 VALUE ZERO.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-AR-WS             PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(4)   VALUE "  90".
           05 BT-OVER-90-OUT    PIC ZZZZZZZZ9.99.

       01 UNAPPLIED-CASH-OUT.
           05 FILLER            PIC X(9)   VALUE "UNAPPLIED".
           05 UC-LABEL-OUT      PIC X(6)   VALUE SPACES.
           05 FILLER            PIC X(19)
                                VALUE "CASH ON ACCOUNT".
           05 UC-AMOUNT-OUT     PIC ZZZZZZZZ9.99.

      *==============================================================
      * The top level of the program.
      *==============================================================
               DISPLAY "ARAGING: BAD OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT ON-ACCOUNT-FILE.
           IF ON-ACCOUNT-STATUS = "00"
               MOVE "YES" TO ONACCT-OPEN-WS.
           OPEN OUTPUT AGING-REPORT-OUT.

      *==============================================================
      *==============================================================
       230-WRITE-ONE-AGED-LINE.
           COMPUTE INVOICE-BALANCE-WS =
               OI-INVOICE-AMOUNT - OI-PAID-AMOUNT -
               OI-ADJUSTED-AMOUNT.
           MOVE OI-INVOICE-DATE TO INVOICE-DATE-NUM-TMP.
           COMPUTE INVOICE-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(INVOICE-DATE-NUM-TMP).
           ADD 1 TO LINES-WRITTEN-WS.

      *==============================================================
      * One account's bucket totals, and under them any cash the
      * account has on account still waiting to be applied.
      *==============================================================
       240-WRITE-CUSTOMER-TOTALS.
           MOVE PREV-CUSTOMER-WS TO BT-LABEL-OUT.
           MOVE CB-OVER-60-WS TO BT-OVER-60-OUT.
           MOVE CB-OVER-90-WS TO BT-OVER-90-OUT.
           WRITE AGING-REPORT-DATA FROM BUCKET-TOTAL-OUT.
           PERFORM 245-TOTAL-UNAPPLIED-CASH.
           IF CUSTOMER-UNAPPLIED-WS > ZERO
               MOVE PREV-CUSTOMER-WS      TO UC-LABEL-OUT
               MOVE CUSTOMER-UNAPPLIED-WS TO UC-AMOUNT-OUT
               WRITE AGING-REPORT-DATA FROM UNAPPLIED-CASH-OUT
               ADD CUSTOMER-UNAPPLIED-WS TO GRAND-UNAPPLIED-WS.

      *==============================================================
      * Total the credit left on the account's open on-account
      * receipts.
      *==============================================================
       245-TOTAL-UNAPPLIED-CASH.
           MOVE ZERO TO CUSTOMER-UNAPPLIED-WS.
           IF ONACCT-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-ONACCT-WS.
           MOVE PREV-CUSTOMER-WS TO OA-CUSTOMER-CODE.
           MOVE ZERO             TO OA-RECEIPT-NUMBER.
           START ON-ACCOUNT-FILE KEY IS NOT LESS THAN OA-KEY
               INVALID KEY MOVE "YES" TO EOF-ONACCT-WS.
           PERFORM UNTIL EOF-ONACCT-WS = "YES"
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-ONACCT-WS
                   NOT AT END
                       IF OA-CUSTOMER-CODE NOT = PREV-CUSTOMER-WS
                           MOVE "YES" TO EOF-ONACCT-WS
                       ELSE
                           IF OA-OPEN
                               COMPUTE CUSTOMER-UNAPPLIED-WS =
                                   CUSTOMER-UNAPPLIED-WS +
                                   OA-AMOUNT - OA-APPLIED-AMOUNT
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * Close the last statement, write the run-wide buckets,
           MOVE GB-OVER-60-WS TO BT-OVER-60-OUT.
           MOVE GB-OVER-90-WS TO BT-OVER-90-OUT.
           WRITE AGING-REPORT-DATA FROM BUCKET-TOTAL-OUT.
           IF GRAND-UNAPPLIED-WS > ZERO
               MOVE "ALL"              TO UC-LABEL-OUT
               MOVE GRAND-UNAPPLIED-WS TO UC-AMOUNT-OUT
               WRITE AGING-REPORT-DATA FROM UNAPPLIED-CASH-OUT.
           CLOSE OPEN-INVOICE-FILE.
           IF ONACCT-OPEN-WS = "YES"
               CLOSE ON-ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE AGING-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
