       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSUSEIN as "CSUSEIN".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE-IN
               ASSIGN TO "D:\COBOL\CSUSAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USAGE-FILE-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT STOCK-BALANCE-FILE
               ASSIGN TO "D:\COBOL\STKBAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               ALTERNATE RECORD KEY IS SB-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS STOCK-BAL-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT TRANSACTION-FILE-OUT
               ASSIGN TO "D:\COBOL\TRANSACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT INTAKE-REPORT-OUT
               ASSIGN TO "D:\COBOL\CSUSERPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *==============================================================
      * One line per part a customer reports having used out of
      * the stock we keep in their crib: the customer, the site
      * location the stock sits on, and how much went.
      *==============================================================
       FD  USAGE-FILE-IN.
       01  USAGE-RECORD-IN.
           05 CSU-CUSTOMER-CODE PIC X(5).
           05 CSU-SITE-CODE     PIC X(5).
           05 CSU-PART-NUMBER   PIC X(7).
           05 CSU-QTY           PIC 9(7)V99.
           05 CSU-USAGE-DATE    PIC 9(8).

       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  STOCK-BALANCE-FILE.
           COPY "D:\COBOL\STOCK_BALANCE_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

      *==============================================================
      * The accepted usage rides the ordinary batch file as sales
      * from the site location with the customer on them, so
      * posting takes the stock off the site balance and the
      * invoice run bills it -- nothing posts here.
      *==============================================================
       FD  TRANSACTION-FILE-OUT.
           COPY "D:\COBOL\TRANSACTION_RECORD.cpy".

       FD  INTAKE-REPORT-OUT.
       01  INTAKE-REPORT-DATA   PIC X(90).

       WORKING-STORAGE SECTION.
       01 USAGE-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 STOCK-BAL-STATUS      PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 TRANSACTION-FILE-STATUS PIC X(2) VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-USAGE-WS          PIC A(3)  VALUE SPACES.
       01 LINE-OK-WS            PIC X(3)  VALUE "NO".

       01 RECORDS-READ-WS       PIC 9(6)  VALUE ZERO.
       01 SALES-CUT-WS          PIC 9(6)  VALUE ZERO.
       01 REFUSED-COUNT-WS      PIC 9(6)  VALUE ZERO.
       01 SITE-BALANCE-WS       PIC 9(7)V99 VALUE ZERO.

      *==============================================================
      * What this run has already taken off each site balance, so
      * two usage lines for the same part at the same site cannot
      * both be accepted against stock that covers only one.
      *==============================================================
       01 TAKEN-TABLE-WS.
           05 TAKEN-COUNT-WS    PIC 9(3)  VALUE ZERO.
           05 TAKEN-SUB         PIC 9(3)  VALUE ZERO.
           05 TAKEN-FOUND-WS    PIC X(3)  VALUE "NO".
           05 TAKEN-ITEM OCCURS 300 TIMES.
               10 TK-SITE-CODE  PIC X(5)  VALUE SPACES.
               10 TK-PART-NUMBER PIC X(7) VALUE SPACES.
               10 TK-QTY        PIC 9(7)V99 VALUE ZERO.

       01 INTAKE-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(7)  VALUE "SITE".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(12) VALUE "USED".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(40) VALUE "RESULT".

       01 INTAKE-DETAIL-OUT.
           05 IN-CUSTOMER-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 IN-SITE-OUT       PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 IN-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 IN-QTY-OUT        PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 IN-DATE-OUT       PIC 9(8)   VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 IN-MESSAGE-OUT    PIC X(40)  VALUE SPACES.

       01 INTAKE-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(6)  VALUE "READ:".
           05 AT-READ-OUT       PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(12) VALUE "  SALES CUT:".
           05 AT-CUT-OUT        PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(11) VALUE "  REFUSED:".
           05 AT-REFUSED-OUT    PIC ZZZZZ9 VALUE ZEROS.

      *==============================================================
      * Take in the customers' usage reports for the stock kept at
      * their sites and turn each accepted line into a sale for
      * posting and billing; anything that does not square with
      * the site is refused and listed.
      *==============================================================
       PROCEDURE DIVISION.
       100-LOAD-SITE-USAGE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-USAGE-INTAKE.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 301-READ-USAGE-RECORD
               PERFORM 210-TAKE-ONE-USAGE-LINE
                   UNTIL EOF-USAGE-WS = "YES"
               PERFORM 202-TERM-USAGE-INTAKE.
           EXIT PROGRAM.

       200-INIT-USAGE-INTAKE.
           OPEN INPUT USAGE-FILE-IN.
           IF USAGE-FILE-STATUS NOT = "00"
               DISPLAY "CSUSEIN: CANNOT OPEN USAGE FILE "
                   USAGE-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS NOT = "00"
               DISPLAY "CSUSEIN: CANNOT OPEN LOCMAST "
                   LOCATION-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF STOCK-BAL-STATUS NOT = "00"
               DISPLAY "CSUSEIN: CANNOT OPEN STKBAL "
                   STOCK-BAL-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "CSUSEIN: CANNOT OPEN INVENT6 " STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           IF OPEN-ERROR-FLAG = "YES"
               EXIT PARAGRAPH.
           OPEN EXTEND TRANSACTION-FILE-OUT.
           IF TRANSACTION-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE-OUT.
           OPEN OUTPUT INTAKE-REPORT-OUT.
           WRITE INTAKE-REPORT-DATA FROM INTAKE-COLUMN-NAME.

      *==============================================================
      * One usage line: the site must be a customer site belonging
      * to the reporting customer, the part must be on file, and
      * the site balance -- less what this run has already taken
      * from it -- must cover the quantity.  A short balance means
      * the site's count has drifted and wants reconciling before
      * the usage is billed.
      *==============================================================
       210-TAKE-ONE-USAGE-LINE.
           ADD 1 TO RECORDS-READ-WS.
           MOVE CSU-CUSTOMER-CODE TO IN-CUSTOMER-OUT.
           MOVE CSU-SITE-CODE     TO IN-SITE-OUT.
           MOVE CSU-PART-NUMBER   TO IN-PART-OUT.
           MOVE CSU-QTY           TO IN-QTY-OUT.
           MOVE CSU-USAGE-DATE    TO IN-DATE-OUT.
           PERFORM 220-EDIT-USAGE-LINE.
           IF LINE-OK-WS = "YES"
               PERFORM 230-CUT-USAGE-SALE
           ELSE
               ADD 1 TO REFUSED-COUNT-WS.
           WRITE INTAKE-REPORT-DATA FROM INTAKE-DETAIL-OUT.
           PERFORM 301-READ-USAGE-RECORD.

       220-EDIT-USAGE-LINE.
           MOVE "NO" TO LINE-OK-WS.
           IF CSU-QTY = ZERO
               MOVE "NO QUANTITY - REFUSED" TO IN-MESSAGE-OUT
               EXIT PARAGRAPH.
           MOVE CSU-SITE-CODE TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   MOVE "SITE NOT ON FILE - REFUSED"
                       TO IN-MESSAGE-OUT
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LO-CUSTOMER-SITE-TYPE
               MOVE "NOT A CUSTOMER SITE - REFUSED"
                   TO IN-MESSAGE-OUT
               EXIT PARAGRAPH.
           IF LO-CUSTOMER-CODE NOT = CSU-CUSTOMER-CODE
               MOVE "SITE BELONGS TO ANOTHER CUSTOMER"
                   TO IN-MESSAGE-OUT
               EXIT PARAGRAPH.
           MOVE CSU-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "PART NOT ON FILE - REFUSED"
                       TO IN-MESSAGE-OUT
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZERO TO SITE-BALANCE-WS.
           MOVE CSU-PART-NUMBER TO SB-PART-NUMBER.
           MOVE CSU-SITE-CODE   TO SB-LOCATION-CODE.
           READ STOCK-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SB-QUANTITY TO SITE-BALANCE-WS
           END-READ.
           PERFORM 240-FIND-TAKEN-ROW.
           IF TAKEN-FOUND-WS = "YES"
               IF TK-QTY (TAKEN-SUB) NOT < SITE-BALANCE-WS
                   MOVE ZERO TO SITE-BALANCE-WS
               ELSE
                   SUBTRACT TK-QTY (TAKEN-SUB) FROM SITE-BALANCE-WS
               END-IF
           END-IF.
           IF CSU-QTY > SITE-BALANCE-WS
               MOVE "MORE THAN SITE HOLDS - RECONCILE"
                   TO IN-MESSAGE-OUT
               EXIT PARAGRAPH.
           MOVE "YES" TO LINE-OK-WS.

      *==============================================================
      * Write the sale for posting and note what it took.
      *==============================================================
       230-CUT-USAGE-SALE.
           MOVE CSU-PART-NUMBER   TO PART-NUMBER-TF.
           MOVE "S"               TO TRANS-CODE-TF.
           MOVE CSU-QTY           TO TRANS-AMOUNT-TF.
           MOVE CSU-SITE-CODE     TO FROM-LOC-TF.
           MOVE SPACES            TO TO-LOC-TF.
           MOVE ZERO              TO TRANS-UNIT-COST-TF.
           MOVE SPACES            TO TRANS-REASON-TF.
           MOVE "E"               TO TRANS-UNIT-TF.
           MOVE CSU-CUSTOMER-CODE TO TRANS-CUSTOMER-TF.
           MOVE SPACES            TO TRANS-DISP-TF.
           MOVE SPACES            TO TRANS-SERIAL-TF.
           MOVE SPACES            TO TRANS-APPROVED-TF.
           MOVE SPACES            TO TRANS-CONTAINER-TF.
           MOVE SPACES            TO TRANS-JOB-TF.
           WRITE TRANSACTION-RECORD-IN.
           ADD 1 TO SALES-CUT-WS.
           MOVE "SALE CUT FOR POSTING" TO IN-MESSAGE-OUT.
           IF TAKEN-FOUND-WS = "YES"
               ADD CSU-QTY TO TK-QTY (TAKEN-SUB)
               EXIT PARAGRAPH.
           IF TAKEN-COUNT-WS < 300
               ADD 1 TO TAKEN-COUNT-WS
               MOVE CSU-SITE-CODE   TO TK-SITE-CODE (TAKEN-COUNT-WS)
               MOVE CSU-PART-NUMBER TO TK-PART-NUMBER (TAKEN-COUNT-WS)
               MOVE CSU-QTY         TO TK-QTY (TAKEN-COUNT-WS).

       240-FIND-TAKEN-ROW.
           MOVE "NO" TO TAKEN-FOUND-WS.
           PERFORM VARYING TAKEN-SUB FROM 1 BY 1
                   UNTIL TAKEN-SUB > TAKEN-COUNT-WS
                      OR TAKEN-FOUND-WS = "YES"
               IF TK-SITE-CODE (TAKEN-SUB) = CSU-SITE-CODE AND
                       TK-PART-NUMBER (TAKEN-SUB) = CSU-PART-NUMBER
                   MOVE "YES" TO TAKEN-FOUND-WS
                   SUBTRACT 1 FROM TAKEN-SUB
               END-IF
           END-PERFORM.

       301-READ-USAGE-RECORD.
           READ USAGE-FILE-IN
               AT END MOVE "YES" TO EOF-USAGE-WS.

      *==============================================================
      * Print the run totals and close every file.
      *==============================================================
       202-TERM-USAGE-INTAKE.
           MOVE RECORDS-READ-WS  TO AT-READ-OUT.
           MOVE SALES-CUT-WS     TO AT-CUT-OUT.
           MOVE REFUSED-COUNT-WS TO AT-REFUSED-OUT.
           WRITE INTAKE-REPORT-DATA FROM INTAKE-AUDIT-TRAIL-OUT.
           CLOSE USAGE-FILE-IN.
           CLOSE LOCATION-FILE.
           CLOSE STOCK-BALANCE-FILE.
           CLOSE INVENT-FILE.
           CLOSE TRANSACTION-FILE-OUT.
           CLOSE INTAKE-REPORT-OUT.
           DISPLAY "CSUSEIN: " SALES-CUT-WS " USAGE SALE(S) CUT, "
               REFUSED-COUNT-WS " REFUSED - SEE CSUSERPT.TXT".

       end program CSUSEIN.
