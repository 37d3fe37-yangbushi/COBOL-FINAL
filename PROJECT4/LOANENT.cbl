       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANENT as "LOANENT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO "D:\COBOL\LOANREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               ALTERNATE RECORD KEY IS LN-SERIAL-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT SERIAL-FILE
               ASSIGN TO "D:\COBOL\SERIAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               FILE STATUS IS SERIAL-FILE-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               FILE STATUS IS INVENT-FILE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "D:\COBOL\OPERATOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
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
           SELECT LOAN-NUMBER-FILE
               ASSIGN TO "D:\COBOL\LOANNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-NUMBER-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY "D:\COBOL\LOAN_RECORD.cpy".

       FD  SERIAL-FILE.
           COPY "D:\COBOL\SERIAL_HISTORY_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  OPERATOR-FILE.
           COPY "D:\COBOL\OPERATOR_RECORD.cpy".

       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

       FD  LOG-SEQ-FILE.
       01  LOG-SEQ-RECORD       PIC 9(9).

       FD  LOAN-NUMBER-FILE.
       01  LOAN-NUMBER-RECORD   PIC 9(6).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 SERIAL-FILE-STATUS PIC X(2)  VALUE SPACES.
       01 INVENT-FILE-STATUS PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS PIC X(2) VALUE SPACES.
       01 OPERATOR-FILE-STATUS PIC X(2) VALUE SPACES.
       01 OPERATOR-OPEN-WS   PIC X(3)  VALUE "NO".
       01 LOAN-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 KEYED-LOG-STATUS   PIC X(2)  VALUE SPACES.
       01 LOG-SEQ-FILE-STATUS PIC X(2) VALUE SPACES.
       01 LAST-LOG-SEQ-WS    PIC 9(9)  VALUE ZERO.
       01 BUSINESS-DATE-STATUS PIC X(2) VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(27)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 CHECK-OUT-UNIT  VALUE "O".
               88 CHECK-IN-UNIT   VALUE "I".
               88 LIST-LOANS      VALUE "L".
       01 ACTION-PROMPT      PIC X(40) VALUE
               "ACTION? (O=CHECK OUT I=CHECK IN L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 EOF-LOAN-WS        PIC X(3)  VALUE SPACES.
       01 EOF-SERIAL-WS      PIC X(3)  VALUE SPACES.
       01 LOAN-FOUND-WS      PIC X(3)  VALUE "NO".
       01 LAST-LOAN-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 SERIAL-SEQ-WS      PIC 9(4)  VALUE ZERO.
       01 LAST-EVENT-CODE-WS PIC X(1)  VALUE SPACES.
       01 LAST-EVENT-PART-WS PIC X(7)  VALUE SPACES.
       01 ENTRY-SERIAL-WS    PIC X(12) VALUE SPACES.
       01 ENTRY-BORROWER-TYPE-WS PIC X(1) VALUE SPACES.
       01 ENTRY-BORROWER-WS  PIC X(8)  VALUE SPACES.
       01 ENTRY-DUE-DATE-WS  PIC 9(8)  VALUE ZERO.
       01 ENTRY-CHARGE-WS    PIC X(1)  VALUE SPACES.
       01 DEFAULT-LOAN-DAYS  PIC 9(3)  VALUE 7.
       01 DAY-NUMBER-WS      PIC 9(8)  VALUE ZERO.
       01 DAYS-LATE-WS       PIC 9(4)  VALUE ZERO.
       01 EVENT-CUSTOMER-WS  PIC X(5)  VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 CDT-TIME          PIC 9(6).
           05 FILLER            PIC X(7).

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The tool crib: a returnable unit is checked out by serial
      * to a technician or a customer with a due-back date, and
      * checked in again when it comes back.  Each movement goes
      * on the unit's serial history as well as the loan register,
      * so the history still tells where a unit is.  The unit
      * stays in stock while it is out -- it is still ours -- and
      * a customer loan charged by the day is billed by the
      * invoice run once the unit is back.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-TOOL-LOANS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-TOOL-LOANS.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-TOOL-LOANS.

           EXIT PROGRAM.

       200-INIT-TOOL-LOANS.
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
           IF NOT SP-SIGNON-OK
               DISPLAY "LOANENT: SIGN-ON REFUSED"
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           OPEN I-O LOAN-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "LOANENT: CANNOT OPEN LOAN REGISTER "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD
               EXIT PARAGRAPH.
           OPEN I-O SERIAL-FILE.
           IF SERIAL-FILE-STATUS NOT = "00"
               DISPLAY "LOANENT: CANNOT OPEN SERIAL HISTORY "
                   SERIAL-FILE-STATUS
               MOVE "ER" TO STATUS-FIELD.
           OPEN INPUT INVENT-FILE.
           IF INVENT-FILE-STATUS NOT = "00"
               DISPLAY "LOANENT: CANNOT OPEN INVENT6 "
                   INVENT-FILE-STATUS
               MOVE "ER" TO STATUS-FIELD.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "LOANENT: CANNOT OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "ER" TO STATUS-FIELD.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "00"
               MOVE "YES" TO OPERATOR-OPEN-WS.
           OPEN I-O TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS = "35"
               OPEN OUTPUT TRANS-LOG-KEYED-FILE
               CLOSE TRANS-LOG-KEYED-FILE
               OPEN I-O TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               DISPLAY "LOANENT: CANNOT OPEN TRANSLOGK "
                   KEYED-LOG-STATUS
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

       201-TAKE-ONE-ACTION.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE-WS.
           EVALUATE TRUE
               WHEN CHECK-OUT-UNIT
                   PERFORM 210-CHECK-OUT-ONE-UNIT
               WHEN CHECK-IN-UNIT
                   PERFORM 230-CHECK-IN-ONE-UNIT
               WHEN LIST-LOANS
                   PERFORM 240-LIST-SERIAL-LOANS
               WHEN OTHER
                   DISPLAY "LOANENT: INVALID ACTION CODE"
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Lend one unit.  The serial has to be on file as a unit of
      * a returnable part that is in the building -- not sold and
      * not already out -- and the borrower has to be on file: a
      * technician on the operator master, a customer on the
      * customer master.  Only a customer pays rental.
      *==============================================================
       210-CHECK-OUT-ONE-UNIT.
           DISPLAY "SERIAL NUMBER:".
           ACCEPT ENTRY-SERIAL-WS.
           PERFORM 320-FIND-LAST-SERIAL-EVENT.
           IF SERIAL-SEQ-WS = ZERO
               DISPLAY "LOANENT: SERIAL NOT ON FILE"
               EXIT PARAGRAPH.
           IF LAST-EVENT-CODE-WS = "S"
               DISPLAY "LOANENT: UNIT WAS SOLD - NOT IN STOCK"
               EXIT PARAGRAPH.
           IF LAST-EVENT-CODE-WS = "O"
               DISPLAY "LOANENT: UNIT IS ALREADY OUT ON LOAN"
               EXIT PARAGRAPH.
           MOVE LAST-EVENT-PART-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "LOANENT: PART " LAST-EVENT-PART-WS
                       " NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PART-RETURNABLE
               DISPLAY "LOANENT: PART " PART-NUMBER
                   " IS NOT RETURNABLE"
               EXIT PARAGRAPH.
           DISPLAY "PART " PART-NUMBER " " PART-NAME.
           DISPLAY "BORROWER TYPE (T=TECHNICIAN C=CUSTOMER):".
           ACCEPT ENTRY-BORROWER-TYPE-WS.
           IF ENTRY-BORROWER-TYPE-WS NOT = "T"
                   AND ENTRY-BORROWER-TYPE-WS NOT = "C"
               DISPLAY "LOANENT: BORROWER TYPE MUST BE T OR C"
               EXIT PARAGRAPH.
           DISPLAY "BORROWER CODE:".
           ACCEPT ENTRY-BORROWER-WS.
           IF ENTRY-BORROWER-WS = SPACES
               DISPLAY "LOANENT: BORROWER REQUIRED"
               EXIT PARAGRAPH.
           IF ENTRY-BORROWER-TYPE-WS = "C"
               MOVE ENTRY-BORROWER-WS TO CU-CUSTOMER-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "LOANENT: CUSTOMER NOT ON FILE"
                       EXIT PARAGRAPH
               END-READ
               DISPLAY "CUSTOMER " CU-CUSTOMER-NAME
           ELSE
               IF OPERATOR-OPEN-WS = "YES"
                   MOVE ENTRY-BORROWER-WS TO OP-OPERATOR-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           DISPLAY "LOANENT: TECHNICIAN NOT ON FILE"
                           EXIT PARAGRAPH
                   END-READ
                   DISPLAY "TECHNICIAN " OP-NAME
               END-IF
           END-IF.
           DISPLAY "DUE BACK (YYYYMMDD, 0=IN "
               DEFAULT-LOAN-DAYS " DAYS):".
           ACCEPT ENTRY-DUE-DATE-WS.
           IF ENTRY-DUE-DATE-WS = ZERO
               COMPUTE DAY-NUMBER-WS =
                   FUNCTION INTEGER-OF-DATE(CDT-DATE)
                   + DEFAULT-LOAN-DAYS
               COMPUTE ENTRY-DUE-DATE-WS =
                   FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WS).
           IF ENTRY-DUE-DATE-WS < CDT-DATE
               DISPLAY "LOANENT: DUE DATE IS IN THE PAST"
               EXIT PARAGRAPH.
           MOVE "N" TO ENTRY-CHARGE-WS.
           IF ENTRY-BORROWER-TYPE-WS = "C"
                   AND PART-RENTAL-RATE > ZERO
               DISPLAY "CHARGE RENTAL AT " PART-RENTAL-RATE
                   " PER DAY? (Y/N)"
               ACCEPT ENTRY-CHARGE-WS.
           PERFORM 340-READ-LAST-LOAN-NUMBER.
           ADD 1 TO LAST-LOAN-NUMBER-WS.
           MOVE SPACES               TO LOAN-RECORD.
           MOVE LAST-LOAN-NUMBER-WS  TO LN-LOAN-NUMBER.
           MOVE ENTRY-SERIAL-WS      TO LN-SERIAL-NUMBER.
           MOVE PART-NUMBER          TO LN-PART-NUMBER.
           MOVE ENTRY-BORROWER-TYPE-WS TO LN-BORROWER-TYPE.
           MOVE ENTRY-BORROWER-WS    TO LN-BORROWER-CODE.
           MOVE CDT-DATE             TO LN-CHECKOUT-DATE.
           MOVE ENTRY-DUE-DATE-WS    TO LN-DUE-DATE.
           MOVE ZERO                 TO LN-RETURN-DATE.
           MOVE "O"                  TO LN-LOAN-STATUS.
           IF ENTRY-CHARGE-WS = "Y"
               MOVE PART-RENTAL-RATE TO LN-RENTAL-RATE
           ELSE
               MOVE ZERO             TO LN-RENTAL-RATE.
           MOVE ZERO                 TO LN-RENTAL-DAYS.
           MOVE ZERO                 TO LN-RENTAL-CHARGE.
           MOVE ZERO                 TO LN-INVOICE-NUMBER.
           MOVE SP-OPERATOR-ID       TO LN-OUT-OPERATOR-ID.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "LOANENT: LOAN WRITE FAILED "
                       STATUS-FIELD
                   EXIT PARAGRAPH
           END-WRITE.
           PERFORM 341-REWRITE-LAST-LOAN-NUMBER.
           PERFORM 330-WRITE-LOAN-EVENT.
           DISPLAY "LOANENT: LOAN " LN-LOAN-NUMBER " OUT TO "
               LN-BORROWER-CODE " DUE " LN-DUE-DATE.

      *==============================================================
      * Take a unit back.  The open loan on the serial is closed
      * with today's date, and a charged loan works out its days:
      * every day from checkout to return, with a same-day return
      * counted as one.
      *==============================================================
       230-CHECK-IN-ONE-UNIT.
           DISPLAY "SERIAL NUMBER:".
           ACCEPT ENTRY-SERIAL-WS.
           PERFORM 321-FIND-OPEN-LOAN.
           IF LOAN-FOUND-WS NOT = "YES"
               DISPLAY "LOANENT: NO OPEN LOAN ON THAT SERIAL"
               EXIT PARAGRAPH.
           MOVE CDT-DATE       TO LN-RETURN-DATE.
           MOVE "I"            TO LN-LOAN-STATUS.
           MOVE SP-OPERATOR-ID TO LN-IN-OPERATOR-ID.
           IF LN-RENTAL-RATE > ZERO
               COMPUTE LN-RENTAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(LN-RETURN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-CHECKOUT-DATE)
               IF LN-RENTAL-DAYS = ZERO
                   MOVE 1 TO LN-RENTAL-DAYS
               END-IF
               COMPUTE LN-RENTAL-CHARGE =
                   LN-RENTAL-DAYS * LN-RENTAL-RATE.
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "LOANENT: REWRITE FAILED"
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM 330-WRITE-LOAN-EVENT.
           DISPLAY "LOANENT: LOAN " LN-LOAN-NUMBER " CHECKED IN FROM "
               LN-BORROWER-CODE.
           IF LN-RETURN-DATE > LN-DUE-DATE
               COMPUTE DAYS-LATE-WS =
                   FUNCTION INTEGER-OF-DATE(LN-RETURN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-DUE-DATE)
               DISPLAY "LOANENT: RETURNED " DAYS-LATE-WS
                   " DAY(S) LATE".
           IF LN-RENTAL-CHARGE > ZERO
               DISPLAY "LOANENT: RENTAL " LN-RENTAL-DAYS
                   " DAY(S), " LN-RENTAL-CHARGE " TO BE INVOICED".

      *==============================================================
      * Every loan ever made of one serial, through the serial
      * index.
      *==============================================================
       240-LIST-SERIAL-LOANS.
           DISPLAY "SERIAL NUMBER:".
           ACCEPT ENTRY-SERIAL-WS.
           MOVE SPACES TO EOF-LOAN-WS.
           MOVE ENTRY-SERIAL-WS TO LN-SERIAL-NUMBER.
           START LOAN-FILE KEY IS = LN-SERIAL-NUMBER
               INVALID KEY
                   DISPLAY "LOANENT: NO LOANS FOR THAT SERIAL"
                   MOVE "YES" TO EOF-LOAN-WS.
           PERFORM UNTIL EOF-LOAN-WS = "YES"
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOAN-WS
                   NOT AT END
                       IF LN-SERIAL-NUMBER NOT = ENTRY-SERIAL-WS
                           MOVE "YES" TO EOF-LOAN-WS
                       ELSE
                           DISPLAY LN-LOAN-NUMBER " "
                               LN-BORROWER-TYPE " "
                               LN-BORROWER-CODE " OUT "
                               LN-CHECKOUT-DATE " DUE "
                               LN-DUE-DATE " IN "
                               LN-RETURN-DATE " "
                               LN-RENTAL-CHARGE
                       END-IF
           END-PERFORM.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

      *==============================================================
      * Walk the serial's history to its latest event: what that
      * event was, the part the serial belongs to, and the
      * sequence number the next event follows.
      *==============================================================
       320-FIND-LAST-SERIAL-EVENT.
           MOVE ZERO   TO SERIAL-SEQ-WS.
           MOVE SPACES TO LAST-EVENT-CODE-WS LAST-EVENT-PART-WS.
           MOVE SPACES TO EOF-SERIAL-WS.
           MOVE ENTRY-SERIAL-WS TO SER-SERIAL-NUMBER.
           MOVE ZERO            TO SER-SEQ-NUMBER.
           START SERIAL-FILE KEY IS NOT LESS THAN SER-KEY
               INVALID KEY MOVE "YES" TO EOF-SERIAL-WS.
           PERFORM UNTIL EOF-SERIAL-WS = "YES"
               READ SERIAL-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SERIAL-WS
                   NOT AT END
                       IF SER-SERIAL-NUMBER NOT = ENTRY-SERIAL-WS
                           MOVE "YES" TO EOF-SERIAL-WS
                       ELSE
                           MOVE SER-SEQ-NUMBER  TO SERIAL-SEQ-WS
                           MOVE SER-EVENT-CODE  TO LAST-EVENT-CODE-WS
                           MOVE SER-PART-NUMBER TO LAST-EVENT-PART-WS
                       END-IF
           END-PERFORM.

      *==============================================================
      * The serial's loan still out, if it has one.
      *==============================================================
       321-FIND-OPEN-LOAN.
           MOVE "NO"   TO LOAN-FOUND-WS.
           MOVE SPACES TO EOF-LOAN-WS.
           MOVE ENTRY-SERIAL-WS TO LN-SERIAL-NUMBER.
           START LOAN-FILE KEY IS = LN-SERIAL-NUMBER
               INVALID KEY MOVE "YES" TO EOF-LOAN-WS.
           PERFORM UNTIL EOF-LOAN-WS = "YES"
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOAN-WS
                   NOT AT END
                       IF LN-SERIAL-NUMBER NOT = ENTRY-SERIAL-WS
                           MOVE "YES" TO EOF-LOAN-WS
                       ELSE
                           IF LN-STILL-OUT
                               MOVE "YES" TO LOAN-FOUND-WS
                               MOVE "YES" TO EOF-LOAN-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *==============================================================
      * Put the loan movement on the unit's serial history, under
      * the customer when a customer has it.
      *==============================================================
       330-WRITE-LOAN-EVENT.
           PERFORM 320-FIND-LAST-SERIAL-EVENT.
           IF LN-TO-CUSTOMER
               MOVE LN-BORROWER-CODE TO EVENT-CUSTOMER-WS
           ELSE
               MOVE SPACES TO EVENT-CUSTOMER-WS.
           MOVE ENTRY-SERIAL-WS   TO SER-SERIAL-NUMBER.
           ADD 1 TO SERIAL-SEQ-WS.
           MOVE SERIAL-SEQ-WS     TO SER-SEQ-NUMBER.
           MOVE LN-PART-NUMBER    TO SER-PART-NUMBER.
           IF LN-STILL-OUT
               MOVE "O" TO SER-EVENT-CODE
           ELSE
               MOVE "I" TO SER-EVENT-CODE.
           MOVE CDT-DATE          TO SER-EVENT-DATE.
           MOVE EVENT-CUSTOMER-WS TO SER-CUSTOMER-CODE.
           WRITE SERIAL-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "LOANENT: SERIAL WRITE FAILED "
                       SER-SERIAL-NUMBER.
           PERFORM 335-WRITE-LOAN-LOG-ENTRY.

      *==============================================================
      * Log the loan movement on the keyed log as a memo line --
      * L out, H back -- carrying the loan's own detail, so a
      * forward recovery rebuilds the serial history and the loan
      * register along with the stock.  The part's on-hand goes
      * on it unchanged: a lent unit never left the stock.
      *==============================================================
       335-WRITE-LOAN-LOG-ENTRY.
           MOVE LN-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE ZERO TO QUANTITY
           END-READ.
           PERFORM 342-READ-LAST-LOG-SEQ.
           ADD 1 TO LAST-LOG-SEQ-WS.
           MOVE SPACES              TO TRANS-LOG-KEYED-RECORD.
           MOVE LN-PART-NUMBER      TO TLK-PART-NUMBER.
           MOVE LAST-LOG-SEQ-WS     TO TLK-SEQ-NUMBER.
           IF LN-STILL-OUT
               MOVE "L" TO TLK-TRANS-CODE
           ELSE
               MOVE "H" TO TLK-TRANS-CODE.
           MOVE 1                   TO TLK-TRANS-AMOUNT.
           MOVE QUANTITY            TO TLK-QTY-BEFORE.
           MOVE QUANTITY            TO TLK-QTY-AFTER.
           MOVE CDT-DATE            TO TLK-DATE.
           MOVE CDT-TIME            TO TLK-TIME.
           MOVE SP-OPERATOR-ID      TO TLK-OPERATOR-ID.
           MOVE "E"                 TO TLK-ENTRY-UNIT.
           MOVE LN-RENTAL-RATE      TO TLK-LOAN-RENTAL-RATE.
           MOVE EVENT-CUSTOMER-WS   TO TLK-CUSTOMER-CODE.
           MOVE LN-LOAN-NUMBER      TO TLK-LOAN-NUMBER.
           MOVE ZERO                TO TLK-COST-AFTER.
           MOVE LN-BORROWER-TYPE    TO TLK-LOAN-BORROWER-TYPE.
           MOVE LN-BORROWER-CODE    TO TLK-LOAN-BORROWER-CODE.
           MOVE LN-DUE-DATE         TO TLK-LOAN-DUE-DATE.
           MOVE LN-SERIAL-NUMBER    TO TLK-SERIAL-NUMBER.
           WRITE TRANS-LOG-KEYED-RECORD
               INVALID KEY
                   DISPLAY "LOANENT: KEYED LOG WRITE FAILED "
                       TLK-PART-NUMBER SPACE TLK-SEQ-NUMBER
               NOT INVALID KEY
                   PERFORM 343-REWRITE-LAST-LOG-SEQ
           END-WRITE.

      *==============================================================
      * The last loan number handed out.
      *==============================================================
       340-READ-LAST-LOAN-NUMBER.
           MOVE ZERO TO LAST-LOAN-NUMBER-WS.
           OPEN INPUT LOAN-NUMBER-FILE.
           IF LOAN-NUMBER-STATUS = "00"
               READ LOAN-NUMBER-FILE
                   NOT AT END MOVE LOAN-NUMBER-RECORD
                       TO LAST-LOAN-NUMBER-WS
               END-READ
               CLOSE LOAN-NUMBER-FILE.

       341-REWRITE-LAST-LOAN-NUMBER.
           OPEN OUTPUT LOAN-NUMBER-FILE.
           MOVE LAST-LOAN-NUMBER-WS TO LOAN-NUMBER-RECORD.
           WRITE LOAN-NUMBER-RECORD.
           CLOSE LOAN-NUMBER-FILE.

      *==============================================================
      * The log sequence control, shared with every program that
      * writes the keyed log -- taken and put back per entry, the
      * way the loan number is.
      *==============================================================
       342-READ-LAST-LOG-SEQ.
           MOVE ZERO TO LAST-LOG-SEQ-WS.
           OPEN INPUT LOG-SEQ-FILE.
           IF LOG-SEQ-FILE-STATUS = "00"
               READ LOG-SEQ-FILE
                   NOT AT END MOVE LOG-SEQ-RECORD
                       TO LAST-LOG-SEQ-WS
               END-READ
               CLOSE LOG-SEQ-FILE.

       343-REWRITE-LAST-LOG-SEQ.
           OPEN OUTPUT LOG-SEQ-FILE.
           MOVE LAST-LOG-SEQ-WS TO LOG-SEQ-RECORD.
           WRITE LOG-SEQ-RECORD.
           CLOSE LOG-SEQ-FILE.

       202-TERM-TOOL-LOANS.
           CLOSE LOAN-FILE.
           CLOSE SERIAL-FILE.
           CLOSE INVENT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE TRANS-LOG-KEYED-FILE.
           IF OPERATOR-OPEN-WS = "YES"
               CLOSE OPERATOR-FILE.

       end program LOANENT.
