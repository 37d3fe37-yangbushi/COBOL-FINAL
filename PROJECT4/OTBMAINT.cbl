       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTBMAINT as "OTBMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OTB-BUDGET-FILE
               ASSIGN TO "D:\COBOL\OTBBUD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-KEY
               FILE STATUS IS STATUS-FIELD.
           SELECT BUYER-FILE
               ASSIGN TO "D:\COBOL\BUYER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BY-BUYER-ID
               FILE STATUS IS BUYER-STATUS-WS.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN IN SUPPLIER-RECORD-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OTB-BUDGET-FILE.
           COPY "D:\COBOL\OTB_BUDGET_RECORD.cpy".

       FD  BUYER-FILE.
           COPY "D:\COBOL\BUYER_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 BUYER-STATUS-WS    PIC X(2)  VALUE SPACES.
       01 SUPPLIER-STATUS-WS PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS PIC X(2) VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(27)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 SET-BUYER-BUDGET    VALUE "B".
               88 SET-SUPPLIER-BUDGET VALUE "S".
               88 LIST-BUDGETS        VALUE "L".
       01 ACTION-PROMPT      PIC X(46) VALUE
               "ACTION? (B=BUYER S=SUPPLIER BUDGET L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE.
               10 CDT-PERIOD    PIC 9(6).
               10 CDT-DAY       PIC 9(2).
           05 FILLER            PIC X(13).

       01 EOF-BUDGET-WS      PIC X(3)  VALUE SPACES.
       01 ENTRY-OWNER-WS     PIC X(5)  VALUE SPACES.
       01 ENTRY-PERIOD-WS    PIC 9(6)  VALUE ZERO.
       01 ENTRY-AMOUNT-WS    PIC 9(9)V99 VALUE ZERO.
       01 ROWS-LISTED-WS     PIC 9(5)  VALUE ZERO.
       01 REMAINING-WS       PIC S9(9)V99 VALUE ZERO.

       01 BUDGET-LINE-OUT.
           05 BL-TYPE-OUT       PIC X(1)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 BL-OWNER-OUT      PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 BL-BUDGET-OUT     PIC ZZZZZZZZ9.99  VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 BL-COMMITTED-OUT  PIC ZZZZZZZZ9.99  VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 BL-RECEIVED-OUT   PIC ZZZZZZZZ9.99  VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 BL-OPEN-OUT       PIC -ZZZZZZZZ9.99 VALUE ZEROS.

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The month's open-to-buy: how much each buyer -- or, where
      * a supplier is budgeted on its own, each supplier -- may
      * put on order in a period.  Setting a budget is a
      * management decision and wants approval authority; the
      * committed and received amounts are kept by the purchasing
      * programs and are never keyed here.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-BUDGETS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-BUDGETS.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-BUDGETS.

           EXIT PROGRAM.

       200-INIT-MAINTAIN-BUDGETS.
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
               DISPLAY "OTBMAINT: SIGN-ON REFUSED"
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
           OPEN INPUT BUYER-FILE.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN I-O OTB-BUDGET-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT OTB-BUDGET-FILE
               CLOSE OTB-BUDGET-FILE
               OPEN I-O OTB-BUDGET-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "OTBMAINT: CANNOT OPEN BUDGET FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

       201-TAKE-ONE-ACTION.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE-WS.
           EVALUATE TRUE
               WHEN SET-BUYER-BUDGET
                   PERFORM 210-SET-BUYER-BUDGET
               WHEN SET-SUPPLIER-BUDGET
                   PERFORM 220-SET-SUPPLIER-BUDGET
               WHEN LIST-BUDGETS
                   PERFORM 240-LIST-PERIOD-BUDGETS
               WHEN OTHER
                   DISPLAY "OTBMAINT: INVALID ACTION CODE"
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

       210-SET-BUYER-BUDGET.
           DISPLAY "BUYER ID:".
           ACCEPT ENTRY-OWNER-WS.
           MOVE ENTRY-OWNER-WS TO BY-BUYER-ID.
           READ BUYER-FILE
               INVALID KEY
                   DISPLAY "OTBMAINT: BUYER NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           MOVE "B" TO OB-OWNER-TYPE.
           PERFORM 230-WRITE-BUDGET-ROW.

       220-SET-SUPPLIER-BUDGET.
           DISPLAY "SUPPLIER CODE:".
           ACCEPT ENTRY-OWNER-WS.
           MOVE ENTRY-OWNER-WS TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   DISPLAY "OTBMAINT: SUPPLIER NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           MOVE "S" TO OB-OWNER-TYPE.
           PERFORM 230-WRITE-BUDGET-ROW.

      *==============================================================
      * Set the period's budget on a new row, or change it on an
      * existing one without disturbing what has already been
      * committed and received against it.
      *==============================================================
       230-WRITE-BUDGET-ROW.
           DISPLAY "PERIOD (YYYYMM/0 FOR CURRENT):".
           ACCEPT ENTRY-PERIOD-WS.
           IF ENTRY-PERIOD-WS = ZERO
               MOVE CDT-PERIOD TO ENTRY-PERIOD-WS.
           DISPLAY "BUDGET AMOUNT:".
           ACCEPT ENTRY-AMOUNT-WS.
           MOVE ENTRY-OWNER-WS  TO OB-OWNER-CODE.
           MOVE ENTRY-PERIOD-WS TO OB-PERIOD.
           READ OTB-BUDGET-FILE
               INVALID KEY
                   MOVE ZERO TO OB-COMMITTED-AMT
                                OB-RECEIVED-AMT
           END-READ.
           MOVE ENTRY-AMOUNT-WS TO OB-BUDGET-AMT.
           MOVE CDT-DATE        TO OB-CHANGED-DATE.
           MOVE SP-OPERATOR-ID  TO OB-CHANGED-BY.
           WRITE OTB-BUDGET-RECORD
               INVALID KEY
                   REWRITE OTB-BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "OTBMAINT: BUDGET WRITE FAILED"
                       NOT INVALID KEY
                           DISPLAY "OTBMAINT: BUDGET CHANGED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "OTBMAINT: BUDGET ADDED".

      *==============================================================
      * Every row for one period with what is left open to buy.
      *==============================================================
       240-LIST-PERIOD-BUDGETS.
           DISPLAY "PERIOD (YYYYMM/0 FOR CURRENT):".
           ACCEPT ENTRY-PERIOD-WS.
           IF ENTRY-PERIOD-WS = ZERO
               MOVE CDT-PERIOD TO ENTRY-PERIOD-WS.
           MOVE ZERO TO ROWS-LISTED-WS.
           MOVE SPACES TO EOF-BUDGET-WS.
           MOVE LOW-VALUES TO OB-KEY.
           START OTB-BUDGET-FILE KEY IS NOT LESS THAN OB-KEY
               INVALID KEY MOVE "YES" TO EOF-BUDGET-WS.
           DISPLAY "T OWNER       BUDGET    COMMITTED     RECEIVED"
               "   OPEN-TO-BUY".
           PERFORM UNTIL EOF-BUDGET-WS = "YES"
               READ OTB-BUDGET-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-BUDGET-WS
                   NOT AT END
                       IF OB-PERIOD = ENTRY-PERIOD-WS
                           PERFORM 241-SHOW-BUDGET-ROW
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "OTBMAINT: " ROWS-LISTED-WS " ROW(S) FOR "
               ENTRY-PERIOD-WS.

       241-SHOW-BUDGET-ROW.
           MOVE OB-OWNER-TYPE    TO BL-TYPE-OUT.
           MOVE OB-OWNER-CODE    TO BL-OWNER-OUT.
           MOVE OB-BUDGET-AMT    TO BL-BUDGET-OUT.
           MOVE OB-COMMITTED-AMT TO BL-COMMITTED-OUT.
           MOVE OB-RECEIVED-AMT  TO BL-RECEIVED-OUT.
           COMPUTE REMAINING-WS = OB-BUDGET-AMT - OB-COMMITTED-AMT.
           MOVE REMAINING-WS     TO BL-OPEN-OUT.
           DISPLAY BUDGET-LINE-OUT.
           ADD 1 TO ROWS-LISTED-WS.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

       202-TERM-MAINTAIN-BUDGETS.
           CLOSE OTB-BUDGET-FILE.
           CLOSE BUYER-FILE.
           CLOSE SUPPLIER-FILE-IN.

       end program OTBMAINT.
