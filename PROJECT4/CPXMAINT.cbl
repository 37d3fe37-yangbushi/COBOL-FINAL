       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPXMAINT as "CPXMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-PART-FILE
               ASSIGN TO "D:\COBOL\CUSTPART.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               ALTERNATE RECORD KEY IS CP-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS INVENT-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-PART-FILE.
           COPY "D:\COBOL\CUSTOMER_PART_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS PIC X(2) VALUE SPACES.
       01 INVENT-STATUS-WS   PIC X(2)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(27)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-XREF        VALUE "A".
               88 DROP-XREF       VALUE "D".
               88 LIST-XREF       VALUE "L".
       01 ACTION-PROMPT      PIC X(40) VALUE
               "ACTION? (A=ADD/CHANGE D=DROP L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 EOF-XREF-WS        PIC X(3)  VALUE SPACES.
       01 ENTRY-CUSTOMER-WS  PIC X(5)  VALUE SPACES.
       01 ENTRY-CUST-PART-WS PIC X(15) VALUE SPACES.
       01 ENTRY-PART-WS      PIC X(7)  VALUE SPACES.
       01 ENTRY-DESCRIPTION-WS PIC X(20) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The numbers our bigger accounts order by, each pointed at
      * the part of ours it means.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-CUSTOMER-PARTS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-XREF.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-XREF.

           EXIT PROGRAM.

       200-INIT-MAINTAIN-XREF.
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
           IF NOT SP-SIGNON-OK OR NOT SP-MAY-MAINTAIN
               DISPLAY "CPXMAINT: SIGN-ON REFUSED"
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT INVENT-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
                   OR INVENT-STATUS-WS NOT = "00"
               DISPLAY "CPXMAINT: CANNOT OPEN CUSTOMER OR INVENT "
                   CUSTOMER-FILE-STATUS " " INVENT-STATUS-WS
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           OPEN I-O CUST-PART-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT CUST-PART-FILE
               CLOSE CUST-PART-FILE
               OPEN I-O CUST-PART-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "CPXMAINT: CANNOT OPEN CROSS-REFERENCE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

       201-TAKE-ONE-ACTION.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE-WS.
           EVALUATE TRUE
               WHEN ADD-XREF
                   PERFORM 210-ADD-ONE-XREF
               WHEN DROP-XREF
                   PERFORM 230-DROP-ONE-XREF
               WHEN LIST-XREF
                   PERFORM 240-LIST-CUSTOMER-XREF
               WHEN OTHER
                   DISPLAY "CPXMAINT: INVALID ACTION CODE"
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Key the customer, their number and ours.  A number already
      * on file for the customer is pointed at the part keyed.
      *==============================================================
       210-ADD-ONE-XREF.
           DISPLAY "CUSTOMER CODE:".
           ACCEPT ENTRY-CUSTOMER-WS.
           MOVE ENTRY-CUSTOMER-WS TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CPXMAINT: CUSTOMER NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "CUSTOMER'S PART NUMBER:".
           ACCEPT ENTRY-CUST-PART-WS.
           IF ENTRY-CUST-PART-WS = SPACES
               DISPLAY "CPXMAINT: CUSTOMER PART NUMBER REQUIRED"
               EXIT PARAGRAPH.
           DISPLAY "OUR PART NUMBER:".
           ACCEPT ENTRY-PART-WS.
           MOVE ENTRY-PART-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "CPXMAINT: PART NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "CPXMAINT: " PART-NAME.
           DISPLAY "CUSTOMER'S DESCRIPTION (OPTIONAL):".
           ACCEPT ENTRY-DESCRIPTION-WS.
           MOVE SPACES               TO CUSTOMER-PART-RECORD.
           MOVE ENTRY-CUSTOMER-WS    TO CP-CUSTOMER-CODE.
           MOVE ENTRY-CUST-PART-WS   TO CP-CUSTOMER-PART.
           MOVE ENTRY-PART-WS        TO CP-PART-NUMBER.
           MOVE ENTRY-DESCRIPTION-WS TO CP-DESCRIPTION.
           MOVE CDT-DATE             TO CP-CHANGED-DATE.
           MOVE SP-OPERATOR-ID       TO CP-OPERATOR-ID.
           WRITE CUSTOMER-PART-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-PART-RECORD
                       INVALID KEY
                           DISPLAY "CPXMAINT: WRITE FAILED"
                       NOT INVALID KEY
                           DISPLAY "CPXMAINT: CROSS-REFERENCE CHANGED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "CPXMAINT: CROSS-REFERENCE ADDED".

       230-DROP-ONE-XREF.
           DISPLAY "CUSTOMER CODE:".
           ACCEPT ENTRY-CUSTOMER-WS.
           DISPLAY "CUSTOMER'S PART NUMBER:".
           ACCEPT ENTRY-CUST-PART-WS.
           MOVE ENTRY-CUSTOMER-WS  TO CP-CUSTOMER-CODE.
           MOVE ENTRY-CUST-PART-WS TO CP-CUSTOMER-PART.
           READ CUST-PART-FILE
               INVALID KEY
                   DISPLAY "CPXMAINT: CROSS-REFERENCE NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           DELETE CUST-PART-FILE
               INVALID KEY
                   DISPLAY "CPXMAINT: DELETE FAILED"
               NOT INVALID KEY
                   DISPLAY "CPXMAINT: CROSS-REFERENCE DROPPED".

      *==============================================================
      * Every number on file for one customer.
      *==============================================================
       240-LIST-CUSTOMER-XREF.
           DISPLAY "CUSTOMER CODE:".
           ACCEPT ENTRY-CUSTOMER-WS.
           MOVE SPACES TO EOF-XREF-WS.
           MOVE ENTRY-CUSTOMER-WS TO CP-CUSTOMER-CODE.
           MOVE LOW-VALUES        TO CP-CUSTOMER-PART.
           START CUST-PART-FILE KEY IS NOT LESS THAN CP-KEY
               INVALID KEY MOVE "YES" TO EOF-XREF-WS.
           PERFORM UNTIL EOF-XREF-WS = "YES"
               READ CUST-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-XREF-WS
                   NOT AT END
                       IF CP-CUSTOMER-CODE NOT = ENTRY-CUSTOMER-WS
                           MOVE "YES" TO EOF-XREF-WS
                       ELSE
                           DISPLAY CP-CUSTOMER-PART " = "
                               CP-PART-NUMBER " " CP-DESCRIPTION
                       END-IF
           END-PERFORM.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

       202-TERM-MAINTAIN-XREF.
           CLOSE CUST-PART-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE INVENT-FILE.

       end program CPXMAINT.
