               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS STATUS-FIELD.
           SELECT SALES-REP-FILE
               ASSIGN TO "D:\COBOL\SALESREP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-REP-CODE
               FILE STATUS IS SALES-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  SALES-REP-FILE.
           COPY "D:\COBOL\SALES_REP_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 SALES-REP-STATUS   PIC X(2)  VALUE SPACES.
       01 REP-FILE-OPEN-WS   PIC X(3)  VALUE "NO".
       01 REP-OK-WS          PIC X(3)  VALUE "NO".
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(29)
                              VALUE "MAINTAIN A CUSTOMER? (Y/N)".
               88 ADD-CUSTOMER      VALUE "A".
               88 CHANGE-CUSTOMER   VALUE "C".
               88 DELETE-CUSTOMER   VALUE "D".
               88 CUSTOMER-NOTES    VALUE "N".
               88 CUSTOMER-TAX-CERTS VALUE "T".
       01 ACTION-PROMPT      PIC X(45)
              VALUE "ACTION? (A=ADD C=CHG D=DEL N=NOTES T=CERTS)".
           COPY "D:\COBOL\NOTE_PARMS.cpy".
           COPY "D:\COBOL\CERT_PARMS.cpy".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
           05 CE-PHONE          PIC X(12) VALUE SPACES.
           05 CE-CREDIT-LIMIT   PIC 9(6)V99 VALUE ZERO.
           05 CE-TAX-CODE       PIC X(3)  VALUE SPACES.
           05 CE-REP-CODE       PIC X(3)  VALUE SPACES.
           05 CE-COMPANY-CODE   PIC X(2)  VALUE SPACES.
           05 CE-BILLING-CYCLE  PIC X(1)  VALUE SPACES.


       LINKAGE SECTION.
           05 VALUE "TAX CODE:"          LINE 13 COL 10.
           05 CE-TAX-CODE-IN             LINE 13 COL 25
               PIC X(3) TO CE-TAX-CODE.
           05 VALUE "SALES REP:"         LINE 13 COL 40.
           05 CE-REP-CODE-IN             LINE 13 COL 52
               PIC X(3) TO CE-REP-CODE.
           05 VALUE "COMPANY:"           LINE 11 COL 40.
           05 CE-COMPANY-CODE-IN         LINE 11 COL 52
               PIC X(2) TO CE-COMPANY-CODE.
           05 VALUE "BILL CYCLE:"        LINE 9 COL 40.
           05 CE-BILLING-CYCLE-IN        LINE 9 COL 52
               PIC X(1) TO CE-BILLING-CYCLE.

      *==============================================================
      * The top level of the program.
               DISPLAY "CUSTMNT: CANNOT OPEN CUSTOMER FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           OPEN INPUT SALES-REP-FILE.
           IF SALES-REP-STATUS = "00"
               MOVE "YES" TO REP-FILE-OPEN-WS.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

               WHEN DELETE-CUSTOMER
                   PERFORM 303-PROMPT-CUSTOMER-CODE
                   PERFORM 312-DELETE-CUSTOMER-RECORD
               WHEN CUSTOMER-NOTES
                   PERFORM 303-PROMPT-CUSTOMER-CODE
                   PERFORM 313-KEEP-CUSTOMER-NOTES
               WHEN CUSTOMER-TAX-CERTS
                   PERFORM 303-PROMPT-CUSTOMER-CODE
                   PERFORM 314-KEEP-TAX-CERTIFICATES
               WHEN OTHER
                   DISPLAY "CUSTMNT: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
      *==============================================================
       202-TERM-MAINTAIN-CUSTOMER.
           CLOSE CUSTOMER-FILE.
           IF REP-FILE-OPEN-WS = "YES"
               CLOSE SALES-REP-FILE.

      *==============================================================
      * Ask whether to maintain another customer.
           DISPLAY ACTION-PROMPT
               LINE 15 COLUMN 10.
           ACCEPT ACTION-CODE-WS
               LINE 15 COLUMN 55.

      *==============================================================
      * Display the screen and take the full entry for an add.
               MOVE CU-PHONE         TO CE-PHONE
               MOVE CU-CREDIT-LIMIT  TO CE-CREDIT-LIMIT
               MOVE CU-TAX-CODE      TO CE-TAX-CODE
               MOVE CU-REP-CODE      TO CE-REP-CODE
               MOVE CU-COMPANY-CODE  TO CE-COMPANY-CODE
               MOVE CU-BILLING-CYCLE TO CE-BILLING-CYCLE
               DISPLAY CUSTOMER-SCREEN
           ELSE
               DISPLAY "CUSTMNT: CUSTOMER NOT ON FILE"
      * Add a new customer -- rejected if already on file.
      *==============================================================
       310-ADD-CUSTOMER-RECORD.
           PERFORM 330-CHECK-SALES-REP.
           IF REP-OK-WS = "YES"
               PERFORM 331-CHECK-BILLING-CYCLE.
           IF REP-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE CE-CUSTOMER-CODE TO CU-CUSTOMER-CODE.
           MOVE CE-CUSTOMER-NAME TO CU-CUSTOMER-NAME.
           MOVE CE-ADDRESS       TO CU-ADDRESS.
               MOVE "STD" TO CU-TAX-CODE
           ELSE
               MOVE CE-TAX-CODE TO CU-TAX-CODE.
           MOVE CE-REP-CODE      TO CU-REP-CODE.
           IF CE-COMPANY-CODE = SPACES
               MOVE "01" TO CU-COMPANY-CODE
           ELSE
               MOVE CE-COMPANY-CODE TO CU-COMPANY-CODE.
           MOVE CE-BILLING-CYCLE TO CU-BILLING-CYCLE.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTMNT: CUSTOMER ALREADY ON FILE"
      *==============================================================
       311-CHANGE-CUSTOMER-RECORD.
           IF STATUS-FIELD = "OK"
               PERFORM 330-CHECK-SALES-REP.
           IF STATUS-FIELD = "OK" AND REP-OK-WS = "YES"
               PERFORM 331-CHECK-BILLING-CYCLE.
           IF STATUS-FIELD = "OK" AND REP-OK-WS = "YES"
               MOVE CE-CUSTOMER-NAME TO CU-CUSTOMER-NAME
               MOVE CE-ADDRESS       TO CU-ADDRESS
               MOVE CE-PHONE         TO CU-PHONE
               ELSE
                   MOVE CE-TAX-CODE TO CU-TAX-CODE
               END-IF
               MOVE CE-REP-CODE      TO CU-REP-CODE
               IF CE-COMPANY-CODE = SPACES
                   MOVE "01" TO CU-COMPANY-CODE
               ELSE
                   MOVE CE-COMPANY-CODE TO CU-COMPANY-CODE
               END-IF
               MOVE CE-BILLING-CYCLE TO CU-BILLING-CYCLE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "CUSTMNT: REWRITE FAILED"
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * A rep named on the account has to be on the rep master --
      * a mistyped code would quietly pay nobody.  Spaces leave
      * it a house account.
      *==============================================================
       330-CHECK-SALES-REP.
           MOVE "YES" TO REP-OK-WS.
           IF CE-REP-CODE = SPACES OR REP-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE CE-REP-CODE TO SR-REP-CODE.
           READ SALES-REP-FILE
               INVALID KEY
                   MOVE "NO" TO REP-OK-WS
                   DISPLAY "CUSTMNT: SALES REP NOT ON FILE"
                       LINE 20 COLUMN 10
           END-READ.

      *==============================================================
      * The billing cycle has to be one the invoice run knows --
      * a mistyped code would leave the account's sales waiting
      * for a cycle that never closes.  Spaces bill daily.
      *==============================================================
       331-CHECK-BILLING-CYCLE.
           IF CE-BILLING-CYCLE = SPACES
               MOVE "D" TO CE-BILLING-CYCLE.
           IF CE-BILLING-CYCLE NOT = "D" AND NOT = "W"
                   AND NOT = "S" AND NOT = "M"
               MOVE "NO" TO REP-OK-WS
               DISPLAY "CUSTMNT: BILL CYCLE MUST BE D, W, S OR M"
                   LINE 20 COLUMN 10.

      *==============================================================
      * The customer's note lines, kept on the shared note screen
      * under this operator's name.
      *==============================================================
       313-KEEP-CUSTOMER-NOTES.
           IF STATUS-FIELD = "OK"
               MOVE "C"              TO NP-RECORD-TYPE
               MOVE CE-CUSTOMER-CODE TO NP-RECORD-KEY
               MOVE SP-OPERATOR-ID   TO NP-OPERATOR-ID
               CALL ".\NOTEMNT" USING NOTE-PARMS
               CANCEL ".\NOTEMNT".

      *==============================================================
      * The customer's exemption and resale certificates, kept on
      * the certificate screen under this operator's name.
      *==============================================================
       314-KEEP-TAX-CERTIFICATES.
           IF STATUS-FIELD = "OK"
               MOVE CE-CUSTOMER-CODE TO CX-CUSTOMER-CODE
               MOVE CU-TAX-CODE      TO CX-TAX-CODE
               MOVE SP-OPERATOR-ID   TO CX-OPERATOR-ID
               CALL ".\CERTMNT" USING CERT-PARMS
               CANCEL ".\CERTMNT".

       end program CUSTMNT.
