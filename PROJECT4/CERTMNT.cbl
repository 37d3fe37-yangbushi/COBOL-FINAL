       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT as "CERTMNT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-CERT-FILE
               ASSIGN TO "D:\COBOL\TAXCERT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS TAX-CERT-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-CERT-FILE.
           COPY "D:\COBOL\TAX_CERT_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 TAX-CERT-STATUS       PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 EOF-CERT-WS           PIC X(3)  VALUE SPACES.
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 CERT-ACTION-WS        PIC A(1)  VALUE SPACES.
               88 ADD-CERT          VALUE "A".
               88 CHANGE-CERT       VALUE "C".
               88 DELETE-CERT       VALUE "D".
               88 CERTS-DONE        VALUE "X".
       01 CERT-ACTION-PROMPT    PIC X(40)
                   VALUE "CERT ACTION? (A=ADD C=CHG D=DEL X=DONE)".

      *==============================================================
      * What is keyed for a certificate.
      *==============================================================
       01 CERT-ENTRY-WS.
           05 CE-CERT-NUMBER    PIC X(15) VALUE SPACES.
           05 CE-ISSUING-STATE  PIC X(2)  VALUE SPACES.
           05 CE-CERT-TYPE      PIC X(1)  VALUE SPACES.
           05 CE-EXPIRY-DATE    PIC X(8)  VALUE SPACES.
       01 ENTRY-OK-WS           PIC X(3)  VALUE "YES".

      *==============================================================
      * The customer's certificates as last listed, ten to the
      * screen, each marked when it has lapsed.
      *==============================================================
       01 SCREEN-LINE-WS        PIC 9(2)  VALUE ZERO.
       01 CERTS-LISTED-WS       PIC 9(3)  VALUE ZERO.
       01 CERT-LIST-OUT.
           05 CL-CERT-NUMBER-OUT PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-STATE-OUT      PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-TYPE-OUT       PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-EXPIRY-OUT     PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-ENTERED-BY-OUT PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-ENTERED-OUT    PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-LAPSED-OUT     PIC X(7)  VALUE SPACES.
       01 CERT-HEADING-OUT      PIC X(67)  VALUE
           "CERTIFICATE     ST TYPE EXPIRES  BY       ENTERED".
       01 BLANK-LINE-OUT        PIC X(79) VALUE SPACES.

       LINKAGE SECTION.
           COPY "D:\COBOL\CERT_PARMS.cpy".

      *==============================================================
      * Keep a customer's tax-exemption and resale certificates
      * from the customer maintenance screen.  Each certificate
      * keeps who entered it and when.  The certificate file is
      * created the first time a certificate is kept.
      *==============================================================
       PROCEDURE DIVISION USING CERT-PARMS.
       100-MAINTAIN-CERTIFICATES.
           PERFORM 200-INIT-MAINTAIN-CERTS.
           IF TAX-CERT-STATUS = "00"
               MOVE SPACES TO CERT-ACTION-WS
               PERFORM 201-TAKE-ONE-CERT-ACTION
                   UNTIL CERTS-DONE
               CLOSE TAX-CERT-FILE.
           EXIT PROGRAM.

       200-INIT-MAINTAIN-CERTS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           OPEN I-O TAX-CERT-FILE.
           IF TAX-CERT-STATUS = "35"
               OPEN OUTPUT TAX-CERT-FILE
               CLOSE TAX-CERT-FILE
               OPEN I-O TAX-CERT-FILE.
           IF TAX-CERT-STATUS NOT = "00"
               DISPLAY "CERTMNT: CANNOT OPEN CERTIFICATES "
                   TAX-CERT-STATUS LINE 22 COLUMN 10.

      *==============================================================
      * Show the customer's certificates, then take one action.
      *==============================================================
       201-TAKE-ONE-CERT-ACTION.
           PERFORM 300-LIST-CERTIFICATES.
           DISPLAY CERT-ACTION-PROMPT LINE 15 COLUMN 10.
           ACCEPT CERT-ACTION-WS LINE 15 COLUMN 51.
           DISPLAY BLANK-LINE-OUT LINE 22 COLUMN 1.
           EVALUATE TRUE
               WHEN ADD-CERT
                   PERFORM 310-ADD-CERTIFICATE
               WHEN CHANGE-CERT
                   PERFORM 320-CHANGE-CERTIFICATE
               WHEN DELETE-CERT
                   PERFORM 330-DELETE-CERTIFICATE
               WHEN CERTS-DONE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CERTMNT: INVALID ACTION CODE"
                       LINE 22 COLUMN 10
           END-EVALUATE.
           PERFORM 305-CLEAR-ENTRY-LINES.

      *==============================================================
      * Number, state, type and expiry of each certificate, ten to
      * the screen.
      *==============================================================
       300-LIST-CERTIFICATES.
           PERFORM VARYING SCREEN-LINE-WS FROM 3 BY 1
                   UNTIL SCREEN-LINE-WS > 13
               DISPLAY BLANK-LINE-OUT LINE SCREEN-LINE-WS COLUMN 1
           END-PERFORM.
           DISPLAY "TAX CERTIFICATES FOR CUSTOMER " CX-CUSTOMER-CODE
               " TAX CODE " CX-TAX-CODE LINE 3 COLUMN 10.
           DISPLAY CERT-HEADING-OUT LINE 4 COLUMN 1.
           MOVE ZERO TO CERTS-LISTED-WS.
           MOVE 4    TO SCREEN-LINE-WS.
           MOVE CX-CUSTOMER-CODE TO TC-CUSTOMER-CODE.
           MOVE SPACES           TO TC-CERT-NUMBER.
           MOVE SPACES TO EOF-CERT-WS.
           START TAX-CERT-FILE KEY IS NOT LESS THAN TC-KEY
               INVALID KEY MOVE "YES" TO EOF-CERT-WS.
           PERFORM UNTIL EOF-CERT-WS = "YES"
               READ TAX-CERT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CERT-WS
                   NOT AT END
                       IF TC-CUSTOMER-CODE NOT = CX-CUSTOMER-CODE
                           MOVE "YES" TO EOF-CERT-WS
                       ELSE
                           PERFORM 301-LIST-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.
           IF CERTS-LISTED-WS = ZERO
               DISPLAY "(NO CERTIFICATES)" LINE 5 COLUMN 10.

       301-LIST-ONE-CERTIFICATE.
           ADD 1 TO CERTS-LISTED-WS.
           IF CERTS-LISTED-WS > 9
               EXIT PARAGRAPH.
           ADD 1 TO SCREEN-LINE-WS.
           MOVE TC-CERT-NUMBER   TO CL-CERT-NUMBER-OUT.
           MOVE TC-ISSUING-STATE TO CL-STATE-OUT.
           MOVE TC-CERT-TYPE     TO CL-TYPE-OUT.
           MOVE TC-EXPIRY-DATE   TO CL-EXPIRY-OUT.
           MOVE TC-ENTERED-BY    TO CL-ENTERED-BY-OUT.
           MOVE TC-ENTERED-DATE  TO CL-ENTERED-OUT.
           MOVE SPACES           TO CL-LAPSED-OUT.
           IF TC-EXPIRY-DATE NOT = SPACES
                   AND TC-EXPIRY-DATE < CDT-DATE
               MOVE "LAPSED" TO CL-LAPSED-OUT.
           DISPLAY CERT-LIST-OUT LINE SCREEN-LINE-WS COLUMN 1.

       305-CLEAR-ENTRY-LINES.
           PERFORM VARYING SCREEN-LINE-WS FROM 17 BY 1
                   UNTIL SCREEN-LINE-WS > 21
               DISPLAY BLANK-LINE-OUT LINE SCREEN-LINE-WS COLUMN 1
           END-PERFORM.

      *==============================================================
      * A certificate number may be kept once per customer.
      *==============================================================
       310-ADD-CERTIFICATE.
           DISPLAY "CERTIFICATE NUMBER:" LINE 17 COLUMN 10.
           MOVE SPACES TO CE-CERT-NUMBER.
           ACCEPT CE-CERT-NUMBER LINE 17 COLUMN 30.
           IF CE-CERT-NUMBER = SPACES
               DISPLAY "CERTMNT: CERTIFICATE NUMBER REQUIRED"
                   LINE 22 COLUMN 10
               EXIT PARAGRAPH.
           MOVE CX-CUSTOMER-CODE TO TC-CUSTOMER-CODE.
           MOVE CE-CERT-NUMBER   TO TC-CERT-NUMBER.
           READ TAX-CERT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "CERTMNT: CERTIFICATE ALREADY ON FILE"
                       LINE 22 COLUMN 10
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO CE-ISSUING-STATE CE-EXPIRY-DATE.
           EVALUATE CX-TAX-CODE
               WHEN "RSL" MOVE "R" TO CE-CERT-TYPE
               WHEN OTHER MOVE "E" TO CE-CERT-TYPE
           END-EVALUATE.
           PERFORM 340-TAKE-CERT-FIELDS.
           IF ENTRY-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE CX-CUSTOMER-CODE TO TC-CUSTOMER-CODE.
           MOVE CE-CERT-NUMBER   TO TC-CERT-NUMBER.
           PERFORM 350-STAMP-CERTIFICATE.
           WRITE TAX-CERT-RECORD
               INVALID KEY
                   DISPLAY "CERTMNT: CERTIFICATE ALREADY ON FILE"
                       LINE 22 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "CERTMNT: CERTIFICATE ADDED"
                       LINE 22 COLUMN 10
           END-WRITE.

       320-CHANGE-CERTIFICATE.
           PERFORM 345-READ-KEYED-CERTIFICATE.
           IF ENTRY-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           DISPLAY "ENTERED BY " TC-ENTERED-BY " ON " TC-ENTERED-DATE
               LINE 17 COLUMN 50.
           MOVE TC-ISSUING-STATE TO CE-ISSUING-STATE.
           MOVE TC-CERT-TYPE     TO CE-CERT-TYPE.
           MOVE TC-EXPIRY-DATE   TO CE-EXPIRY-DATE.
           PERFORM 340-TAKE-CERT-FIELDS.
           IF ENTRY-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           PERFORM 350-STAMP-CERTIFICATE.
           REWRITE TAX-CERT-RECORD
               INVALID KEY
                   DISPLAY "CERTMNT: REWRITE FAILED"
                       LINE 22 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "CERTMNT: CERTIFICATE CHANGED"
                       LINE 22 COLUMN 10
           END-REWRITE.

       330-DELETE-CERTIFICATE.
           PERFORM 345-READ-KEYED-CERTIFICATE.
           IF ENTRY-OK-WS NOT = "YES"
               EXIT PARAGRAPH.
           DELETE TAX-CERT-FILE RECORD
               INVALID KEY
                   DISPLAY "CERTMNT: DELETE FAILED"
                       LINE 22 COLUMN 10
               NOT INVALID KEY
                   DISPLAY "CERTMNT: CERTIFICATE DELETED"
                       LINE 22 COLUMN 10
           END-DELETE.

      *==============================================================
      * Issuing state, type and expiry.  The expiry may be in the
      * past -- a lapsed certificate is kept on file as the record
      * of when the exemption ended.
      *==============================================================
       340-TAKE-CERT-FIELDS.
           MOVE "YES" TO ENTRY-OK-WS.
           DISPLAY "ISSUING STATE:" LINE 18 COLUMN 10.
           ACCEPT CE-ISSUING-STATE LINE 18 COLUMN 25.
           DISPLAY "TYPE (E=EXEMPTION R=RESALE):" LINE 19 COLUMN 10.
           ACCEPT CE-CERT-TYPE LINE 19 COLUMN 39.
           DISPLAY "EXPIRES (YYYYMMDD, BLANK=NEVER):"
               LINE 20 COLUMN 10.
           ACCEPT CE-EXPIRY-DATE LINE 20 COLUMN 43.
           IF CE-ISSUING-STATE = SPACES
               DISPLAY "CERTMNT: ISSUING STATE REQUIRED"
                   LINE 22 COLUMN 10
               MOVE "NO" TO ENTRY-OK-WS
               EXIT PARAGRAPH.
           IF CE-CERT-TYPE NOT = "E" AND CE-CERT-TYPE NOT = "R"
               DISPLAY "CERTMNT: TYPE MUST BE E OR R"
                   LINE 22 COLUMN 10
               MOVE "NO" TO ENTRY-OK-WS
               EXIT PARAGRAPH.
           IF CE-EXPIRY-DATE NOT = SPACES
                   AND CE-EXPIRY-DATE NOT NUMERIC
               DISPLAY "CERTMNT: EXPIRY MUST BE YYYYMMDD OR BLANK"
                   LINE 22 COLUMN 10
               MOVE "NO" TO ENTRY-OK-WS.

       345-READ-KEYED-CERTIFICATE.
           MOVE "YES" TO ENTRY-OK-WS.
           DISPLAY "CERTIFICATE NUMBER:" LINE 17 COLUMN 10.
           MOVE SPACES TO CE-CERT-NUMBER.
           ACCEPT CE-CERT-NUMBER LINE 17 COLUMN 30.
           MOVE CX-CUSTOMER-CODE TO TC-CUSTOMER-CODE.
           MOVE CE-CERT-NUMBER   TO TC-CERT-NUMBER.
           READ TAX-CERT-FILE
               INVALID KEY
                   DISPLAY "CERTMNT: NO SUCH CERTIFICATE"
                       LINE 22 COLUMN 10
                   MOVE "NO" TO ENTRY-OK-WS
           END-READ.

       350-STAMP-CERTIFICATE.
           MOVE CE-ISSUING-STATE TO TC-ISSUING-STATE.
           MOVE CE-CERT-TYPE     TO TC-CERT-TYPE.
           MOVE CE-EXPIRY-DATE   TO TC-EXPIRY-DATE.
           MOVE CX-OPERATOR-ID   TO TC-ENTERED-BY.
           MOVE CDT-DATE         TO TC-ENTERED-DATE.

       end program CERTMNT.
