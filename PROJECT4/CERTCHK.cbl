       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCHK as "CERTCHK".
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

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-CERT-FILE.
           COPY "D:\COBOL\TAX_CERT_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 TAX-CERT-STATUS       PIC X(2)  VALUE SPACES.
       01 EOF-CERT-WS           PIC X(3)  VALUE SPACES.
       01 CERT-TYPE-NEEDED-WS   PIC X(1)  VALUE SPACES.

       LINKAGE SECTION.
           COPY "D:\COBOL\CERT_PARMS.cpy".

      *==============================================================
      * Whether a customer carrying an exempt or resale tax code
      * has a certificate of that kind in force on the given date:
      * an exemption certificate for EXM, a resale certificate for
      * RSL, not expired before the date.  Any other tax code needs
      * no certificate.  No certificate file yet means no
      * certificates.
      *==============================================================
       PROCEDURE DIVISION USING CERT-PARMS.
       100-CHECK-TAX-CERTIFICATE.
           MOVE SPACES TO CX-CERT-NUMBER CX-EXPIRY-DATE.
           EVALUATE CX-TAX-CODE
               WHEN "EXM" MOVE "E" TO CERT-TYPE-NEEDED-WS
               WHEN "RSL" MOVE "R" TO CERT-TYPE-NEEDED-WS
               WHEN OTHER
                   MOVE "Y" TO CX-CERT-RESULT
                   EXIT PROGRAM
           END-EVALUATE.
           MOVE "N" TO CX-CERT-RESULT.
           IF CX-CUSTOMER-CODE = SPACES
               EXIT PROGRAM.
           OPEN INPUT TAX-CERT-FILE.
           IF TAX-CERT-STATUS NOT = "00"
               EXIT PROGRAM.
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
                           PERFORM 300-WEIGH-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-CERT-FILE.
           EXIT PROGRAM.

       300-WEIGH-ONE-CERTIFICATE.
           IF TC-CERT-TYPE NOT = CERT-TYPE-NEEDED-WS
               EXIT PARAGRAPH.
           IF TC-EXPIRY-DATE NOT = SPACES
                   AND TC-EXPIRY-DATE < CX-AS-OF-DATE
               EXIT PARAGRAPH.
           MOVE "Y"            TO CX-CERT-RESULT.
           MOVE TC-CERT-NUMBER TO CX-CERT-NUMBER.
           MOVE TC-EXPIRY-DATE TO CX-EXPIRY-DATE.
           MOVE "YES" TO EOF-CERT-WS.

       end program CERTCHK.
