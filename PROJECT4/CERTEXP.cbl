       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEXP as "CERTEXP".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT TAX-CERT-FILE
               ASSIGN TO "D:\COBOL\TAXCERT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS TAX-CERT-STATUS.
           SELECT CERT-REPORT-OUT
               ASSIGN TO CERT-REPORT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-SORT-FILE
               ASSIGN TO "D:\COBOL\CERTSRT.TMP".
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
       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  TAX-CERT-FILE.
           COPY "D:\COBOL\TAX_CERT_RECORD.cpy".

       FD  CERT-REPORT-OUT.
       01  CERT-REPORT-DATA     PIC X(100).

      *==============================================================
      * Work file the accounts needing a certificate chased are
      * sorted through, soonest lapse first -- accounts with none
      * on file at all sort ahead of everything.
      *==============================================================
       SD  CERT-SORT-FILE.
       01  CERT-SORT-RECORD.
           05 CSR-EXPIRY-DATE   PIC X(8).
           05 CSR-CUSTOMER-CODE PIC X(5).
           05 CSR-CUSTOMER-NAME PIC X(20).
           05 CSR-PHONE         PIC X(12).
           05 CSR-TAX-CODE      PIC X(3).
           05 CSR-CERT-NUMBER   PIC X(15).
           05 CSR-ISSUING-STATE PIC X(2).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 TAX-CERT-STATUS       PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 CERT-FILE-OPEN-WS     PIC X(3)  VALUE "NO".
       01 EOF-CUSTOMER-WS       PIC X(3)  VALUE SPACES.
       01 EOF-CERT-WS           PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 CERT-REPORT-NAME-WS   PIC X(40) VALUE SPACES.

      *==============================================================
      * How far ahead a lapse is warned of -- long enough for the
      * customer to get a renewal from their state.
      *==============================================================
       01 WARNING-DAYS-WS       PIC 9(3)  VALUE 60.
       01 TODAY-INTEGER-WS      PIC 9(8)  VALUE ZERO.
       01 WINDOW-END-DATE-WS    PIC 9(8)  VALUE ZERO.
       01 EXPIRY-NUM-TMP        PIC 9(8)  VALUE ZERO.
       01 DAYS-LEFT-WS          PIC S9(5) VALUE ZERO.

      *==============================================================
      * The account's latest-running certificate of the kind its
      * tax code needs.  One that never expires ends the search.
      *==============================================================
       01 CERT-TYPE-NEEDED-WS   PIC X(1)  VALUE SPACES.
       01 CERTS-OF-KIND-WS      PIC 9(3)  VALUE ZERO.
       01 NEVER-EXPIRES-WS      PIC X(3)  VALUE "NO".
       01 LATEST-CERT-WS.
           05 LC-EXPIRY-DATE    PIC X(8)  VALUE SPACES.
           05 LC-CERT-NUMBER    PIC X(15) VALUE SPACES.
           05 LC-ISSUING-STATE  PIC X(2)  VALUE SPACES.

       01 ACCOUNTS-READ-WS      PIC 9(6)  VALUE ZERO.
       01 ACCOUNTS-CHECKED-WS   PIC 9(6)  VALUE ZERO.
       01 LINES-LISTED-WS       PIC 9(6)  VALUE ZERO.
       01 EXPIRED-COUNT-WS      PIC 9(6)  VALUE ZERO.
       01 EXPIRING-COUNT-WS     PIC 9(6)  VALUE ZERO.
       01 NO-CERT-COUNT-WS      PIC 9(6)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 CERT-REPORT-TITLE-OUT.
           05 FILLER PIC X(40)
               VALUE "EXEMPTION CERTIFICATES EXPIRING BY".
           05 CT-WINDOW-END-OUT PIC 9(8).
           05 FILLER PIC X(8)  VALUE "  AS OF".
           05 CT-AS-OF-OUT      PIC 9(8).

       01 CERT-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(14) VALUE "PHONE".
           05 FILLER PIC X(5)  VALUE "TAX".
           05 FILLER PIC X(17) VALUE "CERTIFICATE".
           05 FILLER PIC X(4)  VALUE "ST".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(6)  VALUE "DAYS".
           05 FILLER PIC X(8)  VALUE "STATUS".

       01 CERT-DETAIL-OUT.
           05 CD-CUSTOMER-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-NAME-OUT       PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-PHONE-OUT      PIC X(12)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-TAX-CODE-OUT   PIC X(3)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-CERT-OUT       PIC X(15)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-STATE-OUT      PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-EXPIRY-OUT     PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 CD-DAYS-OUT       PIC -ZZZ9  VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-STATUS-OUT     PIC X(8)   VALUE SPACES.

       01 CERT-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(18) VALUE "ACCOUNTS CHECKED:".
           05 AT-CHECKED-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  EXPIRED:".
           05 AT-EXPIRED-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "  EXPIRING:".
           05 AT-EXPIRING-OUT   PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  NO CERT:".
           05 AT-NO-CERT-OUT    PIC ZZZZZ9.

      *==============================================================
      * The top level of the program.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-CERT-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-CERT-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 300-WRITE-CERT-HEADER
               SORT CERT-SORT-FILE
                   ON ASCENDING KEY CSR-EXPIRY-DATE
                   ON ASCENDING KEY CSR-CUSTOMER-CODE
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-CERT-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Take the business date, settle the warning window, and
      * open the masters and the dated report.  No certificate
      * file yet means every exempt and resale account is listed
      * as having none.
      *==============================================================
       200-INIT-CERT-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           COMPUTE TODAY-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(CDT-DATE).
           COMPUTE WINDOW-END-DATE-WS =
               FUNCTION DATE-OF-INTEGER(TODAY-INTEGER-WS
                   + WARNING-DAYS-WS).
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "CERTEXP: BAD OPEN CUSTOMER-FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT TAX-CERT-FILE.
           IF TAX-CERT-STATUS = "00"
               MOVE "YES" TO CERT-FILE-OPEN-WS.
           STRING "D:\COBOL\CERTEXP_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO CERT-REPORT-NAME-WS.
           OPEN OUTPUT CERT-REPORT-OUT.

      *==============================================================
      * Feed the sort with every exempt or resale account whose
      * certificate has lapsed or lapses inside the window, or
      * that has none of the kind its code needs.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM UNTIL EOF-CUSTOMER-WS = "YES"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CUSTOMER-WS
                   NOT AT END
                       ADD 1 TO ACCOUNTS-READ-WS
                       IF CU-TAX-EXEMPT OR CU-TAX-RESALE
                           PERFORM 410-CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       410-CHECK-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-CHECKED-WS.
           IF CU-TAX-EXEMPT
               MOVE "E" TO CERT-TYPE-NEEDED-WS
           ELSE
               MOVE "R" TO CERT-TYPE-NEEDED-WS.
           MOVE ZERO   TO CERTS-OF-KIND-WS.
           MOVE "NO"   TO NEVER-EXPIRES-WS.
           MOVE SPACES TO LATEST-CERT-WS.
           IF CERT-FILE-OPEN-WS = "YES"
               PERFORM 420-FIND-LATEST-CERTIFICATE.
           IF NEVER-EXPIRES-WS = "YES"
               EXIT PARAGRAPH.
           IF CERTS-OF-KIND-WS > ZERO
                   AND LC-EXPIRY-DATE > WINDOW-END-DATE-WS
               EXIT PARAGRAPH.
           IF CERTS-OF-KIND-WS = ZERO
               MOVE ZERO TO CSR-EXPIRY-DATE
           ELSE
               MOVE LC-EXPIRY-DATE TO CSR-EXPIRY-DATE.
           MOVE CU-CUSTOMER-CODE TO CSR-CUSTOMER-CODE.
           MOVE CU-CUSTOMER-NAME TO CSR-CUSTOMER-NAME.
           MOVE CU-PHONE         TO CSR-PHONE.
           MOVE CU-TAX-CODE      TO CSR-TAX-CODE.
           MOVE LC-CERT-NUMBER   TO CSR-CERT-NUMBER.
           MOVE LC-ISSUING-STATE TO CSR-ISSUING-STATE.
           RELEASE CERT-SORT-RECORD.

       420-FIND-LATEST-CERTIFICATE.
           MOVE CU-CUSTOMER-CODE TO TC-CUSTOMER-CODE.
           MOVE SPACES           TO TC-CERT-NUMBER.
           MOVE SPACES TO EOF-CERT-WS.
           START TAX-CERT-FILE KEY IS NOT LESS THAN TC-KEY
               INVALID KEY MOVE "YES" TO EOF-CERT-WS.
           PERFORM UNTIL EOF-CERT-WS = "YES"
               READ TAX-CERT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CERT-WS
                   NOT AT END
                       IF TC-CUSTOMER-CODE NOT = CU-CUSTOMER-CODE
                           MOVE "YES" TO EOF-CERT-WS
                       ELSE
                           PERFORM 430-WEIGH-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.

       430-WEIGH-ONE-CERTIFICATE.
           IF TC-CERT-TYPE NOT = CERT-TYPE-NEEDED-WS
               EXIT PARAGRAPH.
           ADD 1 TO CERTS-OF-KIND-WS.
           IF TC-EXPIRY-DATE = SPACES
               MOVE "YES" TO NEVER-EXPIRES-WS
               MOVE "YES" TO EOF-CERT-WS
               EXIT PARAGRAPH.
           IF TC-EXPIRY-DATE > LC-EXPIRY-DATE
                   OR LC-EXPIRY-DATE = SPACES
               MOVE TC-EXPIRY-DATE   TO LC-EXPIRY-DATE
               MOVE TC-CERT-NUMBER   TO LC-CERT-NUMBER
               MOVE TC-ISSUING-STATE TO LC-ISSUING-STATE.

      *==============================================================
      * Drain the sort, one line per account, with the days left
      * on the certificate (negative once it has lapsed).
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN CERT-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 310-WRITE-ONE-ACCOUNT
               RETURN CERT-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.

       310-WRITE-ONE-ACCOUNT.
           ADD 1 TO LINES-LISTED-WS.
           MOVE CSR-CUSTOMER-CODE TO CD-CUSTOMER-OUT.
           MOVE CSR-CUSTOMER-NAME TO CD-NAME-OUT.
           MOVE CSR-PHONE         TO CD-PHONE-OUT.
           MOVE CSR-TAX-CODE      TO CD-TAX-CODE-OUT.
           MOVE CSR-CERT-NUMBER   TO CD-CERT-OUT.
           MOVE CSR-ISSUING-STATE TO CD-STATE-OUT.
           IF CSR-EXPIRY-DATE = ZERO
               MOVE SPACES  TO CD-EXPIRY-OUT
               MOVE ZERO    TO CD-DAYS-OUT
               MOVE "NO CERT" TO CD-STATUS-OUT
               ADD 1 TO NO-CERT-COUNT-WS
           ELSE
               MOVE CSR-EXPIRY-DATE TO CD-EXPIRY-OUT
               MOVE CSR-EXPIRY-DATE TO EXPIRY-NUM-TMP
               COMPUTE DAYS-LEFT-WS =
                   FUNCTION INTEGER-OF-DATE(EXPIRY-NUM-TMP)
                   - TODAY-INTEGER-WS
               MOVE DAYS-LEFT-WS TO CD-DAYS-OUT
               IF DAYS-LEFT-WS < ZERO
                   MOVE "EXPIRED"  TO CD-STATUS-OUT
                   ADD 1 TO EXPIRED-COUNT-WS
               ELSE
                   MOVE "EXPIRING" TO CD-STATUS-OUT
                   ADD 1 TO EXPIRING-COUNT-WS
               END-IF
           END-IF.
           WRITE CERT-REPORT-DATA FROM CERT-DETAIL-OUT.

      *==============================================================
      * Write the report title and column header.
      *==============================================================
       300-WRITE-CERT-HEADER.
           MOVE WINDOW-END-DATE-WS TO CT-WINDOW-END-OUT.
           MOVE CDT-DATE           TO CT-AS-OF-OUT.
           WRITE CERT-REPORT-DATA FROM CERT-REPORT-TITLE-OUT.
           WRITE CERT-REPORT-DATA FROM CERT-COLUMN-NAME.

      *==============================================================
      * Write the counts, close up and catalogue the report.
      *==============================================================
       202-TERM-CERT-REPORT.
           MOVE ACCOUNTS-CHECKED-WS TO AT-CHECKED-OUT.
           MOVE EXPIRED-COUNT-WS    TO AT-EXPIRED-OUT.
           MOVE EXPIRING-COUNT-WS   TO AT-EXPIRING-OUT.
           MOVE NO-CERT-COUNT-WS    TO AT-NO-CERT-OUT.
           WRITE CERT-REPORT-DATA FROM CERT-AUDIT-TRAIL-OUT.
           CLOSE CUSTOMER-FILE.
           IF CERT-FILE-OPEN-WS = "YES"
               CLOSE TAX-CERT-FILE.
           CLOSE CERT-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "CERTEXP"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-LISTED-WS     TO RC-RECORD-COUNT.
           MOVE CERT-REPORT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program CERTEXP.
