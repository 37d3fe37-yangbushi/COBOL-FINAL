       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRPT as "COMPRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-COMPLIANCE-FILE
               ASSIGN TO "D:\COBOL\SUPCOMP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-KEY
               FILE STATUS IS COMPLIANCE-STATUS.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN IN SUPPLIER-RECORD-IN
               FILE STATUS IS SUPPLIER-FILE-STATUS.
           SELECT BUYER-FILE
               ASSIGN TO "D:\COBOL\BUYER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BY-BUYER-ID
               FILE STATUS IS BUYER-FILE-STATUS.
           SELECT BUYER-XREF-FILE
               ASSIGN TO "D:\COBOL\BUYSUP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BX-SUPPLIER-CODE
               FILE STATUS IS BUYER-XREF-STATUS.
           SELECT EXPIRY-SORT-FILE
               ASSIGN TO "D:\COBOL\COMPSRT.TMP".
           SELECT EXPIRY-REPORT-OUT
               ASSIGN TO EXPIRY-REPORT-NAME-WS
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
       FD  SUPPLIER-COMPLIANCE-FILE.
           COPY "D:\COBOL\SUPPLIER_COMPLIANCE_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  BUYER-FILE.
           COPY "D:\COBOL\BUYER_RECORD.cpy".

       FD  BUYER-XREF-FILE.
           COPY "D:\COBOL\BUYER_SUPPLIER_RECORD.cpy".

      *==============================================================
      * Every document lapsed or lapsing inside 90 days, under the
      * buyer who owns the supplier, soonest expiry first.
      *==============================================================
       SD  EXPIRY-SORT-FILE.
       01  EXPIRY-SORT-RECORD.
           05 ES-BUYER-ID        PIC X(3).
           05 ES-EXPIRY-DATE     PIC 9(8).
           05 ES-SUPPLIER-CODE   PIC X(5).
           05 ES-DOC-TYPE        PIC X(4).
           05 ES-DOC-REFERENCE   PIC X(15).
           05 ES-REQUIRED-FLAG   PIC X(1).
           05 ES-DAYS-LEFT       PIC S9(5).

       FD  EXPIRY-REPORT-OUT.
       01  EXPIRY-REPORT-DATA    PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 COMPLIANCE-STATUS     PIC X(2)  VALUE SPACES.
       01 SUPPLIER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUYER-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 BUYER-XREF-STATUS     PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 BUYER-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 BUYSUP-OPEN-WS        PIC X(3)  VALUE "NO".
       01 SUPPLIER-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-COMPLIANCE-WS     PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 FIRST-RECORD-WS       PIC X(3)  VALUE "YES".
       01 EXPIRY-REPORT-NAME-WS PIC X(40) VALUE SPACES.
       01 PREV-BUYER-WS         PIC X(3)  VALUE SPACES.
       01 LINES-LISTED-WS       PIC 9(5)  VALUE ZERO.
       01 AS-OF-DAY-NUMBER-WS   PIC 9(7)  VALUE ZERO.
       01 EXPIRY-DAY-NUMBER-WS  PIC 9(7)  VALUE ZERO.
       01 DAYS-LEFT-WS          PIC S9(7) VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * Documents counted in each band -- for the buyer being
      * printed and for every buyer.
      *==============================================================
       01 BUYER-BANDS-WS.
           05 BB-EXPIRED-WS     PIC 9(5)  VALUE ZERO.
           05 BB-30-DAYS-WS     PIC 9(5)  VALUE ZERO.
           05 BB-60-DAYS-WS     PIC 9(5)  VALUE ZERO.
           05 BB-90-DAYS-WS     PIC 9(5)  VALUE ZERO.
       01 GRAND-BANDS-WS.
           05 GB-EXPIRED-WS     PIC 9(5)  VALUE ZERO.
           05 GB-30-DAYS-WS     PIC 9(5)  VALUE ZERO.
           05 GB-60-DAYS-WS     PIC 9(5)  VALUE ZERO.
           05 GB-90-DAYS-WS     PIC 9(5)  VALUE ZERO.

       01 EXPIRY-TITLE-OUT.
           05 FILLER PIC X(40)
                   VALUE "SUPPLIER DOCUMENTS EXPIRING - AS OF ".
           05 EH-RUN-DATE-OUT   PIC 9(8)   VALUE ZERO.

       01 BUYER-HEADING-OUT.
           05 FILLER PIC X(7)  VALUE "BUYER ".
           05 BH-BUYER-OUT      PIC X(3)   VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 BH-BUYER-NAME-OUT PIC X(20)  VALUE SPACES.

       01 EXPIRY-COLUMN-NAME.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "SUPP".
           05 FILLER PIC X(22) VALUE "SUPPLIER NAME".
           05 FILLER PIC X(6)  VALUE "DOC".
           05 FILLER PIC X(17) VALUE "REFERENCE".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(7)  VALUE "DAYS".
           05 FILLER PIC X(9)  VALUE "BAND".
           05 FILLER PIC X(4)  VALUE "REQ".

       01 EXPIRY-DETAIL-OUT.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 ED-SUPPLIER-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-SUPP-NAME-OUT  PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-DOC-TYPE-OUT   PIC X(4)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-REFERENCE-OUT  PIC X(15)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-EXPIRY-OUT     PIC 9(8)   VALUE ZERO.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-DAYS-OUT       PIC -ZZZZ9 VALUE ZERO.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 ED-BAND-OUT       PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 ED-REQUIRED-OUT   PIC X(1)   VALUE SPACES.

       01 BAND-TOTAL-OUT.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 BT-LABEL-OUT      PIC X(12)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE " EXPIRED ".
           05 BT-EXPIRED-OUT    PIC ZZZZ9  VALUE ZERO.
           05 FILLER PIC X(10) VALUE "   0-30 ".
           05 BT-30-DAYS-OUT    PIC ZZZZ9  VALUE ZERO.
           05 FILLER PIC X(10) VALUE "  31-60 ".
           05 BT-60-DAYS-OUT    PIC ZZZZ9  VALUE ZERO.
           05 FILLER PIC X(10) VALUE "  61-90 ".
           05 BT-90-DAYS-OUT    PIC ZZZZ9  VALUE ZERO.

      *==============================================================
      * Supplier certificates and declarations that have lapsed or
      * will inside 30, 60 and 90 days, by the buyer who owns each
      * supplier, so renewals are chased before purchasing stops.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-EXPIRY-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-EXPIRY-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT EXPIRY-SORT-FILE
                   ON ASCENDING KEY ES-BUYER-ID ES-EXPIRY-DATE
                                    ES-SUPPLIER-CODE ES-DOC-TYPE
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-EXPIRY-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Open the document file, the masters the report names
      * suppliers and buyers from, and the dated report file.
      *==============================================================
       200-INIT-EXPIRY-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           COMPUTE AS-OF-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(CDT-DATE).
           STRING "D:\COBOL\COMPRPT_" DELIMITED BY SIZE
                  CDT-DATE            DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO EXPIRY-REPORT-NAME-WS.
           OPEN INPUT SUPPLIER-COMPLIANCE-FILE.
           IF COMPLIANCE-STATUS NOT = "00"
               DISPLAY "COMPRPT: BAD OPEN SUPCOMP "
                   COMPLIANCE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT SUPPLIER-FILE-IN.
           IF SUPPLIER-FILE-STATUS = "00"
               MOVE "YES" TO SUPPLIER-OPEN-WS.
           OPEN INPUT BUYER-FILE.
           IF BUYER-FILE-STATUS = "00"
               MOVE "YES" TO BUYER-FILE-OPEN-WS.
           OPEN INPUT BUYER-XREF-FILE.
           IF BUYER-XREF-STATUS = "00"
               MOVE "YES" TO BUYSUP-OPEN-WS.
           OPEN OUTPUT EXPIRY-REPORT-OUT.
           MOVE CDT-DATE TO EH-RUN-DATE-OUT.
           WRITE EXPIRY-REPORT-DATA FROM EXPIRY-TITLE-OUT.

      *==============================================================
      * Feed the sort every dated document inside the 90-day
      * window or already past it.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           MOVE SPACES TO EOF-COMPLIANCE-WS.
           PERFORM UNTIL EOF-COMPLIANCE-WS = "YES"
               READ SUPPLIER-COMPLIANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-COMPLIANCE-WS
                   NOT AT END
                       IF SC-EXPIRY-DATE NOT = ZERO
                           PERFORM 210-RELEASE-ONE-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM.

       210-RELEASE-ONE-DOCUMENT.
           COMPUTE EXPIRY-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(SC-EXPIRY-DATE).
           COMPUTE DAYS-LEFT-WS =
               EXPIRY-DAY-NUMBER-WS - AS-OF-DAY-NUMBER-WS.
           IF DAYS-LEFT-WS > 90
               EXIT PARAGRAPH.
           MOVE SPACES TO ES-BUYER-ID.
           IF BUYSUP-OPEN-WS = "YES"
               MOVE SC-SUPPLIER-CODE TO BX-SUPPLIER-CODE
               READ BUYER-XREF-FILE
                   NOT INVALID KEY
                       MOVE BX-BUYER-ID TO ES-BUYER-ID
               END-READ
           END-IF.
           MOVE SC-EXPIRY-DATE   TO ES-EXPIRY-DATE.
           MOVE SC-SUPPLIER-CODE TO ES-SUPPLIER-CODE.
           MOVE SC-DOC-TYPE      TO ES-DOC-TYPE.
           MOVE SC-DOC-REFERENCE TO ES-DOC-REFERENCE.
           MOVE SC-REQUIRED-FLAG TO ES-REQUIRED-FLAG.
           MOVE DAYS-LEFT-WS     TO ES-DAYS-LEFT.
           RELEASE EXPIRY-SORT-RECORD.

      *==============================================================
      * One line per document, banded by days left, the buyer's
      * heading and band counts around them.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN EXPIRY-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 410-CHECK-BUYER-BREAK
               PERFORM 420-PRINT-DOCUMENT-LINE
               RETURN EXPIRY-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF FIRST-RECORD-WS NOT = "YES"
               PERFORM 440-PRINT-BUYER-TOTALS.

       410-CHECK-BUYER-BREAK.
           IF FIRST-RECORD-WS = "YES"
               MOVE "NO" TO FIRST-RECORD-WS
               PERFORM 430-PRINT-BUYER-HEADING
           ELSE
               IF ES-BUYER-ID NOT = PREV-BUYER-WS
                   PERFORM 440-PRINT-BUYER-TOTALS
                   PERFORM 430-PRINT-BUYER-HEADING
               END-IF
           END-IF.
           MOVE ES-BUYER-ID TO PREV-BUYER-WS.

       420-PRINT-DOCUMENT-LINE.
           MOVE ES-SUPPLIER-CODE TO ED-SUPPLIER-OUT.
           MOVE SPACES           TO ED-SUPP-NAME-OUT.
           IF SUPPLIER-OPEN-WS = "YES"
               MOVE ES-SUPPLIER-CODE TO SUPPLIER-CODE-IN
               READ SUPPLIER-FILE-IN
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO ED-SUPP-NAME-OUT
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME-IN TO ED-SUPP-NAME-OUT
               END-READ
           END-IF.
           MOVE ES-DOC-TYPE      TO ED-DOC-TYPE-OUT.
           MOVE ES-DOC-REFERENCE TO ED-REFERENCE-OUT.
           MOVE ES-EXPIRY-DATE   TO ED-EXPIRY-OUT.
           MOVE ES-DAYS-LEFT     TO ED-DAYS-OUT.
           MOVE ES-REQUIRED-FLAG TO ED-REQUIRED-OUT.
           EVALUATE TRUE
               WHEN ES-DAYS-LEFT < ZERO
                   MOVE "EXPIRED" TO ED-BAND-OUT
                   ADD 1 TO BB-EXPIRED-WS
               WHEN ES-DAYS-LEFT NOT > 30
                   MOVE "0-30"    TO ED-BAND-OUT
                   ADD 1 TO BB-30-DAYS-WS
               WHEN ES-DAYS-LEFT NOT > 60
                   MOVE "31-60"   TO ED-BAND-OUT
                   ADD 1 TO BB-60-DAYS-WS
               WHEN OTHER
                   MOVE "61-90"   TO ED-BAND-OUT
                   ADD 1 TO BB-90-DAYS-WS
           END-EVALUATE.
           WRITE EXPIRY-REPORT-DATA FROM EXPIRY-DETAIL-OUT.
           ADD 1 TO LINES-LISTED-WS.

       430-PRINT-BUYER-HEADING.
           MOVE ES-BUYER-ID TO BH-BUYER-OUT.
           MOVE "** UNASSIGNED **" TO BH-BUYER-NAME-OUT.
           IF BUYER-FILE-OPEN-WS = "YES" AND ES-BUYER-ID NOT = SPACES
               MOVE "** NOT ON FILE **" TO BH-BUYER-NAME-OUT
               MOVE ES-BUYER-ID TO BY-BUYER-ID
               READ BUYER-FILE
                   NOT INVALID KEY
                       MOVE BY-BUYER-NAME TO BH-BUYER-NAME-OUT
               END-READ
           END-IF.
           MOVE SPACES TO EXPIRY-REPORT-DATA.
           WRITE EXPIRY-REPORT-DATA.
           WRITE EXPIRY-REPORT-DATA FROM BUYER-HEADING-OUT.
           WRITE EXPIRY-REPORT-DATA FROM EXPIRY-COLUMN-NAME.

      *==============================================================
      * The buyer's band counts, rolled into the grand counts.
      *==============================================================
       440-PRINT-BUYER-TOTALS.
           MOVE "BUYER TOTAL"  TO BT-LABEL-OUT.
           MOVE BB-EXPIRED-WS  TO BT-EXPIRED-OUT.
           MOVE BB-30-DAYS-WS  TO BT-30-DAYS-OUT.
           MOVE BB-60-DAYS-WS  TO BT-60-DAYS-OUT.
           MOVE BB-90-DAYS-WS  TO BT-90-DAYS-OUT.
           WRITE EXPIRY-REPORT-DATA FROM BAND-TOTAL-OUT.
           ADD BB-EXPIRED-WS   TO GB-EXPIRED-WS.
           ADD BB-30-DAYS-WS   TO GB-30-DAYS-WS.
           ADD BB-60-DAYS-WS   TO GB-60-DAYS-WS.
           ADD BB-90-DAYS-WS   TO GB-90-DAYS-WS.
           MOVE ZERO TO BB-EXPIRED-WS BB-30-DAYS-WS
                        BB-60-DAYS-WS BB-90-DAYS-WS.

      *==============================================================
      * Grand counts, then close up and catalogue the report.
      *==============================================================
       202-TERM-EXPIRY-REPORT.
           MOVE SPACES TO EXPIRY-REPORT-DATA.
           WRITE EXPIRY-REPORT-DATA.
           MOVE "ALL BUYERS"   TO BT-LABEL-OUT.
           MOVE GB-EXPIRED-WS  TO BT-EXPIRED-OUT.
           MOVE GB-30-DAYS-WS  TO BT-30-DAYS-OUT.
           MOVE GB-60-DAYS-WS  TO BT-60-DAYS-OUT.
           MOVE GB-90-DAYS-WS  TO BT-90-DAYS-OUT.
           WRITE EXPIRY-REPORT-DATA FROM BAND-TOTAL-OUT.
           CLOSE SUPPLIER-COMPLIANCE-FILE.
           IF SUPPLIER-OPEN-WS = "YES"
               CLOSE SUPPLIER-FILE-IN.
           IF BUYER-FILE-OPEN-WS = "YES"
               CLOSE BUYER-FILE.
           IF BUYSUP-OPEN-WS = "YES"
               CLOSE BUYER-XREF-FILE.
           CLOSE EXPIRY-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "COMPRPT"  TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LINES-LISTED-WS       TO RC-RECORD-COUNT.
           MOVE EXPIRY-REPORT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
           DISPLAY "COMPRPT: " GB-EXPIRED-WS " EXPIRED, "
               LINES-LISTED-WS " DOCUMENT(S) LISTED".

       end program COMPRPT.
