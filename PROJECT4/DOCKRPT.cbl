       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKRPT as "DOCKRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCK-APPOINTMENT-FILE
               ASSIGN TO "D:\COBOL\DOCKAPPT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-APPT-NUMBER
               ALTERNATE RECORD KEY IS DA-SCHEDULE-KEY
                   WITH DUPLICATES
               FILE STATUS IS APPOINTMENT-STATUS.
           SELECT PO-REGISTER-FILE
               ASSIGN TO "D:\COBOL\POREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-LINE-KEY
               ALTERNATE RECORD KEY IS POR-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PO-REGISTER-STATUS.
           SELECT EXPECTED-RECEIPT-FILE
               ASSIGN TO "D:\COBOL\EXPRCPT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-KEY
               FILE STATUS IS EXPECTED-RECEIPT-STATUS.
           SELECT SUPPLIER-FILE-IN
               ASSIGN TO "D:\COBOL\SUPPLIERI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPLIER-CODE-IN
               FILE STATUS IS SUPPLIER-STATUS-WS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT REPORT-CATALOG-FILE
               ASSIGN TO "D:\COBOL\RPTCAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT SCHEDULE-REPORT-OUT
               ASSIGN TO REPORT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCK-APPOINTMENT-FILE.
           COPY "D:\COBOL\DOCK_APPOINTMENT_RECORD.cpy".

       FD  PO-REGISTER-FILE.
           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

       FD  EXPECTED-RECEIPT-FILE.
           COPY "D:\COBOL\EXPECTED_RECEIPT_RECORD.cpy".

       FD  SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       FD  SCHEDULE-REPORT-OUT.
       01  SCHEDULE-REPORT-DATA  PIC X(100).

       WORKING-STORAGE SECTION.
       01 APPOINTMENT-STATUS    PIC X(2)  VALUE SPACES.
       01 PO-REGISTER-STATUS    PIC X(2)  VALUE SPACES.
       01 EXPECTED-RECEIPT-STATUS PIC X(2) VALUE SPACES.
       01 SUPPLIER-STATUS-WS    PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 REGISTER-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EXPECTED-FILE-OPEN-WS PIC X(3)  VALUE "NO".
       01 SUPPLIER-OPEN-WS      PIC X(3)  VALUE "NO".
       01 EOF-APPT-WS           PIC X(3)  VALUE SPACES.
       01 EOF-REGISTER-WS       PIC X(3)  VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The day being scheduled -- zero takes the business date.
      *==============================================================
       01 SCHEDULE-DATE-WS      PIC 9(8)  VALUE ZERO.
       01 DATE-PROMPT           PIC X(40)
                   VALUE "SCHEDULE DATE (YYYYMMDD, 0 FOR TODAY)?".
       01 REPORT-FILE-NAME-WS   PIC X(40) VALUE SPACES.

       01 PO-SUB                PIC 9(1)  VALUE ZERO.
       01 PO-LINES-FOUND-WS     PIC 9(3)  VALUE ZERO.
       01 OUTSTANDING-QTY-WS    PIC 9(7)V99 VALUE ZERO.
       01 APPOINTMENTS-WS       PIC 9(5)  VALUE ZERO.
       01 LINES-LISTED-WS       PIC 9(6)  VALUE ZERO.
       01 PALLETS-TOTAL-WS      PIC 9(6)  VALUE ZERO.

       01 SCHEDULE-HEADING-OUT.
           05 FILLER PIC X(29) VALUE "DAILY RECEIVING SCHEDULE FOR".
           05 SH-DATE-OUT       PIC X(8)  VALUE SPACES.

       01 SCHEDULE-COLUMN-NAME.
           05 FILLER PIC X(7)  VALUE "TIME".
           05 FILLER PIC X(6)  VALUE "DOOR".
           05 FILLER PIC X(8)  VALUE "APPT".
           05 FILLER PIC X(6)  VALUE "SUPP".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(9)  VALUE "PALLETS".
           05 FILLER PIC X(9)  VALUE "STATUS".

       01 LINE-COLUMN-NAME.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "PO".
           05 FILLER PIC X(10) VALUE "PART".
           05 FILLER PIC X(12) VALUE "ORDERED".
           05 FILLER PIC X(13) VALUE "OUTSTANDING".
           05 FILLER PIC X(12) VALUE "ASN QTY".
           05 FILLER PIC X(10) VALUE "SHIP DATE".

       01 APPOINTMENT-DETAIL-OUT.
           05 AD-TIME-SLOT-OUT  PIC X(4)   VALUE SPACES.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 AD-DOOR-OUT       PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 AD-APPT-OUT       PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-SUPPLIER-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 AD-NAME-OUT       PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 AD-PALLETS-OUT    PIC ZZ9    VALUE ZEROS.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 AD-STATUS-OUT     PIC X(9)   VALUE SPACES.

       01 EXPECTED-LINE-OUT.
           05 FILLER            PIC X(10)  VALUE SPACES.
           05 EL-PO-OUT         PIC 9(6)   VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 EL-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 EL-ORDERED-OUT    PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 EL-OUTSTANDING-OUT PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 EL-ASN-QTY-OUT    PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 EL-SHIP-DATE-OUT  PIC X(8)   VALUE SPACES.

       01 NO-LINES-OUT.
           05 FILLER            PIC X(10)  VALUE SPACES.
           05 NL-PO-OUT         PIC 9(6)   VALUE ZEROS.
           05 FILLER            PIC X(20)  VALUE
                                "  NO OPEN LINES".

       01 SCHEDULE-AUDIT-TRAIL-OUT.
           05 FILLER PIC X(14) VALUE "APPOINTMENTS:".
           05 AT-APPOINTMENTS-OUT PIC ZZZZ9  VALUE ZEROS.
           05 FILLER PIC X(9)  VALUE "  LINES:".
           05 AT-LINES-OUT      PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER PIC X(11) VALUE "  PALLETS:".
           05 AT-PALLETS-OUT    PIC ZZZZZ9 VALUE ZEROS.

      *==============================================================
      * The receiving dock's plan for one day: every truck booked
      * in, in time-slot and door order, with the open PO lines it
      * is expected to bring and what the advance ship notice said
      * was on board -- so the crew knows what is coming before it
      * shows up.
      *==============================================================
       PROCEDURE DIVISION.
       100-PRINT-DOCK-SCHEDULE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-DOCK-SCHEDULE.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-LIST-ONE-APPOINTMENT
                   UNTIL EOF-APPT-WS = "YES"
               PERFORM 202-TERM-DOCK-SCHEDULE.
           EXIT PROGRAM.

      *==============================================================
      * Take the day, open the appointments and what they are
      * listed against, and position on the day's first slot.
      *==============================================================
       200-INIT-DOCK-SCHEDULE.
           PERFORM 360-GET-BUSINESS-DATE.
           DISPLAY DATE-PROMPT.
           ACCEPT SCHEDULE-DATE-WS.
           IF SCHEDULE-DATE-WS = ZERO
               MOVE CDT-DATE TO SCHEDULE-DATE-WS.
           OPEN INPUT DOCK-APPOINTMENT-FILE.
           IF APPOINTMENT-STATUS NOT = "00"
               DISPLAY "DOCKRPT: BAD OPEN DOCKAPPT "
                   APPOINTMENT-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT PO-REGISTER-FILE.
           IF PO-REGISTER-STATUS = "00"
               MOVE "YES" TO REGISTER-OPEN-WS.
           OPEN INPUT EXPECTED-RECEIPT-FILE.
           IF EXPECTED-RECEIPT-STATUS = "00"
               MOVE "YES" TO EXPECTED-FILE-OPEN-WS.
           OPEN INPUT SUPPLIER-FILE-IN.
           IF SUPPLIER-STATUS-WS = "00"
               MOVE "YES" TO SUPPLIER-OPEN-WS.
           MOVE SPACES TO REPORT-FILE-NAME-WS.
           STRING "D:\COBOL\DOCKRPT_" DELIMITED BY SIZE
                  SCHEDULE-DATE-WS    DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO REPORT-FILE-NAME-WS.
           OPEN OUTPUT SCHEDULE-REPORT-OUT.
           MOVE SCHEDULE-DATE-WS TO SH-DATE-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM SCHEDULE-HEADING-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM SCHEDULE-COLUMN-NAME.
           WRITE SCHEDULE-REPORT-DATA FROM LINE-COLUMN-NAME.
           MOVE SCHEDULE-DATE-WS TO DA-DATE.
           MOVE LOW-VALUES       TO DA-TIME-SLOT.
           MOVE LOW-VALUES       TO DA-DOOR.
           START DOCK-APPOINTMENT-FILE
                   KEY IS NOT LESS THAN DA-SCHEDULE-KEY
               INVALID KEY MOVE "YES" TO EOF-APPT-WS.

      *==============================================================
      * One appointment: its line, then the open lines of each
      * order it is booked for.  The first appointment of a later
      * day ends the list.
      *==============================================================
       201-LIST-ONE-APPOINTMENT.
           READ DOCK-APPOINTMENT-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-APPT-WS
               NOT AT END
                   IF DA-DATE NOT = SCHEDULE-DATE-WS
                       MOVE "YES" TO EOF-APPT-WS
                   ELSE
                       PERFORM 210-WRITE-APPOINTMENT-LINE
                       PERFORM VARYING PO-SUB FROM 1 BY 1
                               UNTIL PO-SUB > 4
                           IF DA-PO-NUMBER (PO-SUB) NOT = ZERO
                               PERFORM 220-LIST-EXPECTED-LINES
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.
           IF APPOINTMENT-STATUS NOT = "00" AND
                   APPOINTMENT-STATUS NOT = "02" AND
                   APPOINTMENT-STATUS NOT = "10"
               MOVE "YES" TO EOF-APPT-WS.

       210-WRITE-APPOINTMENT-LINE.
           ADD 1 TO APPOINTMENTS-WS.
           ADD DA-EST-PALLETS TO PALLETS-TOTAL-WS.
           MOVE DA-TIME-SLOT     TO AD-TIME-SLOT-OUT.
           MOVE DA-DOOR          TO AD-DOOR-OUT.
           MOVE DA-APPT-NUMBER   TO AD-APPT-OUT.
           MOVE DA-SUPPLIER-CODE TO AD-SUPPLIER-OUT.
           MOVE DA-EST-PALLETS   TO AD-PALLETS-OUT.
           MOVE SPACES           TO AD-NAME-OUT.
           IF SUPPLIER-OPEN-WS = "YES"
               MOVE DA-SUPPLIER-CODE TO SUPPLIER-CODE-IN
               READ SUPPLIER-FILE-IN
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO AD-NAME-OUT
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME-IN TO AD-NAME-OUT
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN DA-ARRIVED
                   MOVE "ARRIVED"   TO AD-STATUS-OUT
               WHEN DA-NO-SHOW
                   MOVE "NO-SHOW"   TO AD-STATUS-OUT
               WHEN OTHER
                   MOVE "SCHEDULED" TO AD-STATUS-OUT
           END-EVALUATE.
           WRITE SCHEDULE-REPORT-DATA FROM APPOINTMENT-DETAIL-OUT.

      *==============================================================
      * Every line of the order still waiting on stock, with the
      * notice's quantity and ship date where one came in.
      *==============================================================
       220-LIST-EXPECTED-LINES.
           MOVE ZERO TO PO-LINES-FOUND-WS.
           IF REGISTER-OPEN-WS = "YES"
               MOVE SPACES TO EOF-REGISTER-WS
               MOVE DA-PO-NUMBER (PO-SUB) TO POR-PO-NUMBER
               MOVE LOW-VALUES            TO POR-PART-NUMBER
               START PO-REGISTER-FILE
                       KEY IS NOT LESS THAN POR-PO-LINE-KEY
                   INVALID KEY MOVE "YES" TO EOF-REGISTER-WS
               END-START
               PERFORM UNTIL EOF-REGISTER-WS = "YES"
                   READ PO-REGISTER-FILE NEXT RECORD
                       AT END MOVE "YES" TO EOF-REGISTER-WS
                       NOT AT END
                           IF POR-PO-NUMBER NOT = DA-PO-NUMBER (PO-SUB)
                               MOVE "YES" TO EOF-REGISTER-WS
                           ELSE
                               IF POR-OPEN-LINE OR POR-PARTIAL-LINE
                                   PERFORM 230-WRITE-EXPECTED-LINE
                               END-IF
                           END-IF
               END-PERFORM
           END-IF.
           IF PO-LINES-FOUND-WS = ZERO
               MOVE DA-PO-NUMBER (PO-SUB) TO NL-PO-OUT
               WRITE SCHEDULE-REPORT-DATA FROM NO-LINES-OUT.

       230-WRITE-EXPECTED-LINE.
           ADD 1 TO PO-LINES-FOUND-WS.
           ADD 1 TO LINES-LISTED-WS.
           MOVE POR-PO-NUMBER   TO EL-PO-OUT.
           MOVE POR-PART-NUMBER TO EL-PART-OUT.
           MOVE POR-ORDER-QTY   TO EL-ORDERED-OUT.
           IF POR-RECEIVED-QTY < POR-ORDER-QTY
               COMPUTE OUTSTANDING-QTY-WS =
                   POR-ORDER-QTY - POR-RECEIVED-QTY
           ELSE
               MOVE ZERO TO OUTSTANDING-QTY-WS.
           MOVE OUTSTANDING-QTY-WS TO EL-OUTSTANDING-OUT.
           MOVE ZERO   TO EL-ASN-QTY-OUT.
           MOVE SPACES TO EL-SHIP-DATE-OUT.
           IF EXPECTED-FILE-OPEN-WS = "YES"
               MOVE POR-PO-NUMBER   TO ER-PO-NUMBER
               MOVE POR-PART-NUMBER TO ER-PART-NUMBER
               READ EXPECTED-RECEIPT-FILE
                   NOT INVALID KEY
                       MOVE ER-ASN-QTY    TO EL-ASN-QTY-OUT
                       MOVE ER-SHIP-DATE  TO EL-SHIP-DATE-OUT
               END-READ
           END-IF.
           WRITE SCHEDULE-REPORT-DATA FROM EXPECTED-LINE-OUT.

      *==============================================================
      * The day's totals, catalog the report and close up.
      *==============================================================
       202-TERM-DOCK-SCHEDULE.
           MOVE APPOINTMENTS-WS  TO AT-APPOINTMENTS-OUT.
           MOVE LINES-LISTED-WS  TO AT-LINES-OUT.
           MOVE PALLETS-TOTAL-WS TO AT-PALLETS-OUT.
           WRITE SCHEDULE-REPORT-DATA FROM SCHEDULE-AUDIT-TRAIL-OUT.
           CLOSE SCHEDULE-REPORT-OUT.
           CLOSE DOCK-APPOINTMENT-FILE.
           IF REGISTER-OPEN-WS = "YES"
               CLOSE PO-REGISTER-FILE.
           IF EXPECTED-FILE-OPEN-WS = "YES"
               CLOSE EXPECTED-RECEIPT-FILE.
           IF SUPPLIER-OPEN-WS = "YES"
               CLOSE SUPPLIER-FILE-IN.
           PERFORM 370-CATALOG-REPORT.

       360-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.

      *==============================================================
      * Register the schedule in the report catalog.
      *==============================================================
       370-CATALOG-REPORT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "DOCKRPT"           TO RC-REPORT-NAME.
           MOVE CDT-DATE            TO RC-RUN-DATE.
           MOVE SPACE               TO RC-SCOPE-FLAG.
           MOVE SPACE               TO RC-FORMAT-FLAG.
           MOVE APPOINTMENTS-WS     TO RC-RECORD-COUNT.
           MOVE REPORT-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"                 TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

       end program DOCKRPT.
