       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABELPRT as "LABELPRT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PART-NUMBER
               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS STATUS-FIELD.
           SELECT LABEL-SORT-FILE
               ASSIGN TO "D:\COBOL\LABELSRT.TMP".
           SELECT LABEL-PRINT-OUT
               ASSIGN TO LABEL-FILE-NAME-WS
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
       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

      *==============================================================
      * One record per label, sorted building, zone, location and
      * part so the labels come off the printer in the order the
      * warehouse is walked to hang them.
      *==============================================================
       SD  LABEL-SORT-FILE.
       01  LABEL-SORT-RECORD.
           05 LS-BUILDING        PIC X(3).
           05 LS-ZONE            PIC X(3).
           05 LS-LOCATION-CODE   PIC X(5).
           05 LS-PART-NUMBER     PIC X(7).
           05 LS-DESCRIPTION     PIC X(30).
           05 LS-STORAGE-CLASS   PIC X(2).
           05 LS-PACK-QTY        PIC 9(3).

       FD  LABEL-PRINT-OUT.
           COPY "D:\COBOL\LABEL_PRINT_RECORD.cpy".

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-LOCATION-WS       PIC X(3)  VALUE SPACES.
       01 EOF-INVENT-WS         PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(35)
                       VALUE "PRINT ANOTHER LABEL RUN? (Y OR N)".
       01 LABEL-TYPE-WS         PIC X(1)  VALUE SPACES.
               88 BIN-LABELS    VALUE "B".
               88 SHELF-LABELS  VALUE "S".
       01 LABEL-TYPE-PROMPT     PIC X(35)
                       VALUE "LABEL TYPE? (B=BIN S=SHELF)".
       01 SELECT-BUILDING-WS    PIC X(3)  VALUE SPACES.
       01 SELECT-ZONE-WS        PIC X(3)  VALUE SPACES.
       01 LABELS-WRITTEN-WS     PIC 9(6)  VALUE ZERO.
       01 LABEL-FILE-NAME-WS    PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

      *==============================================================
      * The text lines of the two labels, built in place and moved
      * to the label record whole.
      *==============================================================
       01 BIN-LINE-1-WS.
           05 FILLER            PIC X(4)  VALUE "BIN ".
           05 BL-LOCATION-WS    PIC X(5)  VALUE SPACES.
       01 BIN-LINE-3-WS.
           05 FILLER            PIC X(5)  VALUE "BLDG ".
           05 BL-BUILDING-WS    PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "  ZONE ".
           05 BL-ZONE-WS        PIC X(3)  VALUE SPACES.
       01 BIN-LINE-4-WS.
           05 FILLER            PIC X(6)  VALUE "CLASS ".
           05 BL-CLASS-WS       PIC X(2)  VALUE SPACES.

       01 SHELF-LINE-1-WS.
           05 SL-PART-NUMBER-WS PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "  PACK ".
           05 SL-PACK-WS        PIC ZZ9   VALUE ZERO.
       01 SHELF-LINE-3-WS.
           05 FILLER            PIC X(9)  VALUE "HOME LOC ".
           05 SL-LOCATION-WS    PIC X(5)  VALUE SPACES.

      *==============================================================
      * Bin labels for the location master and shelf labels for
      * the parts, for one building or zone (or the whole site) at
      * a time, written as the thermal printer's label file and
      * catalogued like the dated reports.
      *==============================================================
       PROCEDURE DIVISION.
       100-PRINT-LABEL-FILES.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-LABEL-PRINT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-PRINT-ONE-LABEL-RUN
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-LABEL-PRINT.
           EXIT PROGRAM.

      *==============================================================
      * Date the run from the business date and open the location
      * master and the part master.
      *==============================================================
       200-INIT-LABEL-PRINT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS NOT = "00"
               DISPLAY "LABELPRT: BAD OPEN LOCMAST "
                   LOCATION-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "LABELPRT: BAD OPEN INVENT6 " STATUS-FIELD
               CLOSE LOCATION-FILE
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           MOVE "Y" TO ENTRY-FLAG.

      *==============================================================
      * Take the label type and the building and zone wanted (blank
      * for all), sort the labels into walking order and write them
      * to the dated label file.
      *==============================================================
       201-PRINT-ONE-LABEL-RUN.
           DISPLAY LABEL-TYPE-PROMPT.
           ACCEPT LABEL-TYPE-WS.
           IF NOT BIN-LABELS AND NOT SHELF-LABELS
               DISPLAY "LABELPRT: LABEL TYPE MUST BE B OR S"
               PERFORM 301-PROMPT-ENTRY
               EXIT PARAGRAPH.
           DISPLAY "BUILDING (BLANK FOR ALL):".
           ACCEPT SELECT-BUILDING-WS.
           DISPLAY "ZONE (BLANK FOR ALL):".
           ACCEPT SELECT-ZONE-WS.
           MOVE ZERO TO LABELS-WRITTEN-WS.
           MOVE SPACES TO LABEL-FILE-NAME-WS.
           IF BIN-LABELS
               STRING "D:\COBOL\BINLBL_" DELIMITED BY SIZE
                      CDT-DATE           DELIMITED BY SIZE
                      ".TXT"             DELIMITED BY SIZE
                   INTO LABEL-FILE-NAME-WS
           ELSE
               STRING "D:\COBOL\SHFLBL_" DELIMITED BY SIZE
                      CDT-DATE           DELIMITED BY SIZE
                      ".TXT"             DELIMITED BY SIZE
                   INTO LABEL-FILE-NAME-WS.
           OPEN OUTPUT LABEL-PRINT-OUT.
           SORT LABEL-SORT-FILE
               ON ASCENDING KEY LS-BUILDING LS-ZONE
                                LS-LOCATION-CODE LS-PART-NUMBER
               INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
               OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE.
           CLOSE LABEL-PRINT-OUT.
           PERFORM 230-CATALOG-LABEL-FILE.
           DISPLAY "LABELPRT: " LABELS-WRITTEN-WS " LABELS TO "
               LABEL-FILE-NAME-WS.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Feed the sort from the location master for bin labels,
      * from the part master for shelf labels.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           IF BIN-LABELS
               PERFORM 410-RELEASE-BIN-LABELS
           ELSE
               PERFORM 420-RELEASE-SHELF-LABELS.

      *==============================================================
      * Every active location in the building and zone asked for
      * gets a label -- the dock and quarantine too, since they
      * are scanned like any bin; a customer's crib is not ours to
      * label.
      *==============================================================
       410-RELEASE-BIN-LABELS.
           MOVE SPACES TO EOF-LOCATION-WS.
           MOVE LOW-VALUES TO LO-LOCATION-CODE.
           START LOCATION-FILE KEY IS NOT LESS THAN LO-LOCATION-CODE
               INVALID KEY MOVE "YES" TO EOF-LOCATION-WS.
           PERFORM UNTIL EOF-LOCATION-WS = "YES"
               READ LOCATION-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOCATION-WS
                   NOT AT END
                       IF LO-IS-ACTIVE
                          AND NOT LO-CUSTOMER-SITE-TYPE
                           PERFORM 411-RELEASE-ONE-BIN
                       END-IF
               END-READ
           END-PERFORM.

       411-RELEASE-ONE-BIN.
           IF SELECT-BUILDING-WS NOT = SPACES
                   AND LO-BUILDING NOT = SELECT-BUILDING-WS
               EXIT PARAGRAPH.
           IF SELECT-ZONE-WS NOT = SPACES
                   AND LO-ZONE NOT = SELECT-ZONE-WS
               EXIT PARAGRAPH.
           MOVE LO-BUILDING      TO LS-BUILDING.
           MOVE LO-ZONE          TO LS-ZONE.
           MOVE LO-LOCATION-CODE TO LS-LOCATION-CODE.
           MOVE SPACES           TO LS-PART-NUMBER.
           MOVE LO-DESCRIPTION   TO LS-DESCRIPTION.
           MOVE LO-STORAGE-CLASS TO LS-STORAGE-CLASS.
           MOVE ZERO             TO LS-PACK-QTY.
           RELEASE LABEL-SORT-RECORD.

      *==============================================================
      * Every part not discontinued gets a shelf label, placed by
      * the building and zone of its home location.  A part with
      * no home location, or one not on the location master, sorts
      * to the front under a blank building and is left out when
      * a building or zone is asked for.
      *==============================================================
       420-RELEASE-SHELF-LABELS.
           MOVE SPACES TO EOF-INVENT-WS.
           PERFORM UNTIL EOF-INVENT-WS = "YES"
               READ INVENT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-INVENT-WS
                   NOT AT END
                       IF NOT PART-DISCONTINUED
                           PERFORM 421-RELEASE-ONE-PART
                       END-IF
               END-READ
           END-PERFORM.

       421-RELEASE-ONE-PART.
           MOVE SPACES TO LS-BUILDING.
           MOVE SPACES TO LS-ZONE.
           IF LOCATION-CODE NOT = SPACES
               MOVE LOCATION-CODE TO LO-LOCATION-CODE
               READ LOCATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LO-BUILDING TO LS-BUILDING
                       MOVE LO-ZONE     TO LS-ZONE
               END-READ
           END-IF.
           IF SELECT-BUILDING-WS NOT = SPACES
                   AND LS-BUILDING NOT = SELECT-BUILDING-WS
               EXIT PARAGRAPH.
           IF SELECT-ZONE-WS NOT = SPACES
                   AND LS-ZONE NOT = SELECT-ZONE-WS
               EXIT PARAGRAPH.
           MOVE LOCATION-CODE TO LS-LOCATION-CODE.
           MOVE PART-NUMBER   TO LS-PART-NUMBER.
           MOVE PART-NAME     TO LS-DESCRIPTION.
           MOVE SPACES        TO LS-STORAGE-CLASS.
           MOVE PACK-QTY      TO LS-PACK-QTY.
           RELEASE LABEL-SORT-RECORD.

      *==============================================================
      * Write one label per sorted record.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN LABEL-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               IF BIN-LABELS
                   PERFORM 430-WRITE-BIN-LABEL
               ELSE
                   PERFORM 440-WRITE-SHELF-LABEL
               END-IF
               RETURN LABEL-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.

      *==============================================================
      * A bin label: the location as the bar code, then the
      * location, what it is, where it is and what it is fitted
      * out for.
      *==============================================================
       430-WRITE-BIN-LABEL.
           MOVE SPACES           TO LABEL-PRINT-RECORD.
           MOVE "BIN "           TO LB-FORMAT-ID.
           MOVE 1                TO LB-COPIES.
           MOVE LS-LOCATION-CODE TO LB-BAR-CODE.
           MOVE LS-LOCATION-CODE TO BL-LOCATION-WS.
           MOVE BIN-LINE-1-WS    TO LB-TEXT-LINE (1).
           MOVE LS-DESCRIPTION   TO LB-TEXT-LINE (2).
           MOVE LS-BUILDING      TO BL-BUILDING-WS.
           MOVE LS-ZONE          TO BL-ZONE-WS.
           MOVE BIN-LINE-3-WS    TO LB-TEXT-LINE (3).
           IF LS-STORAGE-CLASS NOT = SPACES
               MOVE LS-STORAGE-CLASS TO BL-CLASS-WS
               MOVE BIN-LINE-4-WS    TO LB-TEXT-LINE (4).
           WRITE LABEL-PRINT-RECORD.
           ADD 1 TO LABELS-WRITTEN-WS.

      *==============================================================
      * A shelf label: the part as the bar code, then the part and
      * its pack, its name, and the home location it lives in.
      *==============================================================
       440-WRITE-SHELF-LABEL.
           MOVE SPACES           TO LABEL-PRINT-RECORD.
           MOVE "SHLF"           TO LB-FORMAT-ID.
           MOVE 1                TO LB-COPIES.
           MOVE LS-PART-NUMBER   TO LB-BAR-CODE.
           MOVE LS-PART-NUMBER   TO SL-PART-NUMBER-WS.
           MOVE LS-PACK-QTY      TO SL-PACK-WS.
           MOVE SHELF-LINE-1-WS  TO LB-TEXT-LINE (1).
           MOVE LS-DESCRIPTION   TO LB-TEXT-LINE (2).
           MOVE LS-LOCATION-CODE TO SL-LOCATION-WS.
           MOVE SHELF-LINE-3-WS  TO LB-TEXT-LINE (3).
           IF LS-BUILDING NOT = SPACES
               MOVE LS-BUILDING      TO BL-BUILDING-WS
               MOVE LS-ZONE          TO BL-ZONE-WS
               MOVE BIN-LINE-3-WS    TO LB-TEXT-LINE (4).
           WRITE LABEL-PRINT-RECORD.
           ADD 1 TO LABELS-WRITTEN-WS.

      *==============================================================
      * Register the label file in the report catalog the way the
      * dated reports are registered.
      *==============================================================
       230-CATALOG-LABEL-FILE.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           IF BIN-LABELS
               MOVE "BINLABEL"   TO RC-REPORT-NAME
           ELSE
               MOVE "SHELFLABEL" TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE LABELS-WRITTEN-WS  TO RC-RECORD-COUNT.
           MOVE LABEL-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Ask whether to print another run of labels.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

      *==============================================================
      * Close the masters.
      *==============================================================
       202-TERM-LABEL-PRINT.
           CLOSE LOCATION-FILE.
           CLOSE INVENT-FILE.

       end program LABELPRT.
