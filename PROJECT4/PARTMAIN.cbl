               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT CATEGORY-FILE
               ASSIGN TO "D:\COBOL\CATEGORY.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CATEGORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DELETED-PART-RECORD-OUT.
           05 DP-DELETE-DATE    PIC X(8).
           05 FILLER            PIC X(2).
           05 DP-RECORD-IMAGE   PIC X(200).

       FD  MASTER-AUDIT-FILE.
           COPY "D:\COBOL\MASTER_AUDIT_RECORD.cpy".
       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  CATEGORY-FILE.
           COPY "D:\COBOL\CATEGORY_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 AUDIT-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 LOCATION-FILE-STATUS PIC X(2) VALUE SPACES.
       01 LOC-FILE-OPEN-WS   PIC X(3)  VALUE "NO".
       01 LOCATION-OK-WS     PIC X(3)  VALUE "YES".
       01 CATEGORY-FILE-STATUS PIC X(2) VALUE SPACES.
       01 CAT-FILE-OPEN-WS   PIC X(3)  VALUE "NO".
       01 CATEGORY-OK-WS     PIC X(3)  VALUE "YES".
       01 RETURNABLE-OK-WS   PIC X(3)  VALUE "YES".
       01 KEYED-LOG-OPEN-WS  PIC X(3)  VALUE "NO".
       01 DELETED-DETAIL-WS.
           05 DD-DELETE-DATE    PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DD-RECORD-IMAGE   PIC X(200) VALUE SPACES.
       01 OPERATOR-ID-WS     PIC X(8)  VALUE SPACES.
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".
       01 BEFORE-IMAGE-WS    PIC X(200) VALUE SPACES.
       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE       PIC 9(8).
           05 CDT-TIME       PIC 9(6).
               88 CHANGE-PART   VALUE "C".
               88 DELETE-PART   VALUE "D".
               88 LIST-BY-SUPPLIER VALUE "S".
               88 PART-NOTES    VALUE "N".
       01 ACTION-PROMPT      PIC X(44)
               VALUE "ACTION? (A=ADD C=CHG D=DEL S=SUPPL N=NOTES)".
           COPY "D:\COBOL\NOTE_PARMS.cpy".
       01 SUPPLIER-LOOKUP-WS PIC X(5)  VALUE SPACES.

      *==============================================================
           05 PE-CONSIGN-FLAG   PIC X(1)  VALUE SPACES.
           05 PE-LOT-FLAG       PIC X(1)  VALUE SPACES.
           05 PE-SERIAL-FLAG    PIC X(1)  VALUE SPACES.
           05 PE-WARRANTY-MONTHS PIC 9(3) VALUE ZERO.
           05 PE-CATEGORY-CODE.
               10 PE-CATEGORY     PIC X(3)  VALUE SPACES.
               10 PE-SUB-CATEGORY PIC X(3)  VALUE SPACES.
           05 PE-STORAGE-CLASS  PIC X(2)  VALUE SPACES.
           05 PE-UNIT-CUBE      PIC 9(3)V9(3) VALUE ZERO.
           05 PE-HAZARD-CLASS   PIC X(3)  VALUE SPACES.
           05 PE-SDS-DATE       PIC 9(8)  VALUE ZERO.
           05 PE-RETURNABLE-FLAG PIC X(1) VALUE SPACES.
           05 PE-RENTAL-RATE    PIC 9(4)V99 VALUE ZERO.
           05 PE-COMPANY-CODE   PIC X(2)  VALUE SPACES.


       LINKAGE SECTION.
           05 VALUE "SUPPLIER CODE:"     LINE 13 COL 10.
           05 PE-SUPPLIER-CODE-IN        LINE 13 COL 25
               PIC X(5) TO PE-SUPPLIER-CODE.
           05 VALUE "RETURNABLE (Y/N):"  LINE 14 COL 10.
           05 PE-RETURNABLE-FLAG-IN      LINE 14 COL 28
               PIC X(1) TO PE-RETURNABLE-FLAG.
           05 VALUE "RENTAL PER DAY:"    LINE 14 COL 40.
           05 PE-RENTAL-RATE-IN          LINE 14 COL 55
               PIC 9(4)V99 TO PE-RENTAL-RATE.
           05 VALUE "LOCATION CODE:"     LINE 17 COL 10.
           05 PE-LOCATION-CODE-IN        LINE 17 COL 25
               PIC X(5) TO PE-LOCATION-CODE.
           05 VALUE "COMPANY:"           LINE 17 COL 40.
           05 PE-COMPANY-CODE-IN         LINE 17 COL 55
               PIC X(2) TO PE-COMPANY-CODE.
           05 VALUE "STATUS (A/H/D):"    LINE 18 COL 10.
           05 PE-PART-STATUS-IN          LINE 18 COL 25
               PIC X(1) TO PE-PART-STATUS.
           05 VALUE "SERIAL (Y/N):"      LINE 24 COL 10.
           05 PE-SERIAL-FLAG-IN          LINE 24 COL 28
               PIC X(1) TO PE-SERIAL-FLAG.
           05 VALUE "WARRANTY MOS:"      LINE 18 COL 40.
           05 PE-WARRANTY-MONTHS-IN      LINE 18 COL 55
               PIC 9(3) TO PE-WARRANTY-MONTHS.
           05 VALUE "CATEGORY:"          LINE 19 COL 40.
           05 PE-CATEGORY-IN             LINE 19 COL 55
               PIC X(3) TO PE-CATEGORY.
           05 VALUE "SUB-CATEGORY:"      LINE 20 COL 40.
           05 PE-SUB-CATEGORY-IN         LINE 20 COL 55
               PIC X(3) TO PE-SUB-CATEGORY.
           05 VALUE "STORAGE CLASS:"     LINE 21 COL 40.
           05 PE-STORAGE-CLASS-IN        LINE 21 COL 55
               PIC X(2) TO PE-STORAGE-CLASS.
           05 VALUE "UNIT CUBE:"         LINE 22 COL 40.
           05 PE-UNIT-CUBE-IN            LINE 22 COL 55
               PIC 9(3)V9(3) TO PE-UNIT-CUBE.
           05 VALUE "HAZARD CLASS:"      LINE 23 COL 40.
           05 PE-HAZARD-CLASS-IN         LINE 23 COL 55
               PIC X(3) TO PE-HAZARD-CLASS.
           05 VALUE "SDS DATE:"          LINE 24 COL 40.
           05 PE-SDS-DATE-IN             LINE 24 COL 55
               PIC 9(8) TO PE-SDS-DATE.

      *==============================================================
      * The top level of the program.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO LOC-FILE-OPEN-WS.
           OPEN INPUT CATEGORY-FILE.
           IF CATEGORY-FILE-STATUS = "00"
               MOVE "YES" TO CAT-FILE-OPEN-WS.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
                   PERFORM 312-DELETE-PART-RECORD
               WHEN LIST-BY-SUPPLIER
                   PERFORM 304-LIST-PARTS-BY-SUPPLIER
               WHEN PART-NOTES
                   PERFORM 303-PROMPT-PART-NUMBER
                   PERFORM 316-KEEP-PART-NOTES
               WHEN OTHER
                   DISPLAY "PARTMAIN: INVALID ACTION CODE"
                       LINE 20 COLUMN 10
       202-TERM-MAINTAIN-PART.
           IF LOC-FILE-OPEN-WS = "YES"
               CLOSE LOCATION-FILE.
           IF CAT-FILE-OPEN-WS = "YES"
               CLOSE CATEGORY-FILE.
           CLOSE INVENT-FILE.
           CLOSE MASTER-AUDIT-FILE.
           CLOSE DELETED-PARTS-FILE.
           DISPLAY ACTION-PROMPT
               LINE 15 COLUMN 10.
           ACCEPT ACTION-CODE-WS
               LINE 15 COLUMN 55.

      *==============================================================
      * Display the screen and take the full part entry for an
               MOVE PART-CONSIGN-FLAG TO PE-CONSIGN-FLAG
               MOVE PART-LOT-FLAG  TO PE-LOT-FLAG
               MOVE PART-SERIAL-FLAG TO PE-SERIAL-FLAG
               MOVE PART-WARRANTY-MONTHS TO PE-WARRANTY-MONTHS
               MOVE PART-CATEGORY-CODE TO PE-CATEGORY-CODE
               MOVE PART-STORAGE-CLASS TO PE-STORAGE-CLASS
               MOVE PART-UNIT-CUBE TO PE-UNIT-CUBE
               MOVE PART-HAZARD-CLASS TO PE-HAZARD-CLASS
               MOVE PART-SDS-DATE TO PE-SDS-DATE
               MOVE PART-RETURNABLE-FLAG TO PE-RETURNABLE-FLAG
               MOVE PART-RENTAL-RATE TO PE-RENTAL-RATE
               MOVE PART-COMPANY-CODE TO PE-COMPANY-CODE
               DISPLAY PART-SCREEN
           ELSE
               DISPLAY "PARTMAIN: PART NOT ON FILE"
           PERFORM 333-CHECK-CARRYING-LOCATION.
           IF LOCATION-OK-WS = "NO"
               EXIT PARAGRAPH.
           PERFORM 334-CHECK-PART-CATEGORY.
           IF CATEGORY-OK-WS = "NO"
               EXIT PARAGRAPH.
           PERFORM 335-CHECK-RETURNABLE.
           IF RETURNABLE-OK-WS = "NO"
               EXIT PARAGRAPH.
           MOVE PE-PART-NUMBER    TO PART-NUMBER.
           MOVE PE-PART-NAME      TO PART-NAME.
           MOVE PE-QUANTITY       TO QUANTITY.
           MOVE PE-CONSIGN-FLAG  TO PART-CONSIGN-FLAG.
           MOVE PE-LOT-FLAG      TO PART-LOT-FLAG.
           MOVE PE-SERIAL-FLAG   TO PART-SERIAL-FLAG.
           MOVE PE-WARRANTY-MONTHS TO PART-WARRANTY-MONTHS.
           MOVE PE-CATEGORY-CODE TO PART-CATEGORY-CODE.
           MOVE PE-STORAGE-CLASS TO PART-STORAGE-CLASS.
           MOVE PE-UNIT-CUBE     TO PART-UNIT-CUBE.
           MOVE PE-HAZARD-CLASS  TO PART-HAZARD-CLASS.
           MOVE PE-SDS-DATE      TO PART-SDS-DATE.
           MOVE PE-RETURNABLE-FLAG TO PART-RETURNABLE-FLAG.
           MOVE PE-RENTAL-RATE   TO PART-RENTAL-RATE.
           IF PE-COMPANY-CODE = SPACES
               MOVE "01" TO PART-COMPANY-CODE
           ELSE
               MOVE PE-COMPANY-CODE TO PART-COMPANY-CODE.
           WRITE INVENT-RECORD
               INVALID KEY
                   DISPLAY "PARTMAIN: PART ALREADY ON FILE"
               PERFORM 333-CHECK-CARRYING-LOCATION
               IF LOCATION-OK-WS = "NO"
                   EXIT PARAGRAPH.
           IF STATUS-FIELD = "OK"
               PERFORM 334-CHECK-PART-CATEGORY
               IF CATEGORY-OK-WS = "NO"
                   EXIT PARAGRAPH.
           IF STATUS-FIELD = "OK"
               PERFORM 335-CHECK-RETURNABLE
               IF RETURNABLE-OK-WS = "NO"
                   EXIT PARAGRAPH.
           IF STATUS-FIELD = "OK"
               MOVE PE-PART-NAME      TO PART-NAME
               MOVE PE-UNIT-PRICE     TO UNIT-PRICE
               MOVE PE-CONSIGN-FLAG  TO PART-CONSIGN-FLAG
               MOVE PE-LOT-FLAG      TO PART-LOT-FLAG
               MOVE PE-SERIAL-FLAG   TO PART-SERIAL-FLAG
               MOVE PE-WARRANTY-MONTHS TO PART-WARRANTY-MONTHS
               MOVE PE-CATEGORY-CODE TO PART-CATEGORY-CODE
               MOVE PE-STORAGE-CLASS TO PART-STORAGE-CLASS
               MOVE PE-UNIT-CUBE     TO PART-UNIT-CUBE
               MOVE PE-HAZARD-CLASS  TO PART-HAZARD-CLASS
               MOVE PE-SDS-DATE      TO PART-SDS-DATE
               MOVE PE-RETURNABLE-FLAG TO PART-RETURNABLE-FLAG
               MOVE PE-RENTAL-RATE   TO PART-RENTAL-RATE
               IF PE-COMPANY-CODE = SPACES
                   MOVE "01" TO PART-COMPANY-CODE
               ELSE
                   MOVE PE-COMPANY-CODE TO PART-COMPANY-CODE
               END-IF
               REWRITE INVENT-RECORD
                   INVALID KEY
                       DISPLAY "PARTMAIN: REWRITE FAILED"
                   END-IF
           END-READ.

      *==============================================================
      * A category keyed on the part must be on the category
      * master -- the sub-category, when one is keyed, under the
      * category keyed with it.  A blank category leaves the part
      * unclassified; with no category master yet, anything goes.
      *==============================================================
       334-CHECK-PART-CATEGORY.
           MOVE "YES" TO CATEGORY-OK-WS.
           IF PE-CATEGORY = SPACES AND PE-SUB-CATEGORY NOT = SPACES
               DISPLAY "PARTMAIN: SUB-CATEGORY NEEDS A CATEGORY"
                   LINE 20 COLUMN 10
               MOVE "NO" TO CATEGORY-OK-WS
               EXIT PARAGRAPH.
           IF CAT-FILE-OPEN-WS NOT = "YES"
                   OR PE-CATEGORY = SPACES
               EXIT PARAGRAPH.
           MOVE PE-CATEGORY     TO CT-CATEGORY.
           MOVE PE-SUB-CATEGORY TO CT-SUB-CATEGORY.
           READ CATEGORY-FILE
               INVALID KEY
                   DISPLAY "PARTMAIN: CATEGORY NOT ON MASTER"
                       LINE 20 COLUMN 10
                   MOVE "NO" TO CATEGORY-OK-WS
           END-READ.

      *==============================================================
      * A returnable part is lent unit by unit, so it has to be
      * serialized; a rental rate means nothing on a part that is
      * never lent.
      *==============================================================
       335-CHECK-RETURNABLE.
           MOVE "YES" TO RETURNABLE-OK-WS.
           IF PE-RETURNABLE-FLAG NOT = "Y"
                   AND PE-RETURNABLE-FLAG NOT = "N"
                   AND PE-RETURNABLE-FLAG NOT = SPACE
               DISPLAY "PARTMAIN: RETURNABLE MUST BE Y OR N"
                   LINE 20 COLUMN 10
               MOVE "NO" TO RETURNABLE-OK-WS
               EXIT PARAGRAPH.
           IF PE-RETURNABLE-FLAG = "Y" AND PE-SERIAL-FLAG NOT = "Y"
               DISPLAY "PARTMAIN: RETURNABLE PART MUST BE SERIAL"
                   LINE 20 COLUMN 10
               MOVE "NO" TO RETURNABLE-OK-WS
               EXIT PARAGRAPH.
           IF PE-RETURNABLE-FLAG NOT = "Y"
                   AND PE-RENTAL-RATE NOT = ZERO
               DISPLAY "PARTMAIN: RENTAL RATE ONLY ON RETURNABLES"
                   LINE 20 COLUMN 10
               MOVE "NO" TO RETURNABLE-OK-WS.

      *==============================================================
      * Write the record image to the deleted-parts archive before
      * it goes, stamped with when it went.
               INVALID KEY     MOVE "ER" TO STATUS-FIELD
               NOT INVALID KEY MOVE "OK" TO STATUS-FIELD.

      *==============================================================
      * The part's note lines, kept on the shared note screen
      * under this operator's name.
      *==============================================================
       316-KEEP-PART-NOTES.
           IF STATUS-FIELD = "OK"
               MOVE "P"            TO NP-RECORD-TYPE
               MOVE PE-PART-NUMBER TO NP-RECORD-KEY
               MOVE OPERATOR-ID-WS TO NP-OPERATOR-ID
               CALL ".\NOTEMNT" USING NOTE-PARMS
               CANCEL ".\NOTEMNT".

       end program PARTMAIN.
