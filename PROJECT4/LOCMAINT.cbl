               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS STATUS-FIELD.
           SELECT CUSTOMER-FILE
               ASSIGN TO "D:\COBOL\CUSTOMER.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 CUSTOMER-FILE-STATUS PIC X(2) VALUE SPACES.
       01 CUSTOMER-OPEN-WS   PIC X(3)  VALUE "NO".
       01 SITE-EDIT-WS       PIC X(2)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(28)
                              VALUE "MAINTAIN A LOCATION? (Y/N)".
           05 LE-ZONE           PIC X(3)  VALUE SPACES.
           05 LE-LOCATION-TYPE  PIC X(1)  VALUE "B".
           05 LE-ACTIVE         PIC X(1)  VALUE "Y".
           05 LE-STORAGE-CLASS  PIC X(2)  VALUE SPACES.
           05 LE-CAPACITY-BASIS PIC X(1)  VALUE SPACES.
           05 LE-CAPACITY       PIC 9(7)V99 VALUE ZERO.
           05 LE-HAZARD-CLASSES.
               10 LE-HAZARD-1   PIC X(3)  VALUE SPACES.
               10 LE-HAZARD-2   PIC X(3)  VALUE SPACES.
               10 LE-HAZARD-3   PIC X(3)  VALUE SPACES.
               10 LE-HAZARD-4   PIC X(3)  VALUE SPACES.
               10 LE-HAZARD-5   PIC X(3)  VALUE SPACES.
           05 LE-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 LE-COMPANY-CODE   PIC X(2)  VALUE SPACES.


       LINKAGE SECTION.
           05 VALUE "ZONE:"              LINE 9 COL 10.
           05 LE-ZONE-IN                 LINE 9 COL 30
               PIC X(3) TO LE-ZONE.
           05 VALUE "TYPE (B/R/Q/C):"    LINE 11 COL 10.
           05 LE-LOCATION-TYPE-IN        LINE 11 COL 30
               PIC X(1) TO LE-LOCATION-TYPE.
           05 VALUE "ACTIVE (Y/N):"      LINE 13 COL 10.
           05 LE-ACTIVE-IN               LINE 13 COL 30
               PIC X(1) TO LE-ACTIVE.
           05 VALUE "STORAGE CLASS:"     LINE 3 COL 45.
           05 LE-STORAGE-CLASS-IN        LINE 3 COL 65
               PIC X(2) TO LE-STORAGE-CLASS.
           05 VALUE "CAPACITY (U/C):"    LINE 7 COL 45.
           05 LE-CAPACITY-BASIS-IN       LINE 7 COL 65
               PIC X(1) TO LE-CAPACITY-BASIS.
           05 VALUE "CAPACITY:"          LINE 9 COL 45.
           05 LE-CAPACITY-IN             LINE 9 COL 65
               PIC 9(7)V99 TO LE-CAPACITY.
           05 VALUE "HAZARD CLASSES:"    LINE 11 COL 45.
           05 LE-HAZARD-1-IN             LINE 11 COL 61
               PIC X(3) TO LE-HAZARD-1.
           05 LE-HAZARD-2-IN             LINE 11 COL 65
               PIC X(3) TO LE-HAZARD-2.
           05 LE-HAZARD-3-IN             LINE 11 COL 69
               PIC X(3) TO LE-HAZARD-3.
           05 LE-HAZARD-4-IN             LINE 11 COL 73
               PIC X(3) TO LE-HAZARD-4.
           05 LE-HAZARD-5-IN             LINE 11 COL 77
               PIC X(3) TO LE-HAZARD-5.
           05 VALUE "SITE CUSTOMER:"     LINE 13 COL 45.
           05 LE-CUSTOMER-CODE-IN        LINE 13 COL 65
               PIC X(5) TO LE-CUSTOMER-CODE.
           05 VALUE "COMPANY:"           LINE 5 COL 45.
           05 LE-COMPANY-CODE-IN         LINE 5 COL 65
               PIC X(2) TO LE-COMPANY-CODE.

      *==============================================================
      * The top level of the program.
               DISPLAY "LOCMAINT: CANNOT OPEN LOCATION FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "00"
               MOVE "YES" TO CUSTOMER-OPEN-WS.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

      *==============================================================
       202-TERM-MAINTAIN-LOCATION.
           CLOSE LOCATION-FILE.
           IF CUSTOMER-OPEN-WS = "YES"
               CLOSE CUSTOMER-FILE.

      *==============================================================
      * Ask whether to maintain another location.
               MOVE LO-ZONE          TO LE-ZONE
               MOVE LO-LOCATION-TYPE TO LE-LOCATION-TYPE
               MOVE LO-ACTIVE        TO LE-ACTIVE
               MOVE LO-STORAGE-CLASS TO LE-STORAGE-CLASS
               MOVE LO-CAPACITY-BASIS TO LE-CAPACITY-BASIS
               MOVE LO-CAPACITY      TO LE-CAPACITY
               MOVE LO-HAZARD-CLASSES TO LE-HAZARD-CLASSES
               MOVE LO-CUSTOMER-CODE TO LE-CUSTOMER-CODE
               MOVE LO-COMPANY-CODE  TO LE-COMPANY-CODE
               DISPLAY LOCATION-SCREEN
           ELSE
               DISPLAY "LOCMAINT: LOCATION NOT ON FILE"

      *==============================================================
      * Add a new location -- rejected if already on file, and the
      * type must be one posting understands.  Capacity is counted
      * in units or in cube, or left blank for a bin never
      * measured.
      *==============================================================
       310-ADD-LOCATION-RECORD.
           IF LE-LOCATION-TYPE NOT = "B"
                   AND LE-LOCATION-TYPE NOT = "R"
                   AND LE-LOCATION-TYPE NOT = "Q"
                   AND LE-LOCATION-TYPE NOT = "C"
                   AND LE-LOCATION-TYPE NOT = SPACE
               DISPLAY "LOCMAINT: INVALID TYPE - USE B/R/Q/C"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           PERFORM 340-EDIT-CUSTOMER-SITE.
           IF SITE-EDIT-WS NOT = "OK"
               EXIT PARAGRAPH.
           IF LE-CAPACITY-BASIS NOT = "U"
                   AND LE-CAPACITY-BASIS NOT = "C"
                   AND LE-CAPACITY-BASIS NOT = SPACE
               DISPLAY "LOCMAINT: INVALID CAPACITY - USE U/C"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           MOVE LE-LOCATION-CODE TO LO-LOCATION-CODE.
      *==============================================================
       311-CHANGE-LOCATION-RECORD.
           IF STATUS-FIELD = "OK"
               PERFORM 340-EDIT-CUSTOMER-SITE.
           IF STATUS-FIELD = "OK" AND SITE-EDIT-WS = "OK"
               PERFORM 330-MOVE-ENTRY-TO-RECORD
               REWRITE LOCATION-RECORD
                   INVALID KEY
           ELSE
               MOVE LE-LOCATION-TYPE TO LO-LOCATION-TYPE.
           MOVE LE-ACTIVE        TO LO-ACTIVE.
           MOVE LE-STORAGE-CLASS TO LO-STORAGE-CLASS.
           MOVE LE-CAPACITY-BASIS TO LO-CAPACITY-BASIS.
           IF LE-CAPACITY-BASIS = SPACE
               MOVE ZERO TO LO-CAPACITY
           ELSE
               MOVE LE-CAPACITY TO LO-CAPACITY.
           MOVE LE-HAZARD-CLASSES TO LO-HAZARD-CLASSES.
           IF LE-LOCATION-TYPE = "C"
               MOVE LE-CUSTOMER-CODE TO LO-CUSTOMER-CODE
           ELSE
               MOVE SPACES TO LO-CUSTOMER-CODE.
           IF LE-COMPANY-CODE = SPACES
               MOVE "01" TO LO-COMPANY-CODE
           ELSE
               MOVE LE-COMPANY-CODE TO LO-COMPANY-CODE.

      *==============================================================
      * A customer site must name the customer whose crib it is,
      * and that customer must be on file -- usage reported from
      * the site is billed to them.
      *==============================================================
       340-EDIT-CUSTOMER-SITE.
           MOVE "OK" TO SITE-EDIT-WS.
           IF LE-LOCATION-TYPE NOT = "C"
               EXIT PARAGRAPH.
           IF LE-CUSTOMER-CODE = SPACES
               DISPLAY "LOCMAINT: CUSTOMER SITE NEEDS A CUSTOMER"
                   LINE 20 COLUMN 10
               MOVE "ER" TO SITE-EDIT-WS
               EXIT PARAGRAPH.
           IF CUSTOMER-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE LE-CUSTOMER-CODE TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "LOCMAINT: SITE CUSTOMER NOT ON FILE"
                       LINE 20 COLUMN 10
                   MOVE "ER" TO SITE-EDIT-WS
           END-READ.

      *==============================================================
      * Read the location keyed by LE-LOCATION-CODE.
