
       SCREEN SECTION.
       01 MAP-SCREEN.
           05 VALUE "TYPE (M/R/C/J/K):"  LINE 3 COL 10.
           05 ME-MAP-TYPE-IN             LINE 3 COL 30
               PIC X(1) TO ME-MAP-TYPE.
           05 VALUE "ROLE/REASON CODE:"  LINE 5 COL 10.
           05 ME-MAP-CODE-IN             LINE 5 COL 30
               PIC X(3) TO ME-MAP-CODE.
           05 VALUE "LOCATION/CATEGORY:" LINE 7 COL 10.
           05 ME-LOCATION-IN             LINE 7 COL 30
               PIC X(5) TO ME-LOCATION.
           05 VALUE "ACCOUNT:"           LINE 9 COL 10.
      * record is read and shown before anything is keyed over it.
      *==============================================================
       303-PROMPT-MAP-KEY.
           DISPLAY "TYPE (M/R/C/J/K):" LINE 3 COLUMN 10.
           ACCEPT ME-MAP-TYPE      LINE 3 COLUMN 30.
           DISPLAY "CODE:"         LINE 5 COLUMN 10.
           ACCEPT ME-MAP-CODE      LINE 5 COLUMN 30.
           DISPLAY "LOC/CATEGORY:" LINE 7 COLUMN 10.
           ACCEPT ME-LOCATION      LINE 7 COLUMN 30.
           PERFORM 320-READ-MAP-RECORD.
           IF STATUS-FIELD = "OK"

      *==============================================================
      * Add a new mapping -- the type must be one the journal
      * understands, and a duplicate key is rejected.  A category
      * mapping only means anything for the inventory and cost of
      * goods roles, and must name the category it is for.  A job
      * cost center mapping is for the WIP or EXP role and must
      * name its cost center.  A company mapping must name its
      * company.
      *==============================================================
       310-ADD-MAP-RECORD.
           IF ME-MAP-TYPE NOT = "M" AND ME-MAP-TYPE NOT = "R"
                   AND ME-MAP-TYPE NOT = "C"
                   AND ME-MAP-TYPE NOT = "J"
                   AND ME-MAP-TYPE NOT = "K"
               DISPLAY "GLMMAINT: TYPE MUST BE M, R, C, J OR K"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           IF ME-MAP-TYPE = "K" AND ME-LOCATION = SPACES
               DISPLAY "GLMMAINT: COMPANY REQUIRED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           IF ME-MAP-TYPE = "J"
                   AND ME-MAP-CODE NOT = "WIP"
                   AND ME-MAP-CODE NOT = "EXP"
               DISPLAY "GLMMAINT: JOB MAPS WIP OR EXP ONLY"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           IF ME-MAP-TYPE = "J" AND ME-LOCATION = SPACES
               DISPLAY "GLMMAINT: COST CENTER REQUIRED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           IF ME-MAP-TYPE = "C"
                   AND ME-MAP-CODE NOT = "INV"
                   AND ME-MAP-CODE NOT = "COG"
               DISPLAY "GLMMAINT: CATEGORY MAPS INV OR COG ONLY"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           IF ME-MAP-TYPE = "C" AND ME-LOCATION = SPACES
               DISPLAY "GLMMAINT: CATEGORY REQUIRED"
                   LINE 20 COLUMN 10
               EXIT PARAGRAPH.
           IF ME-ACCOUNT = SPACES
