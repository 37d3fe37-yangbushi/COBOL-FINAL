       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMAINT as "CATMAINT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE
               ASSIGN TO "D:\COBOL\CATEGORY.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-FILE.
           COPY "D:\COBOL\CATEGORY_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 STATUS-FIELD       PIC X(2)  VALUE SPACES.
       01 ENTRY-FLAG         PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT       PIC X(27)
                       VALUE "ANOTHER ACTION? (Y OR N)".
       01 ACTION-CODE-WS     PIC A(1)  VALUE SPACES.
               88 ADD-CATEGORY    VALUE "A".
               88 DROP-CATEGORY   VALUE "D".
               88 LIST-CATEGORY   VALUE "L".
       01 ACTION-PROMPT      PIC X(40) VALUE
               "ACTION? (A=ADD/CHANGE D=DROP L=LIST)".
       01 OPERATOR-PROMPT    PIC X(13) VALUE "OPERATOR ID: ".
       01 PASSWORD-PROMPT    PIC X(10) VALUE "PASSWORD: ".
           COPY "D:\COBOL\SIGNON_PARMS.cpy".

       01 EOF-CATEGORY-WS    PIC X(3)  VALUE SPACES.
       01 CHILD-FOUND-WS     PIC X(3)  VALUE "NO".
       01 ENTRY-CATEGORY-WS  PIC X(3)  VALUE SPACES.
       01 ENTRY-SUB-WS       PIC X(3)  VALUE SPACES.
       01 ENTRY-DESCRIPTION-WS PIC X(30) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       LINKAGE SECTION.
      *==============================================================
      * The already-verified sign-on handed down by the menu.  Run
      * standalone nothing is passed, the address is null, and the
      * program signs its operator on itself.
      *==============================================================
       01  LINKED-SIGNON-PARMS  PIC X(30).

      *==============================================================
      * The product categories and sub-categories parts are filed
      * under for the category views of the stock, sales and
      * margin reports and for GL mapping by category.
      *==============================================================
       PROCEDURE DIVISION USING LINKED-SIGNON-PARMS.
       100-MAINTAIN-CATEGORIES.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-MAINTAIN-CATEGORY.
           IF STATUS-FIELD NOT = "OK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 201-TAKE-ONE-ACTION
                   UNTIL ENTRY-FLAG = "N"
               PERFORM 202-TERM-MAINTAIN-CATEGORY.

           EXIT PROGRAM.

       200-INIT-MAINTAIN-CATEGORY.
           IF ADDRESS OF LINKED-SIGNON-PARMS NOT = NULL
               MOVE LINKED-SIGNON-PARMS TO SIGNON-PARMS
           ELSE
               DISPLAY OPERATOR-PROMPT
               ACCEPT SP-OPERATOR-ID
               DISPLAY PASSWORD-PROMPT
               ACCEPT SP-PASSWORD
               CALL ".\SIGNON" USING SIGNON-PARMS
               IF SP-SIGNON-OK AND SP-MUST-CHANGE
                   CALL ".\PASSCHG" USING SIGNON-PARMS
                   CANCEL ".\PASSCHG"
                   IF SP-MUST-CHANGE
                       MOVE "ER" TO SP-RESULT
                   END-IF
               END-IF
           END-IF.
           IF NOT SP-SIGNON-OK OR NOT SP-MAY-MAINTAIN
               DISPLAY "CATMAINT: SIGN-ON REFUSED"
               MOVE "ER" TO STATUS-FIELD
               MOVE "N"  TO ENTRY-FLAG
               EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN I-O CATEGORY-FILE.
           IF STATUS-FIELD = "35"
               OPEN OUTPUT CATEGORY-FILE
               CLOSE CATEGORY-FILE
               OPEN I-O CATEGORY-FILE.
           IF STATUS-FIELD = "00" OR STATUS-FIELD = SPACES
               MOVE "OK" TO STATUS-FIELD
           ELSE
               DISPLAY "CATMAINT: CANNOT OPEN CATEGORY FILE "
                   STATUS-FIELD
               MOVE "ER" TO STATUS-FIELD.
           IF STATUS-FIELD = "OK"
               PERFORM 301-PROMPT-ENTRY.

       201-TAKE-ONE-ACTION.
           DISPLAY ACTION-PROMPT.
           ACCEPT ACTION-CODE-WS.
           EVALUATE TRUE
               WHEN ADD-CATEGORY
                   PERFORM 210-ADD-ONE-CATEGORY
               WHEN DROP-CATEGORY
                   PERFORM 230-DROP-ONE-CATEGORY
               WHEN LIST-CATEGORY
                   PERFORM 240-LIST-CATEGORIES
               WHEN OTHER
                   DISPLAY "CATMAINT: INVALID ACTION CODE"
           END-EVALUATE.
           PERFORM 301-PROMPT-ENTRY.

      *==============================================================
      * Key the category, an optional sub-category and the
      * description.  A sub-category may only be added under a
      * category already on file; a code already on file just has
      * its description changed.
      *==============================================================
       210-ADD-ONE-CATEGORY.
           DISPLAY "CATEGORY CODE:".
           ACCEPT ENTRY-CATEGORY-WS.
           IF ENTRY-CATEGORY-WS = SPACES
               DISPLAY "CATMAINT: CATEGORY CODE REQUIRED"
               EXIT PARAGRAPH.
           DISPLAY "SUB-CATEGORY (BLANK FOR THE CATEGORY ITSELF):".
           ACCEPT ENTRY-SUB-WS.
           IF ENTRY-SUB-WS NOT = SPACES
               MOVE ENTRY-CATEGORY-WS TO CT-CATEGORY
               MOVE SPACES            TO CT-SUB-CATEGORY
               READ CATEGORY-FILE
                   INVALID KEY
                       DISPLAY "CATMAINT: ADD THE CATEGORY FIRST"
                       EXIT PARAGRAPH
               END-READ.
           DISPLAY "DESCRIPTION:".
           ACCEPT ENTRY-DESCRIPTION-WS.
           IF ENTRY-DESCRIPTION-WS = SPACES
               DISPLAY "CATMAINT: DESCRIPTION REQUIRED"
               EXIT PARAGRAPH.
           MOVE SPACES               TO CATEGORY-RECORD.
           MOVE ENTRY-CATEGORY-WS    TO CT-CATEGORY.
           MOVE ENTRY-SUB-WS         TO CT-SUB-CATEGORY.
           MOVE ENTRY-DESCRIPTION-WS TO CT-DESCRIPTION.
           MOVE CDT-DATE             TO CT-CHANGED-DATE.
           MOVE SP-OPERATOR-ID       TO CT-OPERATOR-ID.
           WRITE CATEGORY-RECORD
               INVALID KEY
                   REWRITE CATEGORY-RECORD
                       INVALID KEY
                           DISPLAY "CATMAINT: WRITE FAILED"
                       NOT INVALID KEY
                           DISPLAY "CATMAINT: CATEGORY CHANGED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "CATMAINT: CATEGORY ADDED".

      *==============================================================
      * Drop a category or sub-category.  A category that still
      * has sub-categories under it stays until they are dropped,
      * so no sub-category is left without a parent.  Parts
      * already filed under a dropped code keep it and report
      * under it until PARTMAIN moves them.
      *==============================================================
       230-DROP-ONE-CATEGORY.
           DISPLAY "CATEGORY CODE:".
           ACCEPT ENTRY-CATEGORY-WS.
           DISPLAY "SUB-CATEGORY (BLANK FOR THE CATEGORY ITSELF):".
           ACCEPT ENTRY-SUB-WS.
           IF ENTRY-SUB-WS = SPACES
               PERFORM 235-CHECK-FOR-CHILDREN
               IF CHILD-FOUND-WS = "YES"
                   DISPLAY "CATMAINT: DROP ITS SUB-CATEGORIES FIRST"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ENTRY-CATEGORY-WS TO CT-CATEGORY.
           MOVE ENTRY-SUB-WS      TO CT-SUB-CATEGORY.
           READ CATEGORY-FILE
               INVALID KEY
                   DISPLAY "CATMAINT: CATEGORY NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           DELETE CATEGORY-FILE
               INVALID KEY
                   DISPLAY "CATMAINT: DELETE FAILED"
               NOT INVALID KEY
                   DISPLAY "CATMAINT: CATEGORY DROPPED".

      *==============================================================
      * Is there any sub-category on file under the category
      * keyed?  The category's own record sorts first, so the
      * first record past it tells.
      *==============================================================
       235-CHECK-FOR-CHILDREN.
           MOVE "NO" TO CHILD-FOUND-WS.
           MOVE ENTRY-CATEGORY-WS TO CT-CATEGORY.
           MOVE SPACES            TO CT-SUB-CATEGORY.
           START CATEGORY-FILE KEY IS GREATER THAN CT-KEY
               INVALID KEY EXIT PARAGRAPH.
           READ CATEGORY-FILE NEXT RECORD
               AT END EXIT PARAGRAPH.
           IF CT-CATEGORY = ENTRY-CATEGORY-WS
               MOVE "YES" TO CHILD-FOUND-WS.

      *==============================================================
      * The whole category tree, each category followed by its
      * sub-categories indented under it.
      *==============================================================
       240-LIST-CATEGORIES.
           MOVE SPACES TO EOF-CATEGORY-WS.
           MOVE LOW-VALUES TO CT-KEY.
           START CATEGORY-FILE KEY IS NOT LESS THAN CT-KEY
               INVALID KEY MOVE "YES" TO EOF-CATEGORY-WS.
           PERFORM UNTIL EOF-CATEGORY-WS = "YES"
               READ CATEGORY-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CATEGORY-WS
                   NOT AT END
                       IF CT-SUB-CATEGORY = SPACES
                           DISPLAY CT-CATEGORY "      "
                               CT-DESCRIPTION
                       ELSE
                           DISPLAY "   " CT-CATEGORY "/"
                               CT-SUB-CATEGORY " " CT-DESCRIPTION
                       END-IF
           END-PERFORM.

      *==============================================================
      * Ask whether to take another action.
      *==============================================================
       301-PROMPT-ENTRY.
           DISPLAY ENTRY-PROMPT.
           ACCEPT ENTRY-FLAG.

       202-TERM-MAINTAIN-CATEGORY.
           CLOSE CATEGORY-FILE.

       end program CATMAINT.
