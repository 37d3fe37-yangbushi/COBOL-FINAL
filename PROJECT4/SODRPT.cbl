       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT as "SODRPT".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFLICT-RULE-FILE
               ASSIGN TO "D:\COBOL\SODRULES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFLICT-RULE-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "D:\COBOL\OPERATOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT PO-REGISTER-FILE
               ASSIGN TO "D:\COBOL\POREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POR-PO-LINE-KEY
               ALTERNATE RECORD KEY IS POR-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS PO-REGISTER-STATUS.
           SELECT MASTER-AUDIT-FILE
               ASSIGN TO "D:\COBOL\MSTAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT TRANS-LOG-KEYED-FILE
               ASSIGN TO "D:\COBOL\TRANSLOGK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TLK-KEY
               FILE STATUS IS KEYED-LOG-STATUS.
           SELECT APPROVAL-LOG-FILE
               ASSIGN TO "D:\COBOL\APPRLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-LOG-STATUS.
           SELECT PENDING-ADJ-FILE
               ASSIGN TO "D:\COBOL\PENDADJ.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-PENDING-NUMBER
               FILE STATUS IS PENDING-ADJ-STATUS.
           SELECT EVIDENCE-SORT-FILE
               ASSIGN TO "D:\COBOL\SODSRT.TMP".
           SELECT CONFLICT-REPORT-OUT
               ASSIGN TO CONFLICT-REPORT-NAME-WS
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
       FD  CONFLICT-RULE-FILE.
           COPY "D:\COBOL\CONFLICT_RULE_RECORD.cpy".

       FD  OPERATOR-FILE.
           COPY "D:\COBOL\OPERATOR_RECORD.cpy".

       FD  PO-REGISTER-FILE.
           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

       FD  MASTER-AUDIT-FILE.
           COPY "D:\COBOL\MASTER_AUDIT_RECORD.cpy".

       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

      *==============================================================
      * The approval queue's decision log, laid out as the
      * approval program writes it.
      *==============================================================
       FD  APPROVAL-LOG-FILE.
       01  APPROVAL-LOG-RECORD.
           05 AL-DATE           PIC X(8).
           05 FILLER            PIC X(1).
           05 AL-TIME           PIC X(6).
           05 FILLER            PIC X(1).
           05 AL-PENDING-NUMBER PIC 9(6).
           05 FILLER            PIC X(1).
           05 AL-ACTION         PIC X(8).
           05 FILLER            PIC X(1).
           05 AL-APPROVER-ID    PIC X(8).
           05 FILLER            PIC X(10).

       FD  PENDING-ADJ-FILE.
           COPY "D:\COBOL\PENDING_ADJ_RECORD.cpy".

      *==============================================================
      * One record per thing an operator is on record as having
      * done to a document: the document (a PO line, a posting
      * that was later reversed, an item released from the
      * approval queue), who, and which function it was.
      *==============================================================
       SD  EVIDENCE-SORT-FILE.
       01  EVIDENCE-SORT-RECORD.
           05 EV-DOCUMENT        PIC X(26).
           05 EV-OPERATOR-ID     PIC X(8).
           05 EV-FUNCTION        PIC X(8).

       FD  CONFLICT-REPORT-OUT.
       01  CONFLICT-REPORT-DATA PIC X(110).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD  PIC 9(8).

       FD  REPORT-CATALOG-FILE.
           COPY "D:\COBOL\REPORT_CATALOG_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 CONFLICT-RULE-STATUS  PIC X(2)  VALUE SPACES.
       01 OPERATOR-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 PO-REGISTER-STATUS    PIC X(2)  VALUE SPACES.
       01 AUDIT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 APPROVAL-LOG-STATUS   PIC X(2)  VALUE SPACES.
       01 PENDING-ADJ-STATUS    PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 PENDING-OPEN-WS       PIC X(3)  VALUE "NO".
       01 EOF-RULE-WS           PIC X(3)  VALUE SPACES.
       01 EOF-OPERATOR-WS       PIC X(3)  VALUE SPACES.
       01 EOF-REGISTER-WS       PIC X(3)  VALUE SPACES.
       01 EOF-AUDIT-WS          PIC X(3)  VALUE SPACES.
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.
       01 EOF-APPROVAL-WS       PIC X(3)  VALUE SPACES.
       01 EOF-SORT-WS           PIC X(3)  VALUE SPACES.
       01 FIRST-RECORD-WS       PIC X(3)  VALUE "YES".
       01 CONFLICT-REPORT-NAME-WS PIC X(40) VALUE SPACES.

      *==============================================================
      * The conflict rules, from SODRULES.TXT, or the built-in set
      * for a shop that has never written one.
      *==============================================================
       01 RULE-COUNT-WS         PIC 9(3)  VALUE ZERO.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 50 TIMES.
               10 RT-FUNCTION-1  PIC X(8).
               10 RT-FUNCTION-2  PIC X(8).
               10 RT-DESCRIPTION PIC X(40).
       01 RULE-SUB              PIC 9(3)  VALUE ZERO.

      *==============================================================
      * Whether the operator being checked holds the authority a
      * function needs.
      *==============================================================
       01 FUNCTION-WS           PIC X(8)  VALUE SPACES.
       01 FUNCTION-PARTS-WS REDEFINES FUNCTION-WS.
           05 FUNCTION-PREFIX-WS PIC X(5).
           05 FUNCTION-CODE-WS   PIC X(1).
           05 FILLER             PIC X(2).
       01 HOLDS-FUNCTION-WS     PIC X(3)  VALUE SPACES.
       01 HOLDS-FIRST-WS        PIC X(3)  VALUE SPACES.
       01 AUTH-CODE-COUNT-WS    PIC 9(2)  VALUE ZERO.

      *==============================================================
      * Who added or changed each supplier on the master -- the
      * supplier side of every PO line raised with that supplier.
      *==============================================================
       01 SUPPLIER-HAND-COUNT-WS PIC 9(4) VALUE ZERO.
       01 SUPPLIER-HAND-TABLE.
           05 SUPPLIER-HAND-ENTRY OCCURS 500 TIMES.
               10 SHE-SUPPLIER-CODE PIC X(5).
               10 SHE-OPERATOR-ID   PIC X(8).
       01 HAND-SUB              PIC 9(4)  VALUE ZERO.
       01 HAND-FOUND-WS         PIC X(3)  VALUE SPACES.

      *==============================================================
      * The last keyed-log entry read for the part being scanned --
      * a reversal undoes the part's entry just before it.
      *==============================================================
       01 PREV-ENTRY-PART-WS    PIC X(7)  VALUE SPACES.
       01 PREV-ENTRY-SEQ-WS     PIC 9(9)  VALUE ZERO.
       01 PREV-ENTRY-CODE-WS    PIC X(1)  VALUE SPACES.
       01 PREV-ENTRY-OPERATOR-WS PIC X(8) VALUE SPACES.

      *==============================================================
      * The functions one operator is on record for against the
      * document being printed.
      *==============================================================
       01 PREV-DOCUMENT-WS      PIC X(26) VALUE SPACES.
       01 PREV-OPERATOR-WS      PIC X(8)  VALUE SPACES.
       01 DONE-COUNT-WS         PIC 9(2)  VALUE ZERO.
       01 DONE-TABLE.
           05 DONE-FUNCTION     PIC X(8) OCCURS 20 TIMES.
       01 DONE-SUB              PIC 9(2)  VALUE ZERO.
       01 DONE-FIRST-WS         PIC X(3)  VALUE SPACES.
       01 DONE-SECOND-WS        PIC X(3)  VALUE SPACES.

       01 OPERATORS-CHECKED-WS  PIC 9(5)  VALUE ZERO.
       01 AUTHORITY-CONFLICTS-WS PIC 9(6) VALUE ZERO.
       01 EVIDENCE-RELEASED-WS  PIC 9(7)  VALUE ZERO.
       01 DOCUMENT-CONFLICTS-WS PIC 9(6)  VALUE ZERO.

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
           05 FILLER            PIC X(13).

       01 CONFLICT-TITLE-OUT.
           05 FILLER PIC X(40)
                   VALUE "SEGREGATION OF DUTIES CONFLICTS - RUN ".
           05 CT-DATE-OUT       PIC X(8)   VALUE SPACES.
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "RULES: ".
           05 CT-RULES-OUT      PIC ZZ9    VALUE ZERO.

       01 AUTHORITY-HEADING-OUT.
           05 FILLER PIC X(60) VALUE
               "OPERATORS AUTHORIZED FOR BOTH SIDES OF A CONFLICT".

       01 AUTHORITY-COLUMN-NAME.
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(10) VALUE "FUNCTION".
           05 FILLER PIC X(10) VALUE "FUNCTION".
           05 FILLER PIC X(40) VALUE "CONFLICT".

       01 AUTHORITY-DETAIL-OUT.
           05 AD-OPERATOR-OUT   PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-NAME-OUT       PIC X(20)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-FUNCTION-1-OUT PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-FUNCTION-2-OUT PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 AD-DESCRIPTION-OUT PIC X(40) VALUE SPACES.

       01 EVIDENCE-HEADING-OUT.
           05 FILLER PIC X(60) VALUE
               "DOCUMENTS WHERE ONE OPERATOR DID BOTH SIDES".

       01 EVIDENCE-COLUMN-NAME.
           05 FILLER PIC X(28) VALUE "DOCUMENT".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(10) VALUE "FUNCTION".
           05 FILLER PIC X(10) VALUE "FUNCTION".
           05 FILLER PIC X(40) VALUE "CONFLICT".

       01 EVIDENCE-DETAIL-OUT.
           05 ED-DOCUMENT-OUT   PIC X(26)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-OPERATOR-OUT   PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-FUNCTION-1-OUT PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-FUNCTION-2-OUT PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ED-DESCRIPTION-OUT PIC X(40) VALUE SPACES.

       01 SECTION-TOTAL-OUT.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 ST-LABEL-OUT      PIC X(30)  VALUE SPACES.
           05 ST-COUNT-OUT      PIC ZZZ,ZZ9 VALUE ZERO.

      *==============================================================
      * For the internal and external auditors: which operators
      * hold authorities that should be kept apart -- checked
      * against the conflict rules -- and the documents where one
      * operator actually did both halves of a conflicting pair:
      * set up the supplier and raised the PO, raised it and
      * received it, received it and cleared the invoice, posted
      * a sale and reversed it, keyed an adjustment and approved
      * it.  The evidence comes from the PO register's who-did-
      * what stamps, the master-change audit trail, the keyed
      * transaction log and the approval log, so it reaches back
      * as far as those files do.
      *==============================================================
       PROCEDURE DIVISION.
       100-CREATE-CONFLICT-REPORT.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-INIT-CONFLICT-REPORT.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 300-CHECK-OPERATOR-AUTHORITY
               WRITE CONFLICT-REPORT-DATA FROM EVIDENCE-HEADING-OUT
               WRITE CONFLICT-REPORT-DATA FROM EVIDENCE-COLUMN-NAME
               SORT EVIDENCE-SORT-FILE
                   ON ASCENDING KEY EV-DOCUMENT EV-OPERATOR-ID
                                    EV-FUNCTION
                   INPUT PROCEDURE 400-SORT-INPUT-PROCEDURE
                   OUTPUT PROCEDURE 400-SORT-OUTPUT-PROCEDURE
               PERFORM 202-TERM-CONFLICT-REPORT.
           EXIT PROGRAM.

      *==============================================================
      * Load the rules, open the operator master and start the
      * dated report.
      *==============================================================
       200-INIT-CONFLICT-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END MOVE BUSINESS-DATE-RECORD
                       TO CDT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE.
           PERFORM 210-LOAD-CONFLICT-RULES.
           IF OPEN-ERROR-FLAG = "YES"
               EXIT PARAGRAPH.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "SODRPT: BAD OPEN OPERATOR "
                   OPERATOR-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           STRING "D:\COBOL\SODRPT_" DELIMITED BY SIZE
                  CDT-DATE           DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
               INTO CONFLICT-REPORT-NAME-WS.
           OPEN OUTPUT CONFLICT-REPORT-OUT.
           MOVE CDT-DATE      TO CT-DATE-OUT.
           MOVE RULE-COUNT-WS TO CT-RULES-OUT.
           WRITE CONFLICT-REPORT-DATA FROM CONFLICT-TITLE-OUT.
           MOVE SPACES TO CONFLICT-REPORT-DATA.
           WRITE CONFLICT-REPORT-DATA.

      *==============================================================
      * With no rules file the built-in set is used.  A rules file
      * with more lines than the table holds stops the report
      * rather than quietly checking only some of them.
      *==============================================================
       210-LOAD-CONFLICT-RULES.
           MOVE ZERO   TO RULE-COUNT-WS.
           MOVE SPACES TO EOF-RULE-WS.
           OPEN INPUT CONFLICT-RULE-FILE.
           IF CONFLICT-RULE-STATUS = "35"
               PERFORM 215-LOAD-DEFAULT-RULES
               EXIT PARAGRAPH.
           IF CONFLICT-RULE-STATUS NOT = "00"
               DISPLAY "SODRPT: BAD OPEN SODRULES "
                   CONFLICT-RULE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           PERFORM UNTIL EOF-RULE-WS = "YES"
               READ CONFLICT-RULE-FILE
                   AT END MOVE "YES" TO EOF-RULE-WS
                   NOT AT END
                       IF CR-FUNCTION-1 NOT = SPACES
                          AND CR-FUNCTION-1 (1:1) NOT = "*"
                           PERFORM 211-ADD-RULE-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFLICT-RULE-FILE.

       211-ADD-RULE-TO-TABLE.
           IF RULE-COUNT-WS NOT < 50
               DISPLAY "SODRPT: MORE THAN 50 RULES IN SODRULES"
               MOVE "YES" TO OPEN-ERROR-FLAG
               MOVE "YES" TO EOF-RULE-WS
               EXIT PARAGRAPH.
           ADD 1 TO RULE-COUNT-WS.
           MOVE CR-FUNCTION-1  TO RT-FUNCTION-1 (RULE-COUNT-WS).
           MOVE CR-FUNCTION-2  TO RT-FUNCTION-2 (RULE-COUNT-WS).
           MOVE CR-DESCRIPTION TO RT-DESCRIPTION (RULE-COUNT-WS).

      *==============================================================
      * The purchasing chain kept in separate hands, and nobody
      * approving or reversing their own work.
      *==============================================================
       215-LOAD-DEFAULT-RULES.
           MOVE "SUPPLIER" TO CR-FUNCTION-1.
           MOVE "PO"       TO CR-FUNCTION-2.
           MOVE "SET UP A SUPPLIER AND BUY FROM IT"
               TO CR-DESCRIPTION.
           PERFORM 211-ADD-RULE-TO-TABLE.
           MOVE "PO"       TO CR-FUNCTION-1.
           MOVE "RECEIVE"  TO CR-FUNCTION-2.
           MOVE "RAISE A PO AND RECEIVE AGAINST IT"
               TO CR-DESCRIPTION.
           PERFORM 211-ADD-RULE-TO-TABLE.
           MOVE "RECEIVE"  TO CR-FUNCTION-1.
           MOVE "MATCH"    TO CR-FUNCTION-2.
           MOVE "RECEIVE GOODS AND CLEAR THEIR INVOICE"
               TO CR-DESCRIPTION.
           PERFORM 211-ADD-RULE-TO-TABLE.
           MOVE "PO"       TO CR-FUNCTION-1.
           MOVE "MATCH"    TO CR-FUNCTION-2.
           MOVE "RAISE A PO AND CLEAR ITS INVOICE"
               TO CR-DESCRIPTION.
           PERFORM 211-ADD-RULE-TO-TABLE.
           MOVE "SUPPLIER" TO CR-FUNCTION-1.
           MOVE "MATCH"    TO CR-FUNCTION-2.
           MOVE "SET UP A SUPPLIER AND CLEAR ITS INVOICES"
               TO CR-DESCRIPTION.
           PERFORM 211-ADD-RULE-TO-TABLE.
           MOVE "CODE-A"   TO CR-FUNCTION-1.
           MOVE "APPROVE"  TO CR-FUNCTION-2.
           MOVE "KEY AN ADJUSTMENT AND APPROVE IT"
               TO CR-DESCRIPTION.
           PERFORM 211-ADD-RULE-TO-TABLE.
           MOVE "CODE-W"   TO CR-FUNCTION-1.
           MOVE "APPROVE"  TO CR-FUNCTION-2.
           MOVE "KEY A WRITE-OFF AND APPROVE IT"
               TO CR-DESCRIPTION.
           PERFORM 211-ADD-RULE-TO-TABLE.
           MOVE "ARADJ"    TO CR-FUNCTION-1.
           MOVE "APPROVE"  TO CR-FUNCTION-2.
           MOVE "KEY AN AR ADJUSTMENT AND APPROVE IT"
               TO CR-DESCRIPTION.
           PERFORM 211-ADD-RULE-TO-TABLE.
           MOVE "CODE-S"   TO CR-FUNCTION-1.
           MOVE "CODE-U"   TO CR-FUNCTION-2.
           MOVE "POST A SALE AND REVERSE IT"
               TO CR-DESCRIPTION.
           PERFORM 211-ADD-RULE-TO-TABLE.

      *==============================================================
      * Every active operator against every rule.
      *==============================================================
       300-CHECK-OPERATOR-AUTHORITY.
           WRITE CONFLICT-REPORT-DATA FROM AUTHORITY-HEADING-OUT.
           WRITE CONFLICT-REPORT-DATA FROM AUTHORITY-COLUMN-NAME.
           MOVE SPACES TO EOF-OPERATOR-WS.
           PERFORM UNTIL EOF-OPERATOR-WS = "YES"
               READ OPERATOR-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-OPERATOR-WS
                   NOT AT END
                       IF OP-IS-ACTIVE
                           PERFORM 310-CHECK-ONE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           MOVE "OPERATORS CHECKED"      TO ST-LABEL-OUT.
           MOVE OPERATORS-CHECKED-WS     TO ST-COUNT-OUT.
           WRITE CONFLICT-REPORT-DATA FROM SECTION-TOTAL-OUT.
           MOVE "AUTHORITY CONFLICTS"    TO ST-LABEL-OUT.
           MOVE AUTHORITY-CONFLICTS-WS   TO ST-COUNT-OUT.
           WRITE CONFLICT-REPORT-DATA FROM SECTION-TOTAL-OUT.
           MOVE SPACES TO CONFLICT-REPORT-DATA.
           WRITE CONFLICT-REPORT-DATA.

       310-CHECK-ONE-OPERATOR.
           ADD 1 TO OPERATORS-CHECKED-WS.
           PERFORM VARYING RULE-SUB FROM 1 BY 1
                   UNTIL RULE-SUB > RULE-COUNT-WS
               MOVE RT-FUNCTION-1 (RULE-SUB) TO FUNCTION-WS
               PERFORM 320-TEST-AUTHORITY
               MOVE HOLDS-FUNCTION-WS TO HOLDS-FIRST-WS
               MOVE RT-FUNCTION-2 (RULE-SUB) TO FUNCTION-WS
               PERFORM 320-TEST-AUTHORITY
               IF HOLDS-FIRST-WS = "YES"
                       AND HOLDS-FUNCTION-WS = "YES"
                   PERFORM 330-PRINT-AUTHORITY-CONFLICT
               END-IF
           END-PERFORM.

      *==============================================================
      * The authority each function is granted by, as the programs
      * that carry it out check it at sign-on.  A function the
      * report does not know is never held.
      *==============================================================
       320-TEST-AUTHORITY.
           MOVE "NO" TO HOLDS-FUNCTION-WS.
           EVALUATE TRUE
               WHEN FUNCTION-WS = "SUPPLIER" OR "PO" OR "ARADJ"
                   IF OP-MAY-MAINTAIN
                       MOVE "YES" TO HOLDS-FUNCTION-WS
                   END-IF
               WHEN FUNCTION-WS = "MATCH" OR "APPROVE"
                   IF OP-MAY-APPROVE
                       MOVE "YES" TO HOLDS-FUNCTION-WS
                   END-IF
               WHEN FUNCTION-WS = "DELETE"
                   IF OP-MAY-DELETE
                       MOVE "YES" TO HOLDS-FUNCTION-WS
                   END-IF
               WHEN FUNCTION-WS = "RECEIVE"
                   MOVE "R" TO FUNCTION-CODE-WS
                   PERFORM 321-TEST-TRANS-CODE
                   MOVE "RECEIVE" TO FUNCTION-WS
               WHEN FUNCTION-PREFIX-WS = "CODE-"
                   PERFORM 321-TEST-TRANS-CODE
           END-EVALUATE.

       321-TEST-TRANS-CODE.
           MOVE ZERO TO AUTH-CODE-COUNT-WS.
           IF FUNCTION-CODE-WS NOT = SPACE
               INSPECT OP-TRANS-CODES TALLYING AUTH-CODE-COUNT-WS
                   FOR ALL FUNCTION-CODE-WS.
           IF AUTH-CODE-COUNT-WS > ZERO
               MOVE "YES" TO HOLDS-FUNCTION-WS.

       330-PRINT-AUTHORITY-CONFLICT.
           ADD 1 TO AUTHORITY-CONFLICTS-WS.
           MOVE OP-OPERATOR-ID           TO AD-OPERATOR-OUT.
           MOVE OP-NAME                  TO AD-NAME-OUT.
           MOVE RT-FUNCTION-1 (RULE-SUB) TO AD-FUNCTION-1-OUT.
           MOVE RT-FUNCTION-2 (RULE-SUB) TO AD-FUNCTION-2-OUT.
           MOVE RT-DESCRIPTION (RULE-SUB) TO AD-DESCRIPTION-OUT.
           WRITE CONFLICT-REPORT-DATA FROM AUTHORITY-DETAIL-OUT.

      *==============================================================
      * Gather what each operator is on record as having done.
      *==============================================================
       400-SORT-INPUT-PROCEDURE.
           PERFORM 410-RELEASE-AUDIT-TRAIL.
           PERFORM 420-RELEASE-PO-REGISTER.
           PERFORM 430-RELEASE-REVERSALS.
           PERFORM 440-RELEASE-APPROVALS.

      *==============================================================
      * The master-change trail: a change to a PO line is the PO
      * function on that line (the line's key leads the after
      * image), and whoever added or changed a supplier is kept
      * to be charged against every line raised with it.
      *==============================================================
       410-RELEASE-AUDIT-TRAIL.
           MOVE ZERO TO SUPPLIER-HAND-COUNT-WS.
           OPEN INPUT MASTER-AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "SODRPT: NO AUDIT TRAIL - SUPPLIER AND PO "
                   "CHANGES NOT SHOWN"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-AUDIT-WS.
           PERFORM UNTIL EOF-AUDIT-WS = "YES"
               READ MASTER-AUDIT-FILE
                   AT END MOVE "YES" TO EOF-AUDIT-WS
                   NOT AT END
                       PERFORM 411-WEIGH-ONE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE MASTER-AUDIT-FILE.

       411-WEIGH-ONE-AUDIT-LINE.
           IF MA-OPERATOR-ID = SPACES OR MA-DELETED
               EXIT PARAGRAPH.
           IF MA-FILE-NAME = "SUPPLIER"
               PERFORM 412-KEEP-SUPPLIER-HAND.
           IF MA-FILE-NAME = "POREG"
               MOVE SPACES TO EV-DOCUMENT
               STRING "PO " MA-AFTER-IMAGE (1:6)
                      " LINE " MA-AFTER-IMAGE (7:7)
                   DELIMITED BY SIZE INTO EV-DOCUMENT
               MOVE MA-OPERATOR-ID TO EV-OPERATOR-ID
               MOVE "PO"           TO EV-FUNCTION
               PERFORM 490-RELEASE-EVIDENCE.

       412-KEEP-SUPPLIER-HAND.
           MOVE "NO" TO HAND-FOUND-WS.
           PERFORM VARYING HAND-SUB FROM 1 BY 1
                   UNTIL HAND-SUB > SUPPLIER-HAND-COUNT-WS
                      OR HAND-FOUND-WS = "YES"
               IF SHE-SUPPLIER-CODE (HAND-SUB) = MA-KEY (1:5)
                       AND SHE-OPERATOR-ID (HAND-SUB) = MA-OPERATOR-ID
                   MOVE "YES" TO HAND-FOUND-WS
               END-IF
           END-PERFORM.
           IF HAND-FOUND-WS = "NO"
                   AND SUPPLIER-HAND-COUNT-WS < 500
               ADD 1 TO SUPPLIER-HAND-COUNT-WS
               MOVE MA-KEY (1:5) TO
                   SHE-SUPPLIER-CODE (SUPPLIER-HAND-COUNT-WS)
               MOVE MA-OPERATOR-ID TO
                   SHE-OPERATOR-ID (SUPPLIER-HAND-COUNT-WS).

      *==============================================================
      * Each PO line: who raised it, received it and matched its
      * invoice, and who set up or changed its supplier.
      *==============================================================
       420-RELEASE-PO-REGISTER.
           OPEN INPUT PO-REGISTER-FILE.
           IF PO-REGISTER-STATUS NOT = "00"
               DISPLAY "SODRPT: NO PO REGISTER - PO LINES NOT SHOWN"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-REGISTER-WS.
           PERFORM UNTIL EOF-REGISTER-WS = "YES"
               READ PO-REGISTER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REGISTER-WS
                   NOT AT END
                       PERFORM 421-WEIGH-ONE-PO-LINE
               END-READ
           END-PERFORM.
           CLOSE PO-REGISTER-FILE.

       421-WEIGH-ONE-PO-LINE.
           MOVE SPACES TO EV-DOCUMENT.
           STRING "PO " POR-PO-NUMBER " LINE " POR-PART-NUMBER
               DELIMITED BY SIZE INTO EV-DOCUMENT.
           IF POR-RAISED-BY NOT = SPACES
               MOVE POR-RAISED-BY   TO EV-OPERATOR-ID
               MOVE "PO"            TO EV-FUNCTION
               PERFORM 490-RELEASE-EVIDENCE.
           IF POR-RECEIVED-BY NOT = SPACES
               MOVE POR-RECEIVED-BY TO EV-OPERATOR-ID
               MOVE "RECEIVE"       TO EV-FUNCTION
               PERFORM 490-RELEASE-EVIDENCE.
           IF POR-MATCHED-BY NOT = SPACES
               MOVE POR-MATCHED-BY  TO EV-OPERATOR-ID
               MOVE "MATCH"         TO EV-FUNCTION
               PERFORM 490-RELEASE-EVIDENCE.
           PERFORM VARYING HAND-SUB FROM 1 BY 1
                   UNTIL HAND-SUB > SUPPLIER-HAND-COUNT-WS
               IF SHE-SUPPLIER-CODE (HAND-SUB) = POR-SUPPLIER-CODE
                   MOVE SHE-OPERATOR-ID (HAND-SUB) TO EV-OPERATOR-ID
                   MOVE "SUPPLIER"      TO EV-FUNCTION
                   PERFORM 490-RELEASE-EVIDENCE
               END-IF
           END-PERFORM.

      *==============================================================
      * A reversal (U) undoes the entry posted just before it on
      * the same part: the reversed entry is the document, its
      * poster did its own code and the reverser did U.  A
      * tool-crib loan memo line (L/H) is never the one reversed.
      *==============================================================
       430-RELEASE-REVERSALS.
           OPEN INPUT TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               DISPLAY "SODRPT: NO KEYED LOG - REVERSALS NOT SHOWN"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-LOG-WS.
           MOVE SPACES TO PREV-ENTRY-PART-WS.
           PERFORM UNTIL EOF-LOG-WS = "YES"
               READ TRANS-LOG-KEYED-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-LOG-WS
                   NOT AT END
                       PERFORM 431-WEIGH-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE TRANS-LOG-KEYED-FILE.

       431-WEIGH-ONE-ENTRY.
           IF TLK-TRANS-CODE = "U"
                   AND TLK-PART-NUMBER = PREV-ENTRY-PART-WS
                   AND TLK-OPERATOR-ID NOT = SPACES
                   AND PREV-ENTRY-OPERATOR-WS NOT = SPACES
               MOVE SPACES TO EV-DOCUMENT
               STRING "POSTING " PREV-ENTRY-PART-WS
                      " #" PREV-ENTRY-SEQ-WS
                   DELIMITED BY SIZE INTO EV-DOCUMENT
               MOVE PREV-ENTRY-OPERATOR-WS TO EV-OPERATOR-ID
               MOVE SPACES TO EV-FUNCTION
               STRING "CODE-" PREV-ENTRY-CODE-WS
                   DELIMITED BY SIZE INTO EV-FUNCTION
               PERFORM 490-RELEASE-EVIDENCE
               MOVE TLK-OPERATOR-ID TO EV-OPERATOR-ID
               MOVE "CODE-U"        TO EV-FUNCTION
               PERFORM 490-RELEASE-EVIDENCE.
           IF TLK-TRANS-CODE = "L" OR TLK-TRANS-CODE = "H"
               EXIT PARAGRAPH.
           MOVE TLK-PART-NUMBER TO PREV-ENTRY-PART-WS.
           MOVE TLK-SEQ-NUMBER  TO PREV-ENTRY-SEQ-WS.
           MOVE TLK-TRANS-CODE  TO PREV-ENTRY-CODE-WS.
           MOVE TLK-OPERATOR-ID TO PREV-ENTRY-OPERATOR-WS.

      *==============================================================
      * Each item released from the approval queue: whoever keyed
      * it did its own function (the transaction code for a stock
      * item, ARADJ for a receivables adjustment, PO for a
      * purchase line held over budget) and the releaser approved.
      *==============================================================
       440-RELEASE-APPROVALS.
           OPEN INPUT APPROVAL-LOG-FILE.
           IF APPROVAL-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH.
           OPEN INPUT PENDING-ADJ-FILE.
           IF PENDING-ADJ-STATUS = "00"
               MOVE "YES" TO PENDING-OPEN-WS.
           MOVE SPACES TO EOF-APPROVAL-WS.
           PERFORM UNTIL EOF-APPROVAL-WS = "YES"
               READ APPROVAL-LOG-FILE
                   AT END MOVE "YES" TO EOF-APPROVAL-WS
                   NOT AT END
                       IF AL-ACTION = "RELEASED"
                           PERFORM 441-WEIGH-ONE-APPROVAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-LOG-FILE.
           IF PENDING-OPEN-WS = "YES"
               CLOSE PENDING-ADJ-FILE.

       441-WEIGH-ONE-APPROVAL.
           MOVE SPACES TO EV-DOCUMENT.
           STRING "APPROVAL ITEM " AL-PENDING-NUMBER
               DELIMITED BY SIZE INTO EV-DOCUMENT.
           MOVE AL-APPROVER-ID TO EV-OPERATOR-ID.
           MOVE "APPROVE"      TO EV-FUNCTION.
           PERFORM 490-RELEASE-EVIDENCE.
           IF PENDING-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE AL-PENDING-NUMBER TO PA-PENDING-NUMBER.
           READ PENDING-ADJ-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PA-OPERATOR-ID = SPACES
               EXIT PARAGRAPH.
           MOVE PA-OPERATOR-ID TO EV-OPERATOR-ID.
           MOVE SPACES TO EV-FUNCTION.
           EVALUATE TRUE
               WHEN PA-AR-ITEM
                   MOVE "ARADJ" TO EV-FUNCTION
               WHEN PA-PURCHASE-ITEM
                   MOVE "PO"    TO EV-FUNCTION
               WHEN OTHER
                   STRING "CODE-" PA-TRANS-CODE
                       DELIMITED BY SIZE INTO EV-FUNCTION
           END-EVALUATE.
           PERFORM 490-RELEASE-EVIDENCE.

       490-RELEASE-EVIDENCE.
           ADD 1 TO EVIDENCE-RELEASED-WS.
           RELEASE EVIDENCE-SORT-RECORD.

      *==============================================================
      * Collect the functions each operator did on each document,
      * and test them against the rules when either changes.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
           RETURN EVIDENCE-SORT-FILE
               AT END MOVE "YES" TO EOF-SORT-WS.
           PERFORM UNTIL EOF-SORT-WS = "YES"
               PERFORM 450-CHECK-DOCUMENT-BREAK
               PERFORM 451-ADD-ONE-FUNCTION
               RETURN EVIDENCE-SORT-FILE
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF FIRST-RECORD-WS NOT = "YES"
               PERFORM 460-TEST-ONE-HAND.

       450-CHECK-DOCUMENT-BREAK.
           IF FIRST-RECORD-WS = "YES"
               MOVE "NO" TO FIRST-RECORD-WS
           ELSE
               IF EV-DOCUMENT NOT = PREV-DOCUMENT-WS
                       OR EV-OPERATOR-ID NOT = PREV-OPERATOR-WS
                   PERFORM 460-TEST-ONE-HAND
               END-IF
           END-IF.
           MOVE EV-DOCUMENT    TO PREV-DOCUMENT-WS.
           MOVE EV-OPERATOR-ID TO PREV-OPERATOR-WS.

      *==============================================================
      * The same function met twice on a document (a line
      * received in several deliveries) is kept once.
      *==============================================================
       451-ADD-ONE-FUNCTION.
           IF DONE-COUNT-WS > ZERO
               IF DONE-FUNCTION (DONE-COUNT-WS) = EV-FUNCTION
                   EXIT PARAGRAPH.
           IF DONE-COUNT-WS < 20
               ADD 1 TO DONE-COUNT-WS
               MOVE EV-FUNCTION TO DONE-FUNCTION (DONE-COUNT-WS).

       460-TEST-ONE-HAND.
           PERFORM VARYING RULE-SUB FROM 1 BY 1
                   UNTIL RULE-SUB > RULE-COUNT-WS
               MOVE "NO" TO DONE-FIRST-WS
               MOVE "NO" TO DONE-SECOND-WS
               PERFORM VARYING DONE-SUB FROM 1 BY 1
                       UNTIL DONE-SUB > DONE-COUNT-WS
                   IF DONE-FUNCTION (DONE-SUB) =
                           RT-FUNCTION-1 (RULE-SUB)
                       MOVE "YES" TO DONE-FIRST-WS
                   END-IF
                   IF DONE-FUNCTION (DONE-SUB) =
                           RT-FUNCTION-2 (RULE-SUB)
                       MOVE "YES" TO DONE-SECOND-WS
                   END-IF
               END-PERFORM
               IF DONE-FIRST-WS = "YES" AND DONE-SECOND-WS = "YES"
                   PERFORM 470-PRINT-DOCUMENT-CONFLICT
               END-IF
           END-PERFORM.
           MOVE ZERO TO DONE-COUNT-WS.

       470-PRINT-DOCUMENT-CONFLICT.
           ADD 1 TO DOCUMENT-CONFLICTS-WS.
           MOVE PREV-DOCUMENT-WS         TO ED-DOCUMENT-OUT.
           MOVE PREV-OPERATOR-WS         TO ED-OPERATOR-OUT.
           MOVE RT-FUNCTION-1 (RULE-SUB) TO ED-FUNCTION-1-OUT.
           MOVE RT-FUNCTION-2 (RULE-SUB) TO ED-FUNCTION-2-OUT.
           MOVE RT-DESCRIPTION (RULE-SUB) TO ED-DESCRIPTION-OUT.
           WRITE CONFLICT-REPORT-DATA FROM EVIDENCE-DETAIL-OUT.

      *==============================================================
      * Close up and catalogue the report.
      *==============================================================
       202-TERM-CONFLICT-REPORT.
           MOVE "DOCUMENT CONFLICTS"     TO ST-LABEL-OUT.
           MOVE DOCUMENT-CONFLICTS-WS    TO ST-COUNT-OUT.
           WRITE CONFLICT-REPORT-DATA FROM SECTION-TOTAL-OUT.
           CLOSE CONFLICT-REPORT-OUT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "SODRPT"   TO RC-REPORT-NAME.
           MOVE CDT-DATE   TO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           COMPUTE RC-RECORD-COUNT =
               AUTHORITY-CONFLICTS-WS + DOCUMENT-CONFLICTS-WS.
           MOVE CONFLICT-REPORT-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.
           DISPLAY "SODRPT: " AUTHORITY-CONFLICTS-WS
               " AUTHORITY CONFLICT(S), " DOCUMENT-CONFLICTS-WS
               " DOCUMENT CONFLICT(S)".

       end program SODRPT.
