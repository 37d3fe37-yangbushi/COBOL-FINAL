               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  REORDER-SORT-FILE
               ASSIGN TO "D:\COBOL\REORDERSRT.TMP".
           SELECT PO-REGISTER-FILE
               ASSIGN TO "D:\COBOL\POREG.TXT"
               ORGANIZATION IS INDEXED
               ASSIGN TO "D:\COBOL\BUSDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
           SELECT RUN-PARM-FILE
               ASSIGN TO "D:\COBOL\RUNPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARM-STATUS.
           SELECT REQUISITION-FILE
               ASSIGN TO "D:\COBOL\REQUIS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               ALTERNATE RECORD KEY IS RQ-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS REQUISITION-STATUS.
           SELECT REQ-NUMBER-FILE
               ASSIGN TO "D:\COBOL\REQNUMCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-NUMBER-FILE-STATUS.
           SELECT BUYER-XREF-FILE
               ASSIGN TO "D:\COBOL\BUYSUP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BX-SUPPLIER-CODE
               FILE STATUS IS BUYER-XREF-STATUS.
           SELECT ALT-SUPPLIER-FILE
               ASSIGN TO "D:\COBOL\ASUPXREF.TXT"
               ORGANIZATION IS INDEXED
       FD REORDER-REPORT-OUT.
       01 REORDER-REPORT-DATA     PIC X(131).

       FD SUPPLIER-FILE-IN.
           COPY "D:\COBOL\SUPPLIER_RECORD_IN.cpy".

           COPY "D:\COBOL\PO_REGISTER_RECORD.cpy".

      *==============================================================
      * Every suggestion becomes a pending requisition for the
      * buyer who owns its supplier -- nothing is ordered until
      * the buyer approves it and the release run turns it into a
      * PO.
      *==============================================================
       FD REQUISITION-FILE.
           COPY "D:\COBOL\REQUISITION_RECORD.cpy".

      *==============================================================
      * Holds the last requisition number handed out, so the
      * numbers keep climbing across runs and across the programs
      * that raise requisitions.
      *==============================================================
       FD REQ-NUMBER-FILE.
       01 REQ-NUMBER-RECORD       PIC 9(6).

       FD BUYER-XREF-FILE.
           COPY "D:\COBOL\BUYER_SUPPLIER_RECORD.cpy".

       FD ALT-SUPPLIER-FILE.
           COPY "D:\COBOL\ALT_SUPPLIER_RECORD.cpy".
       FD RUN-PARM-FILE.
           COPY "D:\COBOL\RUN_PARM_RECORD.cpy".

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC 9(8).

           05 RS-REORDER-COST    PIC 9(11)V99 VALUE ZEROS.
           05 RS-SEVERITY        PIC X(8)    VALUE SPACES.
           05 RS-PACK-COUNT      PIC 9(6)    VALUE ZEROS.
           05 RS-UNIT-PRICE      PIC 9(4)V99 VALUE ZEROS.



           05  RECORDS-WRITTEN    PIC ZZZZZ9.

      *==============================================================
      * The suggestions grouped by supplier: a break header when
      * the supplier code on the sort output changes, and a
      * subtotal line when the group ends.
      *==============================================================
       01 PO-GROUP-WS.
           05 GROUP-COST-TMP         PIC 9(12)V99 VALUE ZERO.

       01 PO-HEADER-OUT-RECORD.
           05 FILLER               PIC X(15) VALUE "REQUISITIONS".
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 PO-SUPPLIER-CODE-OUT   PIC X(5).
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 PO-SUPPLIER-NAME-OUT   PIC X(20).
           05 PO-SUPPLIER-FLAG-OUT   PIC X(24).

       01 PO-SUBTOTAL-OUT-RECORD.
           05 FILLER             PIC X(12) VALUE "SUBTOTAL".
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 PO-SUBTOTAL-CODE-OUT   PIC X(5).
           05 FILLER                 PIC X(2)   VALUE SPACES.
       01 STATUS-FIELD	      PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG    PIC X(3)  VALUE "NO".
       01 EOF-SORT-WS        PIC X(3)  VALUE SPACES.
       01 PO-REGISTER-STATUS      PIC X(2) VALUE SPACES.
       01 RUN-PARM-STATUS         PIC X(2) VALUE SPACES.
       01 BUSINESS-DATE-STATUS    PIC X(2) VALUE SPACES.
       01 PARMS-PRESENT-WS        PIC X(3) VALUE "NO".
       01 EOF-PARM-WS             PIC X(3) VALUE SPACES.
       01 HELD-RUN-PARMS-WS       PIC X(80) VALUE SPACES.
       01 REQUISITION-STATUS      PIC X(2) VALUE SPACES.
       01 REQ-NUMBER-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 BUYER-XREF-STATUS       PIC X(2) VALUE SPACES.
       01 BUYSUP-OPEN-WS          PIC X(3) VALUE "NO".
       01 EOF-REQUISITION-WS      PIC X(3) VALUE SPACES.
       01 EOF-REGISTER-WS         PIC X(3) VALUE SPACES.
       01 ALT-SUPPLIER-STATUS     PIC X(2) VALUE SPACES.
       01 XREF-OPEN-WS            PIC X(3) VALUE "NO".
       01 BEST-RANK-WS            PIC 9(1) VALUE ZERO.
       01 BEST-COST-WS            PIC 9(4)V99 VALUE ZERO.
       01 BEST-LEAD-WS            PIC 9(3) VALUE ZERO.
       01 XREF-HOME-COST-WS       PIC 9(4)V99 VALUE ZERO.

      *==============================================================
      * A source whose required compliance documents have lapsed
      * is passed over for one that is still in good standing.
      * When there is none the line is still raised, marked for
      * the buyer, and the release run will not order it until
      * the supplier renews or the buyer changes the source.
      *==============================================================
       01 SOURCE-LAPSED-WS        PIC X(3) VALUE "NO".
           COPY "D:\COBOL\COMPLIANCE_PARMS.cpy".
           COPY "D:\COBOL\FX_PARMS.cpy".

      *==============================================================
      * The requisition number given to each suggestion, counted
      * up from the last number handed out by any previous run.
      *==============================================================
       01 LAST-REQ-NUMBER-WS      PIC 9(6) VALUE ZERO.

      *==============================================================
      * What is already on order for the part being calculated --
      * the unreceived remainder of every open register line for
      * it, plus every requisition still waiting on a buyer or on
      * release -- so the same shortage doesn't get re-suggested
      * the day after it was asked for.
      *==============================================================
       01 ON-ORDER-QTY-WS         PIC 9(9)V99 VALUE ZERO.

                   STATUS-FIELD
               MOVE "YES" TO OPEN-ERROR-FLAG.
           PERFORM 1000-OPEN-PO-REGISTER.
           PERFORM 1000-OPEN-REQUISITION-FILE.
           PERFORM 1000-READ-LAST-REQ-NUMBER.
           OPEN INPUT BUYER-XREF-FILE.
           IF BUYER-XREF-STATUS = "00"
               MOVE "YES" TO BUYSUP-OPEN-WS.
           OPEN INPUT ALT-SUPPLIER-FILE.
           IF ALT-SUPPLIER-STATUS = "00"
               MOVE "YES" TO XREF-OPEN-WS.
               MOVE "YES" TO OPEN-ERROR-FLAG.

      *==============================================================
      * Open the requisition file for new lines and for netting
      * out what buyers already have in hand, creating it the
      * first time this is run.
      *==============================================================
       1000-OPEN-REQUISITION-FILE.
           OPEN I-O REQUISITION-FILE.
           IF REQUISITION-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE.
           IF REQUISITION-STATUS NOT = "00"
               DISPLAY "REORDER: BAD OPEN REQUISITION-FILE "
                   REQUISITION-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.

      *==============================================================
      * Pick up the last requisition number handed out -- no
      * control file yet means none has ever been raised, so
      * numbering starts from one.
      *==============================================================
       1000-READ-LAST-REQ-NUMBER.
           MOVE ZERO TO LAST-REQ-NUMBER-WS.
           OPEN INPUT REQ-NUMBER-FILE.
           IF REQ-NUMBER-FILE-STATUS = "00"
               READ REQ-NUMBER-FILE
                   NOT AT END MOVE REQ-NUMBER-RECORD
                       TO LAST-REQ-NUMBER-WS
               END-READ
               CLOSE REQ-NUMBER-FILE.

      *==============================================================
      * Record the last requisition number handed out so the next
      * run keeps counting from it.
      *==============================================================
       1000-REWRITE-LAST-REQ-NUMBER.
           OPEN OUTPUT REQ-NUMBER-FILE.
           MOVE LAST-REQ-NUMBER-WS TO REQ-NUMBER-RECORD.
           WRITE REQ-NUMBER-RECORD.
           CLOSE REQ-NUMBER-FILE.

      *==============================================================
      * Feed the sort: read every inventory record, and for any
                   PERFORM 1000-CAL-SUGGESTED-REORDER
                   IF SUGGESTED-QTY-WS > ZERO
                       PERFORM 1000-RANK-SHORTAGE-SEVERITY
                       IF SOURCE-LAPSED-WS = "YES"
                           MOVE "CERT EXP" TO SEVERITY-OUT
                           MOVE "** COMPLIANCE LAPSED **"
                               TO SUPPLIER-FLAG-OUT
                       END-IF
                       MOVE CHOSEN-SUPPLIER-WS TO RS-SUPPLIER-CODE
                       MOVE RAW-SHORTAGE-QTY-WS TO RS-SHORTAGE-QTY
                       MOVE SUPPLIER-NAME-OUT TO RS-SUPPLIER-NAME
                       MOVE SUGGESTED-COST-WS TO RS-REORDER-COST
                       MOVE SEVERITY-OUT      TO RS-SEVERITY
                       MOVE SUGGESTED-PACKS-WS TO RS-PACK-COUNT
                       MOVE CHOSEN-PRICE-WS   TO RS-UNIT-PRICE
                       RELEASE REORDER-SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      *==============================================================
      * Write the sorted reorder lines grouped by supplier, each
      * one raised as a pending requisition: a break header
      * whenever the supplier code changes, and a subtotal when
      * each group ends.
      *==============================================================
       400-SORT-OUTPUT-PROCEDURE.
           MOVE SPACES TO EOF-SORT-WS.
               IF RS-SUPPLIER-CODE NOT = PREV-SUPPLIER-CODE-WS
                   IF GROUP-STARTED-WS = "YES"
                       PERFORM 1000-WRITE-PO-SUBTOTAL
                   END-IF
                   PERFORM 1000-WRITE-PO-HEADER
                   MOVE RS-SUPPLIER-CODE TO PREV-SUPPLIER-CODE-WS
                   MOVE "YES" TO GROUP-STARTED-WS
                   MOVE ZERO TO GROUP-COST-TMP
               END-IF
               MOVE RS-PART-NUM       TO INVENTORY-NUM-OUT
               MOVE RS-PART-NAME      TO INVENTORY-NAME-OUT
                   AT END MOVE "YES" TO EOF-SORT-WS
           END-PERFORM.
           IF GROUP-STARTED-WS = "YES"
               PERFORM 1000-WRITE-PO-SUBTOTAL.

      *PROCEDURE TO SEARCH THE SUPPLIER FILE
      *WRITE SUPPLIER NAME OUT, FLAGGING A SUPPLIER CODE THAT DOESN'T
      * when the cross-reference has records for the part, the run
      * mode picks among them -- best preference rank, lowest
      * quoted price, or shortest lead time -- and that supplier's
      * quoted price is what the PO line is costed at.  Sources
      * whose compliance has lapsed never win.  A quote is in the
      * source's own currency and is compared and costed in ours
      * at today's rate; a foreign source with no rate in force
      * cannot be priced and does not compete.
      *==============================================================
       1000-CHOOSE-SOURCE.
           MOVE SUPPLIER-CODE-IN IN INVENT-RECORD-IN
               TO CHOSEN-SUPPLIER-WS.
           MOVE UNIT-PRICE-IN TO CHOSEN-PRICE-WS.
           MOVE "NO" TO SOURCE-LAPSED-WS.
           MOVE CHOSEN-SUPPLIER-WS TO CC-SUPPLIER-CODE.
           PERFORM 1000-CHECK-SOURCE-COMPLIANCE.
           IF CC-LAPSED
               MOVE "YES" TO SOURCE-LAPSED-WS.
           IF XREF-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE 9   TO BEST-RANK-WS.
      * sourcing rule.
      *==============================================================
       1000-WEIGH-ONE-SOURCE.
           MOVE AS-SUPPLIER-CODE TO CC-SUPPLIER-CODE.
           PERFORM 1000-CHECK-SOURCE-COMPLIANCE.
           IF CC-LAPSED
               EXIT PARAGRAPH.
           PERFORM 1000-PRICE-SOURCE-AT-HOME.
           IF FX-NO-RATE
               EXIT PARAGRAPH.
           EVALUATE TRUE
               WHEN SOURCE-CHEAPEST
                   IF BEST-COST-WS = ZERO
                           OR XREF-HOME-COST-WS < BEST-COST-WS
                       PERFORM 1000-TAKE-THIS-SOURCE
                   END-IF
               WHEN SOURCE-FASTEST

       1000-TAKE-THIS-SOURCE.
           MOVE AS-SUPPLIER-CODE   TO CHOSEN-SUPPLIER-WS.
           MOVE "NO"               TO SOURCE-LAPSED-WS.
           MOVE AS-PREFERENCE-RANK TO BEST-RANK-WS.
           MOVE AS-LEAD-TIME       TO BEST-LEAD-WS.
           IF AS-UNIT-COST > ZERO
               MOVE XREF-HOME-COST-WS TO CHOSEN-PRICE-WS
               MOVE XREF-HOME-COST-WS TO BEST-COST-WS
           ELSE
               MOVE UNIT-PRICE-IN TO CHOSEN-PRICE-WS.

      *==============================================================
      * The cross-reference quote turned into our currency at the
      * rate in force on the business date.
      *==============================================================
       1000-PRICE-SOURCE-AT-HOME.
           MOVE AS-SUPPLIER-CODE TO
               SUPPLIER-CODE-IN IN SUPPLIER-RECORD-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE SPACES TO SUPPLIER-CURRENCY-IN
           END-READ.
           MOVE SUPPLIER-CURRENCY-IN TO FX-CURRENCY-CODE.
           MOVE CDT-DATE             TO FX-AS-OF-DATE.
           CALL ".\FXCONV" USING FX-PARMS.
           COMPUTE XREF-HOME-COST-WS ROUNDED =
               AS-UNIT-COST * FX-RATE.

      *==============================================================
      * Is the supplier in CC-SUPPLIER-CODE still compliant on
      * the business date?
      *==============================================================
       1000-CHECK-SOURCE-COMPLIANCE.
           MOVE CDT-DATE TO CC-AS-OF-DATE.
           CALL ".\COMPCHK" USING COMPLIANCE-PARMS.

      *==============================================================
      * Quarantined stock is on the shelf but promised to nobody
      * -- the shortage math sees only what inspection has
           COMPUTE AVAILABLE-QTY-WS =
               QUANTITY-IN - QUARANTINED-QTY-WS.

      *==============================================================
      * Stock consigned to a customer site is held back the same
      * way -- still ours, but that customer's to use.
      *==============================================================
       1000-ADD-IF-QUARANTINED.
           MOVE SB-LOCATION-CODE TO LO-LOCATION-CODE.
           READ LOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LO-QUARANTINE-TYPE OR LO-CUSTOMER-SITE-TYPE
                       ADD SB-QUANTITY TO QUARANTINED-QTY-WS
                   END-IF
           END-READ.
           END-PERFORM.
           IF BLANKET-OPEN-WS = "YES"
               PERFORM 1000-ADD-BLANKET-COVERAGE.
           PERFORM 1000-ADD-REQUISITION-COVERAGE.

      *COMMITTED BLANKET QUANTITY NOT YET RELEASED IS ALREADY BOUGHT
      *-- COUNT IT AS ON ORDER SO THE SUGGESTION DOES NOT BUY THE
                       END-IF
           END-PERFORM.

      *A REQUISITION STILL PENDING WITH ITS BUYER, OR APPROVED AND
      *WAITING ON THE RELEASE RUN, IS ALREADY ASKED FOR -- COUNT IT
      *AS ON ORDER SO THE SAME SHORTAGE IS NOT RAISED AGAIN.  ONE
      *HELD OVER BUDGET COUNTS TOO, EXCEPT A HELD BLANKET RELEASE --
      *THE BLANKET'S REMAINDER ALREADY COUNTS ABOVE.
       1000-ADD-REQUISITION-COVERAGE.
           MOVE SPACES TO EOF-REQUISITION-WS.
           MOVE PART-NUMBER-IN TO RQ-PART-NUMBER.
           START REQUISITION-FILE KEY IS = RQ-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-REQUISITION-WS.
           PERFORM UNTIL EOF-REQUISITION-WS = "YES"
               READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-REQUISITION-WS
                   NOT AT END
                       IF RQ-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE "YES" TO EOF-REQUISITION-WS
                       ELSE
                           IF RQ-STILL-OPEN
                                   AND NOT RQ-FROM-BLANKET
                               ADD RQ-ORDER-QTY TO ON-ORDER-QTY-WS
                           END-IF
                       END-IF
           END-PERFORM.

      *WRITE THE BREAK HEADER FOR A NEW SUPPLIER GROUP.
       1000-WRITE-PO-HEADER.
           MOVE RS-SUPPLIER-CODE TO PO-SUPPLIER-CODE-OUT.
           MOVE RS-SUPPLIER-NAME TO PO-SUPPLIER-NAME-OUT.
           MOVE RS-SUPPLIER-PHONE TO PO-SUPPLIER-PHONE-OUT.
           MOVE RS-SUPPLIER-LEAD-TIME TO PO-SUPPLIER-LEAD-OUT.
           MOVE RS-SUPPLIER-FLAG TO PO-SUPPLIER-FLAG-OUT.
           WRITE REORDER-REPORT-DATA FROM PO-HEADER-OUT-RECORD.

      *WRITE THE SUBTOTAL WHEN A SUPPLIER GROUP ENDS.
       1000-WRITE-PO-SUBTOTAL.
           MOVE PREV-SUPPLIER-CODE-WS TO PO-SUBTOTAL-CODE-OUT.
           MOVE GROUP-COST-TMP        TO PO-SUBTOTAL-COST-OUT.
           WRITE REORDER-REPORT-DATA FROM PO-SUBTOTAL-OUT-RECORD.

      *WRITE REORDER RECORDER HEADER
       1000-WRITE-REORDER-HEADLINE-RECORD.
       1000-WRITE-REORDER-DETAIL-RECORD.
           WRITE REORDER-REPORT-DATA
                   FROM REORDER-REPORT-OUT-RECORD.
           PERFORM 1000-WRITE-REQUISITION-LINE.
           ADD 1 TO WRITTEN-COUNTER-TMP.

      *==============================================================
      * Raise this suggestion as a pending requisition for the
      * buyer who owns the supplier.  A supplier with no buyer
      * assignment leaves the line on the unassigned queue.
      *==============================================================
       1000-WRITE-REQUISITION-LINE.
           ADD 1 TO LAST-REQ-NUMBER-WS.
           MOVE LAST-REQ-NUMBER-WS   TO RQ-REQ-NUMBER.
           MOVE RS-PART-NUM          TO RQ-PART-NUMBER.
           MOVE RS-SUPPLIER-CODE     TO RQ-SUPPLIER-CODE.
           MOVE RS-REORDER-QTY       TO RQ-ORDER-QTY.
           MOVE RS-UNIT-PRICE        TO RQ-UNIT-PRICE.
           MOVE SPACES               TO RQ-BUYER-ID.
           IF BUYSUP-OPEN-WS = "YES"
               MOVE RS-SUPPLIER-CODE TO BX-SUPPLIER-CODE
               READ BUYER-XREF-FILE
                   NOT INVALID KEY MOVE BX-BUYER-ID TO RQ-BUYER-ID
               END-READ
           END-IF.
           MOVE "R"                  TO RQ-ORIGIN.
           MOVE "P"                  TO RQ-STATUS.
           MOVE RS-SEVERITY          TO RQ-SEVERITY.
           MOVE CDT-DATE             TO RQ-RAISED-DATE.
           MOVE "REORDER"            TO RQ-RAISED-BY.
           MOVE ZERO                 TO RQ-REVIEWED-DATE.
           MOVE SPACES               TO RQ-REVIEWED-BY.
           MOVE SPACES               TO RQ-CHANGED-FLAG.
           MOVE ZERO                 TO RQ-PO-NUMBER.
           MOVE SPACES               TO RQ-OVERRIDE-FLAG.
           MOVE SPACES               TO RQ-CUSTOMER-CODE.
           MOVE SPACES               TO RQ-PART-NAME.
           MOVE ZERO                 TO RQ-BLANKET-NUMBER.
           WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "REORDER: REQUISITION WRITE FAILED "
                       RQ-REQ-NUMBER SPACE RQ-PART-NUMBER.

      *WRITE THE SUMMARY AUDIT TRAIL AS THE LAST LINE OF THE REPORT.
       1000-WRITE-AUDIT-TRAIL-OUT.
      *CLOSE ALL FILES
       700-CLOSE-ALL-FILES.
           PERFORM 1000-WRITE-AUDIT-TRAIL-OUT.
           PERFORM 1000-REWRITE-LAST-REQ-NUMBER.
           CLOSE INVENT-FILE-IN.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE REORDER-REPORT-OUT.
           CLOSE PO-REGISTER-FILE.
           CLOSE REQUISITION-FILE.
           IF BUYSUP-OPEN-WS = "YES"
               CLOSE BUYER-XREF-FILE.
           IF XREF-OPEN-WS = "YES"
               CLOSE ALT-SUPPLIER-FILE.
           IF BLANKET-OPEN-WS = "YES"
