               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GL-MAP-STATUS.
           SELECT JOB-FILE
               ASSIGN TO "D:\COBOL\JOBMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JB-JOB-NUMBER
               FILE STATUS IS JOB-FILE-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "D:\COBOL\LOCMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-LOCATION-CODE
               FILE STATUS IS LOCATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".

       FD  JOB-FILE.
           COPY "D:\COBOL\JOB_RECORD.cpy".

       FD  LOCATION-FILE.
           COPY "D:\COBOL\LOCATION_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
           05 LDN-PERIOD        PIC 9(6).
           05 LDN-DAY           PIC 9(2).

      *==============================================================
      * The company the run is kept to -- blank journals every
      * company into the one file, as before; a company code
      * writes only that company's lines, to a journal file of
      * its own.  A movement books to the company of the location
      * it moved from (a receipt, which has none, to the location
      * it went into), failing that to the part's company.  A
      * transfer between locations of two different companies is
      * a sale between them, booked through the intercompany
      * accounts on both sets of books.
      *==============================================================
       01 COMPANY-FILTER-WS     PIC X(2)  VALUE SPACES.
       01 COMPANY-PROMPT        PIC X(20)
                       VALUE "COMPANY (BLANK=ALL)?".
       01 LOCATION-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 LOCMAST-OPEN-WS       PIC X(3)  VALUE "NO".
       01 COMPANY-LOC-WS        PIC X(5)  VALUE SPACES.
       01 LOC-COMPANY-WS        PIC X(2)  VALUE SPACES.
       01 MOVEMENT-COMPANY-WS   PIC X(2)  VALUE SPACES.
       01 FROM-COMPANY-WS       PIC X(2)  VALUE SPACES.
       01 TO-COMPANY-WS         PIC X(2)  VALUE SPACES.
       01 LINE-COMPANY-WS       PIC X(2)  VALUE SPACES.
       01 MOVEMENT-LOC-WS       PIC X(5)  VALUE SPACES.
       01 INTERCOMPANY-COUNT-WS PIC 9(6)  VALUE ZERO.

      *==============================================================
      * The entry read just before this one.  The log is read in
      * part-and-sequence order, so for a reversal (U) the prior
      * entry of the same part is the one it reversed.  A loan
      * memo line (L/H) posted nothing and is never the one.
      *==============================================================
       01 PRIOR-ENTRY-WS.
           05 PRIOR-PART-WS      PIC X(7)  VALUE SPACES.
           05 PRIOR-CODE-WS      PIC X(1)  VALUE SPACES.
           05 PRIOR-FROM-LOC-WS  PIC X(5)  VALUE SPACES.
           05 PRIOR-TO-LOC-WS    PIC X(5)  VALUE SPACES.
           05 PRIOR-AMOUNT-WS    PIC 9(7)V99 VALUE ZERO.
       01 REVERSED-IC-TRANSFER-WS PIC X(3) VALUE "NO".

      *==============================================================
      * The chart accounts each movement books against now come
      * from the mapping file.  The literals below are only the
       01 GL-VARIANCE-ACCT-WS   PIC X(6)  VALUE "530000".
       01 GL-PURCH-CLRG-ACCT-WS PIC X(6)  VALUE "200000".
       01 GL-CONSIGN-PAY-ACCT-WS PIC X(6) VALUE "210000".
       01 GL-JOB-WIP-ACCT-WS    PIC X(6)  VALUE "141000".
       01 GL-JOB-EXPENSE-ACCT-WS PIC X(6) VALUE "540000".
       01 GL-IC-RECEIVABLE-ACCT-WS PIC X(6) VALUE "135000".
       01 GL-IC-PAYABLE-ACCT-WS PIC X(6)  VALUE "215000".
       01 CONSIGNED-PART-WS     PIC X(3)  VALUE "NO".
       01 MOVEMENT-CATEGORY-WS  PIC X(3)  VALUE SPACES.

      *==============================================================
      * The job master, for the cost center and charge type a job
      * issue or return books by.
      *==============================================================
       01 JOB-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01 JOB-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 JOB-ROLE-WS           PIC X(3)  VALUE SPACES.
       01 JOB-COST-CENTER-WS    PIC X(5)  VALUE SPACES.

       01 MOVEMENT-VALUE-WS     PIC 9(11)V99 VALUE ZERO.
       01 MOVEMENT-QTY-WS       PIC 9(7)V99 VALUE ZERO.
           05 FILLER PIC X(14) VALUE "AMOUNT".
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(5)  VALUE "CODE".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(2)  VALUE "CO".

       01 JOURNAL-DETAIL-OUT.
           05 JD-ACCOUNT-OUT    PIC X(6)   VALUE SPACES.
           05 JD-TRANS-CODE-OUT PIC X(1)   VALUE SPACES.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 JD-DATE-OUT       PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-COMPANY-OUT    PIC X(2)   VALUE SPACES.

       01 JOURNAL-TOTALS-OUT.
           05 FILLER            PIC X(14)  VALUE "TOTAL DEBITS".
           EXIT PROGRAM.

      *==============================================================
      * Ask which month (and which company) to journal, build the
      * dated journal file name, and open the keyed log (which the
      * end-of-day roll keeps holding the recent months), the
      * inventory master for pricing, the location master for the
      * company each movement books to, and the journal itself.
      *==============================================================
       200-INIT-GL-JOURNAL.
           DISPLAY PERIOD-PROMPT.
           ACCEPT JOURNAL-PERIOD-WS.
           DISPLAY COMPANY-PROMPT.
           ACCEPT COMPANY-FILTER-WS.
           IF COMPANY-FILTER-WS = SPACES
               STRING "D:\COBOL\GLJRNL_" DELIMITED BY SIZE
                      JOURNAL-PERIOD-WS  DELIMITED BY SIZE
                      ".TXT"             DELIMITED BY SIZE
                   INTO JOURNAL-FILE-NAME-WS
           ELSE
               STRING "D:\COBOL\GLJRNL_" DELIMITED BY SIZE
                      JOURNAL-PERIOD-WS  DELIMITED BY SIZE
                      "_"                DELIMITED BY SIZE
                      COMPANY-FILTER-WS  DELIMITED BY SIZE
                      ".TXT"             DELIMITED BY SIZE
                   INTO JOURNAL-FILE-NAME-WS.
           OPEN INPUT TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               DISPLAY "GLJRNL: BAD OPEN TRANSLOGK "
           ELSE
               DISPLAY "GLJRNL: NO GLMAP FILE - COMPILED"
                   " DEFAULTS IN USE".
           OPEN INPUT JOB-FILE.
           IF JOB-FILE-STATUS = "00"
               MOVE "YES" TO JOB-FILE-OPEN-WS.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "00"
               MOVE "YES" TO LOCMAST-OPEN-WS.
           OPEN OUTPUT JOURNAL-FILE-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.

                   IF LOG-PERIOD-TMP = JOURNAL-PERIOD-WS
                       PERFORM 220-BOOK-ONE-MOVEMENT
                   END-IF
                   IF TLK-TRANS-CODE NOT = "L"
                           AND TLK-TRANS-CODE NOT = "H"
                       MOVE TLK-PART-NUMBER  TO PRIOR-PART-WS
                       MOVE TLK-TRANS-CODE   TO PRIOR-CODE-WS
                       MOVE TLK-FROM-LOC     TO PRIOR-FROM-LOC-WS
                       MOVE TLK-TO-LOC       TO PRIOR-TO-LOC-WS
                       MOVE TLK-TRANS-AMOUNT TO PRIOR-AMOUNT-WS
                   END-IF
           END-READ.
           IF KEYED-LOG-STATUS NOT = "00" AND
                   KEYED-LOG-STATUS NOT = "10"
      *==============================================================
      * Book one movement by its transaction code.  Transfers move
      * stock between buildings without changing its value, so
      * within one company they book nothing; a transfer (or the
      * shipping leg of a two-leg transfer, or a container move's
      * leg for one part) out of one company's location into the
      * other's books the intercompany entries.
      * Job issues and returns book for consigned parts too -- the
      * job consumes the stock, so the consignor is owed for it.
      *==============================================================
       220-BOOK-ONE-MOVEMENT.
           PERFORM 240-FIND-MOVEMENT-COMPANY.
           MOVE MOVEMENT-COMPANY-WS TO LINE-COMPANY-WS.
           MOVE TLK-FROM-LOC TO MOVEMENT-LOC-WS.
           EVALUATE TRUE
               WHEN TLK-TRANS-CODE = "S"
                   PERFORM 230-VALUE-ONE-MOVEMENT
                   END-IF
               WHEN TLK-TRANS-CODE = "A" OR TLK-TRANS-CODE = "U"
                   PERFORM 230-VALUE-ONE-MOVEMENT
                   MOVE "NO" TO REVERSED-IC-TRANSFER-WS
                   IF TLK-TRANS-CODE = "U"
                       PERFORM 242-CHECK-REVERSED-TRANSFER
                   END-IF
                   IF CONSIGNED-PART-WS NOT = "YES"
                       IF REVERSED-IC-TRANSFER-WS = "YES"
                           PERFORM 322-REVERSE-INTERCOMPANY
                       ELSE
                           PERFORM 313-BOOK-QUANTITY-SWING
                       END-IF
                   END-IF
               WHEN TLK-TRANS-CODE = "J"
                   PERFORM 230-VALUE-ONE-MOVEMENT
                   PERFORM 317-BOOK-JOB-ISSUE
               WHEN TLK-TRANS-CODE = "E"
                   PERFORM 230-VALUE-ONE-MOVEMENT
                   PERFORM 318-BOOK-JOB-RETURN
               WHEN TLK-TRANS-CODE = "T" OR TLK-TRANS-CODE = "O"
                       OR TLK-TRANS-CODE = "M"
                   IF FROM-COMPANY-WS NOT = TO-COMPANY-WS
                       PERFORM 230-VALUE-ONE-MOVEMENT
                       IF CONSIGNED-PART-WS NOT = "YES"
                           PERFORM 319-BOOK-INTERCOMPANY-TRANSFER
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
      *==============================================================
       230-VALUE-ONE-MOVEMENT.
           MOVE "NO" TO CONSIGNED-PART-WS.
           MOVE SPACES TO MOVEMENT-CATEGORY-WS.
           MOVE TLK-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   IF PART-CONSIGNED
                       MOVE "YES" TO CONSIGNED-PART-WS
                   END-IF
                   MOVE PART-CATEGORY TO MOVEMENT-CATEGORY-WS
                   MOVE TLK-TRANS-AMOUNT TO MOVEMENT-QTY-WS
                   CALL ".\CALCULAT"
                       USING MOVEMENT-QTY-WS, UNIT-PRICE,
                           MOVEMENT-VALUE-WS
           END-READ.

      *==============================================================
      * Which company's books the movement lands in: the company
      * of the location it moved from, else of the location it
      * moved to, else the part's own company.  A location not on
      * the master (the in-transit holding balance, a receipt's
      * missing FROM) says nothing either way.  The two ends of a
      * transfer each keep their own company, so a move between
      * the companies can be told from one inside either.
      *==============================================================
       240-FIND-MOVEMENT-COMPANY.
           MOVE TLK-FROM-LOC TO COMPANY-LOC-WS.
           PERFORM 241-READ-LOCATION-COMPANY.
           MOVE LOC-COMPANY-WS TO FROM-COMPANY-WS.
           MOVE TLK-TO-LOC TO COMPANY-LOC-WS.
           PERFORM 241-READ-LOCATION-COMPANY.
           MOVE LOC-COMPANY-WS TO TO-COMPANY-WS.
           IF FROM-COMPANY-WS NOT = SPACES
               MOVE FROM-COMPANY-WS TO MOVEMENT-COMPANY-WS
           ELSE
               MOVE TO-COMPANY-WS TO MOVEMENT-COMPANY-WS.
           IF MOVEMENT-COMPANY-WS = SPACES
               MOVE TLK-PART-NUMBER TO PART-NUMBER
               READ INVENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PART-COMPANY-CODE TO MOVEMENT-COMPANY-WS
               END-READ.
           IF MOVEMENT-COMPANY-WS = SPACES
               MOVE "01" TO MOVEMENT-COMPANY-WS.
           IF FROM-COMPANY-WS = SPACES
               MOVE MOVEMENT-COMPANY-WS TO FROM-COMPANY-WS.
           IF TO-COMPANY-WS = SPACES
               MOVE MOVEMENT-COMPANY-WS TO TO-COMPANY-WS.

       241-READ-LOCATION-COMPANY.
           MOVE SPACES TO LOC-COMPANY-WS.
           IF LOCMAST-OPEN-WS = "YES" AND COMPANY-LOC-WS NOT = SPACES
               MOVE COMPANY-LOC-WS TO LO-LOCATION-CODE
               READ LOCATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LO-COMPANY-CODE = SPACES
                           MOVE "01" TO LOC-COMPANY-WS
                       ELSE
                           MOVE LO-COMPANY-CODE TO LOC-COMPANY-WS
                       END-IF
               END-READ.

      *==============================================================
      * A reversal whose reversed entry was a transfer (or the
      * shipping leg of one) between the companies undoes the
      * intercompany entries that transfer booked, so the two
      * companies' receivable and payable still offset.  The
      * reversed entry's own two locations give the companies.
      *==============================================================
       242-CHECK-REVERSED-TRANSFER.
           IF PRIOR-PART-WS NOT = TLK-PART-NUMBER
               EXIT PARAGRAPH.
           IF PRIOR-CODE-WS NOT = "T" AND PRIOR-CODE-WS NOT = "O"
               EXIT PARAGRAPH.
           MOVE PRIOR-FROM-LOC-WS TO COMPANY-LOC-WS.
           PERFORM 241-READ-LOCATION-COMPANY.
           MOVE LOC-COMPANY-WS TO FROM-COMPANY-WS.
           MOVE PRIOR-TO-LOC-WS TO COMPANY-LOC-WS.
           PERFORM 241-READ-LOCATION-COMPANY.
           MOVE LOC-COMPANY-WS TO TO-COMPANY-WS.
           IF FROM-COMPANY-WS = SPACES
               MOVE MOVEMENT-COMPANY-WS TO FROM-COMPANY-WS.
           IF TO-COMPANY-WS = SPACES
               MOVE MOVEMENT-COMPANY-WS TO TO-COMPANY-WS.
           IF FROM-COMPANY-WS NOT = TO-COMPANY-WS
               MOVE "YES" TO REVERSED-IC-TRANSFER-WS.

      *==============================================================
      * A sale relieves inventory into cost of goods.
      *==============================================================
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 321-WRITE-CREDIT-LINE.

      *==============================================================
      * Material issued to a job books to the job's cost center --
      * work in process for a job that builds something, expense
      * for one that consumes it -- relieving inventory, or for a
      * consigned part the consignment payable, since the stock
      * was never ours until the job used it.
      *==============================================================
       317-BOOK-JOB-ISSUE.
           PERFORM 333-RESOLVE-JOB-ACCOUNT.
           PERFORM 320-WRITE-DEBIT-LINE.
           IF CONSIGNED-PART-WS = "YES"
               MOVE "CPA" TO ROLE-CODE-WS
           ELSE
               MOVE "INV" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 321-WRITE-CREDIT-LINE.

      *==============================================================
      * Material returned from a job is the issue in reverse: the
      * job's cost center is credited what it was charged.
      *==============================================================
       318-BOOK-JOB-RETURN.
           IF CONSIGNED-PART-WS = "YES"
               MOVE "CPA" TO ROLE-CODE-WS
           ELSE
               MOVE "INV" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 320-WRITE-DEBIT-LINE.
           PERFORM 333-RESOLVE-JOB-ACCOUNT.
           PERFORM 321-WRITE-CREDIT-LINE.

      *==============================================================
      * A transfer between the companies is a sale at cost from
      * one to the other.  The shipping company's stock leaves its
      * inventory for what the receiving company now owes it; the
      * receiving company's inventory builds against what it owes.
      * Each side books to its own location's accounts.
      *==============================================================
       319-BOOK-INTERCOMPANY-TRANSFER.
           ADD 1 TO INTERCOMPANY-COUNT-WS.
           MOVE FROM-COMPANY-WS TO LINE-COMPANY-WS.
           MOVE TLK-FROM-LOC TO MOVEMENT-LOC-WS.
           MOVE "ICR" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 320-WRITE-DEBIT-LINE.
           MOVE "INV" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 321-WRITE-CREDIT-LINE.
           MOVE TO-COMPANY-WS TO LINE-COMPANY-WS.
           MOVE TLK-TO-LOC TO MOVEMENT-LOC-WS.
           MOVE "INV" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 320-WRITE-DEBIT-LINE.
           MOVE "ICP" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 321-WRITE-CREDIT-LINE.

      *==============================================================
      * The mirror of the intercompany transfer: the stock comes
      * back into the shipping company's inventory out of its
      * receivable, and leaves the receiving company's inventory
      * against its payable -- valued on the reversed amount.
      *==============================================================
       322-REVERSE-INTERCOMPANY.
           ADD 1 TO INTERCOMPANY-COUNT-WS.
           MOVE PRIOR-AMOUNT-WS TO MOVEMENT-QTY-WS.
           MOVE TLK-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE ZERO TO MOVEMENT-VALUE-WS
               NOT INVALID KEY
                   CALL ".\CALCULAT"
                       USING MOVEMENT-QTY-WS, UNIT-PRICE,
                           MOVEMENT-VALUE-WS
           END-READ.
           MOVE FROM-COMPANY-WS TO LINE-COMPANY-WS.
           MOVE PRIOR-FROM-LOC-WS TO MOVEMENT-LOC-WS.
           MOVE "INV" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 320-WRITE-DEBIT-LINE.
           MOVE "ICR" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 321-WRITE-CREDIT-LINE.
           MOVE TO-COMPANY-WS TO LINE-COMPANY-WS.
           MOVE PRIOR-TO-LOC-WS TO MOVEMENT-LOC-WS.
           MOVE "ICP" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 320-WRITE-DEBIT-LINE.
           MOVE "INV" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           PERFORM 321-WRITE-CREDIT-LINE.

      *==============================================================
      * An adjustment or reversal swings the on-hand quantity in
      * either direction -- the swing between the logged before
      *==============================================================
      * Resolve a role's account: the movement's own location
      * first (so a building can book to its own segment of the
      * chart), then -- for the inventory and cost-of-goods roles
      * -- the part's product category (so fasteners and hydraulics
      * can carry their own stock and cost accounts), then the
      * booking company's own record, then the company-wide
      * blank-location record.  A
      * role with no mapping while the file exists is a run
      * rejection -- accounting renumbered and forgot us once
      * already.  A line another company's run will carry is not
      * this run's problem.
      *==============================================================
       330-RESOLVE-ROLE-ACCOUNT.
           IF GLMAP-OPEN-WS NOT = "YES"
           MOVE SPACES TO RESOLVED-ACCT-WS.
           MOVE "M"          TO GM-MAP-TYPE.
           MOVE ROLE-CODE-WS TO GM-MAP-CODE.
           MOVE MOVEMENT-LOC-WS TO GM-LOCATION.
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GM-ACCOUNT TO RESOLVED-ACCT-WS
           END-READ.
           IF RESOLVED-ACCT-WS = SPACES
                   AND MOVEMENT-CATEGORY-WS NOT = SPACES
                   AND (ROLE-CODE-WS = "INV" OR ROLE-CODE-WS = "COG")
               MOVE "C"                  TO GM-MAP-TYPE
               MOVE ROLE-CODE-WS         TO GM-MAP-CODE
               MOVE SPACES               TO GM-LOCATION
               MOVE MOVEMENT-CATEGORY-WS TO GM-CATEGORY
               READ GL-MAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GM-ACCOUNT TO RESOLVED-ACCT-WS
               END-READ.
           IF RESOLVED-ACCT-WS = SPACES
               MOVE "K"             TO GM-MAP-TYPE
               MOVE ROLE-CODE-WS    TO GM-MAP-CODE
               MOVE LINE-COMPANY-WS TO GM-LOCATION
               READ GL-MAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GM-ACCOUNT TO RESOLVED-ACCT-WS
               END-READ.
           IF RESOLVED-ACCT-WS = SPACES
               MOVE "M"          TO GM-MAP-TYPE
               MOVE ROLE-CODE-WS TO GM-MAP-CODE
                       MOVE GM-ACCOUNT TO RESOLVED-ACCT-WS
               END-READ.
           IF RESOLVED-ACCT-WS = SPACES
               IF COMPANY-FILTER-WS = SPACES
                       OR LINE-COMPANY-WS = COMPANY-FILTER-WS
                   ADD 1 TO MAP-MISS-COUNT-WS
               END-IF
               MOVE "??????" TO RESOLVED-ACCT-WS.
           MOVE RESOLVED-ACCT-WS TO JD-ACCOUNT-OUT.

           MOVE "SHR" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.

      *==============================================================
      * A job movement's cost-center side: the job's charge type
      * picks the WIP or EXP role, the job's own cost center's
      * type J mapping is tried first, and a cost center with none
      * falls to the ordinary role resolution.  A job no longer on
      * the master books as work in process, company-wide.
      *==============================================================
       333-RESOLVE-JOB-ACCOUNT.
           MOVE "WIP"  TO JOB-ROLE-WS.
           MOVE SPACES TO JOB-COST-CENTER-WS.
           IF JOB-FILE-OPEN-WS = "YES"
               MOVE TLK-JOB-NUMBER TO JB-JOB-NUMBER
               READ JOB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JB-COST-CENTER TO JOB-COST-CENTER-WS
                       IF JB-CHARGE-TO-EXPENSE
                           MOVE "EXP" TO JOB-ROLE-WS
                       END-IF
               END-READ.
           MOVE JOB-ROLE-WS TO ROLE-CODE-WS.
           IF GLMAP-OPEN-WS = "YES"
                   AND JOB-COST-CENTER-WS NOT = SPACES
               MOVE "J"                TO GM-MAP-TYPE
               MOVE JOB-ROLE-WS        TO GM-MAP-CODE
               MOVE JOB-COST-CENTER-WS TO GM-LOCATION
               READ GL-MAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GM-ACCOUNT TO JD-ACCOUNT-OUT
                       EXIT PARAGRAPH
               END-READ.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.

      *==============================================================
      * The compiled-in chart for a shop that never built the
      * mapping file.
                   MOVE GL-PURCH-CLRG-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "CPA"
                   MOVE GL-CONSIGN-PAY-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "WIP"
                   MOVE GL-JOB-WIP-ACCT-WS   TO RESOLVED-ACCT-WS
               WHEN "EXP"
                   MOVE GL-JOB-EXPENSE-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "ICR"
                   MOVE GL-IC-RECEIVABLE-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "ICP"
                   MOVE GL-IC-PAYABLE-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN OTHER
                   MOVE "??????" TO RESOLVED-ACCT-WS
           END-EVALUATE.

      *==============================================================
      * Write one debit line and roll it into the debit total --
      * unless the run is kept to another company.
      *==============================================================
       320-WRITE-DEBIT-LINE.
           IF COMPANY-FILTER-WS NOT = SPACES
                   AND LINE-COMPANY-WS NOT = COMPANY-FILTER-WS
               EXIT PARAGRAPH.
           MOVE LINE-COMPANY-WS  TO JD-COMPANY-OUT.
           MOVE "DR"             TO JD-DRCR-OUT.
           MOVE MOVEMENT-VALUE-WS TO JD-AMOUNT-OUT.
           MOVE TLK-PART-NUMBER  TO JD-PART-NUMBER-OUT.
           ADD 1 TO LINES-WRITTEN-WS.

      *==============================================================
      * Write one credit line and roll it into the credit total --
      * unless the run is kept to another company.
      *==============================================================
       321-WRITE-CREDIT-LINE.
           IF COMPANY-FILTER-WS NOT = SPACES
                   AND LINE-COMPANY-WS NOT = COMPANY-FILTER-WS
               EXIT PARAGRAPH.
           MOVE LINE-COMPANY-WS  TO JD-COMPANY-OUT.
           MOVE "CR"             TO JD-DRCR-OUT.
           MOVE MOVEMENT-VALUE-WS TO JD-AMOUNT-OUT.
           MOVE TLK-PART-NUMBER  TO JD-PART-NUMBER-OUT.
                   " MOVEMENT(S) HAD NO PART ON FILE".
           DISPLAY "GLJRNL: " LINES-WRITTEN-WS
               " JOURNAL LINE(S) WRITTEN FOR " JOURNAL-PERIOD-WS.
           IF COMPANY-FILTER-WS NOT = SPACES
               DISPLAY "GLJRNL: COMPANY " COMPANY-FILTER-WS
                   " ONLY".
           IF INTERCOMPANY-COUNT-WS > ZERO
               DISPLAY "GLJRNL: " INTERCOMPANY-COUNT-WS
                   " INTERCOMPANY TRANSFER(S) BOOKED".
           IF MAP-MISS-COUNT-WS > ZERO
               DISPLAY "GLJRNL: " MAP-MISS-COUNT-WS
                   " MOVEMENT(S) WITH NO ACCOUNT MAPPING"
           CLOSE INVENT-FILE.
           IF GLMAP-OPEN-WS = "YES"
               CLOSE GL-MAP-FILE.
           IF JOB-FILE-OPEN-WS = "YES"
               CLOSE JOB-FILE.
           IF LOCMAST-OPEN-WS = "YES"
               CLOSE LOCATION-FILE.
           CLOSE JOURNAL-FILE-OUT.

       end program GLJRNL.
