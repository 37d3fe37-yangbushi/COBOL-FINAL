           SELECT GL-MAP-FILE
               ASSIGN TO "D:\COBOL\GLMAP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS GL-MAP-STATUS.
           SELECT TRANS-LOG-KEYED-FILE
           05 JL-DRCR           PIC X(2).
           05 FILLER            PIC X(2).
           05 JL-AMOUNT-TEXT    PIC X(14).
           05 FILLER            PIC X(3).
           05 JL-PART-NUMBER    PIC X(7).
           05 FILLER            PIC X(2).
           05 JL-TRANS-CODE     PIC X(1).
           05 FILLER            PIC X(4).
           05 JL-DATE           PIC X(8).
           05 FILLER            PIC X(2).
           05 JL-COMPANY        PIC X(2).
           05 FILLER            PIC X(25).

       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".
       01 JOURNAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.
       01 RECON-FILE-NAME-WS    PIC X(40) VALUE SPACES.

      *==============================================================
      * The company the proof is kept to -- blank proves the books
      * of every company together, as before.  A company's proof
      * reads the journal the GL run wrote for that company alone
      * and totals only its parts' snapshots.  Stock value follows
      * the part's company while the journal follows the
      * location's, so stock moved between the companies shows in
      * one company's GL and not its perpetual; those transfers
      * are itemized as a cause of their own.
      *==============================================================
       01 COMPANY-FILTER-WS     PIC X(2)  VALUE SPACES.
       01 COMPANY-PROMPT        PIC X(20)
                       VALUE "COMPANY (BLANK=ALL)?".
       01 SNAP-COMPANY-WS       PIC X(2)  VALUE SPACES.
       01 IC-TRANSFERS-IN-WS    PIC 9(12)V99 VALUE ZERO.
       01 IC-TRANSFERS-OUT-WS   PIC 9(12)V99 VALUE ZERO.
       01 IC-TRANSFERS-NET-WS   PIC S9(13)V99 VALUE ZERO.
       01 RESIDUAL-WS           PIC S9(13)V99 VALUE ZERO.

       01 INVENTORY-ACCT-WS     PIC X(6)  VALUE "131000".
      *==============================================================
      * Stock a product category maps to its own inventory account
      * books there instead, so every category INV account on the
      * mapping file counts as inventory too -- and so does the
      * company's own INV account (every company's, on a proof of
      * all of them).
      *==============================================================
       01 CATEGORY-ACCT-TABLE.
           05 CATEGORY-ACCT-ITEM OCCURS 20 TIMES
                                 PIC X(6)  VALUE SPACES.
       01 CATEGORY-ACCT-COUNT-WS PIC 9(2) VALUE ZERO.
       01 CATEGORY-ACCT-SUB     PIC 9(2)  VALUE ZERO.
       01 INVENTORY-LINE-WS     PIC X(3)  VALUE "NO".
       01 EOF-MAP-WS            PIC X(3)  VALUE SPACES.
       01 OPENING-VALUE-WS      PIC 9(12)V99 VALUE ZERO.
       01 CLOSING-VALUE-WS      PIC 9(12)V99 VALUE ZERO.
       01 PERIOD-DEBITS-WS      PIC 9(12)V99 VALUE ZERO.
       200-INIT-RECONCILE.
           DISPLAY PERIOD-PROMPT.
           ACCEPT RECON-PERIOD-WS.
           DISPLAY COMPANY-PROMPT.
           ACCEPT COMPANY-FILTER-WS.
           MOVE RECON-PERIOD-WS TO RECON-PERIOD-NUM-TMP.
           IF RP-MONTH = 1
               COMPUTE PP-YEAR = RP-YEAR - 1
           ELSE
               MOVE RP-YEAR TO PP-YEAR
               COMPUTE PP-MONTH = RP-MONTH - 1.
           IF COMPANY-FILTER-WS = SPACES
               STRING "D:\COBOL\GLJRNL_" DELIMITED BY SIZE
                      RECON-PERIOD-WS    DELIMITED BY SIZE
                      ".TXT"             DELIMITED BY SIZE
                   INTO JOURNAL-FILE-NAME-WS
               STRING "D:\COBOL\GLRECON_" DELIMITED BY SIZE
                      RECON-PERIOD-WS     DELIMITED BY SIZE
                      ".TXT"              DELIMITED BY SIZE
                   INTO RECON-FILE-NAME-WS
           ELSE
               STRING "D:\COBOL\GLJRNL_" DELIMITED BY SIZE
                      RECON-PERIOD-WS    DELIMITED BY SIZE
                      "_"                DELIMITED BY SIZE
                      COMPANY-FILTER-WS  DELIMITED BY SIZE
                      ".TXT"             DELIMITED BY SIZE
                   INTO JOURNAL-FILE-NAME-WS
               STRING "D:\COBOL\GLRECON_" DELIMITED BY SIZE
                      RECON-PERIOD-WS     DELIMITED BY SIZE
                      "_"                 DELIMITED BY SIZE
                      COMPANY-FILTER-WS   DELIMITED BY SIZE
                      ".TXT"              DELIMITED BY SIZE
                   INTO RECON-FILE-NAME-WS.
           PERFORM 250-RESOLVE-INVENTORY-ACCT.
           OPEN INPUT SNAPSHOT-FILE.
           IF SNAPSHOT-STATUS NOT = "00"
      *==============================================================
      * The inventory account the journal booked to -- from the
      * mapping file when there is one, the compiled default when
      * not, matching what the journal itself did -- plus every
      * category's own inventory account.
      *==============================================================
       250-RESOLVE-INVENTORY-ACCT.
           OPEN INPUT GL-MAP-FILE.
               NOT INVALID KEY
                   MOVE GM-ACCOUNT TO INVENTORY-ACCT-WS
           END-READ.
           MOVE "C"        TO GM-MAP-TYPE.
           MOVE "INV"      TO GM-MAP-CODE.
           MOVE LOW-VALUES TO GM-LOCATION.
           START GL-MAP-FILE KEY IS NOT LESS THAN GM-KEY
               INVALID KEY MOVE "YES" TO EOF-MAP-WS.
           PERFORM UNTIL EOF-MAP-WS = "YES"
               READ GL-MAP-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-MAP-WS
                   NOT AT END
                       IF GM-MAP-TYPE NOT = "C"
                               OR GM-MAP-CODE NOT = "INV"
                           MOVE "YES" TO EOF-MAP-WS
                       ELSE
                           IF CATEGORY-ACCT-COUNT-WS < 20
                               ADD 1 TO CATEGORY-ACCT-COUNT-WS
                               MOVE GM-ACCOUNT TO CATEGORY-ACCT-ITEM
                                   (CATEGORY-ACCT-COUNT-WS)
                           END-IF
                       END-IF
           END-PERFORM.
           MOVE SPACES     TO EOF-MAP-WS.
           MOVE "K"        TO GM-MAP-TYPE.
           MOVE "INV"      TO GM-MAP-CODE.
           MOVE LOW-VALUES TO GM-LOCATION.
           START GL-MAP-FILE KEY IS NOT LESS THAN GM-KEY
               INVALID KEY MOVE "YES" TO EOF-MAP-WS.
           PERFORM UNTIL EOF-MAP-WS = "YES"
               READ GL-MAP-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-MAP-WS
                   NOT AT END
                       IF GM-MAP-TYPE NOT = "K"
                               OR GM-MAP-CODE NOT = "INV"
                           MOVE "YES" TO EOF-MAP-WS
                       ELSE
                           IF (COMPANY-FILTER-WS = SPACES
                                 OR GM-LOCATION = COMPANY-FILTER-WS)
                                   AND CATEGORY-ACCT-COUNT-WS < 20
                               ADD 1 TO CATEGORY-ACCT-COUNT-WS
                               MOVE GM-ACCOUNT TO CATEGORY-ACCT-ITEM
                                   (CATEGORY-ACCT-COUNT-WS)
                           END-IF
                       END-IF
           END-PERFORM.
           CLOSE GL-MAP-FILE.

      *==============================================================
      * One pass over the snapshots picks up both the opening
      * (prior period) and closing (this period) values -- of the
      * one company's parts, when the proof is kept to one.
      *==============================================================
       210-TOTAL-THE-SNAPSHOTS.
           PERFORM UNTIL EOF-SNAP-WS = "YES"
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-SNAP-WS
                   NOT AT END
                       PERFORM 215-ADD-ONE-SNAPSHOT
           END-PERFORM.

       215-ADD-ONE-SNAPSHOT.
           IF SNAP-COMPANY-CODE = SPACES
               MOVE "01" TO SNAP-COMPANY-WS
           ELSE
               MOVE SNAP-COMPANY-CODE TO SNAP-COMPANY-WS.
           IF COMPANY-FILTER-WS NOT = SPACES
                   AND SNAP-COMPANY-WS NOT = COMPANY-FILTER-WS
               EXIT PARAGRAPH.
           IF SNAP-YEAR = PP-YEAR AND SNAP-MONTH = PP-MONTH
               ADD SNAP-STOCK-VALUE TO OPENING-VALUE-WS.
           IF SNAP-YEAR = RP-YEAR AND SNAP-MONTH = RP-MONTH
               ADD SNAP-STOCK-VALUE TO CLOSING-VALUE-WS.

      *==============================================================
      * Re-total the month's journalled debits and credits to the
      * inventory account off the dated journal file itself --
               READ JOURNAL-FILE-IN
                   AT END MOVE "YES" TO EOF-JOURNAL-WS
                   NOT AT END
                       PERFORM 225-CHECK-INVENTORY-ACCOUNT
                       IF INVENTORY-LINE-WS = "YES"
                           COMPUTE LINE-AMOUNT-WS =
                               FUNCTION NUMVAL(JL-AMOUNT-TEXT)
                           IF JL-DRCR = "DR"
                               ADD LINE-AMOUNT-WS
                                   TO PERIOD-CREDITS-WS
                           END-IF
                           PERFORM 226-TOTAL-INTERCOMPANY-LINE
                       END-IF
           END-PERFORM.
           COMPUTE IC-TRANSFERS-NET-WS =
               IC-TRANSFERS-IN-WS - IC-TRANSFERS-OUT-WS.

      *==============================================================
      * A transfer (or one leg of a container move) books to
      * inventory only when it crossed from one company to the
      * other, so every transfer line on an inventory account is
      * intercompany stock -- in on a debit, out on a credit.  On
      * a proof of all the companies the two sides cancel.
      *==============================================================
       226-TOTAL-INTERCOMPANY-LINE.
           IF JL-TRANS-CODE = "T" OR JL-TRANS-CODE = "O"
                   OR JL-TRANS-CODE = "M"
               IF JL-DRCR = "DR"
                   ADD LINE-AMOUNT-WS TO IC-TRANSFERS-IN-WS
               ELSE
                   ADD LINE-AMOUNT-WS TO IC-TRANSFERS-OUT-WS.

      *==============================================================
      * Is this journal line on an inventory account -- the
      * company-wide one or any category's?
      *==============================================================
       225-CHECK-INVENTORY-ACCOUNT.
           MOVE "NO" TO INVENTORY-LINE-WS.
           IF JL-ACCOUNT = INVENTORY-ACCT-WS
               MOVE "YES" TO INVENTORY-LINE-WS
               EXIT PARAGRAPH.
           PERFORM VARYING CATEGORY-ACCT-SUB FROM 1 BY 1
                   UNTIL CATEGORY-ACCT-SUB > CATEGORY-ACCT-COUNT-WS
               IF JL-ACCOUNT = CATEGORY-ACCT-ITEM (CATEGORY-ACCT-SUB)
                   MOVE "YES" TO INVENTORY-LINE-WS
               END-IF
           END-PERFORM.

      *==============================================================
      * The one cause the data can name: period movements whose
           MOVE "UNPRICED MOVEMENTS (COUNT)" TO RC-LABEL-OUT.
           MOVE UNPRICED-COUNT-WS TO RC-AMOUNT-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-DETAIL-OUT.
           MOVE "INTERCOMPANY TRANSFERS (NET)" TO RC-LABEL-OUT.
           MOVE IC-TRANSFERS-NET-WS TO RC-AMOUNT-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-DETAIL-OUT.
           COMPUTE RESIDUAL-WS = DIFFERENCE-WS + IC-TRANSFERS-NET-WS.
           MOVE "RESIDUAL AFTER INTERCOMPANY" TO RC-LABEL-OUT.
           MOVE RESIDUAL-WS TO RC-AMOUNT-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-DETAIL-OUT.
           IF DIFFERENCE-WS = ZERO
               MOVE "IN BALANCE - GL AGREES WITH PERPETUAL"
                   TO RECON-VERDICT-OUT
           ELSE
               IF RESIDUAL-WS = ZERO
                   MOVE "DIFFERENCE IS INTERCOMPANY TRANSFERS ONLY"
                       TO RECON-VERDICT-OUT
               ELSE
                   MOVE "OUT OF BALANCE - SEE ITEMIZED CAUSES"
                       TO RECON-VERDICT-OUT.
           WRITE RECON-REPORT-DATA FROM RECON-VERDICT-OUT.
           DISPLAY "GLRECON: " RECON-VERDICT-OUT.

               INTO RC-RUN-DATE.
           MOVE SPACE      TO RC-SCOPE-FLAG.
           MOVE SPACE      TO RC-FORMAT-FLAG.
           MOVE 9          TO RC-RECORD-COUNT.
           MOVE RECON-FILE-NAME-WS TO RC-FILE-NAME.
           MOVE "N"        TO RC-PURGED-FLAG.
           WRITE REPORT-CATALOG-RECORD.
