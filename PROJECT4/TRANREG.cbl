      *==============================================================
      * Totals by transaction code -- one row per code posting
      * understands (including the customer return, the two-step
      * transfer legs, the kit codes the assembly bench and
      * exploded sales log, the legs of a container move, and
      * material issued to and returned from jobs), fixed in the
      * same order the codes are documented everywhere else.
      *==============================================================
       01 CODE-TOTALS-TABLE.
           05 CODE-TOTAL-ITEM OCCURS 16 TIMES.
               10 CT-TRANS-CODE     PIC X(1).
               10 CT-TRANS-COUNT    PIC 9(6).
               10 CT-QTY-TOTAL      PIC 9(11)V99.
       01 CODE-SUB              PIC 9(2)  VALUE ZERO.
       01 CODE-LIST-WS          PIC X(16) VALUE "SRAWTUVCOIKBFMJE".
       01 CODE-LIST-RED REDEFINES CODE-LIST-WS.
           05 CODE-LIST-CHAR    PIC X(1) OCCURS 16 TIMES.

      *==============================================================
      * Totals by operator, grown as operators appear in the
                  ".TXT"              DELIMITED BY SIZE
               INTO REGISTER-FILE-NAME-WS.
           PERFORM VARYING CODE-SUB FROM 1 BY 1
                   UNTIL CODE-SUB > 16
               MOVE CODE-LIST-CHAR (CODE-SUB)
                   TO CT-TRANS-CODE (CODE-SUB)
               MOVE ZERO TO CT-TRANS-COUNT (CODE-SUB)
      * roll it into the code, operator, and day totals.  The K
      * memo line an exploded kit parent logs is passed over --
      * its component lines carry the real movement, and counting
      * both would double the close-of-day figures.  So are the
      * L and H memo lines of tool-crib loans, which post nothing.
      *==============================================================
       210-REGISTER-ONE-ENTRY.
           READ TRANS-LOG-KEYED-FILE NEXT RECORD
                   ADD 1 TO RECORDS-READ-WS
                   IF TLK-DATE = REGISTER-DATE-WS
                           AND TLK-TRANS-CODE NOT = "K"
                           AND TLK-TRANS-CODE NOT = "L"
                           AND TLK-TRANS-CODE NOT = "H"
                       PERFORM 220-ACCUMULATE-ONE-ENTRY
                   END-IF
           END-READ.
       220-ACCUMULATE-ONE-ENTRY.
           ADD 1 TO DAY-TRANS-COUNT-WS.
           PERFORM VARYING CODE-SUB FROM 1 BY 1
                   UNTIL CODE-SUB > 16
               IF CT-TRANS-CODE (CODE-SUB) = TLK-TRANS-CODE
                   ADD 1 TO CT-TRANS-COUNT (CODE-SUB)
                   ADD TLK-TRANS-AMOUNT TO CT-QTY-TOTAL (CODE-SUB)
       202-TERM-REGISTER.
           WRITE REGISTER-REPORT-DATA FROM CODE-SECTION-HEADER.
           PERFORM VARYING CODE-SUB FROM 1 BY 1
                   UNTIL CODE-SUB > 16
               MOVE CT-TRANS-CODE (CODE-SUB)  TO CD-TRANS-CODE-OUT
               MOVE CT-TRANS-COUNT (CODE-SUB) TO CD-COUNT-OUT
               MOVE CT-QTY-TOTAL (CODE-SUB)   TO CD-QTY-OUT
