           05 TE-TAX-CODE       PIC X(3)  VALUE SPACES.
           05 TE-DESCRIPTION    PIC X(30) VALUE SPACES.
           05 TE-RATE-PCT       PIC 9(2)V999 VALUE ZERO.
           05 TE-FREIGHT-TAXABLE PIC X(1) VALUE SPACES.


       LINKAGE SECTION.
               PIC X(3) TO TE-TAX-CODE.
           05 VALUE "DESCRIPTION:"       LINE 5 COL 10.
           05 TE-DESCRIPTION-IN          LINE 5 COL 25
               PIC X(30) USING TE-DESCRIPTION.
           05 VALUE "RATE PCT:"          LINE 7 COL 10.
           05 TE-RATE-PCT-IN             LINE 7 COL 25
               PIC 9(2)V999 USING TE-RATE-PCT.
           05 VALUE "TAX FREIGHT (Y/N):" LINE 9 COL 10.
           05 TE-FREIGHT-TAXABLE-IN      LINE 9 COL 30
               PIC X(1) USING TE-FREIGHT-TAXABLE.

      *==============================================================
      * The top level of the program.
           PERFORM 300-PROMPT-ACTION-CODE.
           EVALUATE TRUE
               WHEN ADD-TAX-CODE
                   INITIALIZE TAX-ENTRY-WS
                   PERFORM 302-PROMPT-TAX-FIELDS
                   PERFORM 310-ADD-TAX-RECORD
               WHEN CHANGE-TAX-CODE
           IF STATUS-FIELD = "OK"
               MOVE TR-DESCRIPTION TO TE-DESCRIPTION
               MOVE TR-RATE-PCT    TO TE-RATE-PCT
               MOVE TR-FREIGHT-TAXABLE TO TE-FREIGHT-TAXABLE
               DISPLAY TAX-SCREEN
           ELSE
               DISPLAY "TAXMAINT: TAX CODE NOT ON FILE"
           MOVE TE-TAX-CODE    TO TR-TAX-CODE.
           MOVE TE-DESCRIPTION TO TR-DESCRIPTION.
           MOVE TE-RATE-PCT    TO TR-RATE-PCT.
           PERFORM 330-SET-FREIGHT-TAXABLE.
           WRITE TAX-RATE-RECORD
               INVALID KEY
                   DISPLAY "TAXMAINT: TAX CODE ALREADY ON FILE"
      *==============================================================
       311-CHANGE-TAX-RECORD.
           IF STATUS-FIELD = "OK"
               ACCEPT TAX-SCREEN
               MOVE TE-DESCRIPTION TO TR-DESCRIPTION
               MOVE TE-RATE-PCT    TO TR-RATE-PCT
               PERFORM 330-SET-FREIGHT-TAXABLE
               REWRITE TAX-RATE-RECORD
                   INVALID KEY
                       DISPLAY "TAXMAINT: REWRITE FAILED"
                       DISPLAY "TAXMAINT: TAX CODE DELETED"
                           LINE 20 COLUMN 10.

      *==============================================================
      * Only a "Y" taxes freight -- anything else keyed is "N".
      *==============================================================
       330-SET-FREIGHT-TAXABLE.
           IF TE-FREIGHT-TAXABLE = "Y"
               MOVE "Y" TO TR-FREIGHT-TAXABLE
           ELSE
               MOVE "N" TO TR-FREIGHT-TAXABLE.

      *==============================================================
      * Read the tax record keyed by TE-TAX-CODE.
      *==============================================================
