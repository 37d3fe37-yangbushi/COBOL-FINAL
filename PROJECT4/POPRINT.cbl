       01 LINE-VALUE-WS         PIC 9(11)V99 VALUE ZERO.
       01 LINE-QTY-WS           PIC 9(7)V99 VALUE ZERO.
       01 DOCUMENT-TOTAL-WS     PIC 9(12)V99 VALUE ZERO.
       01 FOREIGN-PRICE-WS      PIC 9(6)V99 VALUE ZERO.
           COPY "D:\COBOL\FX_PARMS.cpy".
       01 PO-DOCUMENT-NAME-WS   PIC X(40) VALUE SPACES.

       01 CURRENT-DATE-TIME-WS.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 PH-DATE-OUT       PIC 9(8).

       01 PO-CURRENCY-OUT.
           05 FILLER            PIC X(16) VALUE "PRICES IN".
           05 PC-CURRENCY-OUT   PIC X(3).

       01 PO-SUPPLIER-OUT.
           05 FILLER            PIC X(5)  VALUE "TO: ".
           05 PS-SUPPLIER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-QTY-OUT        PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-PRICE-OUT      PIC ZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 PD-PACK-OUT       PIC ZZ9    VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PD-EXTENDED-OUT   PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           OPEN INPUT ALT-SUPPLIER-FILE.
           IF ALT-SUPPLIER-STATUS = "00"
               MOVE "YES" TO XREF-OPEN-WS.
           MOVE SPACES TO FX-CURRENCY-CODE.
           CALL ".\FXCONV" USING FX-PARMS.
           IF OPEN-ERROR-FLAG NOT = "YES"
               PERFORM 301-PROMPT-ENTRY.

                       TO PS-SUPPLIER-PHONE-OUT
           END-READ.
           WRITE PO-DOCUMENT-DATA FROM PO-SUPPLIER-OUT.
           IF POR-CURRENCY-CODE = SPACES
               MOVE FX-HOME-CODE      TO PC-CURRENCY-OUT
           ELSE
               MOVE POR-CURRENCY-CODE TO PC-CURRENCY-OUT.
           WRITE PO-DOCUMENT-DATA FROM PO-CURRENCY-OUT.
           WRITE PO-DOCUMENT-DATA FROM PO-COLUMN-NAME.

      *==============================================================
      * One document line: the part dressed with its name and
      * pack quantity, priced at what the PO went out at in the
      * supplier's currency.  A line cut before the register kept
      * that price is priced at the supplier's cross-reference
      * quote when there is one, our average cost when not.
      *==============================================================
       221-PRINT-ONE-LINE.
               END-READ
           END-IF.
           MOVE POR-ORDER-QTY TO PD-QTY-OUT.
           MOVE POR-ORDER-QTY TO LINE-QTY-WS.
           IF POR-ORDER-RATE > ZERO
               MOVE POR-FOREIGN-PRICE TO FOREIGN-PRICE-WS
               MOVE FOREIGN-PRICE-WS  TO PD-PRICE-OUT
               COMPUTE LINE-VALUE-WS ROUNDED =
                   LINE-QTY-WS * FOREIGN-PRICE-WS
           ELSE
               MOVE LINE-PRICE-WS TO PD-PRICE-OUT
               CALL ".\CALCULAT"
                   USING LINE-QTY-WS, LINE-PRICE-WS, LINE-VALUE-WS.
           MOVE LINE-VALUE-WS TO PD-EXTENDED-OUT.
           ADD LINE-VALUE-WS TO DOCUMENT-TOTAL-WS.
           WRITE PO-DOCUMENT-DATA FROM PO-DETAIL-OUT.
