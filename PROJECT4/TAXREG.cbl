      * Taxable value and tax collected grouped per tax code, plus
      * a count of lines where a live code computed zero tax --
      * those are sales that posted while the rate was missing.
      * A sale shipped to one of a customer's sites was logged
      * under the site's jurisdiction, so it lands under that code
      * here; the site count shows how much of each code came
      * that way.
      *==============================================================
       01 TAX-TOTALS-TABLE.
           05 TAX-TOTAL-ITEM OCCURS 25 TIMES.
               10 TT-TAX-CODE     PIC X(3)   VALUE SPACES.
               10 TT-SALE-COUNT   PIC 9(6)   VALUE ZERO.
               10 TT-SITE-COUNT   PIC 9(6)   VALUE ZERO.
               10 TT-TAXABLE-VALUE PIC 9(10)V99 VALUE ZERO.
               10 TT-TAX-AMOUNT   PIC 9(8)V99 VALUE ZERO.
       01 TAX-CODE-COUNT-WS     PIC 9(2)  VALUE ZERO.
           05 FILLER PIC X(8)  VALUE "SALES".
           05 FILLER PIC X(15) VALUE "TAXABLE VALUE".
           05 FILLER PIC X(13) VALUE "TAX DUE".
           05 FILLER PIC X(8)  VALUE "SHIP-TO".

       01 REGISTER-DETAIL-OUT.
           05 RD-TAX-CODE-OUT   PIC X(3)   VALUE SPACES.
           05 RD-TAXABLE-OUT    PIC ZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-TAX-OUT        PIC ZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RD-SITE-COUNT-OUT PIC ZZZZZ9 VALUE ZEROS.

       01 REGISTER-TOTALS-OUT.
           05 FILLER PIC X(14) VALUE "TOTAL TAXABLE".
                       TO TT-TAXABLE-VALUE (TAX-SUB)
                   ADD TXL-TAX-AMOUNT
                       TO TT-TAX-AMOUNT (TAX-SUB)
                   IF TXL-SHIP-TO-CODE NOT = SPACES
                       ADD 1 TO TT-SITE-COUNT (TAX-SUB)
                   END-IF
                   MOVE "YES" TO TAX-FOUND-FLAG
               END-IF
           END-PERFORM.
               MOVE TXL-TAXABLE-VALUE
                   TO TT-TAXABLE-VALUE (TAX-CODE-COUNT-WS)
               MOVE TXL-TAX-AMOUNT
                   TO TT-TAX-AMOUNT (TAX-CODE-COUNT-WS)
               IF TXL-SHIP-TO-CODE NOT = SPACES
                   MOVE 1 TO TT-SITE-COUNT (TAX-CODE-COUNT-WS)
               END-IF.

      *==============================================================
      * Write one row per code with its description looked up from
               MOVE TT-SALE-COUNT (TAX-SUB)    TO RD-COUNT-OUT
               MOVE TT-TAXABLE-VALUE (TAX-SUB) TO RD-TAXABLE-OUT
               MOVE TT-TAX-AMOUNT (TAX-SUB)    TO RD-TAX-OUT
               MOVE TT-SITE-COUNT (TAX-SUB)    TO RD-SITE-COUNT-OUT
               WRITE TAX-REGISTER-DATA FROM REGISTER-DETAIL-OUT
           END-PERFORM.
           MOVE TOTAL-TAXABLE-WS  TO RT-TAXABLE-OUT.
