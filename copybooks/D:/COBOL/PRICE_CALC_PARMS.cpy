      *==============================================================
      * Parameter area for the PRICECAL subprogram -- the one
      * place a customer's selling price is worked out, so order
      * entry, the invoice run and the margin report all charge
      * the same price for the same line.  The caller fills in
      * who is buying what, how many, the part's list price and
      * the date being priced; PRICECAL hands back the price and
      * the rule that produced it:
      *     LIST      no customer arrangement applies
      *     CONTRACT  the customer's contract price for the part
      *     QTYBREAK  a quantity-break price for the part
      *     CUSTDISC  a discount percent off list (part or account)
      *     QUOTED    the price on a converted quotation (set by
      *               order entry, never by PRICECAL itself)
      *==============================================================
       01  PRICE-CALC-PARMS.
           05 PR-CUSTOMER-CODE  PIC X(5)  VALUE SPACES.
           05 PR-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 PR-QUANTITY       PIC 9(7)V99 VALUE ZERO.
           05 PR-LIST-PRICE     PIC 9(4)V99 VALUE ZERO.
           05 PR-PRICE-DATE     PIC X(8)  VALUE SPACES.
           05 PR-RESOLVED-PRICE PIC 9(4)V99 VALUE ZERO.
           05 PR-PRICE-RULE     PIC X(8)  VALUE SPACES.
