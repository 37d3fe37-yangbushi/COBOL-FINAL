      * literals, so a chart renumbering is a maintenance screen
      * instead of a recompile.  Type M maps a movement role --
      * INV inventory, COG cost of goods, SHR shrinkage, VAR count
      * variance, PUR purchases clearing, CPA consignment payable,
      * APL accounts-payable liability, CSH cash, DSC purchase
      * discounts taken, GRN received-not-invoiced accrual, ARC
      * accounts receivable, FRT freight and handling revenue, TXP
      * sales tax payable, SAD sales adjustments, ALW allowance for
      * doubtful accounts, RSV inventory valuation reserve, RSX
      * inventory write-down expense, FXG exchange gain or loss,
      * RNT equipment rental revenue, ICR intercompany receivable
      * (due from the sister company), ICP intercompany payable
      * (due to it), SLS counter sales revenue, OVS cash over and
      * short -- and type R maps a write-off
      * reason code to the expense account that loss books to
      * instead of plain shrinkage (for a receivables adjustment,
      * the account that takes the other side of the entry, e.g.
      * bad-debt expense for a bankruptcy write-off).
      * A record keyed with a location applies to movements at
      * that location only; the blank-location record is the
      * company-wide assignment.
      * Type C maps the INV or COG role for one product category
      * (GM-CATEGORY, in place of the location) -- the account a
      * category's stock or cost of goods books to when no
      * location-specific mapping applies.
      * Type J maps the WIP (work in process) or EXP (job expense)
      * role for one job cost center (carried in the location
      * slot) -- where material issued to that cost center's jobs
      * books; a cost center with no record of its own falls back
      * to the WIP or EXP role map.
      * Type K maps a role for one company (the company code in
      * the location slot) -- the account that company's books
      * use when no location or category mapping applies, ahead
      * of the company-wide type M record.
      *==============================================================
       01  GL-MAP-RECORD.
           05 GM-KEY.
               10 GM-MAP-TYPE       PIC X(1)  VALUE SPACES.
                   88 GM-ROLE-MAP   VALUE "M".
                   88 GM-REASON-MAP VALUE "R".
                   88 GM-CATEGORY-MAP VALUE "C".
                   88 GM-JOB-MAP    VALUE "J".
                   88 GM-COMPANY-MAP VALUE "K".
               10 GM-MAP-CODE       PIC X(3)  VALUE SPACES.
               10 GM-LOCATION       PIC X(5)  VALUE SPACES.
               10 GM-CATEGORY-KEY REDEFINES GM-LOCATION.
                   15 GM-CATEGORY   PIC X(3).
                   15 FILLER        PIC X(2).
           05 GM-ACCOUNT            PIC X(6)  VALUE SPACES.
