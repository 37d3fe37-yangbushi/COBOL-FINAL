      *==============================================================
      * Segregation-of-duties rule record (CONFLICT-RULE-FILE,
      * SODRULES.TXT) -- one line per pair of functions that one
      * person should not hold together.  Adding a rule is an
      * edit to this file, not a change to the report.  A line
      * starting * is a comment.
      * A function is one of:
      *   SUPPLIER  maintain the supplier master
      *   PO        raise or change a purchase order
      *   RECEIVE   receive stock against a purchase order
      *   MATCH     match a supplier invoice and clear it to pay
      *   APPROVE   release items held for approval
      *   ARADJ     key a receivables adjustment
      *   DELETE    delete master records
      *   CODE-x    post inventory transaction code x
      *==============================================================
       01  CONFLICT-RULE-RECORD.
           05 CR-FUNCTION-1     PIC X(8)  VALUE SPACES.
           05 CR-FUNCTION-2     PIC X(8)  VALUE SPACES.
           05 CR-DESCRIPTION    PIC X(40) VALUE SPACES.
