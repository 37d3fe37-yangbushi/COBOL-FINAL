      *==============================================================
      * Standing order line record (STANDING-ORDER-FILE,
      * STANDORD.TXT) -- one record per part a customer takes on a
      * fixed cycle, so the counter stops re-keying the same order
      * every week.  The schedule is carried on every line of the
      * standing order and maintained for all of them together.
      * SG-SCHEDULE-DATE is the calendar date the next cycle falls
      * on; SG-NEXT-RUN-DATE is that date moved on to the first
      * working day, the day the order generation run creates the
      * real sales order.  Keeping both stops a holiday from
      * pushing every later cycle a day late.
      *==============================================================
       01  STANDING-ORDER-RECORD.
           05 SG-KEY.
               10 SG-STANDING-NUMBER PIC 9(6)  VALUE ZERO.
               10 SG-PART-NUMBER    PIC X(7)  VALUE SPACES.
           05 SG-CUSTOMER-CODE      PIC X(5)  VALUE SPACES.
           05 SG-SHIP-TO-CODE       PIC X(4)  VALUE SPACES.
           05 SG-REP-CODE           PIC X(3)  VALUE SPACES.
           05 SG-ORDER-QTY          PIC 9(7)V99 VALUE ZERO.
           05 SG-FREQUENCY          PIC X(1)  VALUE SPACES.
               88 SG-WEEKLY         VALUE "W".
               88 SG-FORTNIGHTLY    VALUE "F".
               88 SG-MONTHLY        VALUE "M".
      *==============================================================
      * The day of the month a monthly order was set up for, so a
      * cycle shortened to the 28th in February goes back to the
      * 31st in March.
      *==============================================================
           05 SG-ANCHOR-DAY         PIC 9(2)  VALUE ZERO.
           05 SG-SCHEDULE-DATE      PIC 9(8)  VALUE ZERO.
           05 SG-NEXT-RUN-DATE      PIC 9(8)  VALUE ZERO.
      *==============================================================
      * Last date an order may be generated -- zero runs until the
      * standing order is ended by hand.
      *==============================================================
           05 SG-END-DATE           PIC 9(8)  VALUE ZERO.
           05 SG-STATUS             PIC X(1)  VALUE SPACES.
               88 SG-ACTIVE-LINE    VALUE "A".
               88 SG-SUSPENDED-LINE VALUE "S".
               88 SG-ENDED-LINE     VALUE "E".
           05 SG-LAST-RUN-DATE      PIC 9(8)  VALUE ZERO.
           05 SG-LAST-ORDER-NUMBER  PIC 9(6)  VALUE ZERO.
           05 SG-OPERATOR-ID        PIC X(8)  VALUE SPACES.
