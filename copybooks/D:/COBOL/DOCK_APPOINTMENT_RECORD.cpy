      *==============================================================
      * Dock appointment record (DOCK-APPOINTMENT-FILE, DOCKAPPT.TXT)
      * -- one record per truck a supplier has booked into a dock
      * door, keyed by an appointment number from DOCKNUM.TXT.  The
      * schedule alternate index (date, time slot, door) is what
      * the scheduling screen checks a booking against and what
      * the daily receiving schedule lists the day in order by.
      *==============================================================
       01  DOCK-APPOINTMENT-RECORD.
           05 DA-APPT-NUMBER        PIC 9(6)  VALUE ZERO.
           05 DA-SCHEDULE-KEY.
               10 DA-DATE           PIC X(8)  VALUE SPACES.
               10 DA-TIME-SLOT      PIC X(4)  VALUE SPACES.
               10 DA-DOOR           PIC X(2)  VALUE SPACES.
           05 DA-SUPPLIER-CODE      PIC X(5)  VALUE SPACES.
      *==============================================================
      * The purchase orders the supplier says are on the truck --
      * unused entries carry zero -- and the pallets to make room
      * for on the dock.
      *==============================================================
           05 DA-PO-NUMBER          PIC 9(6)  VALUE ZERO
                                    OCCURS 4 TIMES.
           05 DA-EST-PALLETS        PIC 9(3)  VALUE ZERO.
      *==============================================================
      * Receiving marks the truck arrived when the first receipt
      * against one of its orders posts; one still scheduled once
      * its day has passed is swept to no-show, which is what the
      * supplier scorecard counts against them.
      *==============================================================
           05 DA-STATUS             PIC X(1)  VALUE "S".
               88 DA-SCHEDULED      VALUE "S".
               88 DA-ARRIVED        VALUE "A".
               88 DA-NO-SHOW        VALUE "N".
           05 DA-STATUS-DATE        PIC X(8)  VALUE SPACES.
           05 DA-BOOKED-BY          PIC X(8)  VALUE SPACES.
