      *    promise was made to plus the note's sequence number.
      *    FUP-Owner is the USR-ID of the operator who took the
      *    note; FUP-Done "Y" drops it off the work queue.
      *    FUP-Done-Date and FUP-Done-By are stamped when it is
      *    marked done : the day, and the operator who closed it
      *    (not always the owner). Zero / blank on open ones, and
      *    on ones closed before the stamp was kept.
      *----------------------------------------------------------------
       01 followup-record.
           05 FUP-KEY.
           05 FUP-Due-Date PIC 9(08).
           05 FUP-Owner PIC X(08).
           05 FUP-Done PIC X(01).
           05 FUP-Done-Date PIC 9(08).
           05 FUP-Done-By PIC X(08).
