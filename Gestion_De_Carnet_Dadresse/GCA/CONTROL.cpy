      *    Control record holding the next Contact_ID to hand out.
      *    One record, key "1", so it can be READ and REWRITE-d
      *    without ever scanning CONTACTS.idx.
      *    The same file holds the other counters : key "2" the
      *    last CMP-ID, key "3" the last OPP-ID.
      *----------------------------------------------------------------
       01 control-record.
           05 CTL-KEY PIC X(01).
