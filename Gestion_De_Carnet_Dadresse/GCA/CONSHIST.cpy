      *----------------------------------------------------------------
      *    Record layout for CONSENT-HISTORY.idx, every consent
      *    change ever recorded for a contact, oldest first. Keyed
      *    by contact plus a sequence number the way the notes
      *    are; the register (CONSENT.idx) only shows the latest.
      *    CNH-Channel   M post, P phone, E email
      *    CNH-Status    Y consent given, N consent withdrawn
      *    CNH-By is the operator who recorded it.
      *----------------------------------------------------------------
       01 consent-history-record.
           05 CNH-KEY.
               10 CNH-Contact-ID PIC 9(05).
               10 CNH-SEQ PIC 9(05).
           05 CNH-Channel PIC X(01).
           05 CNH-Status PIC X(01).
           05 CNH-Date PIC 9(08).
           05 CNH-Source PIC X(20).
           05 CNH-By PIC X(08).
