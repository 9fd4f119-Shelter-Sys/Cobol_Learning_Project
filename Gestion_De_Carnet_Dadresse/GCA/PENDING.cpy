      *----------------------------------------------------------------
      *    Record layout for PENDING.idx, the contact changes that
      *    wait for a supervisor. An update-level operator (level
      *    2) cannot change a contact's phone, email, company or
      *    address on their own : Modify-Contact files the change
      *    here instead, one record per field, keyed like the
      *    notes on the contact plus a running number.
      *    PND-Field   P phone, E email, C company, A address (the
      *                street, city, postal code and country go
      *                as one change, see the address views)
      *    PND-Status  P pending, A approved, R rejected
      *    PND-Seen    "Y" once the requester has been told the
      *                outcome at sign-on
      *    Decided records stay on file as the history of the
      *    four-eyes check.
      *----------------------------------------------------------------
       01 pending-record.
           05 PND-KEY.
               10 PND-Contact-ID PIC 9(05).
               10 PND-SEQ PIC 9(05).
           05 PND-Field PIC X(01).
           05 PND-Old-Value PIC X(120).
           05 PND-Old-Address REDEFINES PND-Old-Value.
               10 PND-Old-Street PIC X(50).
               10 PND-Old-City PIC X(30).
               10 PND-Old-Postal-Code PIC X(10).
               10 PND-Old-Country PIC X(30).
           05 PND-New-Value PIC X(120).
           05 PND-New-Address REDEFINES PND-New-Value.
               10 PND-New-Street PIC X(50).
               10 PND-New-City PIC X(30).
               10 PND-New-Postal-Code PIC X(10).
               10 PND-New-Country PIC X(30).
           05 PND-Requested-By PIC X(08).
           05 PND-Req-Date PIC 9(08).
           05 PND-Req-Time PIC 9(08).
           05 PND-Status PIC X(01).
           05 PND-Decided-By PIC X(08).
           05 PND-Decided-Date PIC 9(08).
           05 PND-Seen PIC X(01).
