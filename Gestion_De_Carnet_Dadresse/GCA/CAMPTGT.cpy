      *----------------------------------------------------------------
      *    Record layout for CAMPAIGN-TARGETS.idx, the target list
      *    of a campaign : one record per contact selected, keyed
      *    by campaign code and contact. The contact's Category
      *    and Country are copied in when the list is cut, so the
      *    results report still breaks down the way the mailing
      *    was aimed if the contact changes later.
      *    CTG-Response  blank no answer yet, R replied, M meeting
      *                  booked, N not interested
      *    CTG-Resp-By is the operator who recorded the answer.
      *----------------------------------------------------------------
       01 campaign-target-record.
           05 CTG-KEY.
               10 CTG-Campaign PIC X(08).
               10 CTG-Contact-ID PIC 9(05).
           05 CTG-Category PIC X(20).
           05 CTG-Country PIC X(30).
           05 CTG-Response PIC X(01).
           05 CTG-Resp-Date PIC 9(08).
           05 CTG-Resp-By PIC X(08).
