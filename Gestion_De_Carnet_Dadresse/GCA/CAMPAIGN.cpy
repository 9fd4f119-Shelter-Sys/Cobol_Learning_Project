      *----------------------------------------------------------------
      *    Record layout for CAMPAIGNS.idx, one record per mailing
      *    or call campaign, keyed by the code marketing gives it.
      *    The record is written by MailingExtract when the
      *    selection is run for that code; CPN-Category and
      *    CPN-Country keep the selection it was run with (blank
      *    = no filter) and CPN-Target-Count the number of
      *    contacts put on the target list (CAMPTGT.cpy).
      *    CPN-Channel  M post, E email, P phone, O other
      *----------------------------------------------------------------
       01 campaign-record.
           05 CPN-Code PIC X(08).
           05 CPN-Name PIC X(50).
           05 CPN-Date PIC 9(08).
           05 CPN-Channel PIC X(01).
           05 CPN-Category PIC X(20).
           05 CPN-Country PIC X(30).
           05 CPN-Target-Count PIC 9(05).
