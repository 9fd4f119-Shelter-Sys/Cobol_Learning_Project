      *----------------------------------------------------------------
      *    Record layout for CRM-ECHO.idx, one record per contact
      *    that last took a change from the CRM feed. ECH-Image is
      *    the contact record exactly as ContactInbound rewrote it.
      *    While the live record still equals that image nobody
      *    has touched it in the carnet since, so :
      *      - ContactDelta does not send it back as CHANGED, the
      *        CRM already holds those values;
      *      - the next inbound run does not take the CRM's own
      *        change for a carnet edit and call it a conflict.
      *    Any later change in the carnet makes the image differ
      *    and the record travels again as usual.
      *----------------------------------------------------------------
       01 crm-echo-record.
           05 ECH-Contact-ID PIC 9(05).
           05 ECH-Applied-Date PIC 9(08).
           05 ECH-Image PIC X(700).
