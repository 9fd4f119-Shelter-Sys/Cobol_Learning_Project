      *----------------------------------------------------------------
      *    Record layout for CONSENT.idx, the consent and
      *    do-not-contact register : one record per contact, keyed
      *    like the contact, holding where each outbound channel
      *    stands today.
      *    CNS-xxx-Status  blank nothing recorded, Y consent given,
      *                    N consent withdrawn (do not contact)
      *    CNS-xxx-Date    the day that status was recorded
      *    CNS-xxx-Source  where it came from (letter, phone call,
      *                    web form, ...), as typed by the operator
      *    A channel left blank is treated as open; only N keeps a
      *    contact out of the post, phone or email runs. Every
      *    change is also kept on CONSENT-HISTORY.idx (CONSHIST).
      *----------------------------------------------------------------
       01 consent-record.
           05 CNS-Contact-ID PIC 9(05).
           05 CNS-Post-Status PIC X(01).
           05 CNS-Post-Date PIC 9(08).
           05 CNS-Post-Source PIC X(20).
           05 CNS-Phone-Status PIC X(01).
           05 CNS-Phone-Date PIC 9(08).
           05 CNS-Phone-Source PIC X(20).
           05 CNS-Email-Status PIC X(01).
           05 CNS-Email-Date PIC 9(08).
           05 CNS-Email-Source PIC X(20).
           05 CNS-Changed-By PIC X(08).
