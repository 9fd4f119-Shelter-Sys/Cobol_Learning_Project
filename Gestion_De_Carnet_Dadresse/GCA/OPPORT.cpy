      *----------------------------------------------------------------
      *    Record layout for OPPORTUNITIES.idx, the sales pipeline.
      *    One record per deal, keyed by its own OPP-ID; the last
      *    ID handed out is kept on the control file under
      *    CTL-KEY "3". A deal points at the contact it is worked
      *    with and at that contact's company (CMP-ID 0 = none).
      *    OPP-Stage  P prospect, R proposal, N negotiation,
      *               W won, L lost - W and L close the deal
      *    OPP-Amount is the estimated value, in the house
      *    currency, two decimals.
      *    OPP-Owner is the USR-ID of the operator working the
      *    deal.
      *----------------------------------------------------------------
       01 opportunity-record.
           05 OPP-ID PIC 9(05).
           05 OPP-Contact-ID PIC 9(05).
           05 OPP-Company-ID PIC 9(05).
           05 OPP-Title PIC X(50).
           05 OPP-Amount PIC 9(09)V99.
           05 OPP-Stage PIC X(01).
           05 OPP-Close-Date PIC 9(08).
           05 OPP-Owner PIC X(08).
           05 OPP-Last-Modified PIC 9(08).
