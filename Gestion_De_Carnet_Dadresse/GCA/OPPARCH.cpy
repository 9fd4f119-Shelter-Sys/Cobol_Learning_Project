      *----------------------------------------------------------------
      *    Record layout for OPPORTUNITIES-ARCHIVE.idx. Mirrors
      *    opportunity-record field for field but under an OPA-
      *    prefix, the same way INTARCH.cpy mirrors INTERACT.cpy.
      *    Holds the deals of contacts that have been deleted;
      *    restoring the contact brings its deals back.
      *----------------------------------------------------------------
       01 opportunity-archive-record.
           05 OPA-ID PIC 9(05).
           05 OPA-Contact-ID PIC 9(05).
           05 OPA-Company-ID PIC 9(05).
           05 OPA-Title PIC X(50).
           05 OPA-Amount PIC 9(09)V99.
           05 OPA-Stage PIC X(01).
           05 OPA-Close-Date PIC 9(08).
           05 OPA-Owner PIC X(08).
           05 OPA-Last-Modified PIC 9(08).
