      *----------------------------------------------------------------
      *    Hand-over area for AuditAppend. A program with an audit
      *    line to record moves the 80-byte line here and CALLs
      *    "AuditAppend", which stamps it with the next sequence
      *    number and check value and appends it to AUDIT.log.
      *    EXTERNAL for the same reason as BATCHRUN.cpy : the one
      *    the caller fills is the one the subprogram reads.
      *----------------------------------------------------------------
       01 AUD-NEXT-LINE PIC X(80) EXTERNAL.
