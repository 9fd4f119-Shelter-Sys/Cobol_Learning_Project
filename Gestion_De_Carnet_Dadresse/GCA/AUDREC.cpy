      *----------------------------------------------------------------
      *    A chained AUDIT.log line : the 80-byte audit line as it
      *    always was (op, ID, date-time, operator, detail - see
      *    AuditInquiry) followed by the chain trailer.
      *    ACL-SEQ    running number, one up on the line before
      *    ACL-CHECK  check value over the previous line's check,
      *               this line's number and its 80 bytes, so an
      *               edited, removed or inserted line breaks every
      *               check after it
      *    Lines written before the chain was introduced have no
      *    trailer and are left as they are.
      *----------------------------------------------------------------
       01 audit-chained-line.
           05 ACL-BODY PIC X(80).
           05 ACL-SEQ-TAG PIC X(05).
           05 ACL-SEQ PIC 9(09).
           05 ACL-CHECK-TAG PIC X(05).
           05 ACL-CHECK PIC 9(09).
