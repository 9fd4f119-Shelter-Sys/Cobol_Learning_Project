      *----------------------------------------------------------------
      *    Record layout for AUDIT-CHAIN.idx, which carries the
      *    running state of the audit-log chain.
      *    Key "1" is the head : sequence number and check value
      *    of the last line AuditAppend wrote, and the day it did.
      *    Key "2" is the floor : sequence number and check value
      *    of the first chained line still held in a retained
      *    generation, kept by AuditRotate. AuditVerify starts its
      *    walk from the floor and must end on the head; with no
      *    floor on file the chain must start at sequence 1.
      *----------------------------------------------------------------
       01 audit-chain-record.
           05 ACH-KEY PIC X(01).
           05 ACH-SEQ PIC 9(09).
           05 ACH-CHECK PIC 9(09).
           05 ACH-DATE PIC 9(08).
