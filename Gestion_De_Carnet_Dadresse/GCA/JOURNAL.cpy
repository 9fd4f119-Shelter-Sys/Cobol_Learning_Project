      *----------------------------------------------------------------
      *    Record layout for JOURNAL.dat, the before/after image
      *    journal of the carnet. Every program that writes,
      *    rewrites or deletes a record on one of the journalled
      *    files appends one line per image, in the order the
      *    I/O was done:
      *        JNL-ACTION  A  record added      - image is the new
      *                       record
      *                    B  record changed    - image as it was
      *                       before the REWRITE
      *                    C  record changed    - image as it was
      *                       written by the REWRITE
      *                    D  record deleted    - image as it was
      *                       before the DELETE
      *    JNL-FILE uses the same one-letter tags as the backup
      *    generations (see ContactBackup):
      *        C contacts            A contacts archive
      *        P companies           Q companies archive
      *        I interactions        J interactions archive
      *        F follow-ups          R relations
      *        S relations archive
      *        O opportunities       U opportunities archive
      *        K consent register    L consent history
      *    JNL-USER is the operator, CONSOLE for batch runs, or
      *    CRM for a change taken in from the CRM feed.
      *    JNL-IMAGE is as wide as the backup data area, so any
      *    record a generation can hold fits here as well; it is
      *    the last field, so a wider image only lengthens the
      *    line. ContactRecover replays the A, C and D lines onto
      *    a restored generation.
      *----------------------------------------------------------------
       01 journal-record.
           05 JNL-DATE PIC 9(08).
           05 JNL-TIME PIC 9(08).
           05 JNL-USER PIC X(08).
           05 JNL-FILE PIC X(01).
           05 JNL-ACTION PIC X(01).
           05 JNL-IMAGE PIC X(700).
