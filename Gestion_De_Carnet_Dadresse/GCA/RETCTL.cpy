      *----------------------------------------------------------------
      *    Parameter record for the retention run, one record
      *    under key "1" on RETENTION-CTL.idx, the same way
      *    DELTA-CTL.idx holds the delta extract's settings.
      *    RTC-ARCHIVE-YEARS  how long a deleted contact (and a
      *                       removed company) is kept on the
      *                       archive files before it is destroyed
      *    RTC-NOTE-YEARS     how long a call/meeting note is kept
      *                       on INTERACTIONS.idx
      *    RTC-BATCH-MODE     what RetentionPurge does inside the
      *                       nightly window : D list only, L purge
      *    RTC-LAST-RUN-DATE  the last live purge
      *    A period of zero switches that part of the run off.
      *    RetentionPurge creates the record on first use with
      *    5 and 7 years and mode D, and lets the operator change
      *    it when run by hand.
      *----------------------------------------------------------------
       01 retention-control-record.
           05 RTC-KEY PIC X(01).
           05 RTC-ARCHIVE-YEARS PIC 9(02).
           05 RTC-NOTE-YEARS PIC 9(02).
           05 RTC-BATCH-MODE PIC X(01).
           05 RTC-LAST-RUN-DATE PIC 9(08).
