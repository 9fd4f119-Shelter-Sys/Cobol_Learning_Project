      *        31-38 time hhmmsscc
      *        39-42 " BY "      (only since operator sign-on)
      *        43-50 operator
      *        51-80 free detail
      *        81-108 sequence number and check value, see
      *              AUDREC.cpy (not on lines older than the
      *              audit chain)
      *    Mode 1 prints the history of one contact, mode 2 every
      *    operation in a date range, mode 3 a per-day operations
      *    summary (optionally limited to a range).
       DATA DIVISION.
       FILE SECTION.
       FD audit-file.
       01 audit-line PIC X(108).

       FD gen-file.
       01 gen-line PIC X(108).

       FD audit-ctl-file.
       COPY AUDITCTL.
