      *----------------------------------------------------------------
      *    Record layout for REPORT-TYPES.idx, how long the dated
      *    copies of one report type are kept. ReportCatalog adds
      *    a type the first time it is produced, with 30 days;
      *    a supervisor changes it from GCA. Zero keeps the copies
      *    until the period is set again.
      *----------------------------------------------------------------
       01 report-type-record.
           05 RTY-REPORT PIC X(20).
           05 RTY-KEEP-DAYS PIC 9(04).
