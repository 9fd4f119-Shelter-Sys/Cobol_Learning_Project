      *----------------------------------------------------------------
      *    Record layout for REPORT-CATALOG.idx, one record per
      *    report or extract produced, written by ReportCatalog
      *    when the producing program has closed its output.
      *    RCT-SEQ        catalog number, one up on the highest on
      *                   file
      *    RCT-REPORT     the report type : the output's usual
      *                   name (VERIFY.rpt, DELTA.csv, ...), which
      *                   the next run overwrites
      *    RCT-COPY-NAME  the dated copy kept of this run's output,
      *                   <name>-yyyymmdd-hhmmss.<ext>
      *    RCT-RUN-BY     the operator, BATCH inside the nightly
      *                   window, or CONSOLE for a program run by
      *                   hand that has no sign-on
      *    RCT-RECORDS    lines in the copy, any heading included
      *    RCT-RC         the RETURN-CODE the program ended with
      *    Entries age out with their copies after the days set
      *    for the type on REPORT-TYPES.idx (RPTTYPE.cpy).
      *----------------------------------------------------------------
       01 report-catalog-record.
           05 RCT-SEQ PIC 9(07).
           05 RCT-REPORT PIC X(20).
           05 RCT-PROGRAM PIC X(20).
           05 RCT-COPY-NAME PIC X(60).
           05 RCT-DATE PIC 9(08).
           05 RCT-TIME PIC 9(08).
           05 RCT-RUN-BY PIC X(08).
           05 RCT-RECORDS PIC 9(07).
           05 RCT-RC PIC 9(03).
