      *----------------------------------------------------------------
      *    Hand-over area for ReportCatalog. A program that has
      *    just closed a report or extract fills it in and CALLs
      *    "ReportCatalog", which keeps a dated copy and enters it
      *    in REPORT-CATALOG.idx (RPTCAT.cpy).
      *    RPT-FILE-NAME  the file as written, e.g. VERIFY.rpt
      *    RPT-TYPE       the report type; blank = RPT-FILE-NAME
      *                  (set where the name varies per run)
      *    RPT-PROGRAM    the producing program
      *    RPT-RUN-BY     the operator; blank = BATCH or CONSOLE
      *    RPT-RC         the RETURN-CODE the program ends with
      *    RPT-BYTE-COPY  "Y" = copy the file byte for byte, for an
      *                  output whose lines end CR LF; blank = copy
      *                  it line for line
      *    ReportCatalog hands RPT-RC back as its own RETURN-CODE,
      *    so the caller's outcome is what NightlyBatch sees, or 8
      *    if the dated copy could not be written.
      *    EXTERNAL for the same reason as BATCHRUN.cpy.
      *----------------------------------------------------------------
       01 report-catalog-entry EXTERNAL.
           05 RPT-FILE-NAME PIC X(40).
           05 RPT-TYPE PIC X(20).
           05 RPT-PROGRAM PIC X(20).
           05 RPT-RUN-BY PIC X(08).
           05 RPT-RC PIC 9(03).
           05 RPT-BYTE-COPY PIC X(01).
