      *    the batch window : console questions are skipped and
      *    their standing defaults taken. Run standalone the item
      *    starts out as spaces and the dialogs behave as always.
      *    ReportCatalog reads it too, to enter the reports of a
      *    step as run by BATCH rather than CONSOLE.
      *----------------------------------------------------------------
       01 batch-run-flags EXTERNAL.
           05 BRN-ACTIVE PIC X(01).
