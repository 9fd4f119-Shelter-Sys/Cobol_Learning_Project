      *        highest ID handed out so far as a measure of how
      *        fast the file grows;
      *      - a data-quality section: blank emails, blank
      *        categories, non-numeric phones, phone numbers
      *        shared by more than one contact, and postal
      *        addresses / emails marked undeliverable by
      *        ContactReturns.
      *----------------------------------------------------------------


       01 ws-blank-cat-count PIC 9(05) VALUE ZERO.
       01 ws-bad-phone-count PIC 9(05) VALUE ZERO.
       01 ws-dup-phone-count PIC 9(05) VALUE ZERO.
       01 ws-returned-count PIC 9(05) VALUE ZERO.
       01 ws-bounced-count PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      *    Category tally, one slot per distinct Category value.
       01 ws-phone-digits PIC 9(02).
       01 ws-phone-pos PIC 9(02).
       01 ws-phone-past-end PIC X(01).
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Scan-Archive-File.
           PERFORM Write-Report.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           GOBACK.

       Open-Files.
           IF ws-phone-valid NOT = "Y"
               ADD 1 TO ws-bad-phone-count
           END-IF.
           IF Post_Returned = "Y"
               ADD 1 TO ws-returned-count
           END-IF.
           IF Email_Bounced = "Y"
               ADD 1 TO ws-bounced-count
           END-IF.

      *----------------------------------------------------------------
      *    The same two phone shapes GCA's Validate-Phone accepts:
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  returned addresses: " DELIMITED BY SIZE
               ws-returned-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  bounced emails    : " DELIMITED BY SIZE
               ws-bounced-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Close-Files.
           CLOSE contacts.
           DISPLAY "Statistics written to STATS.rpt - "
               ws-active-count " active, " ws-archived-count
               " archived.".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactStats" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "STATS.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
