           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD report-file.
       01 report-line PIC X(132).

       FD journal-file.
       COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-cty-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 audit-line PIC X(80).
       01 ws-audit-op PIC X(08).
       01 ws-audit-date PIC 9(08).
       01 ws-audit-time PIC 9(08).
       01 ws-jnl-status PIC XX.
       01 ws-jnl-tag PIC X(01).
       01 ws-jnl-action PIC X(01).
       01 ws-jnl-image PIC X(700).
       01 ws-jnl-before PIC X(700).
       01 ws-jnl-after PIC X(700).
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
       01 ws-bad-used PIC 9(03) VALUE ZERO.
       01 ws-bad-idx PIC 9(03).
       01 ws-bad-found PIC X(01).
       COPY AUDLINE.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Report-Pass.
           PERFORM Mapping-Pass.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           DISPLAY "Cleanup done : " ws-mapped-count
               " contact(s) mapped onto canonical countries.".
           STOP RUN.
               STOP RUN
           END-IF.
           OPEN OUTPUT report-file.
           PERFORM Open-Journal-File.
           MOVE SPACES TO report-line.
           STRING "Country cleanup   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF Country = ws-variant
                           MOVE contact-record TO ws-jnl-before
                           MOVE ws-canonical TO Country
                           ACCEPT Last_Modified FROM DATE YYYYMMDD
                           REWRITE contact-record
                           IF ws-file-status = "00"
                               ADD 1 TO ws-mapped-count
                               MOVE "C" TO ws-jnl-tag
                               MOVE contact-record TO ws-jnl-image
                               PERFORM Write-Journal-Change
                               MOVE "MODIFY" TO ws-audit-op
                               PERFORM Write-Audit-Record
                           ELSE
               " BY CONSOLE" DELIMITED BY SIZE
               INTO audit-line
           END-STRING.
           MOVE audit-line TO AUD-NEXT-LINE.
           CALL "AuditAppend".

       Open-Journal-File.
           OPEN EXTEND journal-file.
           IF ws-jnl-status = "35"
               OPEN OUTPUT journal-file
               CLOSE journal-file
               OPEN EXTEND journal-file
           END-IF.

      *    One JOURNAL.dat line per record image, see JOURNAL.cpy;
      *    a REWRITE goes in as its B/C pair from ws-jnl-before and
      *    ws-jnl-image.
       Write-Journal-Record.
           ACCEPT JNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JNL-TIME FROM TIME.
           MOVE "CONSOLE" TO JNL-USER.
           MOVE ws-jnl-tag TO JNL-FILE.
           MOVE ws-jnl-action TO JNL-ACTION.
           MOVE ws-jnl-image TO JNL-IMAGE.
           WRITE journal-record.

       Write-Journal-Change.
           MOVE ws-jnl-image TO ws-jnl-after.
           MOVE "B" TO ws-jnl-action.
           MOVE ws-jnl-before TO ws-jnl-image.
           PERFORM Write-Journal-Record.
           MOVE "C" TO ws-jnl-action.
           MOVE ws-jnl-after TO ws-jnl-image.
           PERFORM Write-Journal-Record.

       Close-Files.
           CLOSE contacts.
           CLOSE countries-file.
           CLOSE report-file.
           CLOSE journal-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "CountryCleanup" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "COUNTRY-CLEAN.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
