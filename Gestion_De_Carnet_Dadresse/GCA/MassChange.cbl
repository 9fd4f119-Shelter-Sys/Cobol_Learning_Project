           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD report-file.
       01 report-line PIC X(160).

       FD journal-file.
       COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
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
       01 ws-matched PIC X(01).
       01 ws-match-count PIC 9(05) VALUE ZERO.
       01 ws-changed-count PIC 9(05) VALUE ZERO.
       COPY AUDLINE.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Open-Files.
           PERFORM Scan-And-Change.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           IF ws-dry-run = "Y"
               DISPLAY "Dry run : " ws-match-count " contact(s)"
                   " would change, nothing touched."
           END-IF.
           OPEN OUTPUT report-file.
           IF ws-dry-run NOT = "Y"
               PERFORM Open-Journal-File
           END-IF.
           MOVE SPACES TO report-line.
           STRING "Mass change   Date: " DELIMITED BY SIZE
           IF ws-dry-run = "Y"
               GO TO Change-One-Contact-Exit
           END-IF.
           MOVE contact-record TO ws-jnl-before.
           EVALUATE ws-change-type
              WHEN 1 MOVE ws-new-category TO Category
              WHEN 2 MOVE ws-new-city TO City
           REWRITE contact-record.
           IF ws-file-status = "00"
               ADD 1 TO ws-changed-count
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
           MOVE SPACES TO report-line.
           CLOSE contacts.
           CLOSE report-file.
           IF ws-dry-run NOT = "Y"
               CLOSE journal-file
           END-IF.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "MassChange" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "MASSCHG.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
