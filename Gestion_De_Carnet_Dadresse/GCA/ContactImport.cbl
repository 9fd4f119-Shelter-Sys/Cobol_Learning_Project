           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rej-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD reject-file.
       01 reject-line PIC X(700).

       FD journal-file.
       COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-ctl-status PIC XX.
       01 ws-csv-status PIC XX.
       01 ws-rej-status PIC XX.
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
       01 ws-first-line PIC X(01).
       01 ws-line-number PIC 9(07) VALUE ZERO.
       01 ws-data-count PIC 9(05) VALUE ZERO.
           05 stg-city PIC X(30).
           05 stg-postal-code PIC X(10).
           05 stg-country PIC X(30).
       COPY AUDLINE.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Update-Control-File.
           CLOSE contacts.
           CLOSE control-file.
           CLOSE journal-file.
           DISPLAY "Applied " ws-applied-count " contacts to the"
               " live carnet.".
           STOP RUN.
           END-PERFORM.
           CLOSE csv-file.
           CLOSE reject-file.
           PERFORM Catalog-Report.
           IF ws-data-count = ZERO
               MOVE ZERO TO ws-error-rate
           ELSE
           END-IF.
           OPEN I-O control-file.
           PERFORM Load-Next-New-Id.
           PERFORM Open-Journal-File.
           OPEN INPUT csv-file.
           MOVE "Y" TO ws-first-line.
           PERFORM UNTIL ws-csv-status = "10"
                   DISPLAY "Could not import ID " ID_Contact
               NOT INVALID KEY
                   ADD 1 TO ws-applied-count
                   MOVE "C" TO ws-jnl-tag
                   MOVE "A" TO ws-jnl-action
                   MOVE contact-record TO ws-jnl-image
                   PERFORM Write-Journal-Record
                   MOVE "IMPORT" TO ws-audit-op
                   PERFORM Write-Audit-Record
           END-WRITE.

       Update-Csv-Contact.
           MOVE contact-record TO ws-jnl-before.
           PERFORM Move-Staged-Fields.
           REWRITE contact-record
               INVALID KEY
                   DISPLAY "Could not update ID " ID_Contact
               NOT INVALID KEY
                   ADD 1 TO ws-applied-count
                   MOVE "C" TO ws-jnl-tag
                   MOVE contact-record TO ws-jnl-image
                   PERFORM Write-Journal-Change
                   MOVE "IMPORT" TO ws-audit-op
                   PERFORM Write-Audit-Record
           END-REWRITE.
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

       Update-Control-File.
           MOVE "1" TO CTL-KEY.
                       REWRITE control-record
                   END-IF
           END-READ.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactImport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "CONTACTS-REJECTS.csv" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
