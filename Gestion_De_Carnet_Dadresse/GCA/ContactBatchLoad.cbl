           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-batch-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

           SELECT checkpoint-file ASSIGN TO 'BATCHLOAD.ckp'
           ORGANIZATION IS LINE SEQUENTIAL
       FD control-file.
       COPY CONTROL.

       FD journal-file.
       COPY JOURNAL.

      *----------------------------------------------------------------
      *    One-line checkpoint, rewritten after every input record.
       01 ws-file-status PIC XX.
       01 ws-ctl-status PIC XX.
       01 ws-batch-status PIC XX.
       01 audit-line PIC X(80).
       01 ws-audit-op PIC X(08).
       01 ws-audit-date PIC 9(08).
       01 ws-audit-time PIC 9(08).
       01 ws-jnl-status PIC XX.
       01 ws-jnl-tag PIC X(01).
       01 ws-jnl-action PIC X(01).
       01 ws-jnl-image PIC X(700).
       01 ws-loaded-count PIC 9(05) VALUE ZERO.
       01 ws-rejected-count PIC 9(05) VALUE ZERO.
       01 ws-ckp-status PIC XX.
       01 ws-input-count PIC 9(07) VALUE ZERO.
       01 ws-resume-skip PIC 9(07) VALUE ZERO.
       01 ws-check-total PIC 9(07).
       COPY AUDLINE.

       PROCEDURE DIVISION.
       BEGIN.
           CLOSE contacts.
           CLOSE control-file.
           CLOSE batch-input-file.
           CLOSE journal-file.
           DISPLAY "Batch load complete, " ws-loaded-count
               " contacts added, " ws-rejected-count " rejected.".
           ADD ws-loaded-count TO ws-rejected-count
               OPEN I-O control-file
           END-IF.
           OPEN INPUT batch-input-file.
           PERFORM Open-Journal-File.

       Load-Last-ID.
           MOVE "1" TO CTL-KEY.
                   DISPLAY "Could not load contact " ID_Contact
                   ADD 1 TO ws-rejected-count
               NOT INVALID KEY
                   MOVE "C" TO ws-jnl-tag
                   MOVE "A" TO ws-jnl-action
                   MOVE contact-record TO ws-jnl-image
                   PERFORM Write-Journal-Record
                   MOVE ID_Contact TO CTL-LAST-ID
                   MOVE "1" TO CTL-KEY
                   REWRITE control-record
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

      *    One JOURNAL.dat line per record image, see JOURNAL.cpy.
       Write-Journal-Record.
           ACCEPT JNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JNL-TIME FROM TIME.
           MOVE "CONSOLE" TO JNL-USER.
           MOVE ws-jnl-tag TO JNL-FILE.
           MOVE ws-jnl-action TO JNL-ACTION.
           MOVE ws-jnl-image TO JNL-IMAGE.
           WRITE journal-record.
