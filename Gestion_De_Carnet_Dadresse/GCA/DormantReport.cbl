      *    list to work from. Each dormant contact is printed with
      *    its Category, Company_ID and the date of the last note;
      *    per-Category and per-company tallies close the report.
      *    The run can be limited to the contacts of one owning
      *    operator (Contact_Owner), so each desk gets its own
      *    reactivation list.
      *    The newest note is found by scanning the contact's notes
      *    for the highest date rather than the highest sequence
      *    number : a dedupe merge re-keys the loser's notes with
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-months-back PIC 9(03).
       01 ws-select-owner PIC X(08) VALUE SPACES.
       01 ws-total-months PIC 9(06).
       01 ws-cutoff-date PIC 9(08).
       01 ws-cutoff-r REDEFINES ws-cutoff-date.
       01 ws-cmp-used PIC 9(03) VALUE ZERO.
       01 ws-cmp-idx PIC 9(03).
       01 ws-cmp-found PIC X(01).
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Scan-Live-File.
           PERFORM Write-Tallies.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           STOP RUN.

      *----------------------------------------------------------------
               GIVING ws-cutoff-yyyy REMAINDER ws-cutoff-mm.
           ADD 1 TO ws-cutoff-mm.
           MOVE ws-today-dd TO ws-cutoff-dd.
           DISPLAY "Owner to select (operator ID, blank = all) ?".
           ACCEPT ws-select-owner.
           INSPECT ws-select-owner CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       Open-Files.
           OPEN INPUT contacts.
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-select-owner NOT = SPACES
               MOVE SPACES TO report-line
               STRING "Owner : " DELIMITED BY SIZE
                   ws-select-owner DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

                   AT END
                       MOVE "10" TO ws-file-status
                   NOT AT END
                       IF ws-select-owner = SPACES OR
                          Contact_Owner = ws-select-owner
                           ADD 1 TO ws-scanned-count
                           PERFORM Find-Last-Note-Date
                           IF ws-last-note-date < ws-cutoff-date
                               PERFORM Report-One-Dormant
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   Category DELIMITED BY "  "
                   " | company " DELIMITED BY SIZE
                   Company_ID DELIMITED BY SIZE
                   " | owner " DELIMITED BY SIZE
                   Contact_Owner DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
                   Category DELIMITED BY "  "
                   " | company " DELIMITED BY SIZE
                   Company_ID DELIMITED BY SIZE
                   " | owner " DELIMITED BY SIZE
                   Contact_Owner DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           END-IF.
           DISPLAY "Dormancy report written to DORMANT.rpt - "
               ws-dormant-count " dormant of " ws-scanned-count
               " contact(s).".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "DormantReport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "DORMANT.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
