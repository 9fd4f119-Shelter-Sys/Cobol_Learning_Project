      *    CompanyReport pulls people per company. A follow-up whose
      *    contact has left the carnet is still printed, flagged, so
      *    the promise does not silently evaporate.
      *    The run asks for one operator; the report then holds
      *    only that desk's block (blank prints every operator).
      *    A contact who has withdrawn phone consent on CONSENT.idx
      *    keeps the line, so the follow-up is still seen, but the
      *    phone number is held back and the line is flagged
      *    DO NOT CALL; the total so flagged ends the report.
      *----------------------------------------------------------------


           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

           SELECT consent-file ASSIGN TO 'CONSENT.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-Contact-ID
           FILE STATUS IS ws-cns-status.

       DATA DIVISION.
       FILE SECTION.
       FD followups-file.
       FD report-file.
       01 report-line PIC X(160).

       FD consent-file.
       COPY CONSENT.

       WORKING-STORAGE SECTION.
       01 ws-fup-status PIC XX.
       01 ws-file-status PIC XX.
       01 ws-due-count PIC 9(05) VALUE ZERO.
       01 ws-owner-due PIC 9(05) VALUE ZERO.
       01 ws-wanted-owner PIC X(08).
       01 ws-select-owner PIC X(08) VALUE SPACES.
       01 ws-due-disp PIC 9(08).
       01 ws-cns-status PIC XX.
       01 ws-have-consent PIC X(01) VALUE "N".
       01 ws-no-phone PIC X(01).
       01 ws-phone-out PIC X(31).
       01 ws-dnc-count PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      *    Distinct owners seen on the first pass; one block per
       01 ws-owner-used PIC 9(02) VALUE ZERO.
       01 ws-owner-idx PIC 9(02).
       01 ws-owner-found PIC X(01).
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "Operator to print (blank = all operators) ?".
           ACCEPT ws-select-owner.
           INSPECT ws-select-owner CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM Open-Files.
           PERFORM Collect-Owners.
           PERFORM VARYING ws-owner-idx FROM 1 BY 1
           END-PERFORM.
           PERFORM Write-Final-Count.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           STOP RUN.

       Open-Files.
                   ws-file-status
               STOP RUN
           END-IF.
           OPEN INPUT consent-file.
           IF ws-cns-status = "00"
               MOVE "Y" TO ws-have-consent
           ELSE
               IF ws-cns-status NOT = "35"
                   DISPLAY "CONSENT.idx could not be opened, status "
                       ws-cns-status
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT report-file.
           MOVE SPACES TO report-line.
           STRING "Follow-up work queue   Date: " DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-select-owner NOT = SPACES
               MOVE SPACES TO report-line
               STRING "Selected operator : " DELIMITED BY SIZE
                   ws-select-owner DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF FUP-Done NOT = "Y" AND
                          FUP-Due-Date <= ws-today AND
                          (ws-select-owner = SPACES OR
                           FUP-Owner = ws-select-owner)
                           PERFORM Note-One-Owner
                       END-IF
               END-READ
                       INTO report-line
                   END-STRING
               NOT INVALID KEY
                   PERFORM Check-Phone-Consent
                   IF ws-no-phone = "Y"
                       MOVE "DO NOT CALL - consent withdrawn"
                           TO ws-phone-out
                       ADD 1 TO ws-dnc-count
                   ELSE
                       MOVE Phone TO ws-phone-out
                   END-IF
                   MOVE SPACES TO report-line
                   STRING "  " DELIMITED BY SIZE
                       ws-due-disp DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Last_Name DELIMITED BY "  "
                       " | " DELIMITED BY SIZE
                       ws-phone-out DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
           END-READ.
           ADD 1 TO ws-owner-due.
           ADD 1 TO ws-due-count.

       Check-Phone-Consent.
           MOVE "N" TO ws-no-phone.
           IF ws-have-consent = "Y"
               MOVE ID_Contact TO CNS-Contact-ID
               READ consent-file KEY IS CNS-Contact-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-Phone-Status = "N"
                           MOVE "Y" TO ws-no-phone
                       END-IF
               END-READ
           END-IF.

       Write-Final-Count.
           IF ws-owner-used = ZERO
               MOVE "  (no follow-ups due - the queue is clear)"
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Flagged DO NOT CALL (consent withdrawn) : "
               DELIMITED BY SIZE
               ws-dnc-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Close-Files.
           CLOSE followups-file.
           CLOSE contacts.
           IF ws-have-consent = "Y"
               CLOSE consent-file
           END-IF.
           CLOSE report-file.
           DISPLAY "Work queue written to WORKQUEUE.rpt - "
               ws-due-count " follow-up(s) due.".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "WorkQueue" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "WORKQUEUE.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
