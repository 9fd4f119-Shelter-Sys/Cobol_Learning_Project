      *    DELTA-CTL.idx, the same pattern as CONTACTS-CTL.idx.
      *    The first run, with no control record, sends everything
      *    as NEW.
      *    The last column, Do_Not_Contact, carries the channels
      *    withdrawn on CONSENT.idx (POST, PHONE, EMAIL separated
      *    by ";"). A consent recorded since the last run makes
      *    the contact CHANGED even when the record itself is not,
      *    so a withdrawal reaches the CRM the next night.
      *    A contact whose only change is one ContactInbound took
      *    in from the CRM (the record still equals its image on
      *    CRM-ECHO.idx) is not sent back; those are counted as
      *    CRM echoes.
      *----------------------------------------------------------------


           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-delta-status.

           SELECT echo-file ASSIGN TO 'CRM-ECHO.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECH-Contact-ID
           FILE STATUS IS ws-ech-status.

           SELECT consent-file ASSIGN TO 'CONSENT.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-Contact-ID
           FILE STATUS IS ws-cns-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       FD delta-file.
       01 delta-line PIC X(650).

       FD consent-file.
       COPY CONSENT.

       FD echo-file.
       COPY CRMECHO.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-archive-status PIC XX.
       01 ws-changed-count PIC 9(05) VALUE ZERO.
       01 ws-deleted-count PIC 9(05) VALUE ZERO.
       01 ws-marker PIC X(07).
       01 ws-cns-status PIC XX.
       01 ws-have-consent PIC X(01) VALUE "N".
       01 ws-dnc-flags PIC X(20).
       01 ws-dnc-ptr PIC 9(02).
       01 ws-consent-date PIC 9(08).
       01 ws-flagged-count PIC 9(05) VALUE ZERO.
       01 ws-ech-status PIC XX.
       01 ws-have-echo PIC X(01) VALUE "N".
       01 ws-echo-count PIC 9(05) VALUE ZERO.
       01 CSV-First-Name PIC X(50).
       01 CSV-Last-Name PIC X(50).
       01 CSV-Email PIC X(50).
       01 CSV-City PIC X(30).
       01 CSV-Postal-Code PIC X(10).
       01 CSV-Country PIC X(30).
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Scan-Archive-File.
           PERFORM Update-Delta-Control.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           DISPLAY "Delta written : " ws-new-count " new, "
               ws-changed-count " changed, " ws-deleted-count
               " deleted.".
           IF ws-echo-count NOT = ZERO
               DISPLAY ws-echo-count " CRM echo(es) held back -"
                   " changes that came from the CRM itself."
           END-IF.
           DISPLAY ws-flagged-count " line(s) flagged Do_Not_Contact"
               " (consent withdrawn).".
           GOBACK.

       Open-Files.
               CLOSE delta-ctl-file
               OPEN I-O delta-ctl-file
           END-IF.
           OPEN INPUT consent-file.
           IF ws-cns-status = "00"
               MOVE "Y" TO ws-have-consent
           ELSE
               IF ws-cns-status NOT = "35"
                   DISPLAY "CONSENT.idx could not be opened, status "
                       ws-cns-status
                   CLOSE contacts
                   CLOSE archive-file
                   CLOSE delta-ctl-file
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT echo-file.
           IF ws-ech-status = "00"
               MOVE "Y" TO ws-have-echo
           END-IF.
           OPEN OUTPUT delta-file.

       Load-Delta-Control.
               DELIMITED BY SIZE
               "Email,Description,Category,Company_ID,Street,City,"
               DELIMITED BY SIZE
               "Postal_Code,Country,Last_Modified,Do_Not_Contact"
               DELIMITED BY SIZE
               INTO delta-line
           END-STRING.
                           MOVE ID_Contact TO ws-max-id
                       END-IF
                       MOVE SPACES TO ws-marker
                       PERFORM Check-Consent
                       IF ID_Contact > ws-last-max-id
                           MOVE "NEW" TO ws-marker
                           ADD 1 TO ws-new-count
                       ELSE
                           IF (Last_Modified NOT = ZERO AND
                               Last_Modified >= ws-last-run-date) OR
                              (ws-consent-date NOT = ZERO AND
                               ws-consent-date >= ws-last-run-date)
                               MOVE "CHANGED" TO ws-marker
                               PERFORM Check-Crm-Echo
                           END-IF
                       END-IF
                       IF ws-marker NOT = SPACES
               END-READ
           END-PERFORM.

      *    A change the CRM made itself stays home, unless a consent
      *    recorded since the last run has to go out anyway.
       Check-Crm-Echo.
           IF ws-have-echo = "Y" AND
              (ws-consent-date = ZERO OR
               ws-consent-date < ws-last-run-date)
               MOVE ID_Contact TO ECH-Contact-ID
               READ echo-file KEY IS ECH-Contact-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ECH-Image = contact-record
                           MOVE SPACES TO ws-marker
                           ADD 1 TO ws-echo-count
                       END-IF
               END-READ
           END-IF.
           IF ws-marker = "CHANGED"
               ADD 1 TO ws-changed-count
           END-IF.

      *    Check-Consent has run for the contact in hand.
       Write-Delta-Line.
           IF ws-dnc-flags NOT = SPACES
               ADD 1 TO ws-flagged-count
           END-IF.
           MOVE First_Name TO CSV-First-Name.
           MOVE Last_Name TO CSV-Last-Name.
           MOVE Email TO CSV-Email.
               CSV-Country DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               Last_Modified DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-dnc-flags DELIMITED BY SPACE
               INTO delta-line
           END-STRING.
           WRITE delta-line.

      *    ws-dnc-flags lists the channels the contact has withdrawn
      *    consent for on CONSENT.idx, e.g. POST;EMAIL.
       Check-Consent.
           MOVE SPACES TO ws-dnc-flags.
           MOVE 1 TO ws-dnc-ptr.
           MOVE ZERO TO ws-consent-date.
           IF ws-have-consent = "Y"
               MOVE ID_Contact TO CNS-Contact-ID
               READ consent-file KEY IS CNS-Contact-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Build-Dnc-Flags
               END-READ
           END-IF.

       Build-Dnc-Flags.
           IF CNS-Post-Status = "N"
               STRING "POST;" DELIMITED BY SIZE
                   INTO ws-dnc-flags WITH POINTER ws-dnc-ptr
           END-IF.
           IF CNS-Phone-Status = "N"
               STRING "PHONE;" DELIMITED BY SIZE
                   INTO ws-dnc-flags WITH POINTER ws-dnc-ptr
           END-IF.
           IF CNS-Email-Status = "N"
               STRING "EMAIL;" DELIMITED BY SIZE
                   INTO ws-dnc-flags WITH POINTER ws-dnc-ptr
           END-IF.
           IF ws-dnc-ptr > 1
               SUBTRACT 1 FROM ws-dnc-ptr
               MOVE SPACE TO ws-dnc-flags (ws-dnc-ptr:1)
           END-IF.
           IF CNS-Post-Date > ws-consent-date
               MOVE CNS-Post-Date TO ws-consent-date
           END-IF.
           IF CNS-Phone-Date > ws-consent-date
               MOVE CNS-Phone-Date TO ws-consent-date
           END-IF.
           IF CNS-Email-Date > ws-consent-date
               MOVE CNS-Email-Date TO ws-consent-date
           END-IF.

       Scrub-Csv-Fields.
           INSPECT CSV-First-Name REPLACING ALL "," BY ";".
           INSPECT CSV-Last-Name REPLACING ALL "," BY ";".
               CSV-Last-Name DELIMITED BY SIZE
               ",,,,,,,,,," DELIMITED BY SIZE
               ARC-Last-Modified DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO delta-line
           END-STRING.
           WRITE delta-line.
           CLOSE archive-file.
           CLOSE delta-ctl-file.
           CLOSE delta-file.
           IF ws-have-consent = "Y"
               CLOSE consent-file
           END-IF.
           IF ws-have-echo = "Y"
               CLOSE echo-file
           END-IF.
           DISPLAY "Extract written to DELTA.csv".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactDelta" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "DELTA.csv" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
