       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactExport.
      *----------------------------------------------------------------
      *    Full CSV export of the carnet to CONTACTS.csv. The last
      *    column, Do_Not_Contact, carries the channels the contact
      *    has withdrawn consent for on CONSENT.idx (POST, PHONE,
      *    EMAIL, separated by ";") so the receiving side can
      *    honour them; the run counts the contacts so flagged.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-csv-status.

           SELECT consent-file ASSIGN TO 'CONSENT.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-Contact-ID
           FILE STATUS IS ws-cns-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       FD csv-file.
       01 csv-line PIC X(600).

       FD consent-file.
       COPY CONSENT.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-csv-status PIC XX.
       01 ws-total-count PIC 9(05) VALUE ZERO.
       01 ws-cns-status PIC XX.
       01 ws-have-consent PIC X(01) VALUE "N".
       01 ws-dnc-flags PIC X(20).
       01 ws-dnc-ptr PIC 9(02).
       01 ws-flagged-count PIC 9(05) VALUE ZERO.
       01 CSV-First-Name PIC X(50).
       01 CSV-Last-Name PIC X(50).
       01 CSV-Email PIC X(50).
       01 CSV-City PIC X(30).
       01 CSV-Postal-Code PIC X(10).
       01 CSV-Country PIC X(30).
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
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
                   CLOSE contacts
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT csv-file.

           STRING "ID_Contact,First_Name,Last_Name,Phone,Email,"
               DELIMITED BY SIZE
               "Description,Category,Company_ID,Street,City,"
               DELIMITED BY SIZE
               "Postal_Code,Country,Do_Not_Contact" DELIMITED BY SIZE
               INTO csv-line
           END-STRING.
           WRITE csv-line.

           CLOSE contacts.
           CLOSE csv-file.
           IF ws-have-consent = "Y"
               CLOSE consent-file
           END-IF.
           PERFORM Catalog-Report.
           DISPLAY "Exported " ws-total-count " contacts to CSV".
           DISPLAY ws-flagged-count " flagged Do_Not_Contact"
               " (consent withdrawn).".
           STOP RUN.

       Write-Csv-Line.
           PERFORM Check-Consent.
           IF ws-dnc-flags NOT = SPACES
               ADD 1 TO ws-flagged-count
           END-IF.
           MOVE First_Name TO CSV-First-Name.
           MOVE Last_Name TO CSV-Last-Name.
           MOVE Email TO CSV-Email.
               CSV-Postal-Code DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CSV-Country DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ws-dnc-flags DELIMITED BY SPACE
               INTO csv-line
           END-STRING.
           WRITE csv-line.

      *    ws-dnc-flags lists the channels the contact has withdrawn
      *    consent for on CONSENT.idx, e.g. POST;EMAIL.
       Check-Consent.
           MOVE SPACES TO ws-dnc-flags.
           MOVE 1 TO ws-dnc-ptr.
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

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactExport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "CONTACTS.csv" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
