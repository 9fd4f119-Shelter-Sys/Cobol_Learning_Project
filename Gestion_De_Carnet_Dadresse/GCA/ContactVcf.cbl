      *    to one Category, e.g. just the client group.
      *    Field values are trimmed with DELIMITED BY "  " (two
      *    blanks), which keeps single blanks inside names intact.
      *    A channel the contact has withdrawn consent for on
      *    CONSENT.idx is left off the card - TEL for phone, EMAIL
      *    for email, ADR for post - so it cannot be used from the
      *    phones; the run counts what it held back.
      *----------------------------------------------------------------


           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-vcf-status.

           SELECT consent-file ASSIGN TO 'CONSENT.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-Contact-ID
           FILE STATUS IS ws-cns-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       FD vcf-file.
       01 vcf-line PIC X(256).

       FD consent-file.
       COPY CONSENT.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-vcf-status PIC XX.
       01 ws-filter-category PIC X(20).
       01 ws-export-count PIC 9(05) VALUE ZERO.
       01 ws-cns-status PIC XX.
       01 ws-have-consent PIC X(01) VALUE "N".
       01 ws-no-post PIC X(01).
       01 ws-no-phone PIC X(01).
       01 ws-no-email PIC X(01).
       01 ws-suppressed-count PIC 9(05) VALUE ZERO.
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
           OPEN OUTPUT vcf-file.

           PERFORM UNTIL ws-file-status = "10"

           CLOSE contacts.
           CLOSE vcf-file.
           IF ws-have-consent = "Y"
               CLOSE consent-file
           END-IF.
           PERFORM Catalog-Report.
           DISPLAY "Exported " ws-export-count " vCards to"
               " CONTACTS.vcf".
           DISPLAY ws-suppressed-count " card(s) with a phone, email"
               " or address left off (consent withdrawn)."
           STOP RUN.

       Write-One-Vcard.
           PERFORM Check-Consent.
           MOVE "BEGIN:VCARD" TO vcf-line.
           WRITE vcf-line.
           MOVE "VERSION:3.0" TO vcf-line.
           END-STRING.
           WRITE vcf-line.

           IF Phone NOT = SPACES AND ws-no-phone = "N"
               MOVE SPACES TO vcf-line
               STRING "TEL;TYPE=CELL:" DELIMITED BY SIZE
                   Phone DELIMITED BY "  "
               WRITE vcf-line
           END-IF.

           IF Email NOT = SPACES AND ws-no-email = "N"
               MOVE SPACES TO vcf-line
               STRING "EMAIL;TYPE=INTERNET:" DELIMITED BY SIZE
                   Email DELIMITED BY "  "
               WRITE vcf-line
           END-IF.

           IF (Street NOT = SPACES OR City NOT = SPACES OR
               Postal_Code NOT = SPACES OR Country NOT = SPACES) AND
              ws-no-post = "N"
               MOVE SPACES TO vcf-line
               STRING "ADR;TYPE=HOME:;;" DELIMITED BY SIZE
                   Street DELIMITED BY "  "
           MOVE "END:VCARD" TO vcf-line.
           WRITE vcf-line.
           ADD 1 TO ws-export-count.

       Check-Consent.
           MOVE "N" TO ws-no-post ws-no-phone ws-no-email.
           IF ws-have-consent = "Y"
               MOVE ID_Contact TO CNS-Contact-ID
               READ consent-file KEY IS CNS-Contact-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-Post-Status = "N"
                           MOVE "Y" TO ws-no-post
                       END-IF
                       IF CNS-Phone-Status = "N"
                           MOVE "Y" TO ws-no-phone
                       END-IF
                       IF CNS-Email-Status = "N"
                           MOVE "Y" TO ws-no-email
                       END-IF
               END-READ
           END-IF.
           IF ws-no-post = "Y" OR ws-no-phone = "Y" OR
              ws-no-email = "Y"
               ADD 1 TO ws-suppressed-count
           END-IF.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactVcf" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "CONTACTS.vcf" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
