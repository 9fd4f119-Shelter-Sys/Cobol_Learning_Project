      *        MAILMERGE.csv the same contacts for the office word
      *                      processor, ContactExport-style CSV;
      *        MAIL-EXCEPT.rpt contacts that matched the selection
      *                      but have a blank Street, or an address
      *                      the post office has sent mail back from
      *                      (Post_Returned, see ContactReturns), so
      *                      the addresses can be chased.
      *    Given a campaign code, the run also records the mailing
      *    on CAMPAIGNS.idx (created on first use, with the name,
      *    channel and selection) and puts every contact that gets
      *    a label on the campaign's target list,
      *    CAMPAIGN-TARGETS.idx; responses are recorded against it
      *    in GCA and counted by CampaignReport.
      *    Contacts who have withdrawn consent (CONSENT.idx) for
      *    the channel of the mailing - post, or the campaign's
      *    own channel - are left out altogether and only counted.
      *----------------------------------------------------------------


           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-exc-status.

           SELECT campaigns-file ASSIGN TO 'CAMPAIGNS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPN-Code
           FILE STATUS IS ws-cpn-status.

           SELECT targets-file ASSIGN TO 'CAMPAIGN-TARGETS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTG-KEY
           FILE STATUS IS ws-ctg-status.

           SELECT consent-file ASSIGN TO 'CONSENT.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-Contact-ID
           FILE STATUS IS ws-cns-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       FD except-file.
       01 except-line PIC X(132).

       FD campaigns-file.
       COPY CAMPAIGN.

       FD targets-file.
       COPY CAMPTGT.

       FD consent-file.
       COPY CONSENT.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-label-status PIC XX.
       01 ws-merge-status PIC XX.
       01 ws-exc-status PIC XX.
       01 ws-cpn-status PIC XX.
       01 ws-ctg-status PIC XX.
       01 ws-campaign-code PIC X(08) VALUE SPACES.
       01 ws-campaign-new PIC X(01) VALUE "N".
       01 ws-target-count PIC 9(05) VALUE ZERO.
       01 ws-cns-status PIC XX.
       01 ws-have-consent PIC X(01) VALUE "N".
       01 ws-consent-channel PIC X(01) VALUE "M".
       01 ws-consent-withdrawn PIC X(01).
       01 ws-suppressed-count PIC 9(05) VALUE ZERO.
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
       01 ws-sort-done PIC X(01).
       01 ws-selected-count PIC 9(05) VALUE ZERO.
       01 ws-except-count PIC 9(05) VALUE ZERO.
       01 ws-returned-count PIC 9(05) VALUE ZERO.
       01 ws-zone-value PIC X(10) VALUE SPACES.
       01 ws-zone-count PIC 9(05) VALUE ZERO.
       01 ws-zone-printed PIC X(01) VALUE "N".
       01 CSV-Postal-Code PIC X(10).
       01 CSV-Country PIC X(30).
       01 CSV-Category PIC X(20).
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ws-filter-category.
           DISPLAY "Country to mail (blank = all) ?".
           ACCEPT ws-filter-country.
           DISPLAY "Campaign code for this mailing (blank = none) ?".
           ACCEPT ws-campaign-code.
           PERFORM Open-Consent.
           IF ws-campaign-code NOT = SPACES
               PERFORM Open-Campaign
           END-IF.
           SORT sort-file
               ON ASCENDING KEY SRT-Postal-Code SRT-Last-Name
               INPUT PROCEDURE IS Select-Contacts
               OUTPUT PROCEDURE IS Write-Outputs.
           PERFORM Catalog-Report.
           DISPLAY "Mailing extract : " ws-selected-count
               " label(s), " ws-except-count
               " contact(s) without a street, " ws-returned-count
               " returned address(es), " ws-suppressed-count
               " left out (consent withdrawn).".
           DISPLAY "See LABELS.prt, MAILMERGE.csv and MAIL-EXCEPT.rpt".
           IF ws-campaign-code NOT = SPACES
               PERFORM Close-Campaign
           END-IF.
           IF ws-have-consent = "Y"
               CLOSE consent-file
           END-IF.
           STOP RUN.

      *    No register yet (35) means nobody has withdrawn; any
      *    other failure stops the run rather than mail blind.
       Open-Consent.
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

      *----------------------------------------------------------------
      *    A new code is set up here with today's date and the
      *    selection just entered; a code already on file has the
      *    contacts of this run added to its list.
      *----------------------------------------------------------------
       Open-Campaign.
           INSPECT ws-campaign-code CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN I-O campaigns-file.
           IF ws-cpn-status = "35"
               OPEN OUTPUT campaigns-file
               CLOSE campaigns-file
               OPEN I-O campaigns-file
           END-IF.
           IF ws-cpn-status NOT = "00"
               DISPLAY "CAMPAIGNS.idx could not be opened, status "
                   ws-cpn-status
               IF ws-have-consent = "Y"
                   CLOSE consent-file
               END-IF
               STOP RUN
           END-IF.
           OPEN I-O targets-file.
           IF ws-ctg-status = "35"
               OPEN OUTPUT targets-file
               CLOSE targets-file
               OPEN I-O targets-file
           END-IF.
           IF ws-ctg-status NOT = "00"
               DISPLAY "CAMPAIGN-TARGETS.idx could not be opened,"
                   " status " ws-ctg-status
               CLOSE campaigns-file
               IF ws-have-consent = "Y"
                   CLOSE consent-file
               END-IF
               STOP RUN
           END-IF.
           MOVE ws-campaign-code TO CPN-Code.
           READ campaigns-file KEY IS CPN-Code
               INVALID KEY
                   MOVE "Y" TO ws-campaign-new
               NOT INVALID KEY
                   DISPLAY "Campaign " CPN-Code " (" CPN-Name
                       ") is on file with " CPN-Target-Count
                       " target(s); this run adds to its list."
           END-READ.
           IF ws-campaign-new = "Y"
               INITIALIZE campaign-record
               MOVE ws-campaign-code TO CPN-Code
               DISPLAY "New campaign - name ?"
               ACCEPT CPN-Name
               DISPLAY "Channel (M post, E email, P phone, O other) ?"
               ACCEPT CPN-Channel
               INSPECT CPN-Channel CONVERTING "mepo" TO "MEPO"
               IF CPN-Channel NOT = "M" AND CPN-Channel NOT = "E" AND
                  CPN-Channel NOT = "P" AND CPN-Channel NOT = "O"
                   MOVE "M" TO CPN-Channel
               END-IF
               MOVE ws-today TO CPN-Date
               MOVE ws-filter-category TO CPN-Category
               MOVE ws-filter-country TO CPN-Country
               MOVE ZERO TO CPN-Target-Count
               WRITE campaign-record
                   INVALID KEY
                       DISPLAY "Campaign " CPN-Code " could not be"
                           " written, status " ws-cpn-status
                       CLOSE campaigns-file
                       CLOSE targets-file
                       IF ws-have-consent = "Y"
                           CLOSE consent-file
                       END-IF
                       STOP RUN
               END-WRITE
           END-IF.
           IF CPN-Channel = "E" OR CPN-Channel = "P"
               MOVE CPN-Channel TO ws-consent-channel
           END-IF.

       Close-Campaign.
           MOVE ws-campaign-code TO CPN-Code.
           READ campaigns-file KEY IS CPN-Code
               NOT INVALID KEY
                   ADD ws-target-count TO CPN-Target-Count
                   REWRITE campaign-record
           END-READ.
           DISPLAY "Campaign " ws-campaign-code " : " ws-target-count
               " contact(s) added to the target list.".
           CLOSE campaigns-file.
           CLOSE targets-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "MailingExtract" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "LABELS.prt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
           MOVE "MAILMERGE.csv" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
           MOVE "MAIL-EXCEPT.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".

      *----------------------------------------------------------------
      *    Input side of the sort : one pass over the carnet, the
      *    selection filter applied before anything is released.
      *    Blank-street and returned-address contacts go straight
      *    to the exception list and never reach the sort.
      *----------------------------------------------------------------
       Select-Contacts SECTION.
           OPEN INPUT contacts.
           END-IF.
           OPEN OUTPUT except-file.
           MOVE SPACES TO except-line.
           STRING "Mailing exceptions (blank street or address"
               " returned)   Date: "
               DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               INTO except-line
                           Category = ws-filter-category) AND
                          (ws-filter-country = SPACES OR
                           Country = ws-filter-country)
                           PERFORM Check-Consent
                           IF ws-consent-withdrawn = "Y"
                               ADD 1 TO ws-suppressed-count
                           ELSE
                               PERFORM Release-Or-Except
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO except-line.
           WRITE except-line.
           MOVE SPACES TO except-line.
           STRING "Address returned, no label  : " DELIMITED BY SIZE
               ws-returned-count DELIMITED BY SIZE
               INTO except-line
           END-STRING.
           WRITE except-line.
           MOVE SPACES TO except-line.
           STRING "Left out, consent withdrawn : " DELIMITED BY SIZE
               ws-suppressed-count DELIMITED BY SIZE
               INTO except-line
           END-STRING.
           WRITE except-line.
           CLOSE contacts.
           CLOSE except-file.
           GO TO Select-Contacts-Exit.
               END-STRING
               WRITE except-line
           ELSE
               IF Post_Returned = "Y"
                   PERFORM Except-Returned-Address
               ELSE
                   MOVE Postal_Code TO SRT-Postal-Code
                   MOVE ID_Contact TO SRT-ID
                   MOVE First_Name TO SRT-First-Name
                   MOVE Last_Name TO SRT-Last-Name
                   MOVE Street TO SRT-Street
                   MOVE City TO SRT-City
                   MOVE Country TO SRT-Country
                   MOVE Category TO SRT-Category
                   RELEASE sort-record
                   IF ws-campaign-code NOT = SPACES
                       PERFORM Add-Campaign-Target
                   END-IF
               END-IF
           END-IF.

       Except-Returned-Address.
           ADD 1 TO ws-returned-count.
           MOVE SPACES TO except-line.
           STRING "  ID " DELIMITED BY SIZE
               ID_Contact DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               First_Name DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Last_Name DELIMITED BY "  "
               " | RETURNED " DELIMITED BY SIZE
               Post_Return_Date DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               Post_Return_Reason DELIMITED BY SIZE
               ") x" DELIMITED BY SIZE
               Post_Return_Count DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               Street DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               City DELIMITED BY "  "
               INTO except-line
           END-STRING.
           WRITE except-line.

      *    A contact already on the list from an earlier run of the
      *    same campaign keeps its record and any answer on it.
       Add-Campaign-Target.
           MOVE ws-campaign-code TO CTG-Campaign.
           MOVE ID_Contact TO CTG-Contact-ID.
           MOVE Category TO CTG-Category.
           MOVE Country TO CTG-Country.
           MOVE SPACES TO CTG-Response.
           MOVE ZERO TO CTG-Resp-Date.
           MOVE SPACES TO CTG-Resp-By.
           WRITE campaign-target-record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ws-target-count
           END-WRITE.

      *    ws-consent-channel is M (post), P (phone) or E (email).
      *    The labels and the mail-merge file go out by post
      *    whatever the campaign's channel, so a withdrawn postal
      *    consent always leaves the contact out as well.
       Check-Consent.
           MOVE "N" TO ws-consent-withdrawn.
           IF ws-have-consent = "Y"
               MOVE ID_Contact TO CNS-Contact-ID
               READ consent-file KEY IS CNS-Contact-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-Post-Status = "N" OR
                          (ws-consent-channel = "P" AND
                           CNS-Phone-Status = "N") OR
                          (ws-consent-channel = "E" AND
                           CNS-Email-Status = "N")
                           MOVE "Y" TO ws-consent-withdrawn
                       END-IF
               END-READ
           END-IF.

       Select-Contacts-Exit.
