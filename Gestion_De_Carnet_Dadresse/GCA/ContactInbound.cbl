       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactInbound.
      *----------------------------------------------------------------
      *    Inbound change feed from the CRM, the way back for what
      *    ContactDelta sends out. The sales team's corrections
      *    come in CRM-CHANGES.csv, a header line and then one
      *    line per contact :
      *        ID_Contact,Phone,Email,Change_Date
      *    A blank Phone or Email means the CRM did not change
      *    it; Change_Date is the day it was changed in the CRM
      *    (yyyymmdd). The values go through the same phone and
      *    email checks ContactImport makes.
      *    A contact changed in the carnet after the last delta
      *    went out (Last_Modified later than the last run date on
      *    DELTA-CTL.idx) has an edit the CRM has not seen yet;
      *    it is a conflict and is left alone. Conflicts and
      *    rejected lines go to CRM-INBOUND.rpt for an operator to
      *    settle by hand. An applied change is stamped, journalled
      *    and audited BY CRM, and its image goes to CRM-ECHO.idx
      *    (see CRMECHO.cpy) so the next delta does not send it
      *    back to the CRM as CHANGED.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT contacts ASSIGN TO 'CONTACTS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID_Contact
           ALTERNATE RECORD KEY IS Last_Name WITH DUPLICATES
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-file-status.

           SELECT delta-ctl-file ASSIGN TO 'DELTA-CTL.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DLT-KEY
           FILE STATUS IS ws-dlt-status.

           SELECT echo-file ASSIGN TO 'CRM-ECHO.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECH-Contact-ID
           FILE STATUS IS ws-ech-status.

           SELECT csv-file ASSIGN TO 'CRM-CHANGES.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-csv-status.

           SELECT report-file ASSIGN TO 'CRM-INBOUND.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       COPY CONTACT.

       FD delta-ctl-file.
       COPY DELTACTL.

       FD echo-file.
       COPY CRMECHO.

       FD csv-file.
       01 csv-line PIC X(200).

       FD report-file.
       01 report-line PIC X(250).

       FD journal-file.
       COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-dlt-status PIC XX.
       01 ws-ech-status PIC XX.
       01 ws-csv-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 audit-line PIC X(80).
       01 ws-audit-op PIC X(08).
       01 ws-audit-user PIC X(08) VALUE "CRM".
       01 ws-audit-extra PIC X(30).
       01 ws-audit-ptr PIC 9(02).
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
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-last-delta-date PIC 9(08) VALUE ZERO.
       01 ws-first-line PIC X(01).
       01 ws-line-number PIC 9(07) VALUE ZERO.
       01 ws-data-count PIC 9(05) VALUE ZERO.
       01 ws-applied-count PIC 9(05) VALUE ZERO.
       01 ws-same-count PIC 9(05) VALUE ZERO.
       01 ws-conflict-count PIC 9(05) VALUE ZERO.
       01 ws-reject-count PIC 9(05) VALUE ZERO.
       01 ws-line-valid PIC X(01).
       01 ws-reject-reason PIC X(30).
       01 ws-echo-match PIC X(01).
       01 ws-at-count PIC 9(02).
       01 ws-dot-count PIC 9(02).
       01 ws-email-local PIC X(50).
       01 ws-email-domain PIC X(50).
       01 ws-id-norm PIC X(05).
       01 ws-id-tail PIC X(04).
       01 ws-phone-valid PIC X(01).
       01 ws-phone-digits PIC 9(02).
       01 ws-phone-pos PIC 9(02).
       01 ws-phone-past-end PIC X(01).

      *----------------------------------------------------------------
      *    Staging area for one CRM line, checked here before
      *    anything is moved towards the live record.
      *----------------------------------------------------------------
       01 stg-fields.
           05 stg-id PIC X(05).
           05 stg-phone PIC X(20).
           05 stg-email PIC X(50).
           05 stg-change-date PIC X(08).
       COPY AUDLINE.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           STRING ws-today-yyyy DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-today-mm DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-today-dd DELIMITED BY SIZE
               INTO ws-today-disp
           END-STRING.
           PERFORM Open-Files.
           MOVE "Y" TO ws-first-line.
           PERFORM UNTIL ws-csv-status = "10"
               READ csv-file
                   AT END
                       MOVE "10" TO ws-csv-status
                   NOT AT END
                       ADD 1 TO ws-line-number
                       IF ws-first-line = "Y"
                           MOVE "N" TO ws-first-line
                       ELSE
                           IF csv-line NOT = SPACES
                               ADD 1 TO ws-data-count
                               PERFORM Process-Crm-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM Write-Report-Totals.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           DISPLAY "CRM feed : " ws-data-count " line(s), "
               ws-applied-count " applied, " ws-same-count
               " already in step, " ws-conflict-count
               " conflict(s), " ws-reject-count " rejected.".
           IF ws-conflict-count NOT = ZERO OR
              ws-reject-count NOT = ZERO
               DISPLAY "Conflicts and rejects are listed in"
                   " CRM-INBOUND.rpt for settling by hand."
           END-IF.
           STOP RUN.

       Open-Files.
           OPEN INPUT csv-file.
           IF ws-csv-status NOT = "00"
               DISPLAY "CRM-CHANGES.csv could not be opened, status "
                   ws-csv-status " - nothing to take in."
               STOP RUN
           END-IF.
           OPEN INPUT delta-ctl-file.
           IF ws-dlt-status = "00"
               MOVE "1" TO DLT-KEY
               READ delta-ctl-file KEY IS DLT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DLT-LAST-RUN-DATE TO ws-last-delta-date
               END-READ
               CLOSE delta-ctl-file
           END-IF.
           IF ws-last-delta-date = ZERO
               DISPLAY "No delta has been sent to the CRM yet -"
                   " nothing it sends back can be matched."
               CLOSE csv-file
               STOP RUN
           END-IF.
           OPEN I-O contacts.
           IF ws-file-status NOT = "00"
               DISPLAY "CONTACTS.idx is in use, status "
                   ws-file-status
               CLOSE csv-file
               STOP RUN
           END-IF.
           OPEN I-O echo-file.
           IF ws-ech-status = "35"
               OPEN OUTPUT echo-file
               CLOSE echo-file
               OPEN I-O echo-file
           END-IF.
           OPEN OUTPUT report-file.
           PERFORM Open-Journal-File.
           MOVE SPACES TO report-line.
           STRING "CRM inbound changes   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               "   last delta sent " DELIMITED BY SIZE
               ws-last-delta-date DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE "Lines to settle by hand (conflict or reject) :"
               TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Process-Crm-Line.
           PERFORM Check-Crm-Line.
           IF ws-line-valid NOT = "Y"
               ADD 1 TO ws-reject-count
               PERFORM Write-Reject-Line
           ELSE
               MOVE stg-id TO ID_Contact
               READ contacts KEY IS ID_Contact
                   INVALID KEY
                       MOVE "CONTACT NOT IN CARNET"
                           TO ws-reject-reason
                       ADD 1 TO ws-reject-count
                       PERFORM Write-Reject-Line
                   NOT INVALID KEY
                       PERFORM Apply-Crm-Change
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *    The same checks ContactImport makes on its lines; only
      *    the fields the CRM sent are checked.
      *----------------------------------------------------------------
       Check-Crm-Line.
           MOVE "Y" TO ws-line-valid.
           MOVE SPACES TO ws-reject-reason.
           MOVE SPACES TO stg-fields.
           UNSTRING csv-line DELIMITED BY ","
               INTO stg-id stg-phone stg-email stg-change-date.
           PERFORM Normalize-Staged-Id.
           IF stg-id = SPACES OR stg-id NOT NUMERIC
               MOVE "N" TO ws-line-valid
               MOVE "ID MISSING OR NOT NUMERIC" TO ws-reject-reason
           ELSE
               IF stg-change-date NOT NUMERIC
                   MOVE "N" TO ws-line-valid
                   MOVE "CHANGE DATE NOT YYYYMMDD" TO ws-reject-reason
               ELSE
                   IF stg-phone = SPACES AND stg-email = SPACES
                       MOVE "N" TO ws-line-valid
                       MOVE "NO CHANGED FIELD" TO ws-reject-reason
                   ELSE
                       PERFORM Check-Staged-Fields
                   END-IF
               END-IF
           END-IF.

       Check-Staged-Fields.
           IF stg-phone NOT = SPACES
               PERFORM Check-Staged-Phone
               IF ws-phone-valid NOT = "Y"
                   MOVE "N" TO ws-line-valid
                   MOVE "PHONE NOT 10 DIGITS OR +CC"
                       TO ws-reject-reason
               END-IF
           END-IF.
           IF ws-line-valid = "Y" AND stg-email NOT = SPACES
               PERFORM Check-Staged-Email
           END-IF.

       Normalize-Staged-Id.
           MOVE stg-id TO ws-id-norm.
           PERFORM Right-Justify-Norm THRU Right-Justify-Norm-Exit.
           MOVE ws-id-norm TO stg-id.

       Right-Justify-Norm.
           IF ws-id-norm = SPACES
               GO TO Right-Justify-Norm-Exit
           END-IF.
           PERFORM UNTIL ws-id-norm (5:1) NOT = SPACE
               MOVE ws-id-norm (1:4) TO ws-id-tail
               MOVE SPACES TO ws-id-norm
               MOVE ws-id-tail TO ws-id-norm (2:4)
           END-PERFORM.
           INSPECT ws-id-norm REPLACING LEADING " " BY "0".

       Right-Justify-Norm-Exit.
           EXIT.

      *----------------------------------------------------------------
      *    The same two phone shapes GCA's Validate-Phone accepts
      *    at the keyboard : 10 domestic digits, or "+" followed by
      *    8 to 18 digits of country prefix and subscriber.
      *----------------------------------------------------------------
       Check-Staged-Phone.
           MOVE "N" TO ws-phone-valid.
           IF stg-phone (1:1) = "+"
               MOVE ZERO TO ws-phone-digits
               MOVE "N" TO ws-phone-past-end
               MOVE "Y" TO ws-phone-valid
               PERFORM VARYING ws-phone-pos FROM 2 BY 1
                       UNTIL ws-phone-pos > 20
                   IF stg-phone (ws-phone-pos:1) = SPACE
                       MOVE "Y" TO ws-phone-past-end
                   ELSE
                       IF stg-phone (ws-phone-pos:1) >= "0" AND
                          stg-phone (ws-phone-pos:1) <= "9" AND
                          ws-phone-past-end = "N"
                           ADD 1 TO ws-phone-digits
                       ELSE
                           MOVE "N" TO ws-phone-valid
                       END-IF
                   END-IF
               END-PERFORM
               IF ws-phone-digits < 8 OR ws-phone-digits > 18
                   MOVE "N" TO ws-phone-valid
               END-IF
           ELSE
               IF stg-phone (1:10) IS NUMERIC AND
                  stg-phone (11:10) = SPACES
                   MOVE "Y" TO ws-phone-valid
               END-IF
           END-IF.

       Check-Staged-Email.
           MOVE SPACES TO ws-email-local ws-email-domain.
           MOVE ZERO TO ws-at-count ws-dot-count.
           INSPECT stg-email TALLYING ws-at-count FOR ALL "@".
           IF ws-at-count = ZERO
               MOVE "N" TO ws-line-valid
               MOVE "EMAIL HAS NO @" TO ws-reject-reason
           ELSE
               UNSTRING stg-email DELIMITED BY "@"
                   INTO ws-email-local ws-email-domain
               INSPECT ws-email-domain TALLYING ws-dot-count
                   FOR ALL "."
               IF ws-dot-count = ZERO
                   MOVE "N" TO ws-line-valid
                   MOVE "EMAIL HAS NO DOT AFTER @" TO ws-reject-reason
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    The contact in hand was changed in the carnet after the
      *    last delta went out, unless the change was the CRM's
      *    own, taken in by an earlier run and not touched since.
      *----------------------------------------------------------------
       Apply-Crm-Change.
           MOVE "N" TO ws-echo-match.
           MOVE ID_Contact TO ECH-Contact-ID.
           READ echo-file KEY IS ECH-Contact-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ECH-Image = contact-record
                       MOVE "Y" TO ws-echo-match
                   END-IF
           END-READ.
           IF Last_Modified > ws-last-delta-date AND
              ws-echo-match = "N"
               ADD 1 TO ws-conflict-count
               PERFORM Write-Conflict-Line
           ELSE
               PERFORM Rewrite-From-Crm
           END-IF.

      *    A corrected email clears the bounce mark, as it does
      *    when the operator corrects it in GCA.
       Rewrite-From-Crm.
           MOVE contact-record TO ws-jnl-before.
           MOVE SPACES TO ws-audit-extra.
           MOVE 1 TO ws-audit-ptr.
           IF stg-phone NOT = SPACES AND stg-phone NOT = Phone
               MOVE stg-phone TO Phone
               STRING " PHONE" DELIMITED BY SIZE
                   INTO ws-audit-extra WITH POINTER ws-audit-ptr
               END-STRING
           END-IF.
           IF stg-email NOT = SPACES AND stg-email NOT = Email
               MOVE stg-email TO Email
               IF Email_Bounced = "Y"
                   MOVE SPACE TO Email_Bounced
               END-IF
               STRING " EMAIL" DELIMITED BY SIZE
                   INTO ws-audit-extra WITH POINTER ws-audit-ptr
               END-STRING
           END-IF.
           IF contact-record = ws-jnl-before
               ADD 1 TO ws-same-count
           ELSE
               ACCEPT Last_Modified FROM DATE YYYYMMDD
               REWRITE contact-record
                   INVALID KEY
                       DISPLAY "Could not update ID " ID_Contact
                           " from the CRM"
                   NOT INVALID KEY
                       ADD 1 TO ws-applied-count
                       MOVE "C" TO ws-jnl-tag
                       MOVE contact-record TO ws-jnl-image
                       PERFORM Write-Journal-Change
                       MOVE "CRMIN" TO ws-audit-op
                       PERFORM Write-Audit-Record
                       PERFORM Store-Echo-Image
               END-REWRITE
           END-IF.

       Store-Echo-Image.
           MOVE ID_Contact TO ECH-Contact-ID.
           READ echo-file KEY IS ECH-Contact-ID
               INVALID KEY
                   MOVE ID_Contact TO ECH-Contact-ID
                   MOVE ws-today TO ECH-Applied-Date
                   MOVE contact-record TO ECH-Image
                   WRITE crm-echo-record
               NOT INVALID KEY
                   MOVE ws-today TO ECH-Applied-Date
                   MOVE contact-record TO ECH-Image
                   REWRITE crm-echo-record
           END-READ.

       Write-Conflict-Line.
           MOVE SPACES TO report-line.
           STRING "CONFLICT ID " DELIMITED BY SIZE
               ID_Contact DELIMITED BY SIZE
               " changed in carnet " DELIMITED BY SIZE
               Last_Modified DELIMITED BY SIZE
               ", in CRM " DELIMITED BY SIZE
               stg-change-date DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "    carnet phone " DELIMITED BY SIZE
               Phone DELIMITED BY "  "
               " email " DELIMITED BY SIZE
               Email DELIMITED BY "  "
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "    CRM    phone " DELIMITED BY SIZE
               stg-phone DELIMITED BY "  "
               " email " DELIMITED BY SIZE
               stg-email DELIMITED BY "  "
               INTO report-line
           END-STRING.
           WRITE report-line.

       Write-Reject-Line.
           MOVE SPACES TO report-line.
           STRING "REJECT   LINE " DELIMITED BY SIZE
               ws-line-number DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               ws-reject-reason DELIMITED BY "  "
               " : " DELIMITED BY SIZE
               csv-line DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Write-Report-Totals.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Lines read " DELIMITED BY SIZE
               ws-data-count DELIMITED BY SIZE
               "   applied " DELIMITED BY SIZE
               ws-applied-count DELIMITED BY SIZE
               "   already in step " DELIMITED BY SIZE
               ws-same-count DELIMITED BY SIZE
               "   conflicts " DELIMITED BY SIZE
               ws-conflict-count DELIMITED BY SIZE
               "   rejected " DELIMITED BY SIZE
               ws-reject-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

      *    BY CRM in the operator column (43-50) marks the change
      *    as taken in from the CRM; the fields follow.
       Write-Audit-Record.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD.
           ACCEPT ws-audit-time FROM TIME.
           MOVE SPACES TO audit-line.
           STRING ws-audit-op DELIMITED BY SIZE
               " ID=" DELIMITED BY SIZE
               ID_Contact DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               ws-audit-date DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-audit-time DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               ws-audit-user DELIMITED BY SIZE
               ws-audit-extra DELIMITED BY SIZE
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
           MOVE ws-audit-user TO JNL-USER.
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
           CLOSE csv-file.
           CLOSE contacts.
           CLOSE echo-file.
           CLOSE report-file.
           CLOSE journal-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactInbound" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "CRM-INBOUND.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
