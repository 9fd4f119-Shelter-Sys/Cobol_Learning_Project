       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactReturns.
      *----------------------------------------------------------------
      *    Returned-mail and bounced-email run. After a mailing the
      *    post office sends back the envelopes it could not
      *    deliver and the mail server lists the messages that
      *    bounced; both are keyed into RETURNS.dat, one line per
      *    returned item :
      *        columns  1-2   reason code, as the post office or
      *                       the mail server gave it (GA gone
      *                       away, AI address incomplete, UU
      *                       unknown user, MF mailbox full, ...)
      *        columns  4-53  the contact ID printed on the label
      *                       (digits) for a returned envelope, or
      *                       the email address that bounced
      *    A contact ID marks the Street/City/Postal_Code block of
      *    that contact undeliverable (Post_Returned); an email
      *    address marks every contact carrying that address
      *    (Email_Bounced). Each mark stamps today's date and the
      *    reason and adds one to the count of returns. Lines that
      *    match nothing, or are neither an ID nor an address, go
      *    to RETURNS-EXCEPT.rpt. Every marked contact gets a
      *    RETURNED or BOUNCED line on AUDIT.log and its B/C pair
      *    on JOURNAL.dat. MailingExtract keeps returned addresses
      *    off the labels; correcting the address or email in GCA
      *    clears the mark.
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

           SELECT returns-file ASSIGN TO 'RETURNS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rtn-status.

           SELECT except-file ASSIGN TO 'RETURNS-EXCEPT.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-except-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       COPY CONTACT.

       FD returns-file.
       01 return-item.
           05 RTN-Reason PIC X(02).
           05 FILLER PIC X(01).
           05 RTN-Key PIC X(50).
           05 RTN-Key-R REDEFINES RTN-Key.
               10 RTN-Contact-ID PIC 9(05).
               10 RTN-Key-Rest PIC X(45).

       FD except-file.
       01 except-line PIC X(132).

       FD journal-file.
       COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-rtn-status PIC XX.
       01 ws-except-status PIC XX.
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
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-at-count PIC 9(02).
       01 ws-scan-done PIC X(01).
       01 ws-item-matched PIC 9(05).
       01 ws-bounce-email PIC X(50).
       01 ws-contact-email PIC X(50).
       01 ws-except-reason PIC X(30).
       01 ws-item-count PIC 9(05) VALUE ZERO.
       01 ws-returned-count PIC 9(05) VALUE ZERO.
       01 ws-bounced-count PIC 9(05) VALUE ZERO.
       01 ws-except-count PIC 9(05) VALUE ZERO.
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
           PERFORM UNTIL ws-rtn-status = "10"
               READ returns-file
                   AT END
                       MOVE "10" TO ws-rtn-status
                   NOT AT END
                       IF return-item NOT = SPACES
                           ADD 1 TO ws-item-count
                           PERFORM Process-One-Item
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           DISPLAY "Returns : " ws-item-count " item(s), "
               ws-returned-count " address(es) marked returned, "
               ws-bounced-count " email(s) marked bounced, "
               ws-except-count " exception(s).".
           DISPLAY "Unmatched items are in RETURNS-EXCEPT.rpt".
           STOP RUN.

       Open-Files.
           OPEN INPUT returns-file.
           IF ws-rtn-status NOT = "00"
               DISPLAY "RETURNS.dat could not be opened, status "
                   ws-rtn-status " - nothing to process."
               STOP RUN
           END-IF.
           OPEN I-O contacts.
           IF ws-file-status NOT = "00"
               DISPLAY "CONTACTS.idx is in use, status "
                   ws-file-status
               CLOSE returns-file
               STOP RUN
           END-IF.
           OPEN OUTPUT except-file.
           PERFORM Open-Journal-File.
           MOVE SPACES TO except-line.
           STRING "Returned mail and bounces - exceptions   Date: "
               DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               INTO except-line
           END-STRING.
           WRITE except-line.
           MOVE SPACES TO except-line.
           WRITE except-line.

      *----------------------------------------------------------------
      *    An item with an "@" in it is a bounced email; one that
      *    is five digits and nothing else is a contact ID off a
      *    returned envelope. Anything else cannot be matched.
      *----------------------------------------------------------------
       Process-One-Item.
           MOVE ZERO TO ws-at-count.
           INSPECT RTN-Key TALLYING ws-at-count FOR ALL "@".
           IF ws-at-count > ZERO
               PERFORM Mark-Bounced-Email
           ELSE
               IF RTN-Contact-ID IS NUMERIC AND
                  RTN-Key-Rest = SPACES
                   PERFORM Mark-Returned-Address
               ELSE
                   MOVE "not a contact ID or an email" TO
                       ws-except-reason
                   PERFORM Write-Exception
               END-IF
           END-IF.

       Mark-Returned-Address.
           MOVE RTN-Contact-ID TO ID_Contact.
           READ contacts KEY IS ID_Contact
               INVALID KEY
                   MOVE "no contact with that ID" TO ws-except-reason
                   PERFORM Write-Exception
               NOT INVALID KEY
                   MOVE contact-record TO ws-jnl-before
                   MOVE "Y" TO Post_Returned
                   MOVE ws-today TO Post_Return_Date
                   MOVE RTN-Reason TO Post_Return_Reason
                   IF Post_Return_Count < 999
                       ADD 1 TO Post_Return_Count
                   END-IF
                   MOVE "RETURNED" TO ws-audit-op
                   PERFORM Rewrite-Marked-Contact
                   IF ws-file-status = "00"
                       ADD 1 TO ws-returned-count
                   END-IF
           END-READ.

      *    There is no key on Email, so each bounced address costs
      *    one pass of the carnet; every contact carrying it is
      *    marked, whatever the case it was typed in.
       Mark-Bounced-Email.
           MOVE ZERO TO ws-item-matched.
           MOVE RTN-Key TO ws-bounce-email.
           INSPECT ws-bounce-email CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO ID_Contact.
           START contacts KEY IS NOT LESS THAN ID_Contact
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ contacts NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       MOVE Email TO ws-contact-email
                       INSPECT ws-contact-email CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF ws-contact-email = ws-bounce-email
                           PERFORM Mark-One-Bounce
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-item-matched = ZERO
               MOVE "email not on any contact" TO ws-except-reason
               PERFORM Write-Exception
           END-IF.

       Mark-One-Bounce.
           MOVE contact-record TO ws-jnl-before.
           MOVE "Y" TO Email_Bounced.
           MOVE ws-today TO Email_Bounce_Date.
           MOVE RTN-Reason TO Email_Bounce_Reason.
           IF Email_Bounce_Count < 999
               ADD 1 TO Email_Bounce_Count
           END-IF.
           MOVE "BOUNCED" TO ws-audit-op.
           PERFORM Rewrite-Marked-Contact.
           IF ws-file-status = "00"
               ADD 1 TO ws-item-matched
               ADD 1 TO ws-bounced-count
           END-IF.

       Rewrite-Marked-Contact.
           ACCEPT Last_Modified FROM DATE YYYYMMDD.
           REWRITE contact-record.
           IF ws-file-status = "00"
               MOVE "C" TO ws-jnl-tag
               MOVE contact-record TO ws-jnl-image
               PERFORM Write-Journal-Change
               PERFORM Write-Audit-Record
           ELSE
               DISPLAY "Contact " ID_Contact " was NOT marked,"
                   " status " ws-file-status
           END-IF.

       Write-Exception.
           ADD 1 TO ws-except-count.
           MOVE SPACES TO except-line.
           STRING "  " DELIMITED BY SIZE
               RTN-Reason DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RTN-Key DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-except-reason DELIMITED BY SIZE
               INTO except-line
           END-STRING.
           WRITE except-line.

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
               " BY CONSOLE" DELIMITED BY SIZE
               " RSN=" DELIMITED BY SIZE
               RTN-Reason DELIMITED BY SIZE
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
           MOVE SPACES TO except-line.
           WRITE except-line.
           MOVE SPACES TO except-line.
           STRING "Items read : " DELIMITED BY SIZE
               ws-item-count DELIMITED BY SIZE
               "   returned : " DELIMITED BY SIZE
               ws-returned-count DELIMITED BY SIZE
               "   bounced : " DELIMITED BY SIZE
               ws-bounced-count DELIMITED BY SIZE
               "   exceptions : " DELIMITED BY SIZE
               ws-except-count DELIMITED BY SIZE
               INTO except-line
           END-STRING.
           WRITE except-line.
           CLOSE returns-file.
           CLOSE contacts.
           CLOSE except-file.
           CLOSE journal-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactReturns" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "RETURNS-EXCEPT.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
