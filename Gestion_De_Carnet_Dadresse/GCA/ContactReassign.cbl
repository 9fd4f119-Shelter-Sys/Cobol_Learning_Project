       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactReassign.
      *----------------------------------------------------------------
      *    Supervisor reassignment run, for the day an operator
      *    leaves or a desk is rebalanced. Moves every contact one
      *    operator owns (Contact_Owner) and every follow-up still
      *    open in their name (FUP-Owner) to another operator, or
      *    spreads them over up to ten operators in turn.
      *        - each contact goes to the next operator on the list,
      *          in ID order, and its open follow-ups of the old
      *          owner go with it to the same operator;
      *        - open follow-ups the old operator took on contacts
      *          that somebody else owns are handed out the same
      *          way, in turn.
      *    The run is gated by a supervisor's own ID and password,
      *    the same sign-off PrivacyUtil asks for. The operators
      *    receiving the work must be on USERS.idx and active.
      *    A dry run only writes REASSIGN.rpt with what would move.
      *    A live run REWRITEs the records, journals each one and
      *    writes one REASSIGN line per record to AUDIT.log, in the
      *    format of GCA's Write-Audit-Record, with the old and
      *    new owner in the free columns.
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

           SELECT followups-file ASSIGN TO 'FOLLOWUPS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUP-KEY
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-fup-status.

           SELECT users-file ASSIGN TO 'USERS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USR-ID
           FILE STATUS IS ws-users-status.

           SELECT report-file ASSIGN TO 'REASSIGN.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       COPY CONTACT.

       FD followups-file.
       COPY FOLLOWUP.

       FD users-file.
       COPY USER.

       FD report-file.
       01 report-line PIC X(160).

       FD journal-file.
       COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-fup-status PIC XX.
       01 ws-users-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 audit-line PIC X(80).
       01 ws-audit-id PIC 9(05).
       01 ws-audit-extra PIC X(30).
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
       01 ws-super-id PIC X(08).
       01 ws-super-pass PIC X(08).
       01 ws-from-owner PIC X(08).
       01 ws-typed-owner PIC X(08).
       01 ws-asking-done PIC X(01).
       01 ws-dry-run PIC X(01).
       01 ws-run-confirm PIC X(01).
       01 ws-scan-done PIC X(01).
       01 ws-fup-scan-done PIC X(01).
       01 ws-new-owner PIC X(08).
       01 ws-contact-count PIC 9(05) VALUE ZERO.
       01 ws-contact-moved PIC 9(05) VALUE ZERO.
       01 ws-fup-count PIC 9(05) VALUE ZERO.
       01 ws-fup-moved PIC 9(05) VALUE ZERO.
       01 ws-fup-contact-ok PIC X(01).

      *----------------------------------------------------------------
      *    The operators taking over the work, in the order they
      *    were typed; ws-target-next is whose turn it is.
      *----------------------------------------------------------------
       01 ws-target-table.
           05 ws-target-entry OCCURS 10 TIMES.
               10 ws-target-id PIC X(08).
               10 ws-target-contacts PIC 9(05).
               10 ws-target-fups PIC 9(05).
       01 ws-target-used PIC 9(02) VALUE ZERO.
       01 ws-target-next PIC 9(02) VALUE 1.
       01 ws-target-idx PIC 9(02).
       01 ws-target-found PIC X(01).
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
           PERFORM Supervisor-Sign-Off.
           PERFORM Ask-Owners.
           PERFORM Ask-Run-Mode.
           PERFORM Open-Files.
           PERFORM Move-Contacts.
           PERFORM Move-Other-Followups.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           IF ws-dry-run = "Y"
               DISPLAY "Dry run : " ws-contact-count " contact(s)"
                   " and " ws-fup-count " follow-up(s) would move,"
                   " nothing touched."
           ELSE
               DISPLAY "Live run : " ws-contact-moved " of "
                   ws-contact-count " contact(s) and " ws-fup-moved
                   " of " ws-fup-count " follow-up(s) moved."
           END-IF.
           DISPLAY "Record-by-record list in REASSIGN.rpt".
           STOP RUN.

      *----------------------------------------------------------------
      *    A supervisor's own ID and password against USERS.idx.
      *    USERS.idx stays open until the receiving operators have
      *    been checked as well.
      *----------------------------------------------------------------
       Supervisor-Sign-Off.
           OPEN INPUT users-file.
           IF ws-users-status NOT = "00"
               DISPLAY "USERS.idx could not be opened, status "
                   ws-users-status
               STOP RUN
           END-IF.
           DISPLAY "Supervisor ID ?".
           ACCEPT ws-super-id.
           DISPLAY "Password ?".
           ACCEPT ws-super-pass.
           MOVE ws-super-id TO USR-ID.
           INSPECT USR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ users-file KEY IS USR-ID
               INVALID KEY
                   DISPLAY "Sign-off refused."
                   CLOSE users-file
                   STOP RUN
           END-READ.
           IF USR-PASSWORD NOT = ws-super-pass OR
              USR-ACTIVE NOT = "Y" OR USR-LOCKED = "Y" OR
              USR-LEVEL < 3
               DISPLAY "Sign-off refused."
               CLOSE users-file
               STOP RUN
           END-IF.
           MOVE USR-ID TO ws-super-id.

       Ask-Owners.
           DISPLAY "Operator whose contacts and follow-ups move ?".
           ACCEPT ws-from-owner.
           INSPECT ws-from-owner CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ws-from-owner = SPACES
               DISPLAY "No operator given, nothing to do."
               CLOSE users-file
               STOP RUN
           END-IF.
           DISPLAY "Operator(s) taking over, one per line, blank"
               " line to finish (up to 10).".
           DISPLAY "Several operators get the work in turn.".
           MOVE "N" TO ws-asking-done.
           PERFORM UNTIL ws-asking-done = "Y"
               MOVE SPACES TO ws-typed-owner
               ACCEPT ws-typed-owner
               IF ws-typed-owner = SPACES
                   MOVE "Y" TO ws-asking-done
               ELSE
                   PERFORM Check-One-Target
                   IF ws-target-used = 10
                       MOVE "Y" TO ws-asking-done
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE users-file.
           IF ws-target-used = ZERO
               DISPLAY "No operator to take over, nothing to do."
               STOP RUN
           END-IF.

       Check-One-Target.
           INSPECT ws-typed-owner CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO ws-target-found.
           PERFORM VARYING ws-target-idx FROM 1 BY 1
                   UNTIL ws-target-idx > ws-target-used
               IF ws-target-id (ws-target-idx) = ws-typed-owner
                   MOVE "Y" TO ws-target-found
               END-IF
           END-PERFORM.
           IF ws-target-found = "Y"
               DISPLAY ws-typed-owner " is already on the list."
           ELSE
               IF ws-typed-owner = ws-from-owner
                   DISPLAY "Cannot hand the work back to "
                       ws-from-owner "."
               ELSE
                   MOVE ws-typed-owner TO USR-ID
                   READ users-file KEY IS USR-ID
                       INVALID KEY
                           DISPLAY "No operator " ws-typed-owner
                               " on file, not taken."
                       NOT INVALID KEY
                           IF USR-ACTIVE NOT = "Y"
                               DISPLAY "Operator " ws-typed-owner
                                   " is disabled, not taken."
                           ELSE
                               ADD 1 TO ws-target-used
                               MOVE ws-typed-owner
                                   TO ws-target-id (ws-target-used)
                               MOVE ZERO
                                   TO ws-target-contacts
                                       (ws-target-used)
                               MOVE ZERO
                                   TO ws-target-fups (ws-target-used)
                           END-IF
                   END-READ
               END-IF
           END-IF.

       Ask-Run-Mode.
           DISPLAY "Dry run - report only, change nothing (Y/N) ?".
           ACCEPT ws-dry-run.
           IF ws-dry-run = "y"
               MOVE "Y" TO ws-dry-run
           END-IF.
           IF ws-dry-run NOT = "Y"
               MOVE "N" TO ws-dry-run
               DISPLAY "This REWRITES every contact and open"
                   " follow-up of " ws-from-owner
                   ". Continue (Y/N) ?"
               ACCEPT ws-run-confirm
               IF ws-run-confirm NOT = "Y" AND
                  ws-run-confirm NOT = "y"
                   DISPLAY "Run cancelled, nothing touched."
                   STOP RUN
               END-IF
           END-IF.

       Open-Files.
           IF ws-dry-run = "Y"
               OPEN INPUT contacts
           ELSE
               OPEN I-O contacts
           END-IF.
           IF ws-file-status NOT = "00"
               DISPLAY "CONTACTS.idx is in use, status "
                   ws-file-status
               STOP RUN
           END-IF.
           IF ws-dry-run = "Y"
               OPEN INPUT followups-file
           ELSE
               OPEN I-O followups-file
           END-IF.
           IF ws-fup-status NOT = "00"
               DISPLAY "FOLLOWUPS.idx is in use, status "
                   ws-fup-status
               CLOSE contacts
               STOP RUN
           END-IF.
           OPEN OUTPUT report-file.
           IF ws-dry-run NOT = "Y"
               PERFORM Open-Journal-File
           END-IF.
           MOVE SPACES TO report-line.
           STRING "Contact reassignment   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               "   signed off by " DELIMITED BY SIZE
               ws-super-id DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-dry-run = "Y"
               MOVE "Mode : DRY RUN - nothing was changed"
                   TO report-line
           ELSE
               MOVE "Mode : LIVE RUN" TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "From operator : " DELIMITED BY SIZE
               ws-from-owner DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

      *----------------------------------------------------------------
      *    First pass : the contacts the old operator owns, each
      *    with its own open follow-ups of the old operator.
      *----------------------------------------------------------------
       Move-Contacts.
           MOVE "Contacts :" TO report-line.
           WRITE report-line.
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
                       IF Contact_Owner = ws-from-owner
                           PERFORM Move-One-Contact
                               THRU Move-One-Contact-Exit
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Move-One-Contact.
           PERFORM Take-Next-Target.
           ADD 1 TO ws-contact-count.
           ADD 1 TO ws-target-contacts (ws-target-idx).
           MOVE SPACES TO report-line.
           STRING "  ID " DELIMITED BY SIZE
               ID_Contact DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               First_Name DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Last_Name DELIMITED BY "  "
               " : " DELIMITED BY SIZE
               ws-from-owner DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               ws-new-owner DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-dry-run NOT = "Y"
               MOVE contact-record TO ws-jnl-before
               MOVE ws-new-owner TO Contact_Owner
               ACCEPT Last_Modified FROM DATE YYYYMMDD
               REWRITE contact-record
               IF ws-file-status = "00"
                   ADD 1 TO ws-contact-moved
                   MOVE "C" TO ws-jnl-tag
                   MOVE contact-record TO ws-jnl-image
                   PERFORM Write-Journal-Change
                   MOVE ID_Contact TO ws-audit-id
                   MOVE SPACES TO ws-audit-extra
                   STRING " FROM=" DELIMITED BY SIZE
                       ws-from-owner DELIMITED BY SIZE
                       " TO=" DELIMITED BY SIZE
                       ws-new-owner DELIMITED BY SIZE
                       INTO ws-audit-extra
                   END-STRING
                   PERFORM Write-Audit-Record
               ELSE
                   DISPLAY "Contact " ID_Contact " was NOT moved,"
                       " status " ws-file-status
                   GO TO Move-One-Contact-Exit
               END-IF
           END-IF.
           PERFORM Move-Contact-Followups.

       Move-One-Contact-Exit.
           EXIT.

       Move-Contact-Followups.
           MOVE "N" TO ws-fup-scan-done.
           MOVE ID_Contact TO FUP-Contact-ID.
           MOVE ZERO TO FUP-SEQ.
           START followups-file KEY IS NOT LESS THAN FUP-KEY
               INVALID KEY
                   MOVE "Y" TO ws-fup-scan-done
           END-START.
           PERFORM UNTIL ws-fup-scan-done = "Y"
               READ followups-file NEXT
                   AT END
                       MOVE "Y" TO ws-fup-scan-done
                   NOT AT END
                       IF FUP-Contact-ID NOT = ID_Contact
                           MOVE "Y" TO ws-fup-scan-done
                       ELSE
                           IF FUP-Done NOT = "Y" AND
                              FUP-Owner = ws-from-owner
                               PERFORM Move-One-Followup
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      *    Second pass : open follow-ups of the old operator on
      *    contacts owned by someone else (or no longer on file).
      *    Those on the old operator's own contacts went with the
      *    contact in the first pass.
      *----------------------------------------------------------------
       Move-Other-Followups.
           MOVE "Other open follow-ups :" TO report-line.
           WRITE report-line.
           MOVE "N" TO ws-fup-scan-done.
           MOVE ZERO TO FUP-Contact-ID.
           MOVE ZERO TO FUP-SEQ.
           START followups-file KEY IS NOT LESS THAN FUP-KEY
               INVALID KEY
                   MOVE "Y" TO ws-fup-scan-done
           END-START.
           PERFORM UNTIL ws-fup-scan-done = "Y"
               READ followups-file NEXT
                   AT END
                       MOVE "Y" TO ws-fup-scan-done
                   NOT AT END
                       IF FUP-Done NOT = "Y" AND
                          FUP-Owner = ws-from-owner
                           PERFORM Check-Followup-Contact
                           IF ws-fup-contact-ok = "Y"
                               PERFORM Take-Next-Target
                               PERFORM Move-One-Followup
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.

      *    Reading the contact does not move the follow-up file's
      *    position, so the scan carries on from the same key.
       Check-Followup-Contact.
           MOVE "Y" TO ws-fup-contact-ok.
           MOVE SPACES TO First_Name Last_Name.
           MOVE FUP-Contact-ID TO ID_Contact.
           READ contacts KEY IS ID_Contact
               INVALID KEY
                   MOVE "(contact no longer on file)" TO First_Name
               NOT INVALID KEY
                   IF Contact_Owner = ws-from-owner
                       MOVE "N" TO ws-fup-contact-ok
                   END-IF
           END-READ.

      *    ws-new-owner and ws-target-idx name the operator taking
      *    the follow-up; First_Name/Last_Name the contact.
       Move-One-Followup.
           ADD 1 TO ws-fup-count.
           ADD 1 TO ws-target-fups (ws-target-idx).
           MOVE SPACES TO report-line.
           STRING "    follow-up " DELIMITED BY SIZE
               FUP-Contact-ID DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUP-SEQ DELIMITED BY SIZE
               " due " DELIMITED BY SIZE
               FUP-Due-Date DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               First_Name DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Last_Name DELIMITED BY "  "
               " : " DELIMITED BY SIZE
               ws-from-owner DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               ws-new-owner DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-dry-run NOT = "Y"
               MOVE followup-record TO ws-jnl-before
               MOVE ws-new-owner TO FUP-Owner
               REWRITE followup-record
               IF ws-fup-status = "00"
                   ADD 1 TO ws-fup-moved
                   MOVE "F" TO ws-jnl-tag
                   MOVE followup-record TO ws-jnl-image
                   PERFORM Write-Journal-Change
                   MOVE FUP-Contact-ID TO ws-audit-id
                   MOVE SPACES TO ws-audit-extra
                   STRING " FUP=" DELIMITED BY SIZE
                       FUP-SEQ DELIMITED BY SIZE
                       " TO=" DELIMITED BY SIZE
                       ws-new-owner DELIMITED BY SIZE
                       INTO ws-audit-extra
                   END-STRING
                   PERFORM Write-Audit-Record
               ELSE
                   DISPLAY "Follow-up " FUP-Contact-ID "/" FUP-SEQ
                       " was NOT moved, status " ws-fup-status
               END-IF
           END-IF.

      *    Round robin over the receiving operators; with one on
      *    the list everything goes to them.
       Take-Next-Target.
           MOVE ws-target-next TO ws-target-idx.
           MOVE ws-target-id (ws-target-idx) TO ws-new-owner.
           ADD 1 TO ws-target-next.
           IF ws-target-next > ws-target-used
               MOVE 1 TO ws-target-next
           END-IF.

       Write-Audit-Record.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD.
           ACCEPT ws-audit-time FROM TIME.
           MOVE SPACES TO audit-line.
           STRING "REASSIGN" DELIMITED BY SIZE
               " ID=" DELIMITED BY SIZE
               ws-audit-id DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               ws-audit-date DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-audit-time DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               ws-super-id DELIMITED BY SIZE
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
           MOVE ws-super-id TO JNL-USER.
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
           MOVE "Taken over :" TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-target-idx FROM 1 BY 1
                   UNTIL ws-target-idx > ws-target-used
               MOVE SPACES TO report-line
               STRING "  " DELIMITED BY SIZE
                   ws-target-id (ws-target-idx) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   ws-target-contacts (ws-target-idx)
                       DELIMITED BY SIZE
                   " contact(s), " DELIMITED BY SIZE
                   ws-target-fups (ws-target-idx) DELIMITED BY SIZE
                   " follow-up(s)" DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF ws-dry-run = "Y"
               STRING "Would move : " DELIMITED BY SIZE
                   ws-contact-count DELIMITED BY SIZE
                   " contact(s), " DELIMITED BY SIZE
                   ws-fup-count DELIMITED BY SIZE
                   " follow-up(s)" DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
               STRING "Moved : " DELIMITED BY SIZE
                   ws-contact-moved DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   ws-contact-count DELIMITED BY SIZE
                   " contact(s), " DELIMITED BY SIZE
                   ws-fup-moved DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   ws-fup-count DELIMITED BY SIZE
                   " follow-up(s)" DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           END-IF.
           WRITE report-line.
           CLOSE contacts.
           CLOSE followups-file.
           CLOSE report-file.
           IF ws-dry-run NOT = "Y"
               CLOSE journal-file
           END-IF.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactReassign" TO RPT-PROGRAM.
           MOVE ws-super-id TO RPT-RUN-BY.
           MOVE ZERO TO RPT-RC.
           MOVE "REASSIGN.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
