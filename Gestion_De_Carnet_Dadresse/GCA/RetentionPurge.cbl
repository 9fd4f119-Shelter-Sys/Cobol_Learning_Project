       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge.
      *----------------------------------------------------------------
      *    Retention run. The archive files only ever grow; the
      *    retention policy says a deleted party is kept for a set
      *    number of years and then destroyed. The periods come
      *    from the parameter record on RETENTION-CTL.idx (see
      *    RETCTL.cpy) and the run removes :
      *      - every archived contact whose deletion date (the
      *        ARC-Last-Modified stamp GCA puts on it) is older
      *        than the archive period, together with its
      *        archived notes, archived links, archived deals
      *        and any CRM echo image left on CRM-ECHO.idx;
      *      - every archived company removed longer ago than the
      *        archive period that no contact, live or archived,
      *        and no opportunity still points at;
      *      - every live note on INTERACTIONS.idx older than the
      *        note period, with its follow-up if that is done. A
      *        note whose follow-up is still open is kept.
      *    A dry run only lists what would go. RETENTION.rpt gives
      *    the parties and the count per file; a live run writes
      *    one PURGE / CMPPURGE / NOTEPURG summary line per party
      *    to AUDIT.log. The JOURNAL.dat delete lines carry the key
      *    alone, so a forward recovery removes the same records
      *    without the journal keeping what was destroyed.
      *    Run by hand, the periods and the nightly mode can be
      *    changed first. As a NightlyBatch step it asks nothing
      *    and runs in the stored nightly mode (D = list only).
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT contacts ASSIGN TO 'CONTACTS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID_Contact
           ALTERNATE RECORD KEY IS Last_Name WITH DUPLICATES
           FILE STATUS IS ws-file-status.

           SELECT archive-file ASSIGN TO 'CONTACTS-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-ID-Contact
           FILE STATUS IS ws-archive-status.

           SELECT interactions-file ASSIGN TO 'INTERACTIONS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-KEY
           FILE STATUS IS ws-int-status.

           SELECT int-archive-file ASSIGN TO
               'INTERACTIONS-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AIN-KEY
           FILE STATUS IS ws-intarc-status.

           SELECT followups-file ASSIGN TO 'FOLLOWUPS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUP-KEY
           FILE STATUS IS ws-fup-status.

           SELECT rel-archive-file ASSIGN TO 'RELATIONS-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARL-KEY
           FILE STATUS IS ws-relarc-status.

           SELECT cmp-archive-file ASSIGN TO 'COMPANIES-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMA-ID
           FILE STATUS IS ws-cmparc-status.

           SELECT opportunities-file ASSIGN TO 'OPPORTUNITIES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPP-ID
           FILE STATUS IS ws-opp-status.

           SELECT opp-archive-file ASSIGN TO
               'OPPORTUNITIES-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPA-ID
           FILE STATUS IS ws-opparc-status.

           SELECT echo-file ASSIGN TO 'CRM-ECHO.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECH-Contact-ID
           FILE STATUS IS ws-ech-status.

           SELECT retention-ctl-file ASSIGN TO 'RETENTION-CTL.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTC-KEY
           FILE STATUS IS ws-rtc-status.

           SELECT report-file ASSIGN TO 'RETENTION.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       COPY CONTACT.

       FD archive-file.
       COPY ARCHIVE.

       FD interactions-file.
       COPY INTERACT.

       FD int-archive-file.
       COPY INTARCH.

       FD followups-file.
       COPY FOLLOWUP.

       FD rel-archive-file.
       COPY RELARCH.

       FD cmp-archive-file.
       COPY CMPARCH.

       FD opportunities-file.
       COPY OPPORT.

       FD opp-archive-file.
       COPY OPPARCH.

       FD echo-file.
       COPY CRMECHO.

       FD retention-ctl-file.
       COPY RETCTL.

       FD report-file.
       01 report-line PIC X(132).

       FD journal-file.
       COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-archive-status PIC XX.
       01 ws-int-status PIC XX.
       01 ws-intarc-status PIC XX.
       01 ws-fup-status PIC XX.
       01 ws-relarc-status PIC XX.
       01 ws-cmparc-status PIC XX.
       01 ws-opp-status PIC XX.
       01 ws-opparc-status PIC XX.
       01 ws-rtc-status PIC XX.
       01 ws-ech-status PIC XX.
       01 ws-have-echo PIC X(01) VALUE "N".
       01 ws-rpt-status PIC XX.
       01 audit-line PIC X(80).
       01 ws-audit-op PIC X(08).
       01 ws-audit-id PIC 9(05).
       01 ws-audit-extra PIC X(30).
       01 ws-audit-date PIC 9(08).
       01 ws-audit-time PIC 9(08).
       01 ws-jnl-status PIC XX.
       01 ws-jnl-tag PIC X(01).
       01 ws-jnl-action PIC X(01).
       01 ws-jnl-image PIC X(700).
       01 ws-have-opps PIC X(01) VALUE "N".
       01 ws-have-opparcs PIC X(01) VALUE "N".
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-archive-cutoff PIC 9(08) VALUE ZERO.
       01 ws-note-cutoff PIC 9(08) VALUE ZERO.
       01 ws-years-entry PIC 9(02).
       01 ws-mode-entry PIC X(01).
       01 ws-dry-run PIC X(01).
       01 ws-run-confirm PIC X(01).
       01 ws-scan-done PIC X(01).
       01 ws-sub-done PIC X(01).
       01 ws-party-id PIC 9(05).
       01 ws-party-date PIC 9(08).
       01 ws-company-id PIC 9(05).
       01 ws-company-used PIC X(01).
       01 ws-party-notes PIC 9(05).
       01 ws-party-links PIC 9(05).
       01 ws-party-deals PIC 9(05).
       01 ws-deal-going PIC X(01).
       01 ws-note-contact PIC 9(05) VALUE ZERO.
       01 ws-note-contact-count PIC 9(05) VALUE ZERO.
       01 ws-note-kept PIC X(01).
       01 ws-arc-purged PIC 9(05) VALUE ZERO.
       01 ws-intarc-purged PIC 9(05) VALUE ZERO.
       01 ws-relarc-purged PIC 9(05) VALUE ZERO.
       01 ws-opparc-purged PIC 9(05) VALUE ZERO.
       01 ws-cmparc-purged PIC 9(05) VALUE ZERO.
       01 ws-cmparc-kept PIC 9(05) VALUE ZERO.
       01 ws-int-purged PIC 9(05) VALUE ZERO.
       01 ws-fup-purged PIC 9(05) VALUE ZERO.
       01 ws-int-kept PIC 9(05) VALUE ZERO.

       COPY BATCHRUN.
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
           PERFORM Load-Retention-Control.
           IF BRN-ACTIVE = "Y"
               IF RTC-BATCH-MODE = "L"
                   MOVE "N" TO ws-dry-run
               ELSE
                   MOVE "Y" TO ws-dry-run
               END-IF
           ELSE
               PERFORM Ask-Parameters
               PERFORM Ask-Run-Mode
           END-IF.
           PERFORM Compute-Cutoffs.
           PERFORM Write-Report-Header.
           IF RTC-ARCHIVE-YEARS > ZERO
               PERFORM Purge-Archived-Contacts
               PERFORM Purge-Archived-Companies
           END-IF.
           IF RTC-NOTE-YEARS > ZERO
               PERFORM Purge-Old-Notes
           END-IF.
           PERFORM Write-Report-Totals.
           IF ws-dry-run NOT = "Y"
               MOVE ws-today TO RTC-LAST-RUN-DATE
               REWRITE retention-control-record
           END-IF.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           IF ws-dry-run = "Y"
               DISPLAY "Retention dry run : " ws-arc-purged
                   " archived contact(s), " ws-cmparc-purged
                   " archived company(ies), " ws-opparc-purged
                   " archived deal(s), " ws-int-purged
                   " note(s) would go - nothing removed."
           ELSE
               DISPLAY "Retention run : " ws-arc-purged
                   " archived contact(s), " ws-cmparc-purged
                   " archived company(ies), " ws-opparc-purged
                   " archived deal(s), " ws-int-purged
                   " note(s) destroyed."
           END-IF.
           DISPLAY "Details in RETENTION.rpt".
           GOBACK.

       Open-Files.
           OPEN INPUT contacts.
           IF ws-file-status NOT = "00"
               DISPLAY "CONTACTS.idx could not be opened, status "
                   ws-file-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O archive-file.
           IF ws-archive-status = "35"
               OPEN OUTPUT archive-file
               CLOSE archive-file
               OPEN I-O archive-file
           END-IF.
           IF ws-archive-status NOT = "00"
               DISPLAY "CONTACTS-ARCHIVE.idx could not be opened,"
                   " status " ws-archive-status
               CLOSE contacts
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O interactions-file.
           IF ws-int-status = "35"
               OPEN OUTPUT interactions-file
               CLOSE interactions-file
               OPEN I-O interactions-file
           END-IF.
           IF ws-int-status NOT = "00"
               DISPLAY "INTERACTIONS.idx could not be opened,"
                   " status " ws-int-status
               CLOSE contacts
               CLOSE archive-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O int-archive-file.
           IF ws-intarc-status = "35"
               OPEN OUTPUT int-archive-file
               CLOSE int-archive-file
               OPEN I-O int-archive-file
           END-IF.
           IF ws-intarc-status NOT = "00"
               DISPLAY "INTERACTIONS-ARCHIVE.idx could not be opened,"
                   " status " ws-intarc-status
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O followups-file.
           IF ws-fup-status = "35"
               OPEN OUTPUT followups-file
               CLOSE followups-file
               OPEN I-O followups-file
           END-IF.
           IF ws-fup-status NOT = "00"
               DISPLAY "FOLLOWUPS.idx could not be opened,"
                   " status " ws-fup-status
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O rel-archive-file.
           IF ws-relarc-status = "35"
               OPEN OUTPUT rel-archive-file
               CLOSE rel-archive-file
               OPEN I-O rel-archive-file
           END-IF.
           IF ws-relarc-status NOT = "00"
               DISPLAY "RELATIONS-ARCHIVE.idx could not be opened,"
                   " status " ws-relarc-status
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE followups-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O cmp-archive-file.
           IF ws-cmparc-status = "35"
               OPEN OUTPUT cmp-archive-file
               CLOSE cmp-archive-file
               OPEN I-O cmp-archive-file
           END-IF.
           IF ws-cmparc-status NOT = "00"
               DISPLAY "COMPANIES-ARCHIVE.idx could not be opened,"
                   " status " ws-cmparc-status
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE followups-file
               CLOSE rel-archive-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT opportunities-file.
           IF ws-opp-status = "00"
               MOVE "Y" TO ws-have-opps
           END-IF.
           OPEN I-O opp-archive-file.
           IF ws-opparc-status = "00"
               MOVE "Y" TO ws-have-opparcs
           ELSE
               IF ws-opparc-status NOT = "35"
                   DISPLAY "OPPORTUNITIES-ARCHIVE.idx could not be"
                       " opened, status " ws-opparc-status
                   CLOSE contacts
                   CLOSE archive-file
                   CLOSE interactions-file
                   CLOSE int-archive-file
                   CLOSE followups-file
                   CLOSE rel-archive-file
                   CLOSE cmp-archive-file
                   IF ws-have-opps = "Y"
                       CLOSE opportunities-file
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN I-O echo-file.
           IF ws-ech-status = "00"
               MOVE "Y" TO ws-have-echo
           END-IF.
           OPEN I-O retention-ctl-file.
           IF ws-rtc-status = "35"
               OPEN OUTPUT retention-ctl-file
               CLOSE retention-ctl-file
               OPEN I-O retention-ctl-file
           END-IF.
           IF ws-rtc-status NOT = "00"
               DISPLAY "RETENTION-CTL.idx could not be opened,"
                   " status " ws-rtc-status
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE followups-file
               CLOSE rel-archive-file
               CLOSE cmp-archive-file
               IF ws-have-opps = "Y"
                   CLOSE opportunities-file
               END-IF
               IF ws-have-opparcs = "Y"
                   CLOSE opp-archive-file
               END-IF
               IF ws-have-echo = "Y"
                   CLOSE echo-file
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT report-file.
           PERFORM Open-Journal-File.

       Load-Retention-Control.
           MOVE "1" TO RTC-KEY.
           READ retention-ctl-file KEY IS RTC-KEY
               INVALID KEY
                   INITIALIZE retention-control-record
                   MOVE "1" TO RTC-KEY
                   MOVE 5 TO RTC-ARCHIVE-YEARS
                   MOVE 7 TO RTC-NOTE-YEARS
                   MOVE "D" TO RTC-BATCH-MODE
                   WRITE retention-control-record
           END-READ.

      *    Zero on either question keeps the period on file; the
      *    change is written back before anything is removed.
       Ask-Parameters.
           DISPLAY "Archived parties are kept " RTC-ARCHIVE-YEARS
               " year(s), notes " RTC-NOTE-YEARS " year(s),"
               " nightly mode " RTC-BATCH-MODE ".".
           DISPLAY "Archive retention in years (0 = keep "
               RTC-ARCHIVE-YEARS ") ?".
           ACCEPT ws-years-entry.
           IF ws-years-entry > ZERO
               MOVE ws-years-entry TO RTC-ARCHIVE-YEARS
           END-IF.
           DISPLAY "Note retention in years (0 = keep "
               RTC-NOTE-YEARS ") ?".
           ACCEPT ws-years-entry.
           IF ws-years-entry > ZERO
               MOVE ws-years-entry TO RTC-NOTE-YEARS
           END-IF.
           DISPLAY "Nightly mode, D = list only, L = purge"
               " (blank = keep " RTC-BATCH-MODE ") ?".
           ACCEPT ws-mode-entry.
           IF ws-mode-entry = "d"
               MOVE "D" TO ws-mode-entry
           END-IF.
           IF ws-mode-entry = "l"
               MOVE "L" TO ws-mode-entry
           END-IF.
           IF ws-mode-entry = "D" OR ws-mode-entry = "L"
               MOVE ws-mode-entry TO RTC-BATCH-MODE
           END-IF.
           REWRITE retention-control-record.

       Ask-Run-Mode.
           DISPLAY "Dry run - report only, remove nothing (Y/N) ?".
           ACCEPT ws-dry-run.
           IF ws-dry-run = "y"
               MOVE "Y" TO ws-dry-run
           END-IF.
           IF ws-dry-run NOT = "Y"
               MOVE "N" TO ws-dry-run
               DISPLAY "This DESTROYS every record past its retention"
                   " period. Continue (Y/N) ?"
               ACCEPT ws-run-confirm
               IF ws-run-confirm NOT = "Y" AND
                  ws-run-confirm NOT = "y"
                   DISPLAY "Run cancelled, nothing touched."
                   MOVE "Y" TO ws-dry-run
                   PERFORM Close-Files
                   GOBACK
               END-IF
           END-IF.

      *    yyyymmdd less n years is the same month and day n years
      *    back; a stamp strictly below the cut-off is past it.
       Compute-Cutoffs.
           IF RTC-ARCHIVE-YEARS > ZERO
               COMPUTE ws-archive-cutoff =
                   ws-today - RTC-ARCHIVE-YEARS * 10000
           END-IF.
           IF RTC-NOTE-YEARS > ZERO
               COMPUTE ws-note-cutoff =
                   ws-today - RTC-NOTE-YEARS * 10000
           END-IF.

       Write-Report-Header.
           MOVE SPACES TO report-line.
           STRING "Retention run   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-dry-run = "Y"
               MOVE "Mode : DRY RUN - nothing was removed"
                   TO report-line
           ELSE
               MOVE "Mode : LIVE RUN" TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF RTC-ARCHIVE-YEARS > ZERO
               STRING "Archived parties : " DELIMITED BY SIZE
                   RTC-ARCHIVE-YEARS DELIMITED BY SIZE
                   " year(s), removed before " DELIMITED BY SIZE
                   ws-archive-cutoff DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
               MOVE "Archived parties : no retention period, kept"
                   TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF RTC-NOTE-YEARS > ZERO
               STRING "Notes            : " DELIMITED BY SIZE
                   RTC-NOTE-YEARS DELIMITED BY SIZE
                   " year(s), dated before " DELIMITED BY SIZE
                   ws-note-cutoff DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
               MOVE "Notes            : no retention period, kept"
                   TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

      *----------------------------------------------------------------
      *    Archived contacts. The deletion date is ARC-Last-Modified;
      *    a zero date is never taken as old. Only the ID and the
      *    date go on the report - the point is that the rest is
      *    gone.
      *----------------------------------------------------------------
       Purge-Archived-Contacts.
           MOVE "Archived contacts :" TO report-line.
           WRITE report-line.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO ARC-ID-Contact.
           START archive-file KEY IS NOT LESS THAN ARC-ID-Contact
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ archive-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF ARC-Last-Modified < ws-archive-cutoff AND
                          ARC-Last-Modified NOT = ZERO
                           PERFORM Purge-One-Party
                               THRU Purge-One-Party-Exit
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Purge-One-Party.
           MOVE ARC-ID-Contact TO ws-party-id.
           MOVE ARC-Last-Modified TO ws-party-date.
           IF ws-dry-run NOT = "Y"
               DELETE archive-file RECORD
                   INVALID KEY
                       DISPLAY "Archived contact " ws-party-id
                           " could not be removed, status "
                           ws-archive-status
               END-DELETE
               IF ws-archive-status NOT = "00"
                   GO TO Purge-One-Party-Exit
               END-IF
               MOVE "A" TO ws-jnl-tag
               MOVE SPACES TO ws-jnl-image
               MOVE ws-party-id TO ws-jnl-image (1:5)
               PERFORM Write-Journal-Delete
           END-IF.
           ADD 1 TO ws-arc-purged.
           PERFORM Purge-Party-Notes.
           PERFORM Purge-Party-Links.
           MOVE ZERO TO ws-party-deals.
           IF ws-have-opparcs = "Y"
               PERFORM Purge-Party-Deals
           END-IF.
           IF ws-have-echo = "Y" AND ws-dry-run NOT = "Y"
               MOVE ws-party-id TO ECH-Contact-ID
               DELETE echo-file RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE SPACES TO report-line.
           STRING "  ID " DELIMITED BY SIZE
               ws-party-id DELIMITED BY SIZE
               "  deleted " DELIMITED BY SIZE
               ws-party-date DELIMITED BY SIZE
               "  notes " DELIMITED BY SIZE
               ws-party-notes DELIMITED BY SIZE
               "  links " DELIMITED BY SIZE
               ws-party-links DELIMITED BY SIZE
               "  deals " DELIMITED BY SIZE
               ws-party-deals DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-dry-run NOT = "Y"
               MOVE "PURGE" TO ws-audit-op
               MOVE ws-party-id TO ws-audit-id
               MOVE SPACES TO ws-audit-extra
               STRING " INT=" DELIMITED BY SIZE
                   ws-party-notes DELIMITED BY SIZE
                   " REL=" DELIMITED BY SIZE
                   ws-party-links DELIMITED BY SIZE
                   " OPP=" DELIMITED BY SIZE
                   ws-party-deals DELIMITED BY SIZE
                   INTO ws-audit-extra
               END-STRING
               PERFORM Write-Audit-Record
           END-IF.

       Purge-One-Party-Exit.
           EXIT.

       Purge-Party-Notes.
           MOVE ZERO TO ws-party-notes.
           MOVE "N" TO ws-sub-done.
           MOVE ws-party-id TO AIN-Contact-ID.
           MOVE ZERO TO AIN-SEQ.
           START int-archive-file KEY IS NOT LESS THAN AIN-KEY
               INVALID KEY
                   MOVE "Y" TO ws-sub-done
           END-START.
           PERFORM UNTIL ws-sub-done = "Y"
               READ int-archive-file NEXT
                   AT END
                       MOVE "Y" TO ws-sub-done
                   NOT AT END
                       IF AIN-Contact-ID NOT = ws-party-id
                           MOVE "Y" TO ws-sub-done
                       ELSE
                           PERFORM Purge-One-Archived-Note
                       END-IF
               END-READ
           END-PERFORM.

       Purge-One-Archived-Note.
           IF ws-dry-run NOT = "Y"
               DELETE int-archive-file RECORD
                   INVALID KEY
                       DISPLAY "Archived note " AIN-Contact-ID "/"
                           AIN-SEQ " could not be removed, status "
                           ws-intarc-status
                   NOT INVALID KEY
                       ADD 1 TO ws-party-notes
                       ADD 1 TO ws-intarc-purged
                       MOVE "J" TO ws-jnl-tag
                       MOVE SPACES TO ws-jnl-image
                       MOVE AIN-KEY TO ws-jnl-image (1:10)
                       PERFORM Write-Journal-Delete
               END-DELETE
           ELSE
               ADD 1 TO ws-party-notes
               ADD 1 TO ws-intarc-purged
           END-IF.

      *    The party can sit on either end of an archived link, so
      *    the whole file is walked.
       Purge-Party-Links.
           MOVE ZERO TO ws-party-links.
           MOVE "N" TO ws-sub-done.
           MOVE LOW-VALUES TO ARL-KEY.
           START rel-archive-file KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   MOVE "Y" TO ws-sub-done
           END-START.
           PERFORM UNTIL ws-sub-done = "Y"
               READ rel-archive-file NEXT
                   AT END
                       MOVE "Y" TO ws-sub-done
                   NOT AT END
                       IF ARL-FROM-ID = ws-party-id OR
                          ARL-TO-ID = ws-party-id
                           PERFORM Purge-One-Archived-Link
                       END-IF
               END-READ
           END-PERFORM.

       Purge-One-Archived-Link.
           IF ws-dry-run NOT = "Y"
               DELETE rel-archive-file RECORD
                   INVALID KEY
                       DISPLAY "Archived link " ARL-FROM-ID "/"
                           ARL-TO-ID " could not be removed, status "
                           ws-relarc-status
                   NOT INVALID KEY
                       ADD 1 TO ws-party-links
                       ADD 1 TO ws-relarc-purged
                       MOVE "S" TO ws-jnl-tag
                       MOVE SPACES TO ws-jnl-image
                       MOVE ARL-KEY TO ws-jnl-image (1:10)
                       PERFORM Write-Journal-Delete
               END-DELETE
           ELSE
               ADD 1 TO ws-party-links
               ADD 1 TO ws-relarc-purged
           END-IF.

      *    The deals archived with the party go with it. The file
      *    is in deal order, so it is walked to the end.
       Purge-Party-Deals.
           MOVE "N" TO ws-sub-done.
           MOVE ZERO TO OPA-ID.
           START opp-archive-file KEY IS NOT LESS THAN OPA-ID
               INVALID KEY
                   MOVE "Y" TO ws-sub-done
           END-START.
           PERFORM UNTIL ws-sub-done = "Y"
               READ opp-archive-file NEXT
                   AT END
                       MOVE "Y" TO ws-sub-done
                   NOT AT END
                       IF OPA-Contact-ID = ws-party-id
                           PERFORM Purge-One-Archived-Deal
                       END-IF
               END-READ
           END-PERFORM.

       Purge-One-Archived-Deal.
           IF ws-dry-run NOT = "Y"
               DELETE opp-archive-file RECORD
                   INVALID KEY
                       DISPLAY "Archived deal " OPA-ID
                           " could not be removed, status "
                           ws-opparc-status
                   NOT INVALID KEY
                       ADD 1 TO ws-party-deals
                       ADD 1 TO ws-opparc-purged
                       MOVE "U" TO ws-jnl-tag
                       MOVE SPACES TO ws-jnl-image
                       MOVE OPA-ID TO ws-jnl-image (1:5)
                       PERFORM Write-Journal-Delete
               END-DELETE
           ELSE
               ADD 1 TO ws-party-deals
               ADD 1 TO ws-opparc-purged
           END-IF.

      *----------------------------------------------------------------
      *    Archived companies. One past the archive period goes only
      *    when nothing points at it any more : no live contact, no
      *    archived contact that is staying, no deal live or
      *    archived. Archived contacts past the period, and the
      *    archived deals that go with them, are ignored in the
      *    check, so the dry run counts the same as the live run
      *    that has already removed them.
      *----------------------------------------------------------------
       Purge-Archived-Companies.
           MOVE "Archived companies :" TO report-line.
           WRITE report-line.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO CMA-ID.
           START cmp-archive-file KEY IS NOT LESS THAN CMA-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ cmp-archive-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF CMA-Removed-Date < ws-archive-cutoff AND
                          CMA-Removed-Date NOT = ZERO
                           PERFORM Purge-One-Company
                               THRU Purge-One-Company-Exit
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Purge-One-Company.
           MOVE CMA-ID TO ws-company-id.
           PERFORM Check-Company-Used.
           IF ws-company-used = "Y"
               ADD 1 TO ws-cmparc-kept
               GO TO Purge-One-Company-Exit
           END-IF.
           IF ws-dry-run NOT = "Y"
               DELETE cmp-archive-file RECORD
                   INVALID KEY
                       DISPLAY "Archived company " ws-company-id
                           " could not be removed, status "
                           ws-cmparc-status
               END-DELETE
               IF ws-cmparc-status NOT = "00"
                   GO TO Purge-One-Company-Exit
               END-IF
               MOVE "Q" TO ws-jnl-tag
               MOVE SPACES TO ws-jnl-image
               MOVE ws-company-id TO ws-jnl-image (1:5)
               PERFORM Write-Journal-Delete
               MOVE "CMPPURGE" TO ws-audit-op
               MOVE ws-company-id TO ws-audit-id
               MOVE SPACES TO ws-audit-extra
               PERFORM Write-Audit-Record
           END-IF.
           ADD 1 TO ws-cmparc-purged.
           MOVE SPACES TO report-line.
           STRING "  Company " DELIMITED BY SIZE
               ws-company-id DELIMITED BY SIZE
               "  removed " DELIMITED BY SIZE
               CMA-Removed-Date DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Purge-One-Company-Exit.
           EXIT.

       Check-Company-Used.
           MOVE "N" TO ws-company-used.
           MOVE "N" TO ws-sub-done.
           MOVE ZERO TO ID_Contact.
           START contacts KEY IS NOT LESS THAN ID_Contact
               INVALID KEY
                   MOVE "Y" TO ws-sub-done
           END-START.
           PERFORM UNTIL ws-sub-done = "Y"
               READ contacts NEXT
                   AT END
                       MOVE "Y" TO ws-sub-done
                   NOT AT END
                       IF Company_ID = ws-company-id
                           MOVE "Y" TO ws-company-used
                           MOVE "Y" TO ws-sub-done
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-company-used = "N"
               MOVE "N" TO ws-sub-done
               MOVE ZERO TO ARC-ID-Contact
               START archive-file KEY IS NOT LESS THAN ARC-ID-Contact
                   INVALID KEY
                       MOVE "Y" TO ws-sub-done
               END-START
               PERFORM UNTIL ws-sub-done = "Y"
                   READ archive-file NEXT
                       AT END
                           MOVE "Y" TO ws-sub-done
                       NOT AT END
                           IF ARC-Company-ID = ws-company-id AND
                              (ARC-Last-Modified NOT <
                               ws-archive-cutoff OR
                               ARC-Last-Modified = ZERO)
                               MOVE "Y" TO ws-company-used
                               MOVE "Y" TO ws-sub-done
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF ws-company-used = "N" AND ws-have-opps = "Y"
               MOVE "N" TO ws-sub-done
               MOVE ZERO TO OPP-ID
               START opportunities-file KEY IS NOT LESS THAN OPP-ID
                   INVALID KEY
                       MOVE "Y" TO ws-sub-done
               END-START
               PERFORM UNTIL ws-sub-done = "Y"
                   READ opportunities-file NEXT
                       AT END
                           MOVE "Y" TO ws-sub-done
                       NOT AT END
                           IF OPP-Company-ID = ws-company-id
                               MOVE "Y" TO ws-company-used
                               MOVE "Y" TO ws-sub-done
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF ws-company-used = "N" AND ws-have-opparcs = "Y"
               MOVE "N" TO ws-sub-done
               MOVE ZERO TO OPA-ID
               START opp-archive-file KEY IS NOT LESS THAN OPA-ID
                   INVALID KEY
                       MOVE "Y" TO ws-sub-done
               END-START
               PERFORM UNTIL ws-sub-done = "Y"
                   READ opp-archive-file NEXT
                       AT END
                           MOVE "Y" TO ws-sub-done
                       NOT AT END
                           IF OPA-Company-ID = ws-company-id
                               PERFORM Check-Deal-Party
                               IF ws-deal-going = "N"
                                   MOVE "Y" TO ws-company-used
                                   MOVE "Y" TO ws-sub-done
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    An archived deal goes with its party when the party is
      *    itself past the archive period.
       Check-Deal-Party.
           MOVE "N" TO ws-deal-going.
           MOVE OPA-Contact-ID TO ARC-ID-Contact.
           READ archive-file KEY IS ARC-ID-Contact
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARC-Last-Modified < ws-archive-cutoff AND
                      ARC-Last-Modified NOT = ZERO
                       MOVE "Y" TO ws-deal-going
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    Live notes. The file is in contact order, so the notes
      *    of one contact arrive together; the NOTEPURG audit line
      *    and the report line go out when the contact changes.
      *----------------------------------------------------------------
       Purge-Old-Notes.
           MOVE "Notes on live contacts :" TO report-line.
           WRITE report-line.
           MOVE ZERO TO ws-note-contact.
           MOVE ZERO TO ws-note-contact-count.
           MOVE "N" TO ws-scan-done.
           MOVE LOW-VALUES TO INT-KEY.
           START interactions-file KEY IS NOT LESS THAN INT-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ interactions-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF INT-Date < ws-note-cutoff AND
                          INT-Date NOT = ZERO
                           PERFORM Purge-One-Note
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM Flush-Note-Contact.
           MOVE SPACES TO report-line.
           WRITE report-line.

      *    A note whose follow-up is still open stays until the
      *    follow-up is done.
       Purge-One-Note.
           IF INT-Contact-ID NOT = ws-note-contact
               PERFORM Flush-Note-Contact
               MOVE INT-Contact-ID TO ws-note-contact
           END-IF.
           MOVE "N" TO ws-note-kept.
           MOVE INT-KEY TO FUP-KEY.
           READ followups-file KEY IS FUP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUP-Done NOT = "Y"
                       MOVE "Y" TO ws-note-kept
                   END-IF
           END-READ.
           IF ws-note-kept = "Y"
               ADD 1 TO ws-int-kept
           ELSE
               IF ws-fup-status = "00"
                   PERFORM Purge-Note-Followup
               END-IF
               PERFORM Purge-Note-Record
           END-IF.

       Purge-Note-Followup.
           IF ws-dry-run NOT = "Y"
               DELETE followups-file RECORD
                   INVALID KEY
                       DISPLAY "Follow-up " FUP-Contact-ID "/"
                           FUP-SEQ " could not be removed, status "
                           ws-fup-status
                   NOT INVALID KEY
                       ADD 1 TO ws-fup-purged
                       MOVE "F" TO ws-jnl-tag
                       MOVE SPACES TO ws-jnl-image
                       MOVE FUP-KEY TO ws-jnl-image (1:10)
                       PERFORM Write-Journal-Delete
               END-DELETE
           ELSE
               ADD 1 TO ws-fup-purged
           END-IF.

       Purge-Note-Record.
           IF ws-dry-run NOT = "Y"
               DELETE interactions-file RECORD
                   INVALID KEY
                       DISPLAY "Note " INT-Contact-ID "/" INT-SEQ
                           " could not be removed, status "
                           ws-int-status
                   NOT INVALID KEY
                       ADD 1 TO ws-int-purged
                       ADD 1 TO ws-note-contact-count
                       MOVE "I" TO ws-jnl-tag
                       MOVE SPACES TO ws-jnl-image
                       MOVE INT-KEY TO ws-jnl-image (1:10)
                       PERFORM Write-Journal-Delete
               END-DELETE
           ELSE
               ADD 1 TO ws-int-purged
               ADD 1 TO ws-note-contact-count
           END-IF.

       Flush-Note-Contact.
           IF ws-note-contact-count > ZERO
               MOVE SPACES TO report-line
               STRING "  ID " DELIMITED BY SIZE
                   ws-note-contact DELIMITED BY SIZE
                   "  notes " DELIMITED BY SIZE
                   ws-note-contact-count DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
               IF ws-dry-run NOT = "Y"
                   MOVE "NOTEPURG" TO ws-audit-op
                   MOVE ws-note-contact TO ws-audit-id
                   MOVE SPACES TO ws-audit-extra
                   STRING " NOTES=" DELIMITED BY SIZE
                       ws-note-contact-count DELIMITED BY SIZE
                       INTO ws-audit-extra
                   END-STRING
                   PERFORM Write-Audit-Record
               END-IF
           END-IF.
           MOVE ZERO TO ws-note-contact-count.

       Write-Report-Totals.
           MOVE "Records removed per file :" TO report-line.
           IF ws-dry-run = "Y"
               MOVE "Records that would be removed per file :"
                   TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  CONTACTS-ARCHIVE.idx     : " DELIMITED BY SIZE
               ws-arc-purged DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  INTERACTIONS-ARCHIVE.idx : " DELIMITED BY SIZE
               ws-intarc-purged DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  RELATIONS-ARCHIVE.idx    : " DELIMITED BY SIZE
               ws-relarc-purged DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  OPPORTUNITIES-ARCHIVE.idx: " DELIMITED BY SIZE
               ws-opparc-purged DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  COMPANIES-ARCHIVE.idx    : " DELIMITED BY SIZE
               ws-cmparc-purged DELIMITED BY SIZE
               "   (" DELIMITED BY SIZE
               ws-cmparc-kept DELIMITED BY SIZE
               " past the period but still referenced)"
               DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  INTERACTIONS.idx         : " DELIMITED BY SIZE
               ws-int-purged DELIMITED BY SIZE
               "   (" DELIMITED BY SIZE
               ws-int-kept DELIMITED BY SIZE
               " past the period but kept, follow-up open)"
               DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  FOLLOWUPS.idx            : " DELIMITED BY SIZE
               ws-fup-purged DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Write-Audit-Record.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD.
           ACCEPT ws-audit-time FROM TIME.
           MOVE SPACES TO audit-line.
           STRING ws-audit-op DELIMITED BY SIZE
               " ID=" DELIMITED BY SIZE
               ws-audit-id DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               ws-audit-date DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-audit-time DELIMITED BY SIZE
               " BY CONSOLE" DELIMITED BY SIZE
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

      *    A delete goes in as a D line whose image holds the key
      *    alone, see JOURNAL.cpy.
       Write-Journal-Delete.
           ACCEPT JNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JNL-TIME FROM TIME.
           MOVE "CONSOLE" TO JNL-USER.
           MOVE ws-jnl-tag TO JNL-FILE.
           MOVE "D" TO JNL-ACTION.
           MOVE ws-jnl-image TO JNL-IMAGE.
           WRITE journal-record.

       Close-Files.
           CLOSE contacts.
           CLOSE archive-file.
           CLOSE interactions-file.
           CLOSE int-archive-file.
           CLOSE followups-file.
           CLOSE rel-archive-file.
           CLOSE cmp-archive-file.
           IF ws-have-opps = "Y"
               CLOSE opportunities-file
           END-IF.
           IF ws-have-opparcs = "Y"
               CLOSE opp-archive-file
           END-IF.
           IF ws-have-echo = "Y"
               CLOSE echo-file
           END-IF.
           CLOSE retention-ctl-file.
           CLOSE report-file.
           CLOSE journal-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "RetentionPurge" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "RETENTION.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
