       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactRecover.
      *----------------------------------------------------------------
      *    Forward recovery of the carnet. Run straight after
      *    ContactRestore has put a backup generation back : the
      *    operator names the generation that was restored and a
      *    stop point (date and time, or the end of the journal),
      *    and every image JOURNAL.dat holds from the moment that
      *    generation was cut up to the stop point is put back on
      *    the files, in the order it was written :
      *        A and C lines  the image is written, or rewritten
      *                       when the key is already on file
      *        D lines        the key is deleted
      *        B lines        before images, read past - they are
      *                       there for the people checking a
      *                       change, not for the replay
      *    Replaying a line twice does no harm, so a recovery that
      *    dies half way can simply be run again.
      *    The contact, company and opportunity counters on
      *    CONTACTS-CTL.idx are then pulled up to the highest ID
      *    on the live and archive
      *    files, so the next Add does not collide with a replayed
      *    record. COUNTRIES.idx is not journalled; it comes back
      *    as the generation had it.
      *    With a stop point before the end of the journal, the
      *    lines after it describe changes that are now undone :
      *    they are moved to JOURNAL-UNDONE.dat, so the journal
      *    again matches the files and a later recovery from the
      *    same generation does not replay them.
      *    Counts per file go to RECOVER.rpt, one line to
      *    AUDIT.log. Nobody may be signed on to GCA during the
      *    run.
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

           SELECT control-file ASSIGN TO 'CONTACTS-CTL.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-KEY
           FILE STATUS IS ws-ctl-status.

           SELECT archive-file ASSIGN TO 'CONTACTS-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-ID-Contact
           FILE STATUS IS ws-archive-status.

           SELECT companies-file ASSIGN TO 'COMPANIES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-ID
           FILE STATUS IS ws-cmp-status.

           SELECT cmp-archive-file ASSIGN TO 'COMPANIES-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMA-ID
           FILE STATUS IS ws-cmparc-status.

           SELECT interactions-file ASSIGN TO 'INTERACTIONS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-KEY
           FILE STATUS IS ws-int-status.

           SELECT int-archive-file ASSIGN TO 'INTERACTIONS-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AIN-KEY
           FILE STATUS IS ws-intarc-status.

           SELECT followups-file ASSIGN TO 'FOLLOWUPS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUP-KEY
           FILE STATUS IS ws-fup-status.

           SELECT relations-file ASSIGN TO 'RELATIONS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           FILE STATUS IS ws-rel-status.

           SELECT rel-archive-file ASSIGN TO 'RELATIONS-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARL-KEY
           FILE STATUS IS ws-relarc-status.

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

           SELECT consent-file ASSIGN TO 'CONSENT.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-Contact-ID
           FILE STATUS IS ws-cns-status.

           SELECT consent-hist-file ASSIGN TO 'CONSENT-HISTORY.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNH-KEY
           FILE STATUS IS ws-cnh-status.

           SELECT backup-ctl-file ASSIGN TO 'BACKUP-CTL.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BCK-KEY
           FILE STATUS IS ws-bck-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

           SELECT keep-file ASSIGN TO 'JOURNAL-KEEP.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-keep-status.

           SELECT undone-file ASSIGN TO 'JOURNAL-UNDONE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-undone-status.

           SELECT report-file ASSIGN TO 'RECOVER.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       COPY CONTACT.

       FD control-file.
       COPY CONTROL.

       FD archive-file.
       COPY ARCHIVE.

       FD companies-file.
       COPY COMPANY.

       FD cmp-archive-file.
       COPY CMPARCH.

       FD interactions-file.
       COPY INTERACT.

       FD int-archive-file.
       COPY INTARCH.

       FD followups-file.
       COPY FOLLOWUP.

       FD relations-file.
       COPY RELATION.

       FD rel-archive-file.
       COPY RELARCH.

       FD opportunities-file.
       COPY OPPORT.

       FD opp-archive-file.
       COPY OPPARCH.

       FD consent-file.
       COPY CONSENT.

       FD consent-hist-file.
       COPY CONSHIST.

       FD backup-ctl-file.
       COPY BACKCTL.

       FD journal-file.
       COPY JOURNAL.

       FD keep-file.
       01 keep-line PIC X(726).

       FD undone-file.
       01 undone-line PIC X(726).

       FD report-file.
       01 report-line PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-ctl-status PIC XX.
       01 ws-archive-status PIC XX.
       01 ws-cmp-status PIC XX.
       01 ws-cmparc-status PIC XX.
       01 ws-int-status PIC XX.
       01 ws-intarc-status PIC XX.
       01 ws-fup-status PIC XX.
       01 ws-rel-status PIC XX.
       01 ws-relarc-status PIC XX.
       01 ws-opp-status PIC XX.
       01 ws-opparc-status PIC XX.
       01 ws-cns-status PIC XX.
       01 ws-cnh-status PIC XX.
       01 ws-bck-status PIC XX.
       01 ws-jnl-status PIC XX.
       01 ws-keep-status PIC XX.
       01 ws-undone-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 audit-line PIC X(80).
       01 ws-audit-date PIC 9(08).
       01 ws-audit-time PIC 9(08).
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-slot PIC 9(01).
       01 ws-slot-entry PIC 9(01).
       01 ws-keep-gens PIC 9(01).
       01 ws-run-confirm PIC X(01).
       01 ws-stop-date-entry PIC 9(08).
       01 ws-stop-time-entry PIC 9(06).
       01 ws-trim-wanted PIC X(01) VALUE "N".
       01 ws-trim-ok PIC X(01) VALUE "N".
       01 ws-scan-done PIC X(01).
       01 ws-line-count PIC 9(07) VALUE ZERO.
       01 ws-replayed-count PIC 9(07) VALUE ZERO.
       01 ws-before-count PIC 9(07) VALUE ZERO.
       01 ws-early-count PIC 9(07) VALUE ZERO.
       01 ws-late-count PIC 9(07) VALUE ZERO.
       01 ws-kept-count PIC 9(07) VALUE ZERO.
       01 ws-high-contact PIC 9(05) VALUE ZERO.
       01 ws-high-company PIC 9(05) VALUE ZERO.
       01 ws-high-opp PIC 9(05) VALUE ZERO.
       01 ws-failed-total PIC 9(06) VALUE ZERO.
       01 ws-tag-idx PIC 9(02).
       01 ws-applied-ok PIC X(01).

      *----------------------------------------------------------------
      *    Journal stamps compare as one 16-digit number : the date
      *    then the time as ACCEPT FROM TIME gives it (hhmmsscc).
      *    The start is the moment the generation was cut; the stop
      *    is the operator's hhmmss with hundredths 99, so the
      *    whole named second is included.
      *----------------------------------------------------------------
       01 ws-from-stamp.
           05 ws-from-date PIC 9(08).
           05 ws-from-time PIC 9(08).
       01 ws-from-stamp-n REDEFINES ws-from-stamp PIC 9(16).
       01 ws-stop-stamp.
           05 ws-stop-date PIC 9(08).
           05 ws-stop-hms PIC 9(06).
           05 ws-stop-cc PIC 9(02).
       01 ws-stop-stamp-n REDEFINES ws-stop-stamp PIC 9(16).
       01 ws-line-stamp.
           05 ws-line-date PIC 9(08).
           05 ws-line-time PIC 9(08).
       01 ws-line-stamp-n REDEFINES ws-line-stamp PIC 9(16).

      *----------------------------------------------------------------
      *    One slot per journalled file, in the order of the tags
      *    below; the counts feed RECOVER.rpt.
      *----------------------------------------------------------------
       01 ws-tag-list PIC X(13) VALUE "CAPQIJFRSOUKL".
       01 ws-file-names.
           05 FILLER PIC X(25) VALUE "CONTACTS.idx".
           05 FILLER PIC X(25) VALUE "CONTACTS-ARCHIVE.idx".
           05 FILLER PIC X(25) VALUE "COMPANIES.idx".
           05 FILLER PIC X(25) VALUE "COMPANIES-ARCHIVE.idx".
           05 FILLER PIC X(25) VALUE "INTERACTIONS.idx".
           05 FILLER PIC X(25) VALUE "INTERACTIONS-ARCHIVE.idx".
           05 FILLER PIC X(25) VALUE "FOLLOWUPS.idx".
           05 FILLER PIC X(25) VALUE "RELATIONS.idx".
           05 FILLER PIC X(25) VALUE "RELATIONS-ARCHIVE.idx".
           05 FILLER PIC X(25) VALUE "OPPORTUNITIES.idx".
           05 FILLER PIC X(25) VALUE "OPPORTUNITIES-ARCHIVE.idx".
           05 FILLER PIC X(25) VALUE "CONSENT.idx".
           05 FILLER PIC X(25) VALUE "CONSENT-HISTORY.idx".
       01 ws-file-name-table REDEFINES ws-file-names.
           05 ws-file-name PIC X(25) OCCURS 13 TIMES.
       01 ws-count-table.
           05 ws-count-entry OCCURS 13 TIMES.
               10 ws-cnt-put PIC 9(05) VALUE ZERO.
               10 ws-cnt-deleted PIC 9(05) VALUE ZERO.
               10 ws-cnt-gone PIC 9(05) VALUE ZERO.
               10 ws-cnt-failed PIC 9(05) VALUE ZERO.
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
           PERFORM Pick-Start-Point.
           PERFORM Ask-Stop-Point.
           PERFORM Open-Files.
           PERFORM Replay-Journal.
           PERFORM Fix-Control-Records.
           PERFORM Close-Carnet-Files.
           IF ws-trim-wanted = "Y"
               PERFORM Trim-Journal THRU Trim-Journal-Exit
           END-IF.
           PERFORM Write-Report.
           PERFORM Catalog-Report.
           PERFORM Write-Audit-Record.
           DISPLAY "Recovery done : " ws-replayed-count
               " journal image(s) replayed, see RECOVER.rpt".
           IF ws-failed-total > ZERO
               DISPLAY ws-failed-total
                   " journal image(s) could not be replayed."
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    The start point is the cut time of the generation that
      *    ContactRestore put back, taken from BACKUP-CTL.idx.
      *----------------------------------------------------------------
       Pick-Start-Point.
           OPEN INPUT backup-ctl-file.
           IF ws-bck-status NOT = "00"
               DISPLAY "No backups on file (BACKUP-CTL.idx status "
                   ws-bck-status ")."
               STOP RUN
           END-IF.
           MOVE 0 TO BCK-KEY.
           READ backup-ctl-file KEY IS BCK-KEY
               INVALID KEY
                   DISPLAY "No backups on file."
                   CLOSE backup-ctl-file
                   STOP RUN
           END-READ.
           MOVE BCK-KEEP-GENS TO ws-keep-gens.
           DISPLAY "Backup generations on file"
               " (last written: slot " BCK-LAST-SLOT ") :".
           PERFORM VARYING ws-slot FROM 1 BY 1
                   UNTIL ws-slot > ws-keep-gens
               MOVE ws-slot TO BCK-KEY
               READ backup-ctl-file KEY IS BCK-KEY
                   INVALID KEY
                       DISPLAY "  slot " ws-slot " : (empty)"
                   NOT INVALID KEY
                       DISPLAY "  slot " ws-slot " : " BCK-DATE
                           " " BCK-TIME " - " BCK-LIVE-COUNT
                           " contacts, " BCK-ARC-COUNT " archived"
               END-READ
           END-PERFORM.
           DISPLAY "Which slot was restored (0 = cancel) ?".
           ACCEPT ws-slot-entry.
           IF ws-slot-entry = ZERO
               DISPLAY "Recovery cancelled, nothing touched."
               CLOSE backup-ctl-file
               STOP RUN
           END-IF.
           MOVE ws-slot-entry TO ws-slot.
           MOVE ws-slot TO BCK-KEY.
           READ backup-ctl-file KEY IS BCK-KEY
               INVALID KEY
                   DISPLAY "Slot " ws-slot " holds no backup."
                   CLOSE backup-ctl-file
                   STOP RUN
           END-READ.
           MOVE BCK-DATE TO ws-from-date.
           MOVE BCK-TIME TO ws-from-time.
           CLOSE backup-ctl-file.

       Ask-Stop-Point.
           DISPLAY "Replay up to which date yyyymmdd"
               " (0 = to the end of the journal) ?".
           ACCEPT ws-stop-date-entry.
           IF ws-stop-date-entry = ZERO
               MOVE 99999999 TO ws-stop-date
               MOVE 999999 TO ws-stop-hms
               MOVE 99 TO ws-stop-cc
           ELSE
               DISPLAY "Up to which time hhmmss on that day ?"
               ACCEPT ws-stop-time-entry
               MOVE ws-stop-date-entry TO ws-stop-date
               MOVE ws-stop-time-entry TO ws-stop-hms
               MOVE 99 TO ws-stop-cc
               MOVE "Y" TO ws-trim-wanted
           END-IF.
           IF ws-stop-stamp-n < ws-from-stamp-n
               DISPLAY "The stop point is before the backup was cut,"
                   " nothing to replay."
               STOP RUN
           END-IF.
           DISPLAY "This replays JOURNAL.dat from " ws-from-date
               " " ws-from-time " onto the restored files.".
           IF ws-trim-wanted = "Y"
               DISPLAY "Changes after " ws-stop-date " "
                   ws-stop-hms " are left out and moved to"
                   " JOURNAL-UNDONE.dat."
           END-IF.
           DISPLAY "Continue (Y/N) ?".
           ACCEPT ws-run-confirm.
           IF ws-run-confirm NOT = "Y" AND ws-run-confirm NOT = "y"
               DISPLAY "Recovery cancelled, nothing touched."
               STOP RUN
           END-IF.

       Open-Files.
           OPEN INPUT journal-file.
           IF ws-jnl-status NOT = "00"
               DISPLAY "JOURNAL.dat could not be opened, status "
                   ws-jnl-status " - nothing to replay."
               STOP RUN
           END-IF.
           OPEN I-O contacts.
           IF ws-file-status NOT = "00"
               DISPLAY "CONTACTS.idx is in use, status "
                   ws-file-status
               CLOSE journal-file
               STOP RUN
           END-IF.
           OPEN I-O control-file.
           IF ws-ctl-status = "35"
               OPEN OUTPUT control-file
               CLOSE control-file
               OPEN I-O control-file
           END-IF.
           IF ws-ctl-status NOT = "00"
               DISPLAY "CONTACTS-CTL.idx could not be opened,"
                   " status " ws-ctl-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               STOP RUN
           END-IF.
           OPEN I-O archive-file.
           IF ws-archive-status = "35"
               OPEN OUTPUT archive-file
               CLOSE archive-file
               OPEN I-O archive-file
           END-IF.
           IF ws-archive-status NOT = "00"
               DISPLAY "CONTACTS-ARCHIVE.idx could not be opened,"
                   " status " ws-archive-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               STOP RUN
           END-IF.
           OPEN I-O companies-file.
           IF ws-cmp-status = "35"
               OPEN OUTPUT companies-file
               CLOSE companies-file
               OPEN I-O companies-file
           END-IF.
           IF ws-cmp-status NOT = "00"
               DISPLAY "COMPANIES.idx could not be opened,"
                   " status " ws-cmp-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               STOP RUN
           END-IF.
           OPEN I-O cmp-archive-file.
           IF ws-cmparc-status = "35"
               OPEN OUTPUT cmp-archive-file
               CLOSE cmp-archive-file
               OPEN I-O cmp-archive-file
           END-IF.
           IF ws-cmparc-status NOT = "00"
               DISPLAY "COMPANIES-ARCHIVE.idx could not be opened,"
                   " status " ws-cmparc-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               STOP RUN
           END-IF.
           OPEN I-O interactions-file.
           IF ws-int-status = "35"
               OPEN OUTPUT interactions-file
               CLOSE interactions-file
               OPEN I-O interactions-file
           END-IF.
           IF ws-int-status NOT = "00"
               DISPLAY "INTERACTIONS.idx could not be opened,"
                   " status " ws-int-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               STOP RUN
           END-IF.
           OPEN I-O int-archive-file.
           IF ws-intarc-status = "35"
               OPEN OUTPUT int-archive-file
               CLOSE int-archive-file
               OPEN I-O int-archive-file
           END-IF.
           IF ws-intarc-status NOT = "00"
               DISPLAY "INTERACTIONS-ARCHIVE.idx could not be opened,"
                   " status " ws-intarc-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               CLOSE interactions-file
               STOP RUN
           END-IF.
           OPEN I-O followups-file.
           IF ws-fup-status = "35"
               OPEN OUTPUT followups-file
               CLOSE followups-file
               OPEN I-O followups-file
           END-IF.
           IF ws-fup-status NOT = "00"
               DISPLAY "FOLLOWUPS.idx could not be opened,"
                   " status " ws-fup-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               STOP RUN
           END-IF.
           OPEN I-O relations-file.
           IF ws-rel-status = "35"
               OPEN OUTPUT relations-file
               CLOSE relations-file
               OPEN I-O relations-file
           END-IF.
           IF ws-rel-status NOT = "00"
               DISPLAY "RELATIONS.idx could not be opened,"
                   " status " ws-rel-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE followups-file
               STOP RUN
           END-IF.
           OPEN I-O rel-archive-file.
           IF ws-relarc-status = "35"
               OPEN OUTPUT rel-archive-file
               CLOSE rel-archive-file
               OPEN I-O rel-archive-file
           END-IF.
           IF ws-relarc-status NOT = "00"
               DISPLAY "RELATIONS-ARCHIVE.idx could not be opened,"
                   " status " ws-relarc-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE followups-file
               CLOSE relations-file
               STOP RUN
           END-IF.
           OPEN I-O opportunities-file.
           IF ws-opp-status = "35"
               OPEN OUTPUT opportunities-file
               CLOSE opportunities-file
               OPEN I-O opportunities-file
           END-IF.
           IF ws-opp-status NOT = "00"
               DISPLAY "OPPORTUNITIES.idx could not be opened,"
                   " status " ws-opp-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE followups-file
               CLOSE relations-file
               CLOSE rel-archive-file
               STOP RUN
           END-IF.
           OPEN I-O opp-archive-file.
           IF ws-opparc-status = "35"
               OPEN OUTPUT opp-archive-file
               CLOSE opp-archive-file
               OPEN I-O opp-archive-file
           END-IF.
           IF ws-opparc-status NOT = "00"
               DISPLAY "OPPORTUNITIES-ARCHIVE.idx could not be opened,"
                   " status " ws-opparc-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE followups-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE opportunities-file
               STOP RUN
           END-IF.
           OPEN I-O consent-file.
           IF ws-cns-status = "35"
               OPEN OUTPUT consent-file
               CLOSE consent-file
               OPEN I-O consent-file
           END-IF.
           IF ws-cns-status NOT = "00"
               DISPLAY "CONSENT.idx could not be opened,"
                   " status " ws-cns-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE followups-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE opportunities-file
               CLOSE opp-archive-file
               STOP RUN
           END-IF.
           OPEN I-O consent-hist-file.
           IF ws-cnh-status = "35"
               OPEN OUTPUT consent-hist-file
               CLOSE consent-hist-file
               OPEN I-O consent-hist-file
           END-IF.
           IF ws-cnh-status NOT = "00"
               DISPLAY "CONSENT-HISTORY.idx could not be opened,"
                   " status " ws-cnh-status " - nothing replayed."
               CLOSE journal-file
               CLOSE contacts
               CLOSE control-file
               CLOSE archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE followups-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE opportunities-file
               CLOSE opp-archive-file
               CLOSE consent-file
               STOP RUN
           END-IF.

       Replay-Journal.
           PERFORM UNTIL ws-jnl-status = "10"
               READ journal-file
                   AT END
                       MOVE "10" TO ws-jnl-status
                   NOT AT END
                       ADD 1 TO ws-line-count
                       PERFORM Replay-One-Line
                           THRU Replay-One-Line-Exit
               END-READ
           END-PERFORM.
           CLOSE journal-file.

       Replay-One-Line.
           MOVE JNL-DATE TO ws-line-date.
           MOVE JNL-TIME TO ws-line-time.
           IF ws-line-stamp-n < ws-from-stamp-n
               ADD 1 TO ws-early-count
               GO TO Replay-One-Line-Exit
           END-IF.
           IF ws-line-stamp-n > ws-stop-stamp-n
               ADD 1 TO ws-late-count
               GO TO Replay-One-Line-Exit
           END-IF.
           IF JNL-ACTION = "B"
               ADD 1 TO ws-before-count
               GO TO Replay-One-Line-Exit
           END-IF.
           MOVE ZERO TO ws-tag-idx.
           INSPECT ws-tag-list TALLYING ws-tag-idx
               FOR CHARACTERS BEFORE INITIAL JNL-FILE.
           ADD 1 TO ws-tag-idx.
           IF ws-tag-idx > 13
               DISPLAY "Journal line " ws-line-count
                   " has an unknown file tag '" JNL-FILE "'"
               GO TO Replay-One-Line-Exit
           END-IF.
           ADD 1 TO ws-replayed-count.
           EVALUATE JNL-FILE
              WHEN "C" PERFORM Replay-Contact
              WHEN "A" PERFORM Replay-Archive
              WHEN "P" PERFORM Replay-Company
              WHEN "Q" PERFORM Replay-Cmp-Archive
              WHEN "I" PERFORM Replay-Interaction
              WHEN "J" PERFORM Replay-Int-Archive
              WHEN "F" PERFORM Replay-Followup
              WHEN "R" PERFORM Replay-Relation
              WHEN "S" PERFORM Replay-Rel-Archive
              WHEN "O" PERFORM Replay-Opportunity
              WHEN "U" PERFORM Replay-Opp-Archive
              WHEN "K" PERFORM Replay-Consent
              WHEN "L" PERFORM Replay-Consent-Hist
           END-EVALUATE.
           PERFORM Count-One-Replay.

       Replay-One-Line-Exit.
           EXIT.

      *    ws-applied-ok : Y put on file or deleted, G the key to
      *    delete was already gone, N the I/O failed.
       Count-One-Replay.
           EVALUATE ws-applied-ok
              WHEN "Y"
                   IF JNL-ACTION = "D"
                       ADD 1 TO ws-cnt-deleted (ws-tag-idx)
                   ELSE
                       ADD 1 TO ws-cnt-put (ws-tag-idx)
                   END-IF
              WHEN "G"
                   ADD 1 TO ws-cnt-gone (ws-tag-idx)
              WHEN OTHER
                   ADD 1 TO ws-cnt-failed (ws-tag-idx)
                   ADD 1 TO ws-failed-total
                   DISPLAY "Journal line " ws-line-count " ("
                       JNL-FILE JNL-ACTION ") could not be replayed."
           END-EVALUATE.

       Replay-Contact.
           MOVE JNL-IMAGE TO contact-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE contacts RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE contact-record
                   INVALID KEY
                       REWRITE contact-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Archive.
           MOVE JNL-IMAGE TO archive-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE archive-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE archive-record
                   INVALID KEY
                       REWRITE archive-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Company.
           MOVE JNL-IMAGE TO company-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE companies-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE company-record
                   INVALID KEY
                       REWRITE company-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Cmp-Archive.
           MOVE JNL-IMAGE TO company-archive-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE cmp-archive-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE company-archive-record
                   INVALID KEY
                       REWRITE company-archive-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Interaction.
           MOVE JNL-IMAGE TO interaction-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE interactions-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE interaction-record
                   INVALID KEY
                       REWRITE interaction-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Int-Archive.
           MOVE JNL-IMAGE TO interaction-archive-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE int-archive-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE interaction-archive-record
                   INVALID KEY
                       REWRITE interaction-archive-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Followup.
           MOVE JNL-IMAGE TO followup-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE followups-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE followup-record
                   INVALID KEY
                       REWRITE followup-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Relation.
           MOVE JNL-IMAGE TO relation-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE relations-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE relation-record
                   INVALID KEY
                       REWRITE relation-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Rel-Archive.
           MOVE JNL-IMAGE TO relation-archive-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE rel-archive-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE relation-archive-record
                   INVALID KEY
                       REWRITE relation-archive-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Opportunity.
           MOVE JNL-IMAGE TO opportunity-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE opportunities-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE opportunity-record
                   INVALID KEY
                       REWRITE opportunity-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Opp-Archive.
           MOVE JNL-IMAGE TO opportunity-archive-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE opp-archive-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE opportunity-archive-record
                   INVALID KEY
                       REWRITE opportunity-archive-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Consent.
           MOVE JNL-IMAGE TO consent-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE consent-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE consent-record
                   INVALID KEY
                       REWRITE consent-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

       Replay-Consent-Hist.
           MOVE JNL-IMAGE TO consent-history-record.
           MOVE "Y" TO ws-applied-ok.
           IF JNL-ACTION = "D"
               DELETE consent-hist-file RECORD
                   INVALID KEY
                       MOVE "G" TO ws-applied-ok
               END-DELETE
           ELSE
               WRITE consent-history-record
                   INVALID KEY
                       REWRITE consent-history-record
                           INVALID KEY
                               MOVE "N" TO ws-applied-ok
                       END-REWRITE
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      *    The highest ID is found the way GCA finds the next note
      *    number : start at the top of the key range and step
      *    back once. Archived IDs count too - a deleted contact's
      *    number is never handed out again.
      *----------------------------------------------------------------
       Fix-Control-Records.
           MOVE 99999 TO ID_Contact.
           START contacts KEY IS NOT GREATER THAN ID_Contact
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ contacts PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ID_Contact TO ws-high-contact
                   END-READ
           END-START.
           MOVE 99999 TO ARC-ID-Contact.
           START archive-file KEY IS NOT GREATER THAN ARC-ID-Contact
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ archive-file PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARC-ID-Contact > ws-high-contact
                               MOVE ARC-ID-Contact TO ws-high-contact
                           END-IF
                   END-READ
           END-START.
           MOVE 99999 TO CMP-ID.
           START companies-file KEY IS NOT GREATER THAN CMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ companies-file PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CMP-ID TO ws-high-company
                   END-READ
           END-START.
           MOVE 99999 TO CMA-ID.
           START cmp-archive-file KEY IS NOT GREATER THAN CMA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ cmp-archive-file PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CMA-ID > ws-high-company
                               MOVE CMA-ID TO ws-high-company
                           END-IF
                   END-READ
           END-START.
           MOVE "1" TO CTL-KEY.
           READ control-file KEY IS CTL-KEY
               INVALID KEY
                   MOVE "1" TO CTL-KEY
                   MOVE ws-high-contact TO CTL-LAST-ID
                   WRITE control-record
               NOT INVALID KEY
                   IF CTL-LAST-ID < ws-high-contact
                       MOVE ws-high-contact TO CTL-LAST-ID
                       REWRITE control-record
                   END-IF
           END-READ.
           MOVE "2" TO CTL-KEY.
           READ control-file KEY IS CTL-KEY
               INVALID KEY
                   MOVE "2" TO CTL-KEY
                   MOVE ws-high-company TO CTL-LAST-ID
                   WRITE control-record
               NOT INVALID KEY
                   IF CTL-LAST-ID < ws-high-company
                       MOVE ws-high-company TO CTL-LAST-ID
                       REWRITE control-record
                   END-IF
           END-READ.
           MOVE 99999 TO OPP-ID.
           START opportunities-file KEY IS NOT GREATER THAN OPP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ opportunities-file PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OPP-ID TO ws-high-opp
                   END-READ
           END-START.
           MOVE 99999 TO OPA-ID.
           START opp-archive-file KEY IS NOT GREATER THAN OPA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ opp-archive-file PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OPA-ID > ws-high-opp
                               MOVE OPA-ID TO ws-high-opp
                           END-IF
                   END-READ
           END-START.
           MOVE "3" TO CTL-KEY.
           READ control-file KEY IS CTL-KEY
               INVALID KEY
                   MOVE "3" TO CTL-KEY
                   MOVE ws-high-opp TO CTL-LAST-ID
                   WRITE control-record
               NOT INVALID KEY
                   IF CTL-LAST-ID < ws-high-opp
                       MOVE ws-high-opp TO CTL-LAST-ID
                       REWRITE control-record
                   END-IF
           END-READ.

       Close-Carnet-Files.
           CLOSE contacts.
           CLOSE control-file.
           CLOSE archive-file.
           CLOSE companies-file.
           CLOSE cmp-archive-file.
           CLOSE interactions-file.
           CLOSE int-archive-file.
           CLOSE followups-file.
           CLOSE relations-file.
           CLOSE rel-archive-file.
           CLOSE opportunities-file.
           CLOSE opp-archive-file.
           CLOSE consent-file.
           CLOSE consent-hist-file.

      *----------------------------------------------------------------
      *    Same two-step rewrite AuditRotate uses for AUDIT.log :
      *    split into a keep file and the undone file, then copy
      *    the keep file back over the journal.
      *----------------------------------------------------------------
      *    Any file that will not open stops the trim there and
      *    leaves JOURNAL.dat as it was; the replay itself stands.
       Trim-Journal.
           OPEN INPUT journal-file.
           IF ws-jnl-status NOT = "00"
               DISPLAY "JOURNAL.dat could not be reopened, status "
                   ws-jnl-status " - journal NOT trimmed."
               GO TO Trim-Journal-Exit
           END-IF.
           OPEN OUTPUT keep-file.
           IF ws-keep-status NOT = "00"
               DISPLAY "JOURNAL-KEEP.tmp could not be opened, status "
                   ws-keep-status " - journal NOT trimmed."
               CLOSE journal-file
               GO TO Trim-Journal-Exit
           END-IF.
           OPEN EXTEND undone-file.
           IF ws-undone-status = "35"
               OPEN OUTPUT undone-file
           END-IF.
           IF ws-undone-status NOT = "00"
               DISPLAY "JOURNAL-UNDONE.dat could not be opened,"
                   " status " ws-undone-status
                   " - journal NOT trimmed."
               CLOSE journal-file
               CLOSE keep-file
               GO TO Trim-Journal-Exit
           END-IF.
           PERFORM UNTIL ws-jnl-status = "10"
               READ journal-file
                   AT END
                       MOVE "10" TO ws-jnl-status
                   NOT AT END
                       MOVE JNL-DATE TO ws-line-date
                       MOVE JNL-TIME TO ws-line-time
                       IF ws-line-stamp-n > ws-stop-stamp-n
                           MOVE journal-record TO undone-line
                           WRITE undone-line
                       ELSE
                           MOVE journal-record TO keep-line
                           WRITE keep-line
                           ADD 1 TO ws-kept-count
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE journal-file.
           CLOSE keep-file.
           CLOSE undone-file.
           OPEN INPUT keep-file.
           IF ws-keep-status NOT = "00"
               DISPLAY "JOURNAL-KEEP.tmp could not be read back,"
                   " status " ws-keep-status
                   " - journal NOT trimmed."
               GO TO Trim-Journal-Exit
           END-IF.
           OPEN OUTPUT journal-file.
           IF ws-jnl-status NOT = "00"
               DISPLAY "JOURNAL.dat could not be rewritten, status "
                   ws-jnl-status " - journal NOT trimmed, the lines"
                   " to keep are in JOURNAL-KEEP.tmp."
               CLOSE keep-file
               GO TO Trim-Journal-Exit
           END-IF.
           PERFORM UNTIL ws-keep-status = "10"
               READ keep-file
                   AT END
                       MOVE "10" TO ws-keep-status
                   NOT AT END
                       MOVE keep-line TO journal-record
                       WRITE journal-record
               END-READ
           END-PERFORM.
           CLOSE keep-file.
           CLOSE journal-file.
           MOVE "Y" TO ws-trim-ok.

       Trim-Journal-Exit.
           EXIT.

       Write-Report.
           OPEN OUTPUT report-file.
           MOVE SPACES TO report-line.
           STRING "Forward recovery   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               "   generation " DELIMITED BY SIZE
               ws-slot DELIMITED BY SIZE
               " cut " DELIMITED BY SIZE
               ws-from-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-from-time DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF ws-trim-wanted = "Y"
               STRING "Replayed up to " DELIMITED BY SIZE
                   ws-stop-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-stop-hms DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
               MOVE "Replayed to the end of the journal"
                   TO report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "File                        put back  deleted"
               TO report-line.
           MOVE "  already gone  failed" TO report-line (43:22).
           WRITE report-line.
           PERFORM VARYING ws-tag-idx FROM 1 BY 1
                   UNTIL ws-tag-idx > 13
               MOVE SPACES TO report-line
               STRING ws-file-name (ws-tag-idx) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   ws-cnt-put (ws-tag-idx) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   ws-cnt-deleted (ws-tag-idx) DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   ws-cnt-gone (ws-tag-idx) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   ws-cnt-failed (ws-tag-idx) DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Journal lines read : " DELIMITED BY SIZE
               ws-line-count DELIMITED BY SIZE
               "  replayed : " DELIMITED BY SIZE
               ws-replayed-count DELIMITED BY SIZE
               "  before images : " DELIMITED BY SIZE
               ws-before-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Older than the backup : " DELIMITED BY SIZE
               ws-early-count DELIMITED BY SIZE
               "  after the stop point : " DELIMITED BY SIZE
               ws-late-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-trim-wanted = "Y" AND ws-trim-ok = "Y"
               MOVE SPACES TO report-line
               STRING "Journal trimmed to " DELIMITED BY SIZE
                   ws-kept-count DELIMITED BY SIZE
                   " line(s); the rest went to JOURNAL-UNDONE.dat"
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.
           IF ws-trim-wanted = "Y" AND ws-trim-ok NOT = "Y"
               MOVE "Journal NOT trimmed - JOURNAL.dat left as it was"
                   TO report-line
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           STRING "Control records : last contact ID at least "
               DELIMITED BY SIZE
               ws-high-contact DELIMITED BY SIZE
               ", last company ID at least " DELIMITED BY SIZE
               ws-high-company DELIMITED BY SIZE
               ", last opportunity ID at least " DELIMITED BY SIZE
               ws-high-opp DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           CLOSE report-file.

       Write-Audit-Record.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD.
           ACCEPT ws-audit-time FROM TIME.
           MOVE SPACES TO audit-line.
           STRING "RECOVER" DELIMITED BY SIZE
               " ID=" DELIMITED BY SIZE
               "00000" DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               ws-audit-date DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-audit-time DELIMITED BY SIZE
               " BY CONSOLE" DELIMITED BY SIZE
               INTO audit-line
           END-STRING.
           MOVE audit-line TO AUD-NEXT-LINE.
           CALL "AuditAppend".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactRecover" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           IF ws-failed-total > ZERO
               MOVE 8 TO RPT-RC
           END-IF.
           MOVE "RECOVER.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
