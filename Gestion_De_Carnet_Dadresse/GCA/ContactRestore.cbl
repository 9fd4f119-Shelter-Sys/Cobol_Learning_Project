      *    CONTACTS-ARCHIVE.idx, COMPANIES.idx,
      *    COMPANIES-ARCHIVE.idx, INTERACTIONS.idx,
      *    INTERACTIONS-ARCHIVE.idx, FOLLOWUPS.idx, RELATIONS.idx,
      *    RELATIONS-ARCHIVE.idx, OPPORTUNITIES.idx,
      *    OPPORTUNITIES-ARCHIVE.idx, CONSENT.idx,
      *    CONSENT-HISTORY.idx and COUNTRIES.idx as one
      *    consistent unit from a backup generation cut by
      *    ContactBackup - the counters, notes, links, deals and
      *    follow-ups only stay in step with the carnet if all
      *    fifteen files come back from the same set. The operator
      *    picks the generation from the list on BACKUP-CTL.idx;
      *    the live files are then recreated from the tagged
      *    lines of BACKUP-GEN<n>.dat (tags as described in
      *    ContactBackup) and the record counts are
      *    reconciled against the trailer. The restore is logged
      *    to AUDIT.log. The files are then as they stood when
      *    the generation was cut; ContactRecover brings them
      *    forward from JOURNAL.dat.
      *----------------------------------------------------------------


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

           SELECT countries-file ASSIGN TO 'COUNTRIES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bkp-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
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

       FD countries-file.
       COPY COUNTRY.

       FD backup-file.
       01 backup-line.
           05 BKP-TAG PIC X(01).
           05 BKP-DATA PIC X(700).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-fup-status PIC XX.
       01 ws-rel-status PIC XX.
       01 ws-relarc-status PIC XX.
       01 ws-opp-status PIC XX.
       01 ws-opparc-status PIC XX.
       01 ws-cns-status PIC XX.
       01 ws-cnh-status PIC XX.
       01 ws-cty-status PIC XX.
       01 ws-bck-status PIC XX.
       01 ws-bkp-status PIC XX.
       01 audit-line PIC X(80).
       01 ws-audit-date PIC 9(08).
       01 ws-audit-time PIC 9(08).
       01 ws-backup-name PIC X(20).
       01 ws-rel-count PIC 9(05) VALUE ZERO.
       01 ws-relarc-count PIC 9(05) VALUE ZERO.
       01 ws-cty-count PIC 9(05) VALUE ZERO.
       01 ws-opp-count PIC 9(05) VALUE ZERO.
       01 ws-opparc-count PIC 9(05) VALUE ZERO.
       01 ws-cns-count PIC 9(05) VALUE ZERO.
       01 ws-cnh-count PIC 9(05) VALUE ZERO.
       01 ws-have-trailer PIC X(01) VALUE "N".
       01 ws-header-detail.
           05 HDR-DATE PIC 9(08).
           05 TRL-REL-COUNT PIC 9(05).
           05 TRL-RELARC-COUNT PIC 9(05).
           05 TRL-CTY-COUNT PIC 9(05).
           05 TRL-OPP-COUNT PIC 9(05).
           05 TRL-OPPARC-COUNT PIC 9(05).
           05 TRL-CNS-COUNT PIC 9(05).
           05 TRL-CNH-COUNT PIC 9(05).
       COPY AUDLINE.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Reconcile-Counts.
           PERFORM Write-Audit-Record.
           CLOSE backup-ctl-file.
           STOP RUN.

       List-Generations.
               CLOSE backup-ctl-file
               STOP RUN
           END-IF.
           DISPLAY "This REPLACES all fifteen live carnet files (the"
               " full backup set) with the backup of " BCK-DATE ".".
           DISPLAY "Continue (Y/N) ?".
           ACCEPT ws-restore-confirm.
           OPEN OUTPUT followups-file.
           OPEN OUTPUT relations-file.
           OPEN OUTPUT rel-archive-file.
           OPEN OUTPUT opportunities-file.
           OPEN OUTPUT opp-archive-file.
           OPEN OUTPUT consent-file.
           OPEN OUTPUT consent-hist-file.
           OPEN OUTPUT countries-file.
           PERFORM UNTIL ws-bkp-status = "10"
               READ backup-file
           CLOSE followups-file.
           CLOSE relations-file.
           CLOSE rel-archive-file.
           CLOSE opportunities-file.
           CLOSE opp-archive-file.
           CLOSE consent-file.
           CLOSE consent-hist-file.
           CLOSE countries-file.

       Restore-One-Line.
                       NOT INVALID KEY
                           ADD 1 TO ws-relarc-count
                   END-WRITE
              WHEN "O"
                   MOVE BKP-DATA TO opportunity-record
                   WRITE opportunity-record
                       INVALID KEY
                           DISPLAY "Could not restore opportunity "
                               OPP-ID ", status " ws-opp-status
                       NOT INVALID KEY
                           ADD 1 TO ws-opp-count
                   END-WRITE
              WHEN "U"
                   MOVE BKP-DATA TO opportunity-archive-record
                   WRITE opportunity-archive-record
                       INVALID KEY
                           DISPLAY "Could not restore archived "
                               "opportunity " OPA-ID ", status "
                               ws-opparc-status
                       NOT INVALID KEY
                           ADD 1 TO ws-opparc-count
                   END-WRITE
              WHEN "K"
                   MOVE BKP-DATA TO consent-record
                   WRITE consent-record
                       INVALID KEY
                           DISPLAY "Could not restore consent for "
                               CNS-Contact-ID ", status "
                               ws-cns-status
                       NOT INVALID KEY
                           ADD 1 TO ws-cns-count
                   END-WRITE
              WHEN "L"
                   MOVE BKP-DATA TO consent-history-record
                   WRITE consent-history-record
                       INVALID KEY
                           DISPLAY "Could not restore consent change "
                               CNH-Contact-ID "/" CNH-SEQ ", status "
                               ws-cnh-status
                       NOT INVALID KEY
                           ADD 1 TO ws-cnh-count
                   END-WRITE
              WHEN "Y"
                   MOVE BKP-DATA TO country-record
                   WRITE country-record
                   END-WRITE
              WHEN "Z"
                   MOVE "Y" TO ws-have-trailer
                   MOVE BKP-DATA (1:75) TO ws-trailer-detail
              WHEN OTHER
                   DISPLAY "Unknown backup line tag '" BKP-TAG "'"
           END-EVALUATE.

      *    A trailer from before the set grew to fifteen files has
      *    blanks where the newer counts would sit; those compare
      *    unequal on purpose - an old-format generation must be
      *    looked at by hand, not restored blind.
               ws-intarc-count " archived notes, " ws-cmparc-count
               " removed companies, " ws-fup-count " follow-ups, "
               ws-rel-count " links, " ws-relarc-count
               " archived links, " ws-opp-count " opportunities, "
               ws-opparc-count " archived opportunities, "
               ws-cns-count " consent entries, " ws-cnh-count
               " consent changes, " ws-cty-count " countries.".
           IF ws-have-trailer = "N"
               DISPLAY "*** Backup has no trailer - the generation"
                   " may be cut short. Check the files."
                  ws-fup-count = TRL-FUP-COUNT AND
                  ws-rel-count = TRL-REL-COUNT AND
                  ws-relarc-count = TRL-RELARC-COUNT AND
                  ws-cty-count = TRL-CTY-COUNT AND
                  ws-opp-count = TRL-OPP-COUNT AND
                  ws-opparc-count = TRL-OPPARC-COUNT AND
                  ws-cns-count = TRL-CNS-COUNT AND
                  ws-cnh-count = TRL-CNH-COUNT
                   DISPLAY "Counts match the backup trailer,"
                       " restore is whole."
               ELSE
                       TRL-INT-COUNT "/" TRL-INTARC-COUNT "/"
                       TRL-CMPARC-COUNT "/" TRL-FUP-COUNT "/"
                       TRL-REL-COUNT "/" TRL-RELARC-COUNT "/"
                       TRL-CTY-COUNT "/" TRL-OPP-COUNT "/"
                       TRL-OPPARC-COUNT "/" TRL-CNS-COUNT "/"
                       TRL-CNH-COUNT
                       ") - investigate."
               END-IF
           END-IF.
           DISPLAY "Changes made since " HDR-DATE " " HDR-TIME
               " are in JOURNAL.dat - run ContactRecover to"
               " replay them.".

       Write-Audit-Record.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD.
           ACCEPT ws-audit-time FROM TIME.
           MOVE SPACES TO audit-line.
               ws-slot DELIMITED BY SIZE
               INTO audit-line
           END-STRING.
           MOVE audit-line TO AUD-NEXT-LINE.
           CALL "AuditAppend".
