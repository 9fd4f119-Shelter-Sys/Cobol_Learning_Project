      *    Mode 1, dossier : everything held on the person - the
      *    contact record (live or archived), every call/meeting
      *    note (live and archived), every relationship link in
      *    both directions, every follow-up, every sales
      *    opportunity worked with them, every marketing campaign
      *    they were mailed in and their answer, their consent
      *    register entry with its full history, and every AUDIT.log
      *    line including the rotated generations - written as one
      *    document, DOSSIER.rpt. The export itself is audited.
      *
      *    Mode 2, hard erase (supervisor sign-off required) : the
      *    person is removed from CONTACTS.idx, both archives,
      *    the interactions, links, follow-ups, campaign target
      *    lists, consent register and CRM echo image, their
      *    sales opportunities (live and archived) are kept for
      *    the company but no longer name them, and every line
      *    naming the ID in
      *    AUDIT.log and the AUDIT-GEN
      *    generations is replaced in place by a neutral ERASED
      *    marker that keeps only the timestamp and its place in
      *    the audit chain, so the trail's chronology stays whole
      *    and still verifies while the person leaves it.
      *    Every image of the person is taken out of JOURNAL.dat
      *    (and JOURNAL-UNDONE.dat) as well, and the erase itself
      *    is not journalled : ContactRecover can then never put
      *    the person back, nor leave their ID behind. Only the
      *    detaching of their opportunities is journalled, and the
      *    opportunity images already there are kept with the
      *    contact ID zeroed, so a recovery still has the deals'
      *    history and leaves them detached.
      *    ERASE-CERT.rpt is the completion certificate listing
      *    what was removed from where - including the reminder
      *    that BACKUP-GEN sets still hold copies until the
           RECORD KEY IS FUP-KEY
           FILE STATUS IS ws-fup-status.

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

           SELECT consent-hist-file ASSIGN TO 'CONSENT-HISTORY.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNH-KEY
           FILE STATUS IS ws-cnh-status.

           SELECT echo-file ASSIGN TO 'CRM-ECHO.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECH-Contact-ID
           FILE STATUS IS ws-ech-status.

           SELECT users-file ASSIGN TO 'USERS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-gen-status.

           SELECT journal-file ASSIGN TO DYNAMIC ws-jnl-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

           SELECT journal-scrub-file ASSIGN TO 'JOURNAL-SCRUB.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jscrub-status.

           SELECT audit-ctl-file ASSIGN TO 'AUDIT-CTL.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD followups-file.
       COPY FOLLOWUP.

       FD opportunities-file.
       COPY OPPORT.

       FD opp-archive-file.
       COPY OPPARCH.

       FD targets-file.
       COPY CAMPTGT.

       FD consent-file.
       COPY CONSENT.

       FD consent-hist-file.
       COPY CONSHIST.

       FD echo-file.
       COPY CRMECHO.

       FD users-file.
       COPY USER.

       FD audit-file.
       01 audit-line PIC X(108).

       FD scrub-file.
       01 scrub-line PIC X(108).

       FD gen-file.
       01 gen-line PIC X(108).

       FD journal-file.
       COPY JOURNAL.

       FD journal-scrub-file.
       01 jnl-scrub-line PIC X(726).

       FD audit-ctl-file.
       COPY AUDITCTL.
       01 ws-rel-status PIC XX.
       01 ws-relarc-status PIC XX.
       01 ws-fup-status PIC XX.
       01 ws-opp-status PIC XX.
       01 ws-opparc-status PIC XX.
       01 ws-ctg-status PIC XX.
      *    CAMPAIGN-TARGETS.idx only exists once a mailing has been
      *    recorded under a campaign; without it there is nothing
      *    to list or remove.
       01 ws-have-targets PIC X(01) VALUE "N".
       01 ws-cns-status PIC XX.
       01 ws-cnh-status PIC XX.
      *    Likewise CONSENT.idx and CONSENT-HISTORY.idx until the
      *    first consent is recorded in GCA.
       01 ws-have-consent PIC X(01) VALUE "N".
       01 ws-have-conhist PIC X(01) VALUE "N".
      *    CRM-ECHO.idx holds a full contact image for anyone the
      *    CRM feed last changed; it only exists once that ran.
       01 ws-ech-status PIC XX.
       01 ws-ech-removed PIC 9(05) VALUE ZERO.
       01 ws-consent-open-ok PIC X(01).
       01 ws-users-status PIC XX.
       01 ws-audit-status PIC XX.
       01 ws-scrub-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 ws-report-name PIC X(20).
       01 ws-gen-name PIC X(20).
       01 ws-jnl-status PIC XX.
       01 ws-jscrub-status PIC XX.
       01 ws-jnl-name PIC X(20).
       01 ws-jnl-removed PIC 9(07) VALUE ZERO.
       01 ws-jnl-detached PIC 9(07) VALUE ZERO.
       01 ws-journal-ok PIC X(01) VALUE "Y".
       01 ws-jnl-tag PIC X(01).
       01 ws-jnl-action PIC X(01).
       01 ws-jnl-image PIC X(700).
       01 ws-jnl-before PIC X(700).
       01 ws-jnl-after PIC X(700).
       01 ws-mode PIC 9(01).
       01 ws-wanted-id PIC 9(05).
       01 ws-wanted-id-x PIC X(05).
       01 ws-rel-removed PIC 9(05) VALUE ZERO.
       01 ws-relarc-removed PIC 9(05) VALUE ZERO.
       01 ws-fup-removed PIC 9(05) VALUE ZERO.
       01 ws-opp-detached PIC 9(05) VALUE ZERO.
       01 ws-opparc-detached PIC 9(05) VALUE ZERO.
       01 ws-ctg-removed PIC 9(05) VALUE ZERO.
       01 ws-cns-removed PIC 9(05) VALUE ZERO.
       01 ws-cnh-removed PIC 9(05) VALUE ZERO.
       01 ws-opp-amount-disp PIC Z(08)9.99.
       01 ws-audit-masked PIC 9(07) VALUE ZERO.
       01 ws-gen-masked PIC 9(07) VALUE ZERO.
       01 ws-file-masked PIC 9(07) VALUE ZERO.
           05 FILLER PIC X(04).
           05 AUD-USER PIC X(08).
           05 FILLER PIC X(30).
           05 AUD-CHAIN PIC X(28).
       COPY AUDLINE.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
               CLOSE rel-archive-file
               GO TO Dossier-Run-Exit
           END-IF.
           OPEN INPUT opportunities-file.
           IF ws-opp-status NOT = "00"
               DISPLAY "OPPORTUNITIES.idx could not be opened,"
                   " status " ws-opp-status
               CLOSE report-file
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE followups-file
               GO TO Dossier-Run-Exit
           END-IF.
           OPEN INPUT opp-archive-file.
           IF ws-opparc-status NOT = "00"
               DISPLAY "OPPORTUNITIES-ARCHIVE.idx could not be"
                   " opened, status " ws-opparc-status
               CLOSE report-file
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE followups-file
               CLOSE opportunities-file
               GO TO Dossier-Run-Exit
           END-IF.
           PERFORM Open-Targets-File.
           IF ws-ctg-status NOT = "00" AND ws-ctg-status NOT = "35"
               CLOSE report-file
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE followups-file
               CLOSE opportunities-file
               CLOSE opp-archive-file
               GO TO Dossier-Run-Exit
           END-IF.
           PERFORM Open-Consent-Files.
           IF ws-consent-open-ok NOT = "Y"
               CLOSE report-file
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE followups-file
               CLOSE opportunities-file
               CLOSE opp-archive-file
               IF ws-have-targets = "Y"
                   CLOSE targets-file
               END-IF
               GO TO Dossier-Run-Exit
           END-IF.

           MOVE "Y" TO ws-dossier-ok.
           MOVE SPACES TO report-line.
           PERFORM Dossier-Interactions.
           PERFORM Dossier-Relations.
           PERFORM Dossier-Followups.
           PERFORM Dossier-Opportunities.
           PERFORM Dossier-Campaigns.
           PERFORM Dossier-Consent.
           PERFORM Dossier-Audit-Lines.
           IF ws-dossier-ok NOT = "Y"
               MOVE "*** DOSSIER INCOMPLETE - DO NOT HAND OUT ***"
           CLOSE relations-file.
           CLOSE rel-archive-file.
           CLOSE followups-file.
           CLOSE opportunities-file.
           CLOSE opp-archive-file.
           IF ws-have-targets = "Y"
               CLOSE targets-file
           END-IF.
           PERFORM Close-Consent-Files.
           CLOSE report-file.
           IF ws-dossier-ok NOT = "Y"
               DISPLAY "Dossier abandoned - the audit trail could"
                   " not be read; DOSSIER.rpt is marked incomplete."
               GO TO Dossier-Run-Exit
           END-IF.
           MOVE "DOSSIER" TO AUD-OP.
           PERFORM Append-Audit-Line.
           DISPLAY "Dossier written to DOSSIER.rpt".

       Dossier-Run-Exit.
               Key_Date DELIMITED BY SIZE
               "   Last modified : " DELIMITED BY SIZE
               Last_Modified DELIMITED BY SIZE
               "   Owner : " DELIMITED BY SIZE
               Contact_Owner DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF Post_Return_Count > ZERO
               MOVE SPACES TO report-line
               STRING "  Mail returned : " DELIMITED BY SIZE
                   Post_Return_Count DELIMITED BY SIZE
                   " time(s), last " DELIMITED BY SIZE
                   Post_Return_Date DELIMITED BY SIZE
                   " reason " DELIMITED BY SIZE
                   Post_Return_Reason DELIMITED BY SIZE
                   "   still flagged : " DELIMITED BY SIZE
                   Post_Returned DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.
           IF Email_Bounce_Count > ZERO
               MOVE SPACES TO report-line
               STRING "  Email bounced : " DELIMITED BY SIZE
                   Email_Bounce_Count DELIMITED BY SIZE
                   " time(s), last " DELIMITED BY SIZE
                   Email_Bounce_Date DELIMITED BY SIZE
                   " reason " DELIMITED BY SIZE
                   Email_Bounce_Reason DELIMITED BY SIZE
                   "   still flagged : " DELIMITED BY SIZE
                   Email_Bounced DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.

       Dossier-Interactions.
           MOVE "Call / meeting notes :" TO report-line.
                               FUP-Owner DELIMITED BY SIZE
                               " done " DELIMITED BY SIZE
                               FUP-Done DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUP-Done-Date DELIMITED BY SIZE
                               " by " DELIMITED BY SIZE
                               FUP-Done-By DELIMITED BY SIZE
                               INTO report-line
                           END-STRING
                           WRITE report-line
           MOVE SPACES TO report-line.
           WRITE report-line.

      *    Opened INPUT for the dossier and I-O for the erase; a
      *    file not yet created (35) simply means no campaigns.
       Open-Targets-File.
           MOVE "N" TO ws-have-targets.
           IF ws-mode = 1
               OPEN INPUT targets-file
           ELSE
               OPEN I-O targets-file
           END-IF.
           IF ws-ctg-status = "00"
               MOVE "Y" TO ws-have-targets
           ELSE
               IF ws-ctg-status NOT = "35"
                   DISPLAY "CAMPAIGN-TARGETS.idx could not be"
                       " opened, status " ws-ctg-status
               END-IF
           END-IF.

      *    Same rule for the consent register and its history.
       Open-Consent-Files.
           MOVE "Y" TO ws-consent-open-ok.
           MOVE "N" TO ws-have-consent ws-have-conhist.
           IF ws-mode = 1
               OPEN INPUT consent-file
           ELSE
               OPEN I-O consent-file
           END-IF.
           IF ws-cns-status = "00"
               MOVE "Y" TO ws-have-consent
           ELSE
               IF ws-cns-status NOT = "35"
                   DISPLAY "CONSENT.idx could not be opened,"
                       " status " ws-cns-status
                   MOVE "N" TO ws-consent-open-ok
               END-IF
           END-IF.
           IF ws-mode = 1
               OPEN INPUT consent-hist-file
           ELSE
               OPEN I-O consent-hist-file
           END-IF.
           IF ws-cnh-status = "00"
               MOVE "Y" TO ws-have-conhist
           ELSE
               IF ws-cnh-status NOT = "35"
                   DISPLAY "CONSENT-HISTORY.idx could not be"
                       " opened, status " ws-cnh-status
                   MOVE "N" TO ws-consent-open-ok
               END-IF
           END-IF.
           IF ws-consent-open-ok NOT = "Y"
               PERFORM Close-Consent-Files
           END-IF.

       Close-Consent-Files.
           IF ws-have-consent = "Y"
               CLOSE consent-file
               MOVE "N" TO ws-have-consent
           END-IF.
           IF ws-have-conhist = "Y"
               CLOSE consent-hist-file
               MOVE "N" TO ws-have-conhist
           END-IF.

      *    Where each channel stands now, then every change
      *    recorded, oldest first.
       Dossier-Consent.
           MOVE "Consent register :" TO report-line.
           WRITE report-line.
           MOVE ZERO TO ws-section-count.
           IF ws-have-consent = "Y"
               MOVE ws-wanted-id TO CNS-Contact-ID
               READ consent-file KEY IS CNS-Contact-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO ws-section-count
                       MOVE SPACES TO report-line
                       STRING "  post  " DELIMITED BY SIZE
                           CNS-Post-Status DELIMITED BY SIZE
                           " since " DELIMITED BY SIZE
                           CNS-Post-Date DELIMITED BY SIZE
                           " source " DELIMITED BY SIZE
                           CNS-Post-Source DELIMITED BY SIZE
                           INTO report-line
                       END-STRING
                       WRITE report-line
                       MOVE SPACES TO report-line
                       STRING "  phone " DELIMITED BY SIZE
                           CNS-Phone-Status DELIMITED BY SIZE
                           " since " DELIMITED BY SIZE
                           CNS-Phone-Date DELIMITED BY SIZE
                           " source " DELIMITED BY SIZE
                           CNS-Phone-Source DELIMITED BY SIZE
                           INTO report-line
                       END-STRING
                       WRITE report-line
                       MOVE SPACES TO report-line
                       STRING "  email " DELIMITED BY SIZE
                           CNS-Email-Status DELIMITED BY SIZE
                           " since " DELIMITED BY SIZE
                           CNS-Email-Date DELIMITED BY SIZE
                           " source " DELIMITED BY SIZE
                           CNS-Email-Source DELIMITED BY SIZE
                           INTO report-line
                       END-STRING
                       WRITE report-line
               END-READ
           END-IF.
           IF ws-section-count = ZERO
               MOVE "  (nothing recorded)" TO report-line
               WRITE report-line
           END-IF.
           MOVE "Consent history (M post, P phone, E email;"
               TO report-line.
           MOVE " Y given, N withdrawn) :" TO report-line (44:25).
           WRITE report-line.
           MOVE ZERO TO ws-section-count.
           MOVE "N" TO ws-scan-done.
           IF ws-have-conhist NOT = "Y"
               MOVE "Y" TO ws-scan-done
           ELSE
               MOVE ws-wanted-id TO CNH-Contact-ID
               MOVE ZERO TO CNH-SEQ
               START consent-hist-file KEY IS NOT LESS THAN CNH-KEY
                   INVALID KEY
                       MOVE "Y" TO ws-scan-done
               END-START
           END-IF.
           PERFORM UNTIL ws-scan-done = "Y"
               READ consent-hist-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF CNH-Contact-ID NOT = ws-wanted-id
                           MOVE "Y" TO ws-scan-done
                       ELSE
                           ADD 1 TO ws-section-count
                           MOVE SPACES TO report-line
                           STRING "  " DELIMITED BY SIZE
                               CNH-Date DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               CNH-Channel DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               CNH-Status DELIMITED BY SIZE
                               " source " DELIMITED BY SIZE
                               CNH-Source DELIMITED BY SIZE
                               " by " DELIMITED BY SIZE
                               CNH-By DELIMITED BY SIZE
                               INTO report-line
                           END-STRING
                           WRITE report-line
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-section-count = ZERO
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Dossier-Campaigns.
           MOVE "Marketing campaigns :" TO report-line.
           WRITE report-line.
           MOVE ZERO TO ws-section-count.
           MOVE "N" TO ws-scan-done.
           IF ws-have-targets NOT = "Y"
               MOVE "Y" TO ws-scan-done
           ELSE
               MOVE LOW-VALUES TO CTG-KEY
               START targets-file KEY IS NOT LESS THAN CTG-KEY
                   INVALID KEY
                       MOVE "Y" TO ws-scan-done
               END-START
           END-IF.
           PERFORM UNTIL ws-scan-done = "Y"
               READ targets-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF CTG-Contact-ID = ws-wanted-id
                           ADD 1 TO ws-section-count
                           MOVE SPACES TO report-line
                           STRING "  campaign " DELIMITED BY SIZE
                               CTG-Campaign DELIMITED BY SIZE
                               " response " DELIMITED BY SIZE
                               CTG-Response DELIMITED BY SIZE
                               " on " DELIMITED BY SIZE
                               CTG-Resp-Date DELIMITED BY SIZE
                               " by " DELIMITED BY SIZE
                               CTG-Resp-By DELIMITED BY SIZE
                               INTO report-line
                           END-STRING
                           WRITE report-line
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-section-count = ZERO
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Dossier-Opportunities.
           MOVE "Sales opportunities :" TO report-line.
           WRITE report-line.
           MOVE ZERO TO ws-section-count.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO OPP-ID.
           START opportunities-file KEY IS NOT LESS THAN OPP-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ opportunities-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF OPP-Contact-ID = ws-wanted-id
                           ADD 1 TO ws-section-count
                           MOVE OPP-Amount TO ws-opp-amount-disp
                           MOVE SPACES TO report-line
                           STRING "  " DELIMITED BY SIZE
                               OPP-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               OPP-Title DELIMITED BY "  "
                               " stage " DELIMITED BY SIZE
                               OPP-Stage DELIMITED BY SIZE
                               " amount " DELIMITED BY SIZE
                               ws-opp-amount-disp DELIMITED BY SIZE
                               " close " DELIMITED BY SIZE
                               OPP-Close-Date DELIMITED BY SIZE
                               " owner " DELIMITED BY SIZE
                               OPP-Owner DELIMITED BY SIZE
                               INTO report-line
                           END-STRING
                           WRITE report-line
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO OPA-ID.
           START opp-archive-file KEY IS NOT LESS THAN OPA-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ opp-archive-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF OPA-Contact-ID = ws-wanted-id
                           ADD 1 TO ws-section-count
                           MOVE OPA-Amount TO ws-opp-amount-disp
                           MOVE SPACES TO report-line
                           STRING "  " DELIMITED BY SIZE
                               OPA-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               OPA-Title DELIMITED BY "  "
                               " stage " DELIMITED BY SIZE
                               OPA-Stage DELIMITED BY SIZE
                               " amount " DELIMITED BY SIZE
                               ws-opp-amount-disp DELIMITED BY SIZE
                               " close " DELIMITED BY SIZE
                               OPA-Close-Date DELIMITED BY SIZE
                               " (archived)" DELIMITED BY SIZE
                               INTO report-line
                           END-STRING
                           WRITE report-line
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-section-count = ZERO
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

      *    The rotated generations first, then the live log - the
      *    same order AuditInquiry reads them in. A missing log
      *    (status 35) is an empty trail; any other refusal

           DISPLAY "This erases contact " ws-wanted-id " from the"
               " live file, the archives, the notes, the links,"
               " the follow-ups, the campaign lists, the consent"
               " register and the audit trail; their"
               " opportunities stay on file without their ID.".
           DISPLAY "There is no undo. Continue (Y/N) ?".
           ACCEPT ws-erase-confirm.
           IF ws-erase-confirm NOT = "Y" AND
           END-IF.
           PERFORM Erase-Carnet-Records.
           PERFORM Erase-Side-Records.
           PERFORM Detach-Opportunities.
           PERFORM Erase-Campaign-Targets.
           PERFORM Erase-Consent-Records.
           PERFORM Erase-Crm-Echo.
           PERFORM Close-Erase-Files.
           PERFORM Scrub-Live-Audit THRU Scrub-Live-Audit-Exit.
           PERFORM Scrub-Audit-Generations THRU
               Scrub-Audit-Generations-Exit.
           PERFORM Scrub-Journals.
           PERFORM Write-Certificate.
           MOVE "ERASE" TO AUD-OP.
           PERFORM Append-Neutral-Audit-Line.
           IF ws-audit-scrub-ok NOT = "Y"
               DISPLAY "Records removed but AUDIT.log was NOT"
                   " scrubbed - see the certificate and investigate."
           ELSE
               IF ws-journal-ok NOT = "Y"
                   DISPLAY "Records removed but the journals were NOT"
                       " scrubbed - the erase is incomplete, see the"
                       " certificate."
               ELSE
                   DISPLAY "Erase complete, certificate in"
                       " ERASE-CERT.rpt"
               END-IF
           END-IF.

       Erase-Run-Exit.
               MOVE "N" TO ws-erase-ready
               GO TO Open-Erase-Files-Exit
           END-IF.
           OPEN I-O opportunities-file.
           IF ws-opp-status NOT = "00"
               DISPLAY "OPPORTUNITIES.idx could not be opened,"
                   " status " ws-opp-status
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE followups-file
               MOVE "N" TO ws-erase-ready
               GO TO Open-Erase-Files-Exit
           END-IF.
           OPEN I-O opp-archive-file.
           IF ws-opparc-status NOT = "00"
               DISPLAY "OPPORTUNITIES-ARCHIVE.idx could not be"
                   " opened, status " ws-opparc-status
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE followups-file
               CLOSE opportunities-file
               MOVE "N" TO ws-erase-ready
               GO TO Open-Erase-Files-Exit
           END-IF.
           PERFORM Open-Targets-File.
           IF ws-ctg-status NOT = "00" AND ws-ctg-status NOT = "35"
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE followups-file
               CLOSE opportunities-file
               CLOSE opp-archive-file
               MOVE "N" TO ws-erase-ready
               GO TO Open-Erase-Files-Exit
           END-IF.
           PERFORM Open-Consent-Files.
           IF ws-consent-open-ok NOT = "Y"
               CLOSE contacts
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE followups-file
               CLOSE opportunities-file
               CLOSE opp-archive-file
               IF ws-have-targets = "Y"
                   CLOSE targets-file
               END-IF
               MOVE "N" TO ws-erase-ready
               GO TO Open-Erase-Files-Exit
           END-IF.
      *    The live log is probed too, so a trail that cannot be
      *    rewritten stops the run before any record is removed.
           OPEN INPUT audit-file.
           CLOSE relations-file.
           CLOSE rel-archive-file.
           CLOSE followups-file.
           CLOSE opportunities-file.
           CLOSE opp-archive-file.
           IF ws-have-targets = "Y"
               CLOSE targets-file
           END-IF.
           PERFORM Close-Consent-Files.

      *    The files are already open and checked by
      *    Open-Erase-Files when these two paragraphs run.
               END-READ
           END-PERFORM.

      *    A deal belongs to the company as much as to the person,
      *    so it stays on file with contact ID 0 rather than go.
       Detach-Opportunities.
           MOVE "JOURNAL.dat" TO ws-jnl-name.
           PERFORM Open-Journal-File.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO OPP-ID.
           START opportunities-file KEY IS NOT LESS THAN OPP-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ opportunities-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF OPP-Contact-ID = ws-wanted-id
                           MOVE opportunity-record TO ws-jnl-before
                           MOVE ZERO TO OPP-Contact-ID
                           REWRITE opportunity-record
                           IF ws-opp-status = "00"
                               ADD 1 TO ws-opp-detached
                               MOVE "O" TO ws-jnl-tag
                               MOVE opportunity-record TO ws-jnl-image
                               PERFORM Write-Journal-Change
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO OPA-ID.
           START opp-archive-file KEY IS NOT LESS THAN OPA-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ opp-archive-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF OPA-Contact-ID = ws-wanted-id
                           MOVE opportunity-archive-record
                               TO ws-jnl-before
                           MOVE ZERO TO OPA-Contact-ID
                           REWRITE opportunity-archive-record
                           IF ws-opparc-status = "00"
                               ADD 1 TO ws-opparc-detached
                               MOVE "U" TO ws-jnl-tag
                               MOVE opportunity-archive-record
                                   TO ws-jnl-image
                               PERFORM Write-Journal-Change
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE journal-file.

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

      *    Unlike a deal, a campaign target says nothing about
      *    anyone but the person, so it goes; the campaign's own
      *    count is left as it was when mailed.
       Erase-Campaign-Targets.
           MOVE "N" TO ws-scan-done.
           IF ws-have-targets NOT = "Y"
               MOVE "Y" TO ws-scan-done
           ELSE
               MOVE LOW-VALUES TO CTG-KEY
               START targets-file KEY IS NOT LESS THAN CTG-KEY
                   INVALID KEY
                       MOVE "Y" TO ws-scan-done
               END-START
           END-IF.
           PERFORM UNTIL ws-scan-done = "Y"
               READ targets-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF CTG-Contact-ID = ws-wanted-id
                           DELETE targets-file
                           IF ws-ctg-status = "00"
                               ADD 1 TO ws-ctg-removed
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    With the person gone from every file there is nobody
      *    left for the register to protect; it goes with them.
       Erase-Consent-Records.
           IF ws-have-consent = "Y"
               MOVE ws-wanted-id TO CNS-Contact-ID
               READ consent-file KEY IS CNS-Contact-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE consent-file
                       IF ws-cns-status = "00"
                           ADD 1 TO ws-cns-removed
                       END-IF
               END-READ
           END-IF.
           MOVE "N" TO ws-scan-done.
           IF ws-have-conhist NOT = "Y"
               MOVE "Y" TO ws-scan-done
           ELSE
               MOVE ws-wanted-id TO CNH-Contact-ID
               MOVE ZERO TO CNH-SEQ
               START consent-hist-file KEY IS NOT LESS THAN CNH-KEY
                   INVALID KEY
                       MOVE "Y" TO ws-scan-done
               END-START
           END-IF.
           PERFORM UNTIL ws-scan-done = "Y"
               READ consent-hist-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF CNH-Contact-ID NOT = ws-wanted-id
                           MOVE "Y" TO ws-scan-done
                       ELSE
                           DELETE consent-hist-file
                           IF ws-cnh-status = "00"
                               ADD 1 TO ws-cnh-removed
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The echo image is a copy of the contact record; it is
      *    opened here alone, as nothing else in the erase uses it.
       Erase-Crm-Echo.
           OPEN I-O echo-file.
           IF ws-ech-status = "00"
               MOVE ws-wanted-id TO ECH-Contact-ID
               READ echo-file KEY IS ECH-Contact-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE echo-file
                       IF ws-ech-status = "00"
                           ADD 1 TO ws-ech-removed
                       END-IF
               END-READ
               CLOSE echo-file
           END-IF.

      *----------------------------------------------------------------
      *    The audit trail is rewritten, not appended : every line
      *    carrying the ID becomes a neutral ERASED marker that
       Scrub-One-Generation-Exit.
           EXIT.

      *----------------------------------------------------------------
      *    The journal images are dropped outright, not masked : an
      *    image cut down to its key would still put the ID back on
      *    file at the next forward recovery. Opportunity images
      *    are the exception - the deal stays on file, so its
      *    images stay too with the contact ID zeroed.
      *    If a rewrite of a journal fails part way, the scrubbed
      *    copy is left in JOURNAL-SCRUB.tmp to put back by hand
      *    and the second journal is not touched, so that copy is
      *    not overwritten.
      *----------------------------------------------------------------
       Scrub-Journals.
           MOVE ZERO TO ws-jnl-removed.
           MOVE ZERO TO ws-jnl-detached.
           MOVE "JOURNAL.dat" TO ws-jnl-name.
           PERFORM Scrub-One-Journal THRU Scrub-One-Journal-Exit.
           IF ws-journal-ok = "Y"
               MOVE "JOURNAL-UNDONE.dat" TO ws-jnl-name
               PERFORM Scrub-One-Journal THRU Scrub-One-Journal-Exit
           END-IF.

       Scrub-One-Journal.
           OPEN INPUT journal-file.
           IF ws-jnl-status NOT = "00"
               GO TO Scrub-One-Journal-Exit
           END-IF.
           OPEN OUTPUT journal-scrub-file.
           IF ws-jscrub-status NOT = "00"
               DISPLAY "JOURNAL-SCRUB.tmp could not be opened,"
                   " status " ws-jscrub-status " - " ws-jnl-name
                   " NOT scrubbed."
               CLOSE journal-file
               MOVE "N" TO ws-journal-ok
               GO TO Scrub-One-Journal-Exit
           END-IF.
           PERFORM UNTIL ws-jnl-status = "10"
               READ journal-file
                   AT END
                       MOVE "10" TO ws-jnl-status
                   NOT AT END
                       PERFORM Check-Image-Wanted
                       IF ws-line-wanted = "Y"
                           ADD 1 TO ws-jnl-removed
                       ELSE
                           MOVE journal-record TO jnl-scrub-line
                           WRITE jnl-scrub-line
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE journal-file.
           CLOSE journal-scrub-file.
           OPEN INPUT journal-scrub-file.
           IF ws-jscrub-status NOT = "00"
               DISPLAY "JOURNAL-SCRUB.tmp could not be read back,"
                   " status " ws-jscrub-status " - " ws-jnl-name
                   " NOT scrubbed."
               MOVE "N" TO ws-journal-ok
               GO TO Scrub-One-Journal-Exit
           END-IF.
           OPEN OUTPUT journal-file.
           IF ws-jnl-status NOT = "00"
               DISPLAY ws-jnl-name " could not be rewritten, status "
                   ws-jnl-status " - the scrubbed copy is kept in"
                   " JOURNAL-SCRUB.tmp."
               CLOSE journal-scrub-file
               MOVE "N" TO ws-journal-ok
               GO TO Scrub-One-Journal-Exit
           END-IF.
           PERFORM UNTIL ws-jscrub-status = "10"
               READ journal-scrub-file
                   AT END
                       MOVE "10" TO ws-jscrub-status
                   NOT AT END
                       MOVE jnl-scrub-line TO journal-record
                       WRITE journal-record
               END-READ
           END-PERFORM.
           CLOSE journal-scrub-file.
           CLOSE journal-file.

       Scrub-One-Journal-Exit.
           EXIT.

      *    Every journalled record but the company ones starts with
      *    the contact ID; a link carries one at each end and a
      *    deal carries it after its own OPP-ID. A deal's image is
      *    kept, detached in place like the deal itself.
       Check-Image-Wanted.
           MOVE "N" TO ws-line-wanted.
           EVALUATE JNL-FILE
              WHEN "P"
              WHEN "Q"
                   CONTINUE
              WHEN "R"
              WHEN "S"
                   IF JNL-IMAGE (1:5) = ws-wanted-id-x OR
                      JNL-IMAGE (6:5) = ws-wanted-id-x
                       MOVE "Y" TO ws-line-wanted
                   END-IF
              WHEN "O"
              WHEN "U"
                   IF JNL-IMAGE (6:5) = ws-wanted-id-x
                       MOVE "00000" TO JNL-IMAGE (6:5)
                       ADD 1 TO ws-jnl-detached
                   END-IF
              WHEN OTHER
                   IF JNL-IMAGE (1:5) = ws-wanted-id-x
                       MOVE "Y" TO ws-line-wanted
                   END-IF
           END-EVALUATE.

      *    The sequence number and check value at the end of the
      *    line (AUD-CHAIN) are left as they were : AuditVerify
      *    takes an ERASED line's recorded check as given, so the
      *    chain runs on through the marker unbroken.
       Mask-Line-If-Wanted.
           PERFORM Check-Line-Wanted.
           IF ws-line-wanted = "Y"
               TO report-line.
           WRITE report-line.
           CLOSE report-file.
           PERFORM Catalog-Report.

       Write-Cert-Count-Lines.
           MOVE SPACES TO report-line.
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  OPPORTUNITIES.idx        : " DELIMITED BY SIZE
               ws-opp-detached DELIMITED BY SIZE
               " deal(s) kept, contact ID cleared" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  OPPORTUNITIES-ARCHIVE.idx: " DELIMITED BY SIZE
               ws-opparc-detached DELIMITED BY SIZE
               " deal(s) kept, contact ID cleared" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  CAMPAIGN-TARGETS.idx     : " DELIMITED BY SIZE
               ws-ctg-removed DELIMITED BY SIZE
               " campaign target(s)" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  CONSENT.idx              : " DELIMITED BY SIZE
               ws-cns-removed DELIMITED BY SIZE
               " register entry" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  CONSENT-HISTORY.idx      : " DELIMITED BY SIZE
               ws-cnh-removed DELIMITED BY SIZE
               " consent change(s)" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  CRM-ECHO.idx             : " DELIMITED BY SIZE
               ws-ech-removed DELIMITED BY SIZE
               " CRM echo image" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF ws-audit-scrub-ok = "Y"
               STRING "  AUDIT.log                : "
                   DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF ws-journal-ok = "Y"
               STRING "  JOURNAL.dat              : "
                   DELIMITED BY SIZE
                   ws-jnl-removed DELIMITED BY SIZE
                   " record image(s) removed" DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
               STRING "  JOURNAL.dat              : "
                   DELIMITED BY SIZE
                   "INCOMPLETE - see JOURNAL-SCRUB.tmp"
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  JOURNAL.dat (deals)      : " DELIMITED BY SIZE
               ws-jnl-detached DELIMITED BY SIZE
               " opportunity image(s) detached" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-journal-ok NOT = "Y"
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE "*** ERASE INCOMPLETE : the journals still name"
                   TO report-line
               WRITE report-line
               MOVE "the person. Put JOURNAL-SCRUB.tmp back over the"
                   TO report-line
               WRITE report-line
               MOVE "journal named above, then run the erase again."
                   TO report-line
               WRITE report-line
           END-IF.

      *    The dossier export is logged with the contact's ID -
      *    handing the file out is part of their history.
       Append-Audit-Line.
           MOVE SPACES TO AUD-NEXT-LINE.
           STRING AUD-OP DELIMITED BY SIZE
               " ID=" DELIMITED BY SIZE
               ws-wanted-id-x DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-time DELIMITED BY SIZE
               " BY CONSOLE" DELIMITED BY SIZE
               INTO AUD-NEXT-LINE
           END-STRING.
           CALL "AuditAppend".

      *    The erase is logged WITHOUT the ID - putting the number
      *    back on the trail would defeat the erasure. The
      *    certificate is the detailed record.
       Append-Neutral-Audit-Line.
           MOVE SPACES TO AUD-NEXT-LINE.
           STRING AUD-OP DELIMITED BY SIZE
               " ID=00000" DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               ws-time DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               ws-super-id DELIMITED BY SIZE
               INTO AUD-NEXT-LINE
           END-STRING.
           CALL "AuditAppend".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "PrivacyUtil" TO RPT-PROGRAM.
           MOVE ws-super-id TO RPT-RUN-BY.
           MOVE ZERO TO RPT-RC.
           IF ws-audit-scrub-ok NOT = "Y" OR ws-journal-ok NOT = "Y"
               MOVE 8 TO RPT-RC
           END-IF.
           MOVE "ERASE-CERT.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
