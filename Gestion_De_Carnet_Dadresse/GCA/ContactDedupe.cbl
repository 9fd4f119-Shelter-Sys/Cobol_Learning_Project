      *    then lets the operator merge a pair: pick the surviving
      *    ID, choose field by field which value to keep where the
      *    two records differ, move the loser's call/meeting notes
      *    (with their follow-ups), relationship links and sales
      *    opportunities onto the survivor, carry any consent the
      *    loser had withdrawn over to the survivor's register,
      *    archive the loser and write the merge to AUDIT.log.
      *----------------------------------------------------------------


           RECORD KEY IS FUP-KEY
           FILE STATUS IS ws-fup-status.

           SELECT opportunities-file ASSIGN TO 'OPPORTUNITIES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPP-ID
           FILE STATUS IS ws-opp-status.

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

           SELECT report-file ASSIGN TO 'DEDUPE.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD followups-file.
       COPY FOLLOWUP.

       FD opportunities-file.
       COPY OPPORT.

       FD consent-file.
       COPY CONSENT.

       FD consent-hist-file.
       COPY CONSHIST.

       FD report-file.
       01 report-line PIC X(132).

       FD journal-file.
       COPY JOURNAL.

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-archive-status PIC XX.
       01 ws-int-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 audit-line PIC X(80).
       01 ws-audit-op PIC X(08).
       01 ws-audit-id PIC 9(05).
       01 ws-audit-date PIC 9(08).
       01 ws-audit-time PIC 9(08).
       01 ws-jnl-status PIC XX.
       01 ws-jnl-tag PIC X(01).
       01 ws-jnl-action PIC X(01).
       01 ws-jnl-image PIC X(700).
       01 ws-jnl-before PIC X(700).
       01 ws-jnl-after PIC X(700).
       01 ws-scan-done PIC X(01).
       01 ws-pair-count PIC 9(05) VALUE ZERO.
       01 ws-reason PIC X(30).
           05 ml-country PIC X(30).
           05 ml-last-modified PIC 9(08).
           05 ml-key-date PIC 9(08).
           05 ml-owner PIC X(08).
           05 ml-post-returned PIC X(01).
           05 ml-post-return-date PIC 9(08).
           05 ml-post-return-reason PIC X(02).
           05 ml-post-return-count PIC 9(03).
           05 ml-email-bounced PIC X(01).
           05 ml-email-bounce-date PIC 9(08).
           05 ml-email-bounce-reason PIC X(02).
           05 ml-email-bounce-count PIC 9(03).

       01 ws-survivor-id PIC 9(05).
       01 ws-loser-id PIC 9(05).
       01 ws-field-pick PIC 9(01).
       01 ws-address-taken PIC X(01).
       01 ws-merge-confirm PIC X(01).
       01 ws-next-seq PIC 9(05).
       01 ws-old-seq PIC 9(05).
       01 ws-link-from PIC 9(05).
       01 ws-link-to PIC 9(05).
       01 ws-link-type PIC X(20).
       01 ws-opp-status PIC XX.
       01 ws-moved-opps PIC 9(05).
       01 ws-cns-status PIC XX.
       01 ws-cnh-status PIC XX.
       01 ws-moved-consents PIC 9(05).
       01 ws-cns-on-file PIC X(01).
       01 ws-cns-today PIC 9(08).
       01 ws-cns-source PIC X(20).
       01 ws-cns-channel PIC X(01).
       01 ws-cns-next-seq PIC 9(05).

      *----------------------------------------------------------------
      *    The loser's consent register entry during a merge.
      *----------------------------------------------------------------
       01 ws-loser-consent.
           05 lc-id PIC 9(05).
           05 lc-post-status PIC X(01).
           05 lc-post-date PIC 9(08).
           05 lc-post-source PIC X(20).
           05 lc-phone-status PIC X(01).
           05 lc-phone-date PIC 9(08).
           05 lc-phone-source PIC X(20).
           05 lc-email-status PIC X(01).
           05 lc-email-date PIC 9(08).
           05 lc-email-source PIC X(20).
           05 lc-changed-by PIC X(08).
       COPY AUDLINE.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Report-Pairs.
           PERFORM Merge-Loop THRU Merge-Loop-Exit.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           STOP RUN.

       Open-Files.
               CLOSE followups-file
               OPEN I-O followups-file
           END-IF.
           OPEN I-O opportunities-file.
           IF ws-opp-status = "35"
               OPEN OUTPUT opportunities-file
               CLOSE opportunities-file
               OPEN I-O opportunities-file
           END-IF.
           OPEN I-O consent-file.
           IF ws-cns-status = "35"
               OPEN OUTPUT consent-file
               CLOSE consent-file
               OPEN I-O consent-file
           END-IF.
           OPEN I-O consent-hist-file.
           IF ws-cnh-status = "35"
               OPEN OUTPUT consent-hist-file
               CLOSE consent-hist-file
               OPEN I-O consent-hist-file
           END-IF.
           OPEN OUTPUT report-file.
           PERFORM Open-Journal-File.

       Load-Key-Table.
           MOVE "N" TO ws-scan-done.
                   DISPLAY "No contact found with ID " ws-survivor-id
                   GO TO Merge-One-Pair-Exit
           END-READ.
           MOVE contact-record TO ws-jnl-before.

           DISPLAY "Merging " ws-loser-id " into " ws-survivor-id
               ". For each differing field pick 1 = keep "
                   " updated, status " ws-file-status
               GO TO Merge-One-Pair-Exit
           END-IF.
           MOVE "C" TO ws-jnl-tag.
           MOVE contact-record TO ws-jnl-image.
           PERFORM Write-Journal-Change.
           PERFORM Move-Loser-Notes.
           PERFORM Move-Loser-Links.
           PERFORM Move-Loser-Opportunities.
           PERFORM Merge-Loser-Consent THRU Merge-Loser-Consent-Exit.
           PERFORM Purge-Loser-Followups.
           PERFORM Archive-Loser THRU Archive-Loser-Exit.
           MOVE "MODIFY" TO ws-audit-op.
           PERFORM Write-Audit-Record.
           DISPLAY "Contact " ws-loser-id " merged into "
               ws-survivor-id " (" ws-moved-notes " notes, "
               ws-moved-links " links, " ws-moved-opps
               " opportunities moved, " ws-moved-consents
               " consent withdrawals carried) and archived.".

       Merge-One-Pair-Exit.
           EXIT.
      *----------------------------------------------------------------
      *    One small paragraph per field keeps the picking dull but
      *    obvious. Only fields that differ are asked about; a
      *    blank on the loser's side is never worth taking. An
      *    email or any part of the address taken from the loser
      *    brings the loser's returned-mail standing with it.
      *----------------------------------------------------------------
       Pick-All-Fields.
           MOVE "N" TO ws-address-taken.
           IF ml-first NOT = First_Name AND ml-first NOT = SPACES
               DISPLAY "First name 1: " First_Name
               DISPLAY "           2: " ml-first
               PERFORM Ask-Field-Pick
               IF ws-field-pick = 2
                   MOVE ml-email TO Email
                   MOVE ml-email-bounced TO Email_Bounced
                   MOVE ml-email-bounce-date TO Email_Bounce_Date
                   MOVE ml-email-bounce-reason TO Email_Bounce_Reason
                   MOVE ml-email-bounce-count TO Email_Bounce_Count
               END-IF
           END-IF.
           IF ml-description NOT = Description AND
               PERFORM Ask-Field-Pick
               IF ws-field-pick = 2
                   MOVE ml-street TO Street
                   MOVE "Y" TO ws-address-taken
               END-IF
           END-IF.
           IF ml-city NOT = City AND ml-city NOT = SPACES
               PERFORM Ask-Field-Pick
               IF ws-field-pick = 2
                   MOVE ml-city TO City
                   MOVE "Y" TO ws-address-taken
               END-IF
           END-IF.
           IF ml-postal NOT = Postal_Code AND ml-postal NOT = SPACES
               PERFORM Ask-Field-Pick
               IF ws-field-pick = 2
                   MOVE ml-postal TO Postal_Code
                   MOVE "Y" TO ws-address-taken
               END-IF
           END-IF.
           IF ml-country NOT = Country AND ml-country NOT = SPACES
               PERFORM Ask-Field-Pick
               IF ws-field-pick = 2
                   MOVE ml-country TO Country
                   MOVE "Y" TO ws-address-taken
               END-IF
           END-IF.
           IF ml-key-date NOT = Key_Date AND ml-key-date NOT = ZERO
                   MOVE ml-key-date TO Key_Date
               END-IF
           END-IF.
           IF ml-owner NOT = Contact_Owner AND ml-owner NOT = SPACES
               DISPLAY "Owner      1: " Contact_Owner
               DISPLAY "           2: " ml-owner
               PERFORM Ask-Field-Pick
               IF ws-field-pick = 2
                   MOVE ml-owner TO Contact_Owner
               END-IF
           END-IF.
           IF ws-address-taken = "Y"
               MOVE ml-post-returned TO Post_Returned
               MOVE ml-post-return-date TO Post_Return_Date
               MOVE ml-post-return-reason TO Post_Return_Reason
               MOVE ml-post-return-count TO Post_Return_Count
           END-IF.

       Ask-Field-Pick.
           MOVE ZERO TO ws-field-pick.
               NOT INVALID KEY
                   ADD 1 TO ws-moved-notes
                   ADD 1 TO ws-next-seq
                   MOVE "I" TO ws-jnl-tag
                   MOVE "A" TO ws-jnl-action
                   MOVE interaction-record TO ws-jnl-image
                   PERFORM Write-Journal-Record
                   MOVE ws-loser-id TO INT-Contact-ID
                   MOVE ws-old-seq TO INT-SEQ
                   MOVE interaction-record TO ws-jnl-image
                   DELETE interactions-file
                   IF ws-int-status = "00"
                       MOVE "D" TO ws-jnl-action
                       PERFORM Write-Journal-Record
                   END-IF
                   PERFORM Move-One-Followup
           END-WRITE.
           MOVE ws-loser-id TO INT-Contact-ID.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Drop-One-Followup
                   MOVE ws-survivor-id TO FUP-Contact-ID
                   COMPUTE FUP-SEQ = ws-next-seq - 1
                   WRITE followup-record
                               " could not be moved, status "
                               ws-fup-status " - it is dropped."
                       NOT INVALID KEY
                           MOVE "F" TO ws-jnl-tag
                           MOVE "A" TO ws-jnl-action
                           MOVE followup-record TO ws-jnl-image
                           PERFORM Write-Journal-Record
                   END-WRITE
           END-READ.

                       MOVE "Y" TO ws-move-done
                   NOT AT END
                       IF FUP-Contact-ID = ws-loser-id
                           PERFORM Drop-One-Followup
                       ELSE
                           MOVE "Y" TO ws-move-done
                       END-IF
               END-READ
           END-PERFORM.

       Drop-One-Followup.
           MOVE followup-record TO ws-jnl-image.
           DELETE followups-file.
           IF ws-fup-status = "00"
               MOVE "F" TO ws-jnl-tag
               MOVE "D" TO ws-jnl-action
               PERFORM Write-Journal-Record
           END-IF.

      *----------------------------------------------------------------
      *    The loser's relationship links are re-keyed onto the
      *    survivor, both directions, the way Move-Loser-Notes
           MOVE REL-FROM-ID TO ws-link-from.
           MOVE REL-TO-ID TO ws-link-to.
           MOVE REL-TYPE TO ws-link-type.
           MOVE relation-record TO ws-jnl-image.
           DELETE relations-file.
           IF ws-rel-status = "00"
               MOVE "R" TO ws-jnl-tag
               MOVE "D" TO ws-jnl-action
               PERFORM Write-Journal-Record
           END-IF.
           IF ws-link-from = ws-loser-id
               MOVE ws-survivor-id TO ws-link-from
           END-IF.
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO ws-moved-links
                       MOVE "R" TO ws-jnl-tag
                       MOVE "A" TO ws-jnl-action
                       MOVE relation-record TO ws-jnl-image
                       PERFORM Write-Journal-Record
               END-WRITE
           END-IF.

      *    The loser's deals keep their OPP-ID and simply change
      *    hands to the survivor.
       Move-Loser-Opportunities.
           MOVE ZERO TO ws-moved-opps.
           MOVE "N" TO ws-move-done.
           MOVE ZERO TO OPP-ID.
           START opportunities-file KEY IS NOT LESS THAN OPP-ID
               INVALID KEY
                   MOVE "Y" TO ws-move-done
           END-START.
           PERFORM UNTIL ws-move-done = "Y"
               READ opportunities-file NEXT
                   AT END
                       MOVE "Y" TO ws-move-done
                   NOT AT END
                       IF OPP-Contact-ID = ws-loser-id
                           MOVE opportunity-record TO ws-jnl-before
                           MOVE ws-survivor-id TO OPP-Contact-ID
                           ACCEPT OPP-Last-Modified FROM DATE YYYYMMDD
                           REWRITE opportunity-record
                           IF ws-opp-status = "00"
                               ADD 1 TO ws-moved-opps
                               MOVE "O" TO ws-jnl-tag
                               MOVE opportunity-record TO ws-jnl-image
                               PERFORM Write-Journal-Change
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    A withdrawal on the loser binds the survivor too - it is
      *    the same person - so every channel the loser had set to
      *    N is set to N on the survivor's register, with a history
      *    line saying where it came from. Consent the loser had
      *    given is not carried: the survivor's own answer stands.
      *    The loser's entry stays on file with the archived record.
       Merge-Loser-Consent.
           MOVE ZERO TO ws-moved-consents.
           MOVE ws-loser-id TO CNS-Contact-ID.
           READ consent-file KEY IS CNS-Contact-ID
               INVALID KEY
                   GO TO Merge-Loser-Consent-Exit
           END-READ.
           MOVE consent-record TO ws-loser-consent.
           MOVE "Y" TO ws-cns-on-file.
           MOVE ws-survivor-id TO CNS-Contact-ID.
           READ consent-file KEY IS CNS-Contact-ID
               INVALID KEY
                   MOVE "N" TO ws-cns-on-file
                   INITIALIZE consent-record
                   MOVE ws-survivor-id TO CNS-Contact-ID
           END-READ.
           MOVE consent-record TO ws-jnl-before.
           ACCEPT ws-cns-today FROM DATE YYYYMMDD.
           MOVE SPACES TO ws-cns-source.
           STRING "MERGED FROM " ws-loser-id
               DELIMITED BY SIZE INTO ws-cns-source.
           IF lc-post-status = "N" AND CNS-Post-Status NOT = "N"
               MOVE "N" TO CNS-Post-Status
               MOVE ws-cns-today TO CNS-Post-Date
               MOVE ws-cns-source TO CNS-Post-Source
               MOVE "M" TO ws-cns-channel
               PERFORM Add-Survivor-Consent-History
           END-IF.
           IF lc-phone-status = "N" AND CNS-Phone-Status NOT = "N"
               MOVE "N" TO CNS-Phone-Status
               MOVE ws-cns-today TO CNS-Phone-Date
               MOVE ws-cns-source TO CNS-Phone-Source
               MOVE "P" TO ws-cns-channel
               PERFORM Add-Survivor-Consent-History
           END-IF.
           IF lc-email-status = "N" AND CNS-Email-Status NOT = "N"
               MOVE "N" TO CNS-Email-Status
               MOVE ws-cns-today TO CNS-Email-Date
               MOVE ws-cns-source TO CNS-Email-Source
               MOVE "E" TO ws-cns-channel
               PERFORM Add-Survivor-Consent-History
           END-IF.
           IF ws-moved-consents = ZERO
               GO TO Merge-Loser-Consent-Exit
           END-IF.
           MOVE "CONSOLE" TO CNS-Changed-By.
           MOVE "K" TO ws-jnl-tag.
           IF ws-cns-on-file = "Y"
               REWRITE consent-record
                   INVALID KEY
                       DISPLAY "Consent for " ws-survivor-id
                           " NOT updated, status " ws-cns-status
                   NOT INVALID KEY
                       MOVE consent-record TO ws-jnl-image
                       PERFORM Write-Journal-Change
               END-REWRITE
           ELSE
               WRITE consent-record
                   INVALID KEY
                       DISPLAY "Consent for " ws-survivor-id
                           " NOT written, status " ws-cns-status
                   NOT INVALID KEY
                       MOVE "A" TO ws-jnl-action
                       MOVE consent-record TO ws-jnl-image
                       PERFORM Write-Journal-Record
               END-WRITE
           END-IF.

       Merge-Loser-Consent-Exit.
           EXIT.

      *    ws-cns-channel names the channel; the next sequence is
      *    found the way Find-Survivor-Next-Seq finds a note's.
       Add-Survivor-Consent-History.
           MOVE 1 TO ws-cns-next-seq.
           MOVE ws-survivor-id TO CNH-Contact-ID.
           MOVE 99999 TO CNH-SEQ.
           START consent-hist-file KEY IS NOT GREATER THAN CNH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ consent-hist-file PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CNH-Contact-ID = ws-survivor-id
                               ADD 1 TO CNH-SEQ
                                   GIVING ws-cns-next-seq
                           END-IF
                   END-READ
           END-START.
           MOVE ws-survivor-id TO CNH-Contact-ID.
           MOVE ws-cns-next-seq TO CNH-SEQ.
           MOVE ws-cns-channel TO CNH-Channel.
           MOVE "N" TO CNH-Status.
           MOVE ws-cns-today TO CNH-Date.
           MOVE ws-cns-source TO CNH-Source.
           MOVE "CONSOLE" TO CNH-By.
           WRITE consent-history-record
               INVALID KEY
                   DISPLAY "Consent history for " ws-survivor-id
                       " NOT written, status " ws-cnh-status
               NOT INVALID KEY
                   ADD 1 TO ws-moved-consents
                   MOVE "L" TO ws-jnl-tag
                   MOVE "A" TO ws-jnl-action
                   MOVE consent-history-record TO ws-jnl-image
                   PERFORM Write-Journal-Record
           END-WRITE.

       Find-Survivor-Next-Seq.
           MOVE 1 TO ws-next-seq.
           MOVE ws-survivor-id TO INT-Contact-ID.
           MOVE ml-postal TO ARC-Postal-Code.
           MOVE ml-country TO ARC-Country.
           MOVE ml-key-date TO ARC-Key-Date.
           MOVE ml-owner TO ARC-Owner.
           MOVE ml-post-returned TO ARC-Post-Returned.
           MOVE ml-post-return-date TO ARC-Post-Return-Date.
           MOVE ml-post-return-reason TO ARC-Post-Return-Reason.
           MOVE ml-post-return-count TO ARC-Post-Return-Count.
           MOVE ml-email-bounced TO ARC-Email-Bounced.
           MOVE ml-email-bounce-date TO ARC-Email-Bounce-Date.
           MOVE ml-email-bounce-reason TO ARC-Email-Bounce-Reason.
           MOVE ml-email-bounce-count TO ARC-Email-Bounce-Count.
           ACCEPT ARC-Last-Modified FROM DATE YYYYMMDD.
           WRITE archive-record
               INVALID KEY
                       " archived, status " ws-archive-status
                   GO TO Archive-Loser-Exit
           END-WRITE.
           MOVE "A" TO ws-jnl-tag.
           MOVE "A" TO ws-jnl-action.
           MOVE archive-record TO ws-jnl-image.
           PERFORM Write-Journal-Record.
           MOVE ws-loser-id TO ID_Contact.
           DELETE contacts
               INVALID KEY
                   DISPLAY "Loser " ws-loser-id " could not be"
                       " deleted, status " ws-file-status
               NOT INVALID KEY
                   MOVE "C" TO ws-jnl-tag
                   MOVE "D" TO ws-jnl-action
                   MOVE ws-loser-area TO ws-jnl-image
                   PERFORM Write-Journal-Record
           END-DELETE.

       Archive-Loser-Exit.
               " BY CONSOLE" DELIMITED BY SIZE
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
           CLOSE contacts.
           CLOSE interactions-file.
           CLOSE relations-file.
           CLOSE followups-file.
           CLOSE opportunities-file.
           CLOSE consent-file.
           CLOSE consent-hist-file.
           CLOSE report-file.
           CLOSE journal-file.
           DISPLAY "Duplicate report written to DEDUPE.rpt".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactDedupe" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "DEDUPE.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
