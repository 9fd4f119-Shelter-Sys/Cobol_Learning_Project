           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-ctl-status.

           SELECT journal-file ASSIGN TO 'JOURNAL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-jnl-status.

           SELECT archive-file ASSIGN TO 'CONTACTS-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-fup-status.

           SELECT pending-file ASSIGN TO 'PENDING.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-KEY
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-pnd-status.

           SELECT locks-file ASSIGN TO 'LOCKS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-relarc-status.

           SELECT opportunities-file ASSIGN TO 'OPPORTUNITIES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPP-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-opp-status.

           SELECT opp-archive-file ASSIGN TO
               'OPPORTUNITIES-ARCHIVE.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPA-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-opparc-status.

           SELECT campaigns-file ASSIGN TO 'CAMPAIGNS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPN-Code
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-cpn-status.

           SELECT targets-file ASSIGN TO 'CAMPAIGN-TARGETS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTG-KEY
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-ctg-status.

           SELECT consent-file ASSIGN TO 'CONSENT.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-Contact-ID
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-cns-status.

           SELECT consent-hist-file ASSIGN TO 'CONSENT-HISTORY.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNH-KEY
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-cnh-status.

      *    The report catalog is only opened for option 21; the
      *    batch programs add to it through ReportCatalog.
           SELECT catalog-file ASSIGN TO 'REPORT-CATALOG.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCT-SEQ
           ALTERNATE RECORD KEY IS RCT-REPORT WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-rct-status.

           SELECT types-file ASSIGN TO 'REPORT-TYPES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTY-REPORT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-rty-status.

           SELECT reprint-file ASSIGN TO DYNAMIC Reprint-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpr-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       FD control-file.
       COPY CONTROL.

       FD journal-file.
       COPY JOURNAL.

       FD archive-file.
       COPY ARCHIVE.
       FD followups-file.
       COPY FOLLOWUP.

       FD pending-file.
       COPY PENDING.

       FD locks-file.
       COPY LOCKREC.

       FD rel-archive-file.
       COPY RELARCH.

       FD opportunities-file.
       COPY OPPORT.

       FD opp-archive-file.
       COPY OPPARCH.

       FD campaigns-file.
       COPY CAMPAIGN.

       FD targets-file.
       COPY CAMPTGT.

       FD consent-file.
       COPY CONSENT.

       FD consent-hist-file.
       COPY CONSHIST.

       FD catalog-file.
       COPY RPTCAT.

       FD types-file.
       COPY RPTTYPE.

       FD reprint-file.
       01 reprint-line PIC X(1000).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-ctl-status PIC XX.
      *    AUDIT.log itself is written by AuditAppend, which adds
      *    the sequence number and check value (see AUDREC.cpy).
       01 audit-line PIC X(80).
       01 ws-audit-op PIC X(08).
       01 ws-audit-date PIC 9(08).
       01 ws-audit-time PIC 9(08).
      *    Audit-Extra, when set, fills the free end of the next
      *    AUDIT.log line; whoever sets it blanks it again.
       01 Audit-Extra PIC X(30) VALUE SPACES.
       01 ws-jnl-status PIC XX.
      *    Journal-Tag / Journal-Action / Journal-Image describe the
      *    next JOURNAL.dat line; Journal-Before holds a record as
      *    it was read, until its REWRITE has gone through.
       01 Journal-Tag PIC X(01).
       01 Journal-Action PIC X(01).
       01 Journal-Image PIC X(700).
       01 Journal-Before PIC X(700).
       01 Journal-After PIC X(700).
       01 ws-archive-status PIC XX.
       01 ws-users-status PIC XX.
       01 ws-int-status PIC XX.
       01 ws-relarc-status PIC XX.
       01 ws-cty-status PIC XX.
       01 ws-lck-status PIC XX.
       01 ws-pnd-status PIC XX.
       01 ws-opp-status PIC XX.
       01 ws-opparc-status PIC XX.
       01 ws-cpn-status PIC XX.
       01 ws-ctg-status PIC XX.
       01 ws-cns-status PIC XX.
       01 ws-cnh-status PIC XX.
       01 ws-rct-status PIC XX.
       01 ws-rty-status PIC XX.
       01 ws-rpr-status PIC XX.
       01 Pnd-Done PIC X(01).
       01 Pnd-Shown PIC 9(03).
       01 Pnd-Next-Seq PIC 9(05).
       01 Pnd-Queued PIC 9(01).
      *    Protected changes held back from the form until the
      *    contact's own REWRITE has gone through.
       01 Pnd-Held PIC 9(01).
       01 Pnd-Hold-Idx PIC 9(01).
       01 Pnd-Hold-Table.
           05 Pnd-Hold-Entry OCCURS 4 TIMES.
               10 Pnd-Hold-Code PIC X(01).
               10 Pnd-Hold-Old PIC X(120).
               10 Pnd-Hold-New PIC X(120).
       01 Pnd-Field-Code PIC X(01).
       01 Pnd-Field-Name PIC X(07).
       01 Pnd-Old-Work PIC X(120).
       01 Pnd-New-Work PIC X(120).
       01 Pnd-Current-Value PIC X(120).
       01 Pnd-Decision PIC X(01).
       01 Pnd-Outcome PIC X(08).
       01 Lock-OK PIC X(01).
       01 Lock-Decided PIC X(01).
       01 Country-Check-On PIC X(01).
       01 Cmp-Confirm PIC X(01).
       01 Cmp-Survivor-ID PIC 9(05).
       01 Cmp-Loser-ID PIC 9(05).
       01 Cmp-Opp-Count PIC 9(05).
       01 Cmp-Opp-Moved PIC 9(05).
       01 Opp-Choice PIC 9(01).
       01 Opp-Done PIC X(01).
       01 Opp-Shown PIC 9(03).
       01 Opp-Confirm PIC X(01).
       01 Opp-List-Contact PIC 9(05).
       01 Opp-List-Company PIC 9(05).
       01 Opp-Stage-Name PIC X(11).
       01 Opp-Amount-Disp PIC Z(08)9.99.
       01 Last-Opp-ID PIC 9(05).
       01 New-Opp-ID PIC 9(05).
       01 New-Opp-Contact-ID PIC 9(05).
       01 New-Opp-Company-ID PIC 9(05).
       01 New-Opp-Title PIC X(50).
       01 New-Opp-Amount PIC 9(09)V99.
       01 New-Opp-Stage PIC X(01).
       01 New-Opp-Close-Date PIC 9(08).
       01 New-Opp-Close-Date-R REDEFINES New-Opp-Close-Date.
           05 New-Opp-Close-Year PIC 9(04).
           05 New-Opp-Close-Month PIC 9(02).
           05 New-Opp-Close-Day PIC 9(02).
       01 New-Opp-Owner PIC X(08).
       01 Cpn-Choice PIC 9(01).
       01 Cpn-Done PIC X(01).
       01 Cpn-Shown PIC 9(03).
       01 Cpn-Code-In PIC X(08).
       01 Cpn-Response PIC X(01).
       01 Cpn-Response-Name PIC X(16).
       01 Cpn-Contact-Found PIC X(01).
       01 Cpn-Confirm PIC X(01).
       01 Opp-Form-Action PIC X(01).
       01 Opp-Form-Valid PIC X(01).
       01 Opp-Form-Done PIC X(01).
       01 Opp-Title-Err PIC X(12).
       01 Opp-Contact-Err PIC X(30).
       01 Opp-Company-Err PIC X(30).
       01 Opp-Stage-Err PIC X(30).
       01 Opp-Date-Err PIC X(30).
       01 Opp-Owner-Err PIC X(30).
       01 Owner-Check-ID PIC X(08).
       01 Owner-Check-Err PIC X(30).
       01 Followup-Date PIC 9(08).
       01 Followup-Date-R REDEFINES Followup-Date.
           05 Followup-Year PIC 9(04).
           05 New_Key_Year PIC 9(04).
           05 New_Key_Month PIC 9(02).
           05 New_Key_Day PIC 9(02).
       01 New_Contact_Owner PIC X(08).
       01 Form-Action PIC X(01).
       01 Form-Valid PIC X(01).
       01 Form-Done PIC X(01).
       01 Company-Err PIC X(30).
       01 Country-Err PIC X(25).
       01 Key-Date-Err PIC X(30).
       01 Owner-Err PIC X(30).
       01 Consent-Err PIC X(30).
      *    Consent on the contact form : New-Cns- is what the form
      *    shows and takes back, Old-Cns- what the register held
      *    when the form was opened.
       01 New-Cns-Post PIC X(01).
       01 New-Cns-Phone PIC X(01).
       01 New-Cns-Email PIC X(01).
       01 New-Cns-Source PIC X(20).
       01 Old-Cns-Post PIC X(01).
       01 Old-Cns-Phone PIC X(01).
       01 Old-Cns-Email PIC X(01).
       01 Cns-Check-New PIC X(01).
       01 Cns-Check-Old PIC X(01).
       01 Cns-On-File PIC X(01).
       01 Cns-Today PIC 9(08).
       01 Cns-Channel PIC X(01).
       01 Cns-Status PIC X(01).
       01 Cns-Next-Seq PIC 9(05).
      *    Undeliverable warning on the contact form, built from
      *    Post_Returned / Email_Bounced when the form is opened.
       01 Return-Note PIC X(70).
       01 Return-Note-Ptr PIC 9(03).
       01 Filter-Category PIC X(20).
       01 Delete-Confirm PIC X(01).
       01 Search-Last-Name PIC X(50).
       01 Email-Domain PIC X(50).
       01 At-Count PIC 9(02).
       01 Dot-Count PIC 9(02).
      *    Report catalog (option 21), see RPTCAT.cpy / RPTTYPE.cpy.
       01 Rpt-Choice PIC 9(01).
       01 Rpt-Program-In PIC X(20).
       01 Rpt-Program-Up PIC X(20).
       01 Rpt-Date-In PIC 9(08).
       01 Rpt-Seq-In PIC 9(07).
       01 Rpt-Type-In PIC X(20).
       01 Rpt-Type-Up PIC X(20).
       01 Rpt-Type-On-File PIC X(20).
       01 Rpt-Keep-In PIC 9(04).
       01 Rpt-Done PIC X(01).
       01 Rpt-Found PIC X(01).
       01 Rpt-Shown PIC 9(05).
       01 Rpt-Line-Len PIC 9(04).
       01 Reprint-Name PIC X(60).
       COPY AUDLINE.

       SCREEN SECTION.
      *----------------------------------------------------------------
           05 LINE 01 COLUMN 02 VALUE "--- Contact form ---".
           05 LINE 02 COLUMN 02 VALUE "Contact ID :".
           05 LINE 02 COLUMN 16 PIC 9(05) FROM Contact_ID.
           05 LINE 02 COLUMN 24 VALUE "Owner :".
           05 LINE 02 COLUMN 32 PIC X(08) USING New_Contact_Owner.
           05 LINE 02 COLUMN 42 PIC X(30) FROM Owner-Err.
           05 LINE 04 COLUMN 02 VALUE "First name :".
           05 LINE 04 COLUMN 16 PIC X(50) USING New_First_Name.
           05 LINE 05 COLUMN 02 VALUE "Last name  :".
           05 LINE 18 COLUMN 02 VALUE "Key date   :".
           05 LINE 18 COLUMN 16 PIC 9(08) USING New_Key_Date.
           05 LINE 18 COLUMN 28 PIC X(30) FROM Key-Date-Err.
           05 LINE 19 COLUMN 02 VALUE "Consent    :".
           05 LINE 19 COLUMN 16 VALUE "post".
           05 LINE 19 COLUMN 21 PIC X(01) USING New-Cns-Post.
           05 LINE 19 COLUMN 24 VALUE "phone".
           05 LINE 19 COLUMN 30 PIC X(01) USING New-Cns-Phone.
           05 LINE 19 COLUMN 33 VALUE "email".
           05 LINE 19 COLUMN 39 PIC X(01) USING New-Cns-Email.
           05 LINE 19 COLUMN 42 VALUE "(Y given, N withdrawn)".
           05 LINE 20 COLUMN 02 VALUE "Consent src:".
           05 LINE 20 COLUMN 16 PIC X(20) USING New-Cns-Source.
           05 LINE 20 COLUMN 38 PIC X(30) FROM Consent-Err.
           05 LINE 21 COLUMN 02 PIC X(70) FROM Return-Note.
           05 LINE 22 COLUMN 02 VALUE "S = save, C = cancel :".
           05 LINE 22 COLUMN 26 PIC X(01) USING Form-Action.

      *----------------------------------------------------------------
      *    The opportunity form, laid out like the contact form :
      *    the -Err fields light up next to the field that failed
      *    its edit; S files the form, C throws it away.
      *----------------------------------------------------------------
       01 opportunity-screen.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 02 VALUE "--- Opportunity ---".
           05 LINE 02 COLUMN 02 VALUE "Opport. ID :".
           05 LINE 02 COLUMN 16 PIC 9(05) FROM New-Opp-ID.
           05 LINE 04 COLUMN 02 VALUE "Title      :".
           05 LINE 04 COLUMN 16 PIC X(50) USING New-Opp-Title.
           05 LINE 04 COLUMN 68 PIC X(12) FROM Opp-Title-Err.
           05 LINE 05 COLUMN 02 VALUE "Contact ID :".
           05 LINE 05 COLUMN 16 PIC 9(05) USING New-Opp-Contact-ID.
           05 LINE 05 COLUMN 28 PIC X(30) FROM Opp-Contact-Err.
           05 LINE 06 COLUMN 02 VALUE "Company ID :".
           05 LINE 06 COLUMN 16 PIC 9(05) USING New-Opp-Company-ID.
           05 LINE 06 COLUMN 28 PIC X(30) FROM Opp-Company-Err.
           05 LINE 07 COLUMN 02 VALUE "Amount     :".
           05 LINE 07 COLUMN 16 PIC Z(08)9.99 USING New-Opp-Amount.
           05 LINE 08 COLUMN 02 VALUE "Stage      :".
           05 LINE 08 COLUMN 16 PIC X(01) USING New-Opp-Stage.
           05 LINE 08 COLUMN 20 VALUE
               "P prospect R proposal N negotiation W won L lost".
           05 LINE 09 COLUMN 16 PIC X(30) FROM Opp-Stage-Err.
           05 LINE 10 COLUMN 02 VALUE "Close by   :".
           05 LINE 10 COLUMN 16 PIC 9(08) USING New-Opp-Close-Date.
           05 LINE 10 COLUMN 28 PIC X(30) FROM Opp-Date-Err.
           05 LINE 11 COLUMN 02 VALUE "Owner      :".
           05 LINE 11 COLUMN 16 PIC X(08) USING New-Opp-Owner.
           05 LINE 11 COLUMN 28 PIC X(30) FROM Opp-Owner-Err.
           05 LINE 13 COLUMN 02 VALUE "S = save, C = cancel :".
           05 LINE 13 COLUMN 26 PIC X(01) USING Opp-Form-Action.

       PROCEDURE DIVISION .
           OPEN I-O contacts.
           PERFORM Open-Companies-File.
           PERFORM Open-Cmp-Archive-File.
           PERFORM Open-Followups-File.
           PERFORM Open-Pending-File.
           PERFORM Open-Relations-File.
           PERFORM Open-Rel-Archive-File.
           PERFORM Open-Opportunities-File.
           PERFORM Open-Opp-Archive-File.
           PERFORM Open-Campaigns-File.
           PERFORM Open-Targets-File.
           PERFORM Open-Consent-File.
           PERFORM Open-Consent-Hist-File.
           PERFORM Open-Countries-File.
           PERFORM Open-Locks-File.
           PERFORM Open-Users-File.
           PERFORM Open-Journal-File.
           PERFORM Sign-On.
           PERFORM Show-Decided-Changes.
           PERFORM Load-Last-ID.
           MOVE SPACES TO Filter-Category.
           PERFORM List-Contacts.
           DISPLAY "15: Relationship links"
           DISPLAY "16: Country table maintenance (supervisor)"
           DISPLAY "17: Change my password"
           DISPLAY "18: Approve pending changes (supervisor)"
           DISPLAY "19: Sales opportunities"
           DISPLAY "20: Marketing campaigns"
           DISPLAY "21: Report catalog / reprint"
           ACCEPT choice.
           EVALUATE choice
              WHEN 1 MOVE 2 TO Authority-Needed
                     END-IF
              WHEN 17 PERFORM Change-Own-Password
                          THRU Change-Own-Password-Exit
              WHEN 18 MOVE 3 TO Authority-Needed
                     PERFORM Check-Authority
                     IF Authority-OK = "Y"
                         PERFORM Review-Pending-Changes
                     END-IF
              WHEN 19 MOVE 2 TO Authority-Needed
                     PERFORM Check-Authority
                     IF Authority-OK = "Y"
                         PERFORM Opportunity-Maintenance
                     END-IF
              WHEN 20 MOVE 2 TO Authority-Needed
                     PERFORM Check-Authority
                     IF Authority-OK = "Y"
                         PERFORM Campaign-Maintenance
                     END-IF
              WHEN 21 PERFORM Report-Catalog
              WHEN OTHER DISPLAY 'Invalide choice'


               DISPLAY "Too many sign-on attempts."
               CLOSE contacts
               CLOSE control-file
               CLOSE journal-file
               CLOSE archive-file
               CLOSE interactions-file
               CLOSE int-archive-file
               CLOSE companies-file
               CLOSE cmp-archive-file
               CLOSE followups-file
               CLOSE pending-file
               CLOSE relations-file
               CLOSE rel-archive-file
               CLOSE opportunities-file
               CLOSE opp-archive-file
               CLOSE campaigns-file
               CLOSE targets-file
               CLOSE consent-file
               CLOSE consent-hist-file
               CLOSE countries-file
               CLOSE locks-file
               CLOSE users-file
               USR-ID DELIMITED BY SIZE
               INTO audit-line
           END-STRING.
           MOVE audit-line TO AUD-NEXT-LINE.
           CALL "AuditAppend".

       Upcase-User-ID.
           INSPECT USR-ID CONVERTING
                   IF ws-users-status = "00"
                       MOVE ZERO TO CONTACT_ID
                       MOVE "UNLOCK" TO ws-audit-op
                       MOVE SPACES TO Audit-Extra
                       STRING " OPR=" DELIMITED BY SIZE
                           USR-ID DELIMITED BY SIZE
                           INTO Audit-Extra
                       END-STRING
                       PERFORM Write-Audit-Record
                       MOVE SPACES TO Audit-Extra
                       DISPLAY "Operator " USR-ID " unlocked."
                   ELSE
                       DISPLAY "Operator " USR-ID " was NOT"
      *    The way out when a session died holding a contact in a
      *    dialog and its operator is not around to take the lock
      *    over : a supervisor drops the LOCKS.idx record by hand,
      *    whoever it names. The holder goes on the audit line as
      *    OPR=, as the unlocked operator does for UNLOCK, so the
      *    access review can see whose locks were cleared.
       Clear-Contact-Lock.
           DISPLAY "Contact ID whose lock to clear ?".
           ACCEPT Done-Contact-ID.
                       IF ws-lck-status = "00"
                           MOVE Done-Contact-ID TO CONTACT_ID
                           MOVE "LCKCLR" TO ws-audit-op
                           MOVE SPACES TO Audit-Extra
                           STRING " OPR=" DELIMITED BY SIZE
                               LCK-Operator DELIMITED BY SIZE
                               INTO Audit-Extra
                           END-STRING
                           PERFORM Write-Audit-Record
                           MOVE SPACES TO Audit-Extra
                           DISPLAY "Lock cleared."
                       ELSE
                           DISPLAY "Lock was NOT cleared, status "
               OPEN I-O followups-file
           END-IF.

       Open-Pending-File.
           OPEN I-O pending-file.
           IF ws-pnd-status = "35"
               OPEN OUTPUT pending-file
               CLOSE pending-file
               OPEN I-O pending-file
           END-IF.

       Open-Relations-File.
           OPEN I-O relations-file.
           IF ws-rel-status = "35"
               OPEN I-O rel-archive-file
           END-IF.

       Open-Opportunities-File.
           OPEN I-O opportunities-file.
           IF ws-opp-status = "35"
               OPEN OUTPUT opportunities-file
               CLOSE opportunities-file
               OPEN I-O opportunities-file
           END-IF.

       Open-Opp-Archive-File.
           OPEN I-O opp-archive-file.
           IF ws-opparc-status = "35"
               OPEN OUTPUT opp-archive-file
               CLOSE opp-archive-file
               OPEN I-O opp-archive-file
           END-IF.

       Open-Campaigns-File.
           OPEN I-O campaigns-file.
           IF ws-cpn-status = "35"
               OPEN OUTPUT campaigns-file
               CLOSE campaigns-file
               OPEN I-O campaigns-file
           END-IF.

       Open-Targets-File.
           OPEN I-O targets-file.
           IF ws-ctg-status = "35"
               OPEN OUTPUT targets-file
               CLOSE targets-file
               OPEN I-O targets-file
           END-IF.

       Open-Consent-File.
           OPEN I-O consent-file.
           IF ws-cns-status = "35"
               OPEN OUTPUT consent-file
               CLOSE consent-file
               OPEN I-O consent-file
           END-IF.

       Open-Consent-Hist-File.
           OPEN I-O consent-hist-file.
           IF ws-cnh-status = "35"
               OPEN OUTPUT consent-hist-file
               CLOSE consent-hist-file
               OPEN I-O consent-hist-file
           END-IF.

       Open-Locks-File.
           OPEN I-O locks-file.
           IF ws-lck-status = "35"
               OPEN I-O locks-file
           END-IF.

       Open-Journal-File.
           OPEN EXTEND journal-file.
           IF ws-jnl-status = "35"
               OPEN OUTPUT journal-file
               CLOSE journal-file
               OPEN EXTEND journal-file
           END-IF.

      *----------------------------------------------------------------
      *    The dialog lock : one record on LOCKS.idx per contact
      *    being modified or deleted. If it is already there the
               New_City New_Postal_Code New_Country.
           MOVE ZERO TO New_Company_ID.
           MOVE ZERO TO New_Key_Date.
           MOVE Operator-ID TO New_Contact_Owner.
           MOVE SPACES TO Old-Cns-Post Old-Cns-Phone Old-Cns-Email
               New-Cns-Post New-Cns-Phone New-Cns-Email
               New-Cns-Source.
           MOVE SPACES TO Return-Note.
           PERFORM Run-Contact-Form.
           IF Form-Action = "C" OR Form-Action = "c"
               DISPLAY "Add cancelled."
           MOVE NEW_POSTAL_CODE TO Postal_Code
           MOVE NEW_COUNTRY TO Country
           MOVE New_Key_Date TO Key_Date
           MOVE New_Contact_Owner TO Contact_Owner
           MOVE SPACES TO Post_Returned Post_Return_Reason
               Email_Bounced Email_Bounce_Reason
           MOVE ZERO TO Post_Return_Date Post_Return_Count
               Email_Bounce_Date Email_Bounce_Count
           ACCEPT Last_Modified FROM DATE YYYYMMDD
           WRITE contact-record
           PERFORM Check-Contacts-Status
           IF ws-file-status = "00"
               MOVE "C" TO Journal-Tag
               MOVE "A" TO Journal-Action
               MOVE contact-record TO Journal-Image
               PERFORM Write-Journal-Record
               MOVE "ADD" TO ws-audit-op
               PERFORM Write-Audit-Record
               DISPLAY "Contact " CONTACT_ID " added."
               PERFORM Store-Consent-Changes
                   THRU Store-Consent-Changes-Exit
           ELSE
               DISPLAY "Contact " CONTACT_ID " was NOT added."
           END-IF.
               ws-audit-time DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               Operator-ID DELIMITED BY SIZE
               Audit-Extra DELIMITED BY SIZE
               INTO audit-line
           END-STRING.
           MOVE audit-line TO AUD-NEXT-LINE.
           CALL "AuditAppend".

      *----------------------------------------------------------------
      *    One JOURNAL.dat line per record image (see JOURNAL.cpy).
      *    The caller sets Journal-Tag, Journal-Action and
      *    Journal-Image, always after the I/O has gone through, so
      *    the journal never holds a change the files do not.
      *    Write-Journal-Change writes the B/C pair of a REWRITE
      *    from Journal-Before and the new image in Journal-Image.
      *----------------------------------------------------------------
       Write-Journal-Record.
           ACCEPT JNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JNL-TIME FROM TIME.
           MOVE Operator-ID TO JNL-USER.
           MOVE Journal-Tag TO JNL-FILE.
           MOVE Journal-Action TO JNL-ACTION.
           MOVE Journal-Image TO JNL-IMAGE.
           WRITE journal-record.

       Write-Journal-Change.
           MOVE Journal-Image TO Journal-After.
           MOVE "B" TO Journal-Action.
           MOVE Journal-Before TO Journal-Image.
           PERFORM Write-Journal-Record.
           MOVE "C" TO Journal-Action.
           MOVE Journal-After TO Journal-Image.
           PERFORM Write-Journal-Record.

       Check-Duplicate-Contact.
           MOVE "N" TO Duplicate-Found.
           IF Lock-OK NOT = "Y"
               GO TO Modify-Contact-Back
           END-IF.
           MOVE contact-record TO Journal-Before.

           MOVE First_Name TO New_First_Name.
           MOVE Last_Name TO New_Last_Name.
           MOVE Postal_Code TO New_Postal_Code.
           MOVE Country TO New_Country.
           MOVE Key_Date TO New_Key_Date.
           MOVE Contact_Owner TO New_Contact_Owner.
           PERFORM Load-Consent-Fields.
           PERFORM Load-Return-Note.

           PERFORM Run-Contact-Form.
           IF Form-Action = "C" OR Form-Action = "c"
               PERFORM Release-Contact-Lock
               GO TO Modify-Contact-Back
           END-IF.
           MOVE ZERO TO Pnd-Held.
           IF Operator-Level < 3
               PERFORM Hold-Protected-Changes
           END-IF.
           PERFORM Clear-Return-Flags.

           MOVE New_First_Name TO First_Name.
           MOVE New_Last_Name TO Last_Name.
           MOVE New_Postal_Code TO Postal_Code.
           MOVE New_Country TO Country.
           MOVE New_Key_Date TO Key_Date.
           MOVE New_Contact_Owner TO Contact_Owner.
           IF contact-record = Journal-Before
               DISPLAY "No other change to file for contact "
                   CONTACT_ID "."
               PERFORM File-Protected-Changes
               PERFORM Store-Consent-Changes
                   THRU Store-Consent-Changes-Exit
               PERFORM Release-Contact-Lock
               GO TO Modify-Contact-Back
           END-IF.
           ACCEPT Last_Modified FROM DATE YYYYMMDD.
           REWRITE contact-record.
           PERFORM Check-Contacts-Status.
           IF ws-file-status = "00"
               MOVE "C" TO Journal-Tag
               MOVE contact-record TO Journal-Image
               PERFORM Write-Journal-Change
               MOVE "MODIFY" TO ws-audit-op
               PERFORM Write-Audit-Record
               DISPLAY "Contact " CONTACT_ID " updated."
               PERFORM File-Protected-Changes
               PERFORM Store-Consent-Changes
                   THRU Store-Consent-Changes-Exit
           ELSE
               DISPLAY "Contact " CONTACT_ID " was NOT updated."
               IF Pnd-Held > ZERO
                   DISPLAY "The change(s) needing approval were not"
                       " filed either."
               END-IF
           END-IF.
           PERFORM Release-Contact-Lock.

       Modify-Contact-Back.
           GO TO MAIN-MENU.

      *----------------------------------------------------------------
      *    The undeliverable flags set by ContactReturns stay up
      *    until the address or email is actually changed; a
      *    change queued for a supervisor has already been put back
      *    on the form here, so it clears the flag only when it is
      *    approved (Apply-Pnd-Change).
      *----------------------------------------------------------------
       Clear-Return-Flags.
           IF Post_Returned = "Y" AND
              (New_Street NOT = Street OR New_City NOT = City OR
               New_Postal_Code NOT = Postal_Code OR
               New_Country NOT = Country)
               MOVE SPACE TO Post_Returned
               DISPLAY "Address corrected, returned-mail flag"
                   " cleared."
           END-IF.
           IF Email_Bounced = "Y" AND New_Email NOT = Email
               MOVE SPACE TO Email_Bounced
               DISPLAY "Email corrected, bounce flag cleared."
           END-IF.

       Load-Return-Note.
           MOVE SPACES TO Return-Note.
           MOVE 1 TO Return-Note-Ptr.
           IF Post_Returned = "Y"
               STRING "ADDRESS RETURNED " DELIMITED BY SIZE
                   Post_Return_Date DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   Post_Return_Reason DELIMITED BY SIZE
                   ") x" DELIMITED BY SIZE
                   Post_Return_Count DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   INTO Return-Note
                   WITH POINTER Return-Note-Ptr
               END-STRING
           END-IF.
           IF Email_Bounced = "Y"
               STRING "EMAIL BOUNCED " DELIMITED BY SIZE
                   Email_Bounce_Date DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   Email_Bounce_Reason DELIMITED BY SIZE
                   ") x" DELIMITED BY SIZE
                   Email_Bounce_Count DELIMITED BY SIZE
                   INTO Return-Note
                   WITH POINTER Return-Note-Ptr
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      *    Four-eyes rule for an update-level operator : a changed
      *    phone, email, company or address is not written but
      *    filed on PENDING.idx for a supervisor (option 18), and
      *    the form value is put back so the REWRITE that follows
      *    carries only the operator's other changes. The changes
      *    are held until that REWRITE has gone through, so no
      *    supervisor is asked to approve a change to a record
      *    that never saved.
      *----------------------------------------------------------------
       Hold-Protected-Changes.
           IF New_Phone NOT = Phone
               MOVE "P" TO Pnd-Field-Code
               MOVE Phone TO Pnd-Old-Work
               MOVE New_Phone TO Pnd-New-Work
               PERFORM Hold-One-Change
               MOVE Phone TO New_Phone
           END-IF.
           IF New_Email NOT = Email
               MOVE "E" TO Pnd-Field-Code
               MOVE Email TO Pnd-Old-Work
               MOVE New_Email TO Pnd-New-Work
               PERFORM Hold-One-Change
               MOVE Email TO New_Email
           END-IF.
           IF New_Company_ID NOT = Company_ID
               MOVE "C" TO Pnd-Field-Code
               MOVE Company_ID TO Pnd-Old-Work
               MOVE New_Company_ID TO Pnd-New-Work
               PERFORM Hold-One-Change
               MOVE Company_ID TO New_Company_ID
           END-IF.
           IF New_Street NOT = Street OR New_City NOT = City OR
              New_Postal_Code NOT = Postal_Code OR
              New_Country NOT = Country
               MOVE "A" TO Pnd-Field-Code
               MOVE Street TO Pnd-Old-Work (1:50)
               MOVE City TO Pnd-Old-Work (51:30)
               MOVE Postal_Code TO Pnd-Old-Work (81:10)
               MOVE Country TO Pnd-Old-Work (91:30)
               MOVE New_Street TO Pnd-New-Work (1:50)
               MOVE New_City TO Pnd-New-Work (51:30)
               MOVE New_Postal_Code TO Pnd-New-Work (81:10)
               MOVE New_Country TO Pnd-New-Work (91:30)
               PERFORM Hold-One-Change
               MOVE Street TO New_Street
               MOVE City TO New_City
               MOVE Postal_Code TO New_Postal_Code
               MOVE Country TO New_Country
           END-IF.

       Hold-One-Change.
           ADD 1 TO Pnd-Held.
           MOVE Pnd-Field-Code TO Pnd-Hold-Code (Pnd-Held).
           MOVE Pnd-Old-Work TO Pnd-Hold-Old (Pnd-Held).
           MOVE Pnd-New-Work TO Pnd-Hold-New (Pnd-Held).

       File-Protected-Changes.
           MOVE ZERO TO Pnd-Queued.
           PERFORM VARYING Pnd-Hold-Idx FROM 1 BY 1
                   UNTIL Pnd-Hold-Idx > Pnd-Held
               MOVE Pnd-Hold-Code (Pnd-Hold-Idx) TO Pnd-Field-Code
               MOVE Pnd-Hold-Old (Pnd-Hold-Idx) TO Pnd-Old-Work
               MOVE Pnd-Hold-New (Pnd-Hold-Idx) TO Pnd-New-Work
               PERFORM Queue-One-Change
           END-PERFORM.
           IF Pnd-Queued > ZERO
               DISPLAY Pnd-Queued " change(s) await a supervisor's"
                   " approval; you will see the outcome at sign-on."
           END-IF.

       Queue-One-Change.
           PERFORM Find-Next-Pnd-Seq.
           MOVE CONTACT_ID TO PND-Contact-ID.
           MOVE Pnd-Next-Seq TO PND-SEQ.
           MOVE Pnd-Field-Code TO PND-Field.
           MOVE Pnd-Old-Work TO PND-Old-Value.
           MOVE Pnd-New-Work TO PND-New-Value.
           MOVE Operator-ID TO PND-Requested-By.
           ACCEPT PND-Req-Date FROM DATE YYYYMMDD.
           ACCEPT PND-Req-Time FROM TIME.
           MOVE "P" TO PND-Status.
           MOVE SPACES TO PND-Decided-By.
           MOVE ZERO TO PND-Decided-Date.
           MOVE "N" TO PND-Seen.
           PERFORM Set-Pnd-Field-Name.
           WRITE pending-record
               INVALID KEY
                   DISPLAY "The " Pnd-Field-Name " change could not"
                       " be filed, status " ws-pnd-status
               NOT INVALID KEY
                   ADD 1 TO Pnd-Queued
                   MOVE SPACES TO Audit-Extra
                   STRING " FLD=" DELIMITED BY SIZE
                       Pnd-Field-Name DELIMITED BY SIZE
                       INTO Audit-Extra
                   END-STRING
                   MOVE "CHGREQ" TO ws-audit-op
                   PERFORM Write-Audit-Record
                   MOVE SPACES TO Audit-Extra
           END-WRITE.

       Find-Next-Pnd-Seq.
           MOVE 1 TO Pnd-Next-Seq.
           MOVE CONTACT_ID TO PND-Contact-ID.
           MOVE 99999 TO PND-SEQ.
           START pending-file KEY IS NOT GREATER THAN PND-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ pending-file PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PND-Contact-ID = CONTACT_ID
                               ADD 1 TO PND-SEQ GIVING Pnd-Next-Seq
                           END-IF
                   END-READ
           END-START.

       Set-Pnd-Field-Name.
           EVALUATE PND-Field
              WHEN "P" MOVE "PHONE" TO Pnd-Field-Name
              WHEN "E" MOVE "EMAIL" TO Pnd-Field-Name
              WHEN "C" MOVE "COMPANY" TO Pnd-Field-Name
              WHEN "A" MOVE "ADDRESS" TO Pnd-Field-Name
              WHEN OTHER MOVE "?" TO Pnd-Field-Name
           END-EVALUATE.

      *----------------------------------------------------------------
      *    The form loop. Redisplays until every edit passes and
      *    the operator files it with S, or throws it away with C.
      *----------------------------------------------------------------
       Run-Contact-Form.
           MOVE SPACES TO Name-Err Phone-Err Email-Err Company-Err
               Country-Err Key-Date-Err Owner-Err Consent-Err.
           MOVE SPACES TO Form-Action.
           MOVE "N" TO Form-Done.
           PERFORM UNTIL Form-Done = "Y"
       Edit-Form-Fields.
           MOVE "Y" TO Form-Valid.
           MOVE SPACES TO Name-Err Phone-Err Email-Err Company-Err
               Country-Err Key-Date-Err Owner-Err Consent-Err.
           IF New_Last_Name = SPACES
               MOVE "REQUIRED" TO Name-Err
               MOVE "N" TO Form-Valid
                   MOVE "N" TO Form-Valid
               END-IF
           END-IF.
           MOVE New_Contact_Owner TO Owner-Check-ID.
           PERFORM Validate-Owner.
           MOVE Owner-Check-ID TO New_Contact_Owner.
           IF Owner-Check-Err NOT = SPACES
               MOVE Owner-Check-Err TO Owner-Err
               MOVE "N" TO Form-Valid
           END-IF.
           PERFORM Edit-Consent-Fields.

      *    A channel is Y, N or - while nothing has been recorded -
      *    blank; once recorded it cannot go back to blank. Any
      *    change needs the source it came from.
       Edit-Consent-Fields.
           INSPECT New-Cns-Post CONVERTING "yn" TO "YN".
           INSPECT New-Cns-Phone CONVERTING "yn" TO "YN".
           INSPECT New-Cns-Email CONVERTING "yn" TO "YN".
           MOVE New-Cns-Post TO Cns-Check-New.
           MOVE Old-Cns-Post TO Cns-Check-Old.
           PERFORM Check-One-Consent.
           MOVE New-Cns-Phone TO Cns-Check-New.
           MOVE Old-Cns-Phone TO Cns-Check-Old.
           PERFORM Check-One-Consent.
           MOVE New-Cns-Email TO Cns-Check-New.
           MOVE Old-Cns-Email TO Cns-Check-Old.
           PERFORM Check-One-Consent.
           IF Consent-Err = SPACES AND New-Cns-Source = SPACES AND
              (New-Cns-Post NOT = Old-Cns-Post OR
               New-Cns-Phone NOT = Old-Cns-Phone OR
               New-Cns-Email NOT = Old-Cns-Email)
               MOVE "SOURCE REQUIRED" TO Consent-Err
               MOVE "N" TO Form-Valid
           END-IF.

       Check-One-Consent.
           IF Cns-Check-New NOT = SPACE AND Cns-Check-New NOT = "Y"
              AND Cns-Check-New NOT = "N"
               MOVE "Y, N OR BLANK" TO Consent-Err
               MOVE "N" TO Form-Valid
           END-IF.
           IF Cns-Check-New = SPACE AND Cns-Check-Old NOT = SPACE
               MOVE "ALREADY RECORDED - Y OR N" TO Consent-Err
               MOVE "N" TO Form-Valid
           END-IF.

      *    CONTACT_ID is set by the caller.
       Load-Consent-Fields.
           MOVE SPACES TO Old-Cns-Post Old-Cns-Phone Old-Cns-Email
               New-Cns-Source.
           MOVE CONTACT_ID TO CNS-Contact-ID.
           READ consent-file KEY IS CNS-Contact-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CNS-Post-Status TO Old-Cns-Post
                   MOVE CNS-Phone-Status TO Old-Cns-Phone
                   MOVE CNS-Email-Status TO Old-Cns-Email
           END-READ.
           UNLOCK consent-file.
           MOVE Old-Cns-Post TO New-Cns-Post.
           MOVE Old-Cns-Phone TO New-Cns-Phone.
           MOVE Old-Cns-Email TO New-Cns-Email.

      *----------------------------------------------------------------
      *    The register (CONSENT.idx) is brought up to what the
      *    form says for CONTACT_ID, and every channel that moved
      *    leaves a line on CONSENT-HISTORY.idx, journalled and
      *    audited like any other change. MailingExtract,
      *    ContactVcf, ContactDelta, ContactExport and WorkQueue
      *    all read the register before anything goes out.
      *----------------------------------------------------------------
       Store-Consent-Changes.
           IF New-Cns-Post = Old-Cns-Post AND
              New-Cns-Phone = Old-Cns-Phone AND
              New-Cns-Email = Old-Cns-Email
               GO TO Store-Consent-Changes-Exit
           END-IF.
           ACCEPT Cns-Today FROM DATE YYYYMMDD.
           MOVE "Y" TO Cns-On-File.
           MOVE CONTACT_ID TO CNS-Contact-ID.
           READ consent-file KEY IS CNS-Contact-ID
               INVALID KEY
                   MOVE "N" TO Cns-On-File
                   INITIALIZE consent-record
                   MOVE CONTACT_ID TO CNS-Contact-ID
           END-READ.
           MOVE consent-record TO Journal-Before.
           IF New-Cns-Post NOT = Old-Cns-Post
               MOVE New-Cns-Post TO CNS-Post-Status
               MOVE Cns-Today TO CNS-Post-Date
               MOVE New-Cns-Source TO CNS-Post-Source
           END-IF.
           IF New-Cns-Phone NOT = Old-Cns-Phone
               MOVE New-Cns-Phone TO CNS-Phone-Status
               MOVE Cns-Today TO CNS-Phone-Date
               MOVE New-Cns-Source TO CNS-Phone-Source
           END-IF.
           IF New-Cns-Email NOT = Old-Cns-Email
               MOVE New-Cns-Email TO CNS-Email-Status
               MOVE Cns-Today TO CNS-Email-Date
               MOVE New-Cns-Source TO CNS-Email-Source
           END-IF.
           MOVE Operator-ID TO CNS-Changed-By.
           IF Cns-On-File = "Y"
               REWRITE consent-record
           ELSE
               WRITE consent-record
           END-IF.
           IF ws-cns-status NOT = "00"
               DISPLAY "Consent was NOT recorded, status "
                   ws-cns-status
               UNLOCK consent-file
               GO TO Store-Consent-Changes-Exit
           END-IF.
           MOVE "K" TO Journal-Tag.
           MOVE consent-record TO Journal-Image.
           IF Cns-On-File = "Y"
               PERFORM Write-Journal-Change
           ELSE
               MOVE "A" TO Journal-Action
               PERFORM Write-Journal-Record
           END-IF.
           IF New-Cns-Post NOT = Old-Cns-Post
               MOVE "M" TO Cns-Channel
               MOVE New-Cns-Post TO Cns-Status
               PERFORM Add-Consent-History
           END-IF.
           IF New-Cns-Phone NOT = Old-Cns-Phone
               MOVE "P" TO Cns-Channel
               MOVE New-Cns-Phone TO Cns-Status
               PERFORM Add-Consent-History
           END-IF.
           IF New-Cns-Email NOT = Old-Cns-Email
               MOVE "E" TO Cns-Channel
               MOVE New-Cns-Email TO Cns-Status
               PERFORM Add-Consent-History
           END-IF.
           DISPLAY "Consent recorded for contact " CONTACT_ID ".".

       Store-Consent-Changes-Exit.
           EXIT.

      *    Cns-Channel and Cns-Status name the change; the next
      *    sequence is found the way Find-Next-Int-Seq finds a
      *    note's.
       Add-Consent-History.
           MOVE 1 TO Cns-Next-Seq.
           MOVE CONTACT_ID TO CNH-Contact-ID.
           MOVE 99999 TO CNH-SEQ.
           START consent-hist-file KEY IS NOT GREATER THAN CNH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ consent-hist-file PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CNH-Contact-ID = CONTACT_ID
                               ADD 1 TO CNH-SEQ GIVING Cns-Next-Seq
                           END-IF
                   END-READ
           END-START.
           UNLOCK consent-hist-file.
           MOVE CONTACT_ID TO CNH-Contact-ID.
           MOVE Cns-Next-Seq TO CNH-SEQ.
           MOVE Cns-Channel TO CNH-Channel.
           MOVE Cns-Status TO CNH-Status.
           MOVE Cns-Today TO CNH-Date.
           MOVE New-Cns-Source TO CNH-Source.
           MOVE Operator-ID TO CNH-By.
           WRITE consent-history-record
               INVALID KEY
                   DISPLAY "Consent history NOT written, status "
                       ws-cnh-status
               NOT INVALID KEY
                   MOVE "L" TO Journal-Tag
                   MOVE "A" TO Journal-Action
                   MOVE consent-history-record TO Journal-Image
                   PERFORM Write-Journal-Record
                   STRING " CH=" Cns-Channel " ST=" Cns-Status
                       DELIMITED BY SIZE INTO Audit-Extra
                   END-STRING
                   MOVE "CONSENT" TO ws-audit-op
                   PERFORM Write-Audit-Record
                   MOVE SPACES TO Audit-Extra
           END-WRITE.

      *    Owner-Check-ID is upcased in place; Owner-Check-Err comes
      *    back blank when it is spaces or an active operator.
       Validate-Owner.
           MOVE SPACES TO Owner-Check-Err.
           INSPECT Owner-Check-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF Owner-Check-ID NOT = SPACES
               MOVE Owner-Check-ID TO USR-ID
               READ users-file KEY IS USR-ID
                   INVALID KEY
                       MOVE "NO SUCH OPERATOR" TO Owner-Check-Err
                   NOT INVALID KEY
                       IF USR-ACTIVE NOT = "Y"
                           MOVE "OPERATOR DISABLED" TO Owner-Check-Err
                       END-IF
               END-READ
               UNLOCK users-file
           END-IF.


       Delet-Contact.
               PERFORM Release-Contact-Lock
               GO TO Delet-Contact-Back
           END-IF.
           MOVE contact-record TO Journal-Before.
           MOVE ID_Contact TO ARC-ID-Contact.
           MOVE First_Name TO ARC-First-Name.
           MOVE Last_Name TO ARC-Last-Name.
           MOVE Postal_Code TO ARC-Postal-Code.
           MOVE Country TO ARC-Country.
           MOVE Key_Date TO ARC-Key-Date.
           MOVE Contact_Owner TO ARC-Owner.
           MOVE Post_Returned TO ARC-Post-Returned.
           MOVE Post_Return_Date TO ARC-Post-Return-Date.
           MOVE Post_Return_Reason TO ARC-Post-Return-Reason.
           MOVE Post_Return_Count TO ARC-Post-Return-Count.
           MOVE Email_Bounced TO ARC-Email-Bounced.
           MOVE Email_Bounce_Date TO ARC-Email-Bounce-Date.
           MOVE Email_Bounce_Reason TO ARC-Email-Bounce-Reason.
           MOVE Email_Bounce_Count TO ARC-Email-Bounce-Count.
           ACCEPT ARC-Last-Modified FROM DATE YYYYMMDD.
           WRITE archive-record
               INVALID KEY
                       CONTACT_ID
           END-WRITE.
           IF ws-archive-status = "00"
               MOVE "A" TO Journal-Tag
               MOVE "A" TO Journal-Action
               MOVE archive-record TO Journal-Image
               PERFORM Write-Journal-Record
               DELETE contacts
               PERFORM Check-Contacts-Status
               IF ws-file-status = "00"
                   MOVE "C" TO Journal-Tag
                   MOVE "D" TO Journal-Action
                   MOVE Journal-Before TO Journal-Image
                   PERFORM Write-Journal-Record
                   PERFORM Archive-Interactions
                   PERFORM Archive-Relations
                   PERFORM Archive-Opportunities
                   PERFORM Purge-Followups
                   MOVE "DELETE" TO ws-audit-op
                   PERFORM Write-Audit-Record
                       MOVE ARC-Postal-Code TO Postal_Code
                       MOVE ARC-Country TO Country
                       MOVE ARC-Key-Date TO Key_Date
                       MOVE ARC-Owner TO Contact_Owner
                       MOVE ARC-Post-Returned TO Post_Returned
                       MOVE ARC-Post-Return-Date TO Post_Return_Date
                       MOVE ARC-Post-Return-Reason
                           TO Post_Return_Reason
                       MOVE ARC-Post-Return-Count TO Post_Return_Count
                       MOVE ARC-Email-Bounced TO Email_Bounced
                       MOVE ARC-Email-Bounce-Date TO Email_Bounce_Date
                       MOVE ARC-Email-Bounce-Reason
                           TO Email_Bounce_Reason
                       MOVE ARC-Email-Bounce-Count
                           TO Email_Bounce_Count
                       ACCEPT Last_Modified FROM DATE YYYYMMDD
                       WRITE contact-record
                           INVALID KEY
                           NOT INVALID KEY
                               PERFORM Check-Contacts-Status
                               IF ws-file-status = "00"
                                   MOVE "C" TO Journal-Tag
                                   MOVE "A" TO Journal-Action
                                   MOVE contact-record TO Journal-Image
                                   PERFORM Write-Journal-Record
                                   MOVE archive-record TO Journal-Image
                                   DELETE archive-file
                                   IF ws-archive-status = "00"
                                       MOVE "A" TO Journal-Tag
                                       MOVE "D" TO Journal-Action
                                       PERFORM Write-Journal-Record
                                   END-IF
                                   MOVE Restore-ID TO CONTACT_ID
                                   PERFORM Restore-Interactions
                                   PERFORM Restore-Relations
                                   PERFORM Restore-Opportunities
                                   MOVE "RESTORE" TO ws-audit-op
                                   PERFORM Write-Audit-Record
                                   DISPLAY "Contact " Restore-ID
               DISPLAY "Empty note, nothing recorded."
               GO TO Record-Interaction-Back
           END-IF.
           PERFORM Store-Interaction-Note.

       Record-Interaction-Back.
           GO TO MAIN-MENU.

      *    New-Note goes on file against CONTACT_ID as the contact's
      *    next note, with the chance of a follow-up date; also used
      *    for the note a campaign response can leave behind.
       Store-Interaction-Note.
           PERFORM Find-Next-Int-Seq.
           MOVE CONTACT_ID TO INT-Contact-ID.
           MOVE Next-Int-Seq TO INT-SEQ.
                   DISPLAY "Could not record the note, status "
                       ws-int-status
               NOT INVALID KEY
                   MOVE "I" TO Journal-Tag
                   MOVE "A" TO Journal-Action
                   MOVE interaction-record TO Journal-Image
                   PERFORM Write-Journal-Record
                   MOVE "NOTE" TO ws-audit-op
                   PERFORM Write-Audit-Record
                   DISPLAY "Note " Next-Int-Seq " recorded for "
                   PERFORM Ask-Followup THRU Ask-Followup-Exit
           END-WRITE.

      *----------------------------------------------------------------
      *    "Call back next week" only happens if it is written down
      *    somewhere a program can resurface it. The follow-up is
           MOVE Followup-Date TO FUP-Due-Date.
           MOVE Operator-ID TO FUP-Owner.
           MOVE "N" TO FUP-Done.
           MOVE ZERO TO FUP-Done-Date.
           MOVE SPACES TO FUP-Done-By.
           WRITE followup-record
               INVALID KEY
                   DISPLAY "Could not record the follow-up, status "
                       ws-fup-status
               NOT INVALID KEY
                   MOVE "F" TO Journal-Tag
                   MOVE "A" TO Journal-Action
                   MOVE followup-record TO Journal-Image
                   PERFORM Write-Journal-Record
                   MOVE "FOLLOWUP" TO ws-audit-op
                   PERFORM Write-Audit-Record
                   DISPLAY "Follow-up on " Followup-Date " noted for "
                   DISPLAY "No follow-up " Done-Seq " for contact "
                       Done-Contact-ID "."
               NOT INVALID KEY
                   MOVE followup-record TO Journal-Before
                   MOVE "Y" TO FUP-Done
                   MOVE Queue-Today TO FUP-Done-Date
                   MOVE Operator-ID TO FUP-Done-By
                   REWRITE followup-record
                   IF ws-fup-status = "00"
                       MOVE "F" TO Journal-Tag
                       MOVE followup-record TO Journal-Image
                       PERFORM Write-Journal-Change
                       MOVE Done-Contact-ID TO CONTACT_ID
                       MOVE "FUPDONE" TO ws-audit-op
                       PERFORM Write-Audit-Record
                                       "contact " CONTACT_ID
                                       " could not be archived."
                               NOT INVALID KEY
                                   PERFORM Drop-Archived-Note
                           END-WRITE
                       ELSE
                           MOVE "Y" TO Int-Move-Done
                       MOVE "Y" TO Int-Move-Done
                   NOT AT END
                       IF FUP-Contact-ID = CONTACT_ID
                           PERFORM Drop-One-Followup
                       ELSE
                           MOVE "Y" TO Int-Move-Done
                       END-IF
                                       "contact " CONTACT_ID
                                       " could not be restored."
                               NOT INVALID KEY
                                   PERFORM Drop-Restored-Note
                           END-WRITE
                       ELSE
                           MOVE "Y" TO Int-Move-Done
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      *    The second half of each move between a live file and its
      *    archive : the copy just written is journalled, then the
      *    record it came from is deleted and journalled in turn.
      *----------------------------------------------------------------
       Drop-Archived-Note.
           MOVE "J" TO Journal-Tag.
           MOVE "A" TO Journal-Action.
           MOVE interaction-archive-record TO Journal-Image.
           PERFORM Write-Journal-Record.
           MOVE interaction-record TO Journal-Image.
           DELETE interactions-file.
           IF ws-int-status = "00"
               MOVE "I" TO Journal-Tag
               MOVE "D" TO Journal-Action
               PERFORM Write-Journal-Record
           END-IF.

       Drop-Restored-Note.
           MOVE "I" TO Journal-Tag.
           MOVE "A" TO Journal-Action.
           MOVE interaction-record TO Journal-Image.
           PERFORM Write-Journal-Record.
           MOVE interaction-archive-record TO Journal-Image.
           DELETE int-archive-file.
           IF ws-intarc-status = "00"
               MOVE "J" TO Journal-Tag
               MOVE "D" TO Journal-Action
               PERFORM Write-Journal-Record
           END-IF.

       Drop-One-Followup.
           MOVE followup-record TO Journal-Image.
           DELETE followups-file.
           IF ws-fup-status = "00"
               MOVE "F" TO Journal-Tag
               MOVE "D" TO Journal-Action
               PERFORM Write-Journal-Record
           END-IF.

       Company-Maintenance.
           DISPLAY "-- Company maintenance --".
           DISPLAY "1: Add company; 2: Modify company".
                       DISPLAY "Could not add company, status "
                           ws-cmp-status
                   NOT INVALID KEY
                       MOVE "P" TO Journal-Tag
                       MOVE "A" TO Journal-Action
                       MOVE company-record TO Journal-Image
                       PERFORM Write-Journal-Record
                       MOVE CMP-ID TO Last-Company-ID
                       MOVE Last-Company-ID TO CTL-LAST-ID
                       MOVE "2" TO CTL-KEY
                   DISPLAY "Current name  : " CMP-Name
                   DISPLAY "Current phone : " CMP-Phone
                   DISPLAY "Current notes : " CMP-Notes
                   MOVE company-record TO Journal-Before
                   DISPLAY "New name  (blank = keep)"
                   ACCEPT New-Company-Name
                   DISPLAY "New phone (blank = keep)"
                   END-IF
                   REWRITE company-record
                   IF ws-cmp-status = "00"
                       MOVE "P" TO Journal-Tag
                       MOVE company-record TO Journal-Image
                       PERFORM Write-Journal-Change
                       DISPLAY "Company " CMP-ID " updated."
                   ELSE
                       DISPLAY "Company " CMP-ID " was NOT updated,"
           END-READ.
           MOVE Del-Company-ID TO Cmp-From-ID.
           PERFORM Count-Company-Links.
           IF Cmp-Link-Count NOT = ZERO OR Cmp-Opp-Count NOT = ZERO
               DISPLAY Cmp-Link-Count " contact(s) and "
                   Cmp-Opp-Count " opportunity(ies) still point at "
                   CMP-Name "."
               DISPLAY "Relink them to which Company ID first"
                   " (0 = no company, 99999 = cancel the delete) ?"
               END-IF
               MOVE Relink-Company-ID TO Cmp-To-ID
               PERFORM Move-Company-Contacts
               DISPLAY Cmp-Moved-Count " contact(s) and "
                   Cmp-Opp-Moved " opportunity(ies) relinked to"
                   " company " Cmp-To-ID "."
           END-IF.
           DISPLAY "Confirm delete of company " Del-Company-ID
               PERFORM Write-Audit-Record
               DISPLAY "Company " Cmp-Loser-ID " merged into "
                   Cmp-Survivor-ID " (" Cmp-Moved-Count
                   " contact(s), " Cmp-Opp-Moved
                   " opportunity(ies) moved) and archived."
           END-IF.

       Merge-Companies-Exit.
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO Cmp-Opp-Count.
           MOVE "N" TO Cmp-Scan-Done.
           MOVE ZERO TO OPP-ID.
           START opportunities-file KEY IS NOT LESS THAN OPP-ID
               INVALID KEY
                   MOVE "Y" TO Cmp-Scan-Done
           END-START.
           PERFORM UNTIL Cmp-Scan-Done = "Y"
               READ opportunities-file NEXT
                   AT END
                       MOVE "Y" TO Cmp-Scan-Done
                   NOT AT END
                       IF OPP-Company-ID = Cmp-From-ID
                           ADD 1 TO Cmp-Opp-Count
                       END-IF
               END-READ
           END-PERFORM.

      *    Full pass over the carnet, the same per-company scan
      *    CompanyReport does; every relinked contact gets its own
                       MOVE "Y" TO Cmp-Scan-Done
                   NOT AT END
                       IF Company_ID = Cmp-From-ID
                           MOVE contact-record TO Journal-Before
                           MOVE Cmp-To-ID TO Company_ID
                           ACCEPT Last_Modified FROM DATE YYYYMMDD
                           REWRITE contact-record
                           PERFORM Check-Contacts-Status
                           IF ws-file-status = "00"
                               MOVE "C" TO Journal-Tag
                               MOVE contact-record TO Journal-Image
                               PERFORM Write-Journal-Change
                               ADD 1 TO Cmp-Moved-Count
                               MOVE ID_Contact TO CONTACT_ID
                               MOVE "MODIFY" TO ws-audit-op
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM Move-Company-Opportunities.

      *    The deals of the company follow its contacts, one OPPMOD
      *    line each.
       Move-Company-Opportunities.
           MOVE ZERO TO Cmp-Opp-Moved.
           MOVE "N" TO Cmp-Scan-Done.
           MOVE ZERO TO OPP-ID.
           START opportunities-file KEY IS NOT LESS THAN OPP-ID
               INVALID KEY
                   MOVE "Y" TO Cmp-Scan-Done
           END-START.
           PERFORM UNTIL Cmp-Scan-Done = "Y"
               READ opportunities-file NEXT
                   AT END
                       MOVE "Y" TO Cmp-Scan-Done
                   NOT AT END
                       IF OPP-Company-ID = Cmp-From-ID
                           MOVE opportunity-record TO Journal-Before
                           MOVE Cmp-To-ID TO OPP-Company-ID
                           ACCEPT OPP-Last-Modified FROM DATE YYYYMMDD
                           REWRITE opportunity-record
                           IF ws-opp-status = "00"
                               MOVE "O" TO Journal-Tag
                               MOVE opportunity-record TO Journal-Image
                               PERFORM Write-Journal-Change
                               ADD 1 TO Cmp-Opp-Moved
                               MOVE OPP-ID TO CONTACT_ID
                               MOVE "OPPMOD" TO ws-audit-op
                               PERFORM Write-Audit-Record
                           ELSE
                               DISPLAY "Opportunity " OPP-ID
                                   " was NOT relinked."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The company-record must have been read just before.
       Archive-And-Drop-Company.
                       " - left in place."
                   MOVE "99" TO ws-cmp-status
               NOT INVALID KEY
                   MOVE "Q" TO Journal-Tag
                   MOVE "A" TO Journal-Action
                   MOVE company-archive-record TO Journal-Image
                   PERFORM Write-Journal-Record
                   MOVE company-record TO Journal-Image
                   DELETE companies-file
                   IF ws-cmp-status NOT = "00"
                       DISPLAY "Company " CMP-ID " could not be"
                           " deleted, status " ws-cmp-status
                   ELSE
                       MOVE "P" TO Journal-Tag
                       MOVE "D" TO Journal-Action
                       PERFORM Write-Journal-Record
                   END-IF
           END-WRITE.

      *----------------------------------------------------------------
      *    Option 19 : the sales opportunities (OPPORTUNITIES.idx,
      *    see OPPORT.cpy). Every deal hangs off a live contact and
      *    usually the contact's company; the weekly pipeline view
      *    is PipelineReport. Taking a deal off file is for a
      *    supervisor - a lost deal is normally kept at stage L.
      *----------------------------------------------------------------
       Opportunity-Maintenance.
           DISPLAY "-- Sales opportunities --".
           DISPLAY "1: Add opportunity; 2: Modify opportunity".
           DISPLAY "3: List for a contact; 4: List for a company".
           DISPLAY "5: Remove opportunity (superv)".
           DISPLAY "6: Back to main menu".
           ACCEPT Opp-Choice.
           EVALUATE Opp-Choice
              WHEN 1 PERFORM Add-Opportunity
              WHEN 2 PERFORM Modify-Opportunity
              WHEN 3 DISPLAY "Contact ID ?"
                     ACCEPT Opp-List-Contact
                     MOVE ZERO TO Opp-List-Company
                     PERFORM List-Opportunities
              WHEN 4 DISPLAY "Company ID ?"
                     ACCEPT Opp-List-Company
                     MOVE ZERO TO Opp-List-Contact
                     PERFORM List-Opportunities
              WHEN 5 MOVE 3 TO Authority-Needed
                     PERFORM Check-Authority
                     IF Authority-OK = "Y"
                         PERFORM Remove-Opportunity
                             THRU Remove-Opportunity-Exit
                     END-IF
              WHEN 6 CONTINUE
              WHEN OTHER DISPLAY 'Invalide choice'
           END-EVALUATE.

       Add-Opportunity.
           PERFORM Load-Last-Opp-ID.
           ADD 1 TO Last-Opp-ID GIVING New-Opp-ID.
           MOVE ZERO TO New-Opp-Contact-ID New-Opp-Company-ID
               New-Opp-Amount New-Opp-Close-Date.
           MOVE SPACES TO New-Opp-Title.
           MOVE "P" TO New-Opp-Stage.
           MOVE Operator-ID TO New-Opp-Owner.
           PERFORM Run-Opp-Form.
           IF Opp-Form-Action = "C" OR Opp-Form-Action = "c"
               DISPLAY "Opportunity not added."
           ELSE
               MOVE New-Opp-ID TO OPP-ID
               PERFORM Store-Opp-Fields
               WRITE opportunity-record
                   INVALID KEY
                       DISPLAY "Could not add opportunity, status "
                           ws-opp-status
                   NOT INVALID KEY
                       MOVE "O" TO Journal-Tag
                       MOVE "A" TO Journal-Action
                       MOVE opportunity-record TO Journal-Image
                       PERFORM Write-Journal-Record
                       MOVE OPP-ID TO Last-Opp-ID
                       MOVE Last-Opp-ID TO CTL-LAST-ID
                       MOVE "3" TO CTL-KEY
                       REWRITE control-record
                       MOVE OPP-ID TO CONTACT_ID
                       MOVE "OPPADD" TO ws-audit-op
                       PERFORM Write-Audit-Record
                       DISPLAY "Opportunity " OPP-ID " added."
               END-WRITE
           END-IF.

       Load-Last-Opp-ID.
           MOVE "3" TO CTL-KEY.
           READ control-file KEY IS CTL-KEY
               INVALID KEY
                   MOVE ZERO TO CTL-LAST-ID
                   MOVE "3" TO CTL-KEY
                   WRITE control-record
           END-READ.
           MOVE CTL-LAST-ID TO Last-Opp-ID.

       Modify-Opportunity.
           DISPLAY "Enter the ID of the opportunity to modify".
           ACCEPT New-Opp-ID.
           MOVE New-Opp-ID TO OPP-ID.
           READ opportunities-file KEY IS OPP-ID
               INVALID KEY
                   DISPLAY "No opportunity with ID " New-Opp-ID
                       " on file."
               NOT INVALID KEY
                   MOVE opportunity-record TO Journal-Before
                   MOVE OPP-Contact-ID TO New-Opp-Contact-ID
                   MOVE OPP-Company-ID TO New-Opp-Company-ID
                   MOVE OPP-Title TO New-Opp-Title
                   MOVE OPP-Amount TO New-Opp-Amount
                   MOVE OPP-Stage TO New-Opp-Stage
                   MOVE OPP-Close-Date TO New-Opp-Close-Date
                   MOVE OPP-Owner TO New-Opp-Owner
                   PERFORM Run-Opp-Form
                   IF Opp-Form-Action = "C" OR Opp-Form-Action = "c"
                       UNLOCK opportunities-file
                       DISPLAY "Opportunity " New-Opp-ID
                           " left unchanged."
                   ELSE
                       PERFORM Store-Opp-Fields
                       REWRITE opportunity-record
                       IF ws-opp-status = "00"
                           MOVE "O" TO Journal-Tag
                           MOVE opportunity-record TO Journal-Image
                           PERFORM Write-Journal-Change
                           MOVE OPP-ID TO CONTACT_ID
                           MOVE "OPPMOD" TO ws-audit-op
                           STRING " STAGE=" OPP-Stage
                               DELIMITED BY SIZE INTO Audit-Extra
                           END-STRING
                           PERFORM Write-Audit-Record
                           MOVE SPACES TO Audit-Extra
                           DISPLAY "Opportunity " OPP-ID " updated."
                       ELSE
                           DISPLAY "Opportunity " OPP-ID
                               " was NOT updated, status "
                               ws-opp-status
                       END-IF
                   END-IF
           END-READ.

      *    Both Add and Modify file the form through here; the
      *    caller has OPP-ID in place.
       Store-Opp-Fields.
           MOVE New-Opp-Contact-ID TO OPP-Contact-ID.
           MOVE New-Opp-Company-ID TO OPP-Company-ID.
           MOVE New-Opp-Title TO OPP-Title.
           MOVE New-Opp-Amount TO OPP-Amount.
           MOVE New-Opp-Stage TO OPP-Stage.
           MOVE New-Opp-Close-Date TO OPP-Close-Date.
           MOVE New-Opp-Owner TO OPP-Owner.
           ACCEPT OPP-Last-Modified FROM DATE YYYYMMDD.

       Run-Opp-Form.
           MOVE SPACES TO Opp-Title-Err Opp-Contact-Err
               Opp-Company-Err Opp-Stage-Err Opp-Date-Err
               Opp-Owner-Err.
           MOVE SPACES TO Opp-Form-Action.
           MOVE "N" TO Opp-Form-Done.
           PERFORM UNTIL Opp-Form-Done = "Y"
               DISPLAY opportunity-screen
               ACCEPT opportunity-screen
               IF Opp-Form-Action = "C" OR Opp-Form-Action = "c"
                   MOVE "Y" TO Opp-Form-Done
               ELSE
                   PERFORM Edit-Opp-Fields
                   IF Opp-Form-Valid = "Y" AND
                      (Opp-Form-Action = "S" OR Opp-Form-Action = "s")
                       MOVE "Y" TO Opp-Form-Done
                   END-IF
               END-IF
           END-PERFORM.

      *    A deal with no company takes the company of its contact.
       Edit-Opp-Fields.
           MOVE "Y" TO Opp-Form-Valid.
           MOVE SPACES TO Opp-Title-Err Opp-Contact-Err
               Opp-Company-Err Opp-Stage-Err Opp-Date-Err
               Opp-Owner-Err.
           IF New-Opp-Title = SPACES
               MOVE "REQUIRED" TO Opp-Title-Err
               MOVE "N" TO Opp-Form-Valid
           END-IF.
           IF New-Opp-Contact-ID = ZERO
               MOVE "REQUIRED" TO Opp-Contact-Err
               MOVE "N" TO Opp-Form-Valid
           ELSE
               MOVE New-Opp-Contact-ID TO ID_Contact
               READ contacts KEY IS ID_Contact
                   INVALID KEY
                       MOVE "NO SUCH CONTACT" TO Opp-Contact-Err
                       MOVE "N" TO Opp-Form-Valid
                   NOT INVALID KEY
                       IF New-Opp-Company-ID = ZERO
                           MOVE Company_ID TO New-Opp-Company-ID
                       END-IF
               END-READ
               UNLOCK contacts
           END-IF.
           IF New-Opp-Company-ID NOT = ZERO
               MOVE New-Opp-Company-ID TO CMP-ID
               READ companies-file KEY IS CMP-ID
                   INVALID KEY
                       MOVE "NO SUCH COMPANY" TO Opp-Company-Err
                       MOVE "N" TO Opp-Form-Valid
               END-READ
               UNLOCK companies-file
           END-IF.
           INSPECT New-Opp-Stage CONVERTING "prnwl" TO "PRNWL".
           IF New-Opp-Stage NOT = "P" AND New-Opp-Stage NOT = "R" AND
              New-Opp-Stage NOT = "N" AND New-Opp-Stage NOT = "W" AND
              New-Opp-Stage NOT = "L"
               MOVE "ONE OF P R N W L" TO Opp-Stage-Err
               MOVE "N" TO Opp-Form-Valid
           END-IF.
           IF New-Opp-Close-Month < 1 OR New-Opp-Close-Month > 12 OR
              New-Opp-Close-Day < 1 OR New-Opp-Close-Day > 31
               MOVE "YYYYMMDD" TO Opp-Date-Err
               MOVE "N" TO Opp-Form-Valid
           END-IF.
           MOVE New-Opp-Owner TO Owner-Check-ID.
           PERFORM Validate-Owner.
           MOVE Owner-Check-ID TO New-Opp-Owner.
           IF Owner-Check-Err NOT = SPACES
               MOVE Owner-Check-Err TO Opp-Owner-Err
               MOVE "N" TO Opp-Form-Valid
           END-IF.
           IF New-Opp-Owner = SPACES
               MOVE "REQUIRED" TO Opp-Owner-Err
               MOVE "N" TO Opp-Form-Valid
           END-IF.

      *    Opp-List-Contact or Opp-List-Company names the deals to
      *    show; the other one is zero.
       List-Opportunities.
           MOVE ZERO TO Opp-Shown.
           MOVE ZERO TO Page-Line-Count.
           MOVE "N" TO Opp-Done.
           MOVE ZERO TO OPP-ID.
           START opportunities-file KEY IS NOT LESS THAN OPP-ID
               INVALID KEY
                   MOVE "Y" TO Opp-Done
           END-START.
           PERFORM UNTIL Opp-Done = "Y"
               READ opportunities-file NEXT
                   AT END
                       MOVE "Y" TO Opp-Done
                   NOT AT END
                       IF (Opp-List-Contact NOT = ZERO AND
                           OPP-Contact-ID = Opp-List-Contact) OR
                          (Opp-List-Company NOT = ZERO AND
                           OPP-Company-ID = Opp-List-Company)
                           PERFORM Show-One-Opp
                       END-IF
               END-READ
           END-PERFORM.
           IF Opp-Shown = ZERO
               DISPLAY "  (no opportunities on file)"
           END-IF.

       Show-One-Opp.
           PERFORM Set-Opp-Stage-Name.
           MOVE OPP-Amount TO Opp-Amount-Disp.
           DISPLAY "Opportunity : " OPP-ID " | " OPP-Title.
           DISPLAY "  contact " OPP-Contact-ID " | company "
               OPP-Company-ID " | " Opp-Amount-Disp " | "
               Opp-Stage-Name " | close " OPP-Close-Date
               " | " OPP-Owner.
           ADD 1 TO Opp-Shown.
           ADD 1 TO Page-Line-Count.
           IF Page-Line-Count >= 10
               DISPLAY "-- press enter for more --"
               ACCEPT Pause-Key
               MOVE ZERO TO Page-Line-Count
           END-IF.

       Set-Opp-Stage-Name.
           EVALUATE OPP-Stage
              WHEN "P" MOVE "prospect" TO Opp-Stage-Name
              WHEN "R" MOVE "proposal" TO Opp-Stage-Name
              WHEN "N" MOVE "negotiation" TO Opp-Stage-Name
              WHEN "W" MOVE "won" TO Opp-Stage-Name
              WHEN "L" MOVE "lost" TO Opp-Stage-Name
              WHEN OTHER MOVE "?" TO Opp-Stage-Name
           END-EVALUATE.

      *    A supervisor takes a deal entered in error off file for
      *    good; the journal and AUDIT.log keep the trace.
       Remove-Opportunity.
           DISPLAY "Enter the ID of the opportunity to remove".
           ACCEPT New-Opp-ID.
           MOVE New-Opp-ID TO OPP-ID.
           READ opportunities-file KEY IS OPP-ID
               INVALID KEY
                   DISPLAY "No opportunity with ID " New-Opp-ID
                       " on file."
                   GO TO Remove-Opportunity-Exit
           END-READ.
           MOVE ZERO TO Page-Line-Count.
           MOVE ZERO TO Opp-Shown.
           PERFORM Show-One-Opp.
           DISPLAY "Confirm removal (Y/N) ?".
           ACCEPT Opp-Confirm.
           IF Opp-Confirm NOT = "Y" AND Opp-Confirm NOT = "y"
               UNLOCK opportunities-file
               DISPLAY "Removal cancelled."
               GO TO Remove-Opportunity-Exit
           END-IF.
           MOVE opportunity-record TO Journal-Image.
           DELETE opportunities-file.
           IF ws-opp-status = "00"
               MOVE "O" TO Journal-Tag
               MOVE "D" TO Journal-Action
               PERFORM Write-Journal-Record
               MOVE New-Opp-ID TO CONTACT_ID
               MOVE "OPPDEL" TO ws-audit-op
               PERFORM Write-Audit-Record
               DISPLAY "Opportunity " New-Opp-ID " removed."
           ELSE
               DISPLAY "Opportunity " New-Opp-ID
                   " was NOT removed, status " ws-opp-status
           END-IF.

       Remove-Opportunity-Exit.
           EXIT.

      *    The deals of a deleted contact go to the archive side
      *    with the notes and links, and come back on a restore.
       Archive-Opportunities.
           MOVE "N" TO Opp-Done.
           MOVE ZERO TO OPP-ID.
           START opportunities-file KEY IS NOT LESS THAN OPP-ID
               INVALID KEY
                   MOVE "Y" TO Opp-Done
           END-START.
           PERFORM UNTIL Opp-Done = "Y"
               READ opportunities-file NEXT
                   AT END
                       MOVE "Y" TO Opp-Done
                   NOT AT END
                       IF OPP-Contact-ID = CONTACT_ID
                           MOVE opportunity-record TO
                               opportunity-archive-record
                           WRITE opportunity-archive-record
                               INVALID KEY
                                   DISPLAY "Opportunity " OPP-ID
                                       " could not be archived."
                               NOT INVALID KEY
                                   PERFORM Drop-Archived-Opp
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.

       Restore-Opportunities.
           MOVE "N" TO Opp-Done.
           MOVE ZERO TO OPA-ID.
           START opp-archive-file KEY IS NOT LESS THAN OPA-ID
               INVALID KEY
                   MOVE "Y" TO Opp-Done
           END-START.
           PERFORM UNTIL Opp-Done = "Y"
               READ opp-archive-file NEXT
                   AT END
                       MOVE "Y" TO Opp-Done
                   NOT AT END
                       IF OPA-Contact-ID = CONTACT_ID
                           MOVE opportunity-archive-record TO
                               opportunity-record
                           WRITE opportunity-record
                               INVALID KEY
                                   DISPLAY "Opportunity " OPA-ID
                                       " could not be restored."
                               NOT INVALID KEY
                                   PERFORM Drop-Restored-Opp
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.

       Drop-Archived-Opp.
           MOVE "U" TO Journal-Tag.
           MOVE "A" TO Journal-Action.
           MOVE opportunity-archive-record TO Journal-Image.
           PERFORM Write-Journal-Record.
           MOVE opportunity-record TO Journal-Image.
           DELETE opportunities-file.
           IF ws-opp-status = "00"
               MOVE "O" TO Journal-Tag
               MOVE "D" TO Journal-Action
               PERFORM Write-Journal-Record
           END-IF.

       Drop-Restored-Opp.
           MOVE "O" TO Journal-Tag.
           MOVE "A" TO Journal-Action.
           MOVE opportunity-record TO Journal-Image.
           PERFORM Write-Journal-Record.
           MOVE opportunity-archive-record TO Journal-Image.
           DELETE opp-archive-file.
           IF ws-opparc-status = "00"
               MOVE "U" TO Journal-Tag
               MOVE "D" TO Journal-Action
               PERFORM Write-Journal-Record
           END-IF.

      *----------------------------------------------------------------
      *    Option 20 : marketing campaigns. MailingExtract sets a
      *    campaign up (CAMPAIGNS.idx) and writes its target list
      *    (CAMPAIGN-TARGETS.idx, one record per contact mailed);
      *    here the answers that come back are recorded against
      *    it, and CampaignReport counts them.
      *----------------------------------------------------------------
       Campaign-Maintenance.
           DISPLAY "-- Marketing campaigns --".
           DISPLAY "1: Record a response; 2: List campaigns".
           DISPLAY "3: Back to main menu".
           ACCEPT Cpn-Choice.
           EVALUATE Cpn-Choice
              WHEN 1 PERFORM Record-Campaign-Response
                         THRU Record-Campaign-Response-Exit
              WHEN 2 PERFORM List-Campaigns
              WHEN 3 CONTINUE
              WHEN OTHER DISPLAY 'Invalide choice'
           END-EVALUATE.

      *    Only a contact on the campaign's list can answer it. A
      *    later answer replaces an earlier one once confirmed, and
      *    the operator may leave a note with a follow-up date so
      *    a meeting booked or a reply to chase shows in the queue.
       Record-Campaign-Response.
           DISPLAY "Campaign code ?".
           ACCEPT Cpn-Code-In.
           INSPECT Cpn-Code-In CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE Cpn-Code-In TO CPN-Code.
           READ campaigns-file KEY IS CPN-Code
               INVALID KEY
                   DISPLAY "No campaign " Cpn-Code-In " on file."
                   GO TO Record-Campaign-Response-Exit
           END-READ.
           UNLOCK campaigns-file.
           DISPLAY "Campaign " CPN-Code " : " CPN-Name.
           DISPLAY "Enter the ID of the contact who answered".
           ACCEPT CONTACT_ID.
           MOVE Cpn-Code-In TO CTG-Campaign.
           MOVE CONTACT_ID TO CTG-Contact-ID.
           READ targets-file KEY IS CTG-KEY
               INVALID KEY
                   DISPLAY "Contact " CONTACT_ID " was not on the"
                       " list for campaign " Cpn-Code-In "."
                   GO TO Record-Campaign-Response-Exit
           END-READ.
           MOVE "Y" TO Cpn-Contact-Found.
           MOVE CONTACT_ID TO ID_Contact.
           READ contacts KEY IS ID_Contact
               INVALID KEY
                   MOVE "N" TO Cpn-Contact-Found
                   DISPLAY "Contact " CONTACT_ID
                       " is no longer on file."
               NOT INVALID KEY
                   DISPLAY "Contact : " First_Name " " Last_Name
           END-READ.
           UNLOCK contacts.
           IF CTG-Response NOT = SPACES
               MOVE CTG-Response TO Cpn-Response
               PERFORM Set-Cpn-Response-Name
               DISPLAY "Already answered : " Cpn-Response-Name
                   " on " CTG-Resp-Date " by " CTG-Resp-By "."
               DISPLAY "Replace that answer (Y/N) ?"
               ACCEPT Cpn-Confirm
               IF Cpn-Confirm NOT = "Y" AND Cpn-Confirm NOT = "y"
                   UNLOCK targets-file
                   GO TO Record-Campaign-Response-Exit
               END-IF
           END-IF.
           DISPLAY "Response : R replied, M meeting booked,"
               " N not interested ?".
           ACCEPT Cpn-Response.
           INSPECT Cpn-Response CONVERTING "rmn" TO "RMN".
           IF Cpn-Response NOT = "R" AND Cpn-Response NOT = "M" AND
              Cpn-Response NOT = "N"
               DISPLAY "Not a response, nothing recorded."
               UNLOCK targets-file
               GO TO Record-Campaign-Response-Exit
           END-IF.
           MOVE Cpn-Response TO CTG-Response.
           ACCEPT CTG-Resp-Date FROM DATE YYYYMMDD.
           MOVE Operator-ID TO CTG-Resp-By.
           REWRITE campaign-target-record.
           IF ws-ctg-status NOT = "00"
               DISPLAY "Response was NOT recorded, status "
                   ws-ctg-status
               GO TO Record-Campaign-Response-Exit
           END-IF.
           PERFORM Set-Cpn-Response-Name.
           STRING " CPN=" Cpn-Code-In " RESP=" Cpn-Response
               DELIMITED BY SIZE INTO Audit-Extra
           END-STRING.
           MOVE "CPNRESP" TO ws-audit-op.
           PERFORM Write-Audit-Record.
           MOVE SPACES TO Audit-Extra.
           DISPLAY "Response " Cpn-Response-Name " recorded.".
           IF Cpn-Contact-Found NOT = "Y"
               GO TO Record-Campaign-Response-Exit
           END-IF.
           DISPLAY "Leave a note and follow-up (Y/N) ?".
           ACCEPT Cpn-Confirm.
           IF Cpn-Confirm = "Y" OR Cpn-Confirm = "y"
               MOVE SPACES TO New-Note
               STRING "Campaign " Cpn-Code-In " : "
                   Cpn-Response-Name DELIMITED BY SIZE INTO New-Note
               END-STRING
               PERFORM Store-Interaction-Note
           END-IF.

       Record-Campaign-Response-Exit.
           EXIT.

       Set-Cpn-Response-Name.
           EVALUATE Cpn-Response
              WHEN "R" MOVE "replied" TO Cpn-Response-Name
              WHEN "M" MOVE "meeting booked" TO Cpn-Response-Name
              WHEN "N" MOVE "not interested" TO Cpn-Response-Name
              WHEN OTHER MOVE "no response" TO Cpn-Response-Name
           END-EVALUATE.

       List-Campaigns.
           DISPLAY "-- Campaigns on file --".
           MOVE "N" TO Cpn-Done.
           MOVE ZERO TO Cpn-Shown.
           MOVE ZERO TO Page-Line-Count.
           MOVE LOW-VALUES TO CPN-Code.
           START campaigns-file KEY IS NOT LESS THAN CPN-Code
               INVALID KEY
                   MOVE "Y" TO Cpn-Done
           END-START.
           PERFORM UNTIL Cpn-Done = "Y"
               READ campaigns-file NEXT
                   AT END
                       MOVE "Y" TO Cpn-Done
                   NOT AT END
                       DISPLAY CPN-Code " | " CPN-Date " | "
                           CPN-Channel " | " CPN-Target-Count
                           " targeted | " CPN-Name
                       ADD 1 TO Cpn-Shown
                       ADD 1 TO Page-Line-Count
                       IF Page-Line-Count >= 10
                           DISPLAY "-- press enter for more --"
                           ACCEPT Pause-Key
                           MOVE ZERO TO Page-Line-Count
                       END-IF
               END-READ
           END-PERFORM.
           UNLOCK campaigns-file.
           IF Cpn-Shown = ZERO
               DISPLAY "(no campaigns yet - MailingExtract sets them"
                   " up)"
           END-IF.

       Country-Maintenance.
           DISPLAY "-- Country table maintenance --".
           DISPLAY "1: Add country; 2: Remove country".
           DISPLAY "3: List countries; 4: Back to main menu".
           ACCEPT Country-Choice.
           EVALUATE Country-Choice
              WHEN 1 PERFORM Add-Country
              WHEN 2 PERFORM Remove-Country
              WHEN 3 PERFORM List-Countries
              WHEN 4 CONTINUE
              WHEN OTHER DISPLAY 'Invalide choice'
           END-EVALUATE.

       Add-Country.
           DISPLAY "Canonical country name ?".
           ACCEPT New-Country-Name.
           IF New-Country-Name = SPACES
               DISPLAY "A country needs a name, nothing added."
           ELSE
               MOVE New-Country-Name TO CTY-Name
               WRITE country-record
                   INVALID KEY
                       DISPLAY "Country " CTY-Name
                           " is already in the table."
                   NOT INVALID KEY
                       DISPLAY "Country " CTY-Name " added."
                       PERFORM Refresh-Country-Check
               END-WRITE
           END-IF.

       Remove-Country.
           DISPLAY "Country name to remove ?".
           ACCEPT New-Country-Name.
           MOVE New-Country-Name TO CTY-Name.
           READ countries-file KEY IS CTY-Name
               INVALID KEY
                   DISPLAY "Country " New-Country-Name
               INVALID KEY
                   DISPLAY "Those two contacts are already linked."
               NOT INVALID KEY
                   MOVE "R" TO Journal-Tag
                   MOVE "A" TO Journal-Action
                   MOVE relation-record TO Journal-Image
                   PERFORM Write-Journal-Record
                   MOVE Link-From-ID TO CONTACT_ID
                   MOVE "RELADD" TO ws-audit-op
                   PERFORM Write-Audit-Record
                   DISPLAY "No link from " Link-From-ID " to "
                       Link-To-ID " on file."
               NOT INVALID KEY
                   MOVE relation-record TO Journal-Image
                   DELETE relations-file
                   IF ws-rel-status = "00"
                       MOVE "R" TO Journal-Tag
                       MOVE "D" TO Journal-Action
                       PERFORM Write-Journal-Record
                       MOVE Link-From-ID TO CONTACT_ID
                       MOVE "RELDEL" TO ws-audit-op
                       PERFORM Write-Audit-Record
                                       REL-TO-ID " could not be"
                                       " archived."
                               NOT INVALID KEY
                                   PERFORM Drop-Archived-Link
                           END-WRITE
                       END-IF
               END-READ
                                       ARL-TO-ID " could not be"
                                       " restored."
                               NOT INVALID KEY
                                   PERFORM Drop-Restored-Link
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.

       Drop-Archived-Link.
           MOVE "S" TO Journal-Tag.
           MOVE "A" TO Journal-Action.
           MOVE relation-archive-record TO Journal-Image.
           PERFORM Write-Journal-Record.
           MOVE relation-record TO Journal-Image.
           DELETE relations-file.
           IF ws-rel-status = "00"
               MOVE "R" TO Journal-Tag
               MOVE "D" TO Journal-Action
               PERFORM Write-Journal-Record
           END-IF.

       Drop-Restored-Link.
           MOVE "R" TO Journal-Tag.
           MOVE "A" TO Journal-Action.
           MOVE relation-record TO Journal-Image.
           PERFORM Write-Journal-Record.
           MOVE relation-archive-record TO Journal-Image.
           DELETE rel-archive-file.
           IF ws-relarc-status = "00"
               MOVE "S" TO Journal-Tag
               MOVE "D" TO Journal-Action
               PERFORM Write-Journal-Record
           END-IF.

      *----------------------------------------------------------------
      *    Option 18 : the supervisor's side of the four-eyes rule.
      *    Every pending change is shown with the value on file
      *    and the value asked for, and is approved, rejected or
      *    left for later. A supervisor never decides their own
      *    request. An approval writes the field through the same
      *    lock, REWRITE and journal as Modify-Contact; both
      *    decisions go to AUDIT.log naming the requester.
      *----------------------------------------------------------------
       Review-Pending-Changes.
           DISPLAY "-- Pending contact changes --".
           MOVE ZERO TO Pnd-Shown.
           MOVE "N" TO Pnd-Done.
           MOVE ZERO TO PND-Contact-ID.
           MOVE ZERO TO PND-SEQ.
           START pending-file KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   MOVE "Y" TO Pnd-Done
           END-START.
           PERFORM UNTIL Pnd-Done = "Y"
               READ pending-file NEXT
                   AT END
                       MOVE "Y" TO Pnd-Done
                   NOT AT END
                       IF PND-Status = "P"
                           PERFORM Review-One-Change
                               THRU Review-One-Change-Exit
                       END-IF
               END-READ
           END-PERFORM.
           IF Pnd-Shown = ZERO
               DISPLAY "(nothing waiting for approval)"
           END-IF.

       Review-One-Change.
           ADD 1 TO Pnd-Shown.
           PERFORM Set-Pnd-Field-Name.
           MOVE PND-Contact-ID TO CONTACT_ID.
           MOVE PND-Contact-ID TO ID_Contact.
           READ contacts KEY IS ID_Contact
               INVALID KEY
                   DISPLAY "Contact " CONTACT_ID " is no longer on"
                       " file - its " Pnd-Field-Name " change is"
                       " rejected."
                   MOVE "R" TO Pnd-Decision
                   PERFORM Record-Pnd-Decision
                   GO TO Review-One-Change-Exit
           END-READ.
           DISPLAY " ".
           DISPLAY "Contact " CONTACT_ID " " First_Name " "
               Last_Name.
           DISPLAY "  " Pnd-Field-Name " change asked by "
               PND-Requested-By " on " PND-Req-Date.
           IF PND-Field = "A"
               DISPLAY "  Street  : " PND-Old-Street
               DISPLAY "         -> " PND-New-Street
               DISPLAY "  City    : " PND-Old-City " -> "
                   PND-New-City
               DISPLAY "  Postal  : " PND-Old-Postal-Code " -> "
                   PND-New-Postal-Code
               DISPLAY "  Country : " PND-Old-Country " -> "
                   PND-New-Country
           ELSE
               DISPLAY "  Old : " PND-Old-Value (1:50)
               DISPLAY "  New : " PND-New-Value (1:50)
           END-IF.
           PERFORM Load-Pnd-Current-Value.
           IF Pnd-Current-Value NOT = PND-Old-Value
               DISPLAY "  NOTE : the contact has changed since the"
                   " request; on file now : " Pnd-Current-Value (1:50)
           END-IF.
           IF PND-Requested-By = Operator-ID
               DISPLAY "  Your own request - another supervisor"
                   " must decide it."
               UNLOCK contacts
               GO TO Review-One-Change-Exit
           END-IF.
           DISPLAY "A: approve, R: reject, S: skip ?".
           ACCEPT Pnd-Decision.
           IF Pnd-Decision = "a"
               MOVE "A" TO Pnd-Decision
           END-IF.
           IF Pnd-Decision = "r"
               MOVE "R" TO Pnd-Decision
           END-IF.
           EVALUATE Pnd-Decision
              WHEN "A"
                   PERFORM Apply-Pnd-Change
              WHEN "R"
                   UNLOCK contacts
                   PERFORM Record-Pnd-Decision
              WHEN OTHER
                   UNLOCK contacts
                   DISPLAY "  Left pending."
           END-EVALUATE.

       Review-One-Change-Exit.
           EXIT.

       Load-Pnd-Current-Value.
           MOVE SPACES TO Pnd-Current-Value.
           EVALUATE PND-Field
              WHEN "P" MOVE Phone TO Pnd-Current-Value
              WHEN "E" MOVE Email TO Pnd-Current-Value
              WHEN "C" MOVE Company_ID TO Pnd-Current-Value
              WHEN "A" MOVE Street TO Pnd-Current-Value (1:50)
                       MOVE City TO Pnd-Current-Value (51:30)
                       MOVE Postal_Code TO Pnd-Current-Value (81:10)
                       MOVE Country TO Pnd-Current-Value (91:30)
           END-EVALUATE.

      *    contact-record holds the contact, pending-record the
      *    change; the decision is only recorded once the contact
      *    is safely rewritten.
       Apply-Pnd-Change.
           PERFORM Take-Contact-Lock.
           IF Lock-OK NOT = "Y"
               UNLOCK contacts
               DISPLAY "  Left pending."
           ELSE
               MOVE contact-record TO Journal-Before
               EVALUATE PND-Field
                  WHEN "P" MOVE PND-New-Value TO Phone
                  WHEN "E" MOVE PND-New-Value TO Email
                           MOVE SPACE TO Email_Bounced
                  WHEN "C" MOVE PND-New-Value (1:5) TO Company_ID
                  WHEN "A" MOVE PND-New-Street TO Street
                           MOVE PND-New-City TO City
                           MOVE PND-New-Postal-Code TO Postal_Code
                           MOVE PND-New-Country TO Country
                           MOVE SPACE TO Post_Returned
               END-EVALUATE
               ACCEPT Last_Modified FROM DATE YYYYMMDD
               REWRITE contact-record
               PERFORM Check-Contacts-Status
               IF ws-file-status = "00"
                   MOVE "C" TO Journal-Tag
                   MOVE contact-record TO Journal-Image
                   PERFORM Write-Journal-Change
                   PERFORM Record-Pnd-Decision
               ELSE
                   UNLOCK contacts
                   DISPLAY "  Contact " CONTACT_ID " was NOT"
                       " updated - the change stays pending."
               END-IF
               PERFORM Release-Contact-Lock
           END-IF.

       Record-Pnd-Decision.
           MOVE Pnd-Decision TO PND-Status.
           MOVE Operator-ID TO PND-Decided-By.
           ACCEPT PND-Decided-Date FROM DATE YYYYMMDD.
           MOVE "N" TO PND-Seen.
           REWRITE pending-record.
           IF ws-pnd-status = "00"
               PERFORM Audit-Pnd-Decision
           ELSE
               DISPLAY "  Decision NOT recorded, status "
                   ws-pnd-status
           END-IF.

       Audit-Pnd-Decision.
           IF PND-Status = "A"
               MOVE "APPROVE" TO ws-audit-op
               MOVE "APPROVED" TO Pnd-Outcome
           ELSE
               MOVE "REJECT" TO ws-audit-op
               MOVE "REJECTED" TO Pnd-Outcome
           END-IF.
           MOVE SPACES TO Audit-Extra.
           STRING " REQ=" DELIMITED BY SIZE
               PND-Requested-By DELIMITED BY SIZE
               " FLD=" DELIMITED BY SIZE
               Pnd-Field-Name DELIMITED BY SIZE
               INTO Audit-Extra
           END-STRING.
           PERFORM Write-Audit-Record.
           MOVE SPACES TO Audit-Extra.
           DISPLAY "  " Pnd-Field-Name " change " Pnd-Outcome ".".

      *----------------------------------------------------------------
      *    At sign-on the requester is told, once, what became of
      *    each change they filed.
      *----------------------------------------------------------------
       Show-Decided-Changes.
           MOVE "N" TO Pnd-Done.
           MOVE ZERO TO PND-Contact-ID.
           MOVE ZERO TO PND-SEQ.
           START pending-file KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   MOVE "Y" TO Pnd-Done
           END-START.
           PERFORM UNTIL Pnd-Done = "Y"
               READ pending-file NEXT
                   AT END
                       MOVE "Y" TO Pnd-Done
                   NOT AT END
                       IF PND-Requested-By = Operator-ID AND
                          PND-Status NOT = "P" AND
                          PND-Seen NOT = "Y"
                           PERFORM Show-One-Decision
                       END-IF
               END-READ
           END-PERFORM.

       Show-One-Decision.
           PERFORM Set-Pnd-Field-Name.
           IF PND-Status = "A"
               MOVE "APPROVED" TO Pnd-Outcome
           ELSE
               MOVE "REJECTED" TO Pnd-Outcome
           END-IF.
           MOVE "Y" TO PND-Seen.
           REWRITE pending-record.
           IF ws-pnd-status = "00"
               DISPLAY "Your " Pnd-Field-Name " change to contact "
                   PND-Contact-ID " of " PND-Req-Date " was "
                   Pnd-Outcome " by " PND-Decided-By " on "
                   PND-Decided-Date "."
           ELSE
               DISPLAY "A decision on your change to contact "
                   PND-Contact-ID " could not be marked seen,"
                   " status " ws-pnd-status
           END-IF.

       Exit-Contact.
           CLOSE contacts.
           CLOSE control-file.
           CLOSE journal-file.
           CLOSE archive-file.
           CLOSE interactions-file.
           CLOSE int-archive-file.
           CLOSE companies-file.
           CLOSE cmp-archive-file.
           CLOSE followups-file.
           CLOSE pending-file.
           CLOSE relations-file.
           CLOSE rel-archive-file.
           CLOSE opportunities-file.
           CLOSE opp-archive-file.
           CLOSE campaigns-file.
           CLOSE targets-file.
           CLOSE consent-file.
           CLOSE consent-hist-file.
           CLOSE countries-file.
           CLOSE locks-file.
           CLOSE users-file.
           DISPLAY "End of the Program"
           STOP RUN .

      *----------------------------------------------------------------
      *    Report catalog : every batch report and extract leaves
      *    a dated copy and a REPORT-CATALOG.idx entry behind (see
      *    ReportCatalog). Anyone may list and reprint them; only
      *    a supervisor changes how long a report type is kept.
      *----------------------------------------------------------------
       Report-Catalog.
           DISPLAY "-- Report catalog --".
           DISPLAY "1: List by program; 2: List by run date".
           DISPLAY "3: Reprint a copy; 4: Keep days (superv)".
           DISPLAY "5: Back to main menu".
           ACCEPT Rpt-Choice.
           EVALUATE Rpt-Choice
              WHEN 1 PERFORM List-Catalog-By-Program
                         THRU List-Catalog-Exit
              WHEN 2 PERFORM List-Catalog-By-Date
                         THRU List-Catalog-Exit
              WHEN 3 PERFORM Reprint-Catalog-Copy
                         THRU Reprint-Catalog-Copy-Exit
              WHEN 4 MOVE 3 TO Authority-Needed
                     PERFORM Check-Authority
                     IF Authority-OK = "Y"
                         PERFORM Set-Report-Keep-Days
                             THRU Set-Report-Keep-Days-Exit
                     END-IF
              WHEN 5 CONTINUE
              WHEN OTHER DISPLAY 'Invalide choice'
           END-EVALUATE.

      *    Both listings read the whole catalog in number order,
      *    which is also run order; Rpt-Choice says which test
      *    a catalog entry has to pass.
       List-Catalog-By-Program.
           DISPLAY "Program name (blank = every program) ?".
           ACCEPT Rpt-Program-In.
           INSPECT Rpt-Program-In CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           GO TO List-Catalog-Scan.

       List-Catalog-By-Date.
           DISPLAY "Run date yyyymmdd (0 = today) ?".
           ACCEPT Rpt-Date-In.
           IF Rpt-Date-In = ZERO
               ACCEPT Rpt-Date-In FROM DATE YYYYMMDD
           END-IF.

       List-Catalog-Scan.
           OPEN INPUT catalog-file.
           IF ws-rct-status NOT = "00"
               DISPLAY "No report on the catalog yet."
               GO TO List-Catalog-Exit
           END-IF.
           MOVE "N" TO Rpt-Done.
           MOVE ZERO TO Rpt-Shown.
           MOVE ZERO TO Page-Line-Count.
           MOVE ZERO TO RCT-SEQ.
           START catalog-file KEY IS NOT LESS THAN RCT-SEQ
               INVALID KEY
                   MOVE "Y" TO Rpt-Done
           END-START.
           PERFORM UNTIL Rpt-Done = "Y"
               READ catalog-file NEXT
                   AT END
                       MOVE "Y" TO Rpt-Done
                   NOT AT END
                       MOVE RCT-PROGRAM TO Rpt-Program-Up
                       INSPECT Rpt-Program-Up CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF (Rpt-Choice = 1 AND
                           (Rpt-Program-In = SPACES OR
                            Rpt-Program-Up = Rpt-Program-In)) OR
                          (Rpt-Choice = 2 AND
                           RCT-DATE = Rpt-Date-In)
                           PERFORM Show-One-Catalog-Entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE catalog-file.
           IF Rpt-Shown = ZERO
               DISPLAY "(no report catalogued for that)"
           ELSE
               DISPLAY Rpt-Shown " report(s) listed."
           END-IF.

       List-Catalog-Exit.
           EXIT.

       Show-One-Catalog-Entry.
           DISPLAY RCT-SEQ " " RCT-DATE "-" RCT-TIME (1:6) " "
               RCT-PROGRAM " " RCT-REPORT " " RCT-RUN-BY
               " lines " RCT-RECORDS " rc " RCT-RC.
           ADD 1 TO Rpt-Shown.
           ADD 1 TO Page-Line-Count.
           IF Page-Line-Count >= 10
               DISPLAY "-- press enter for more --"
               ACCEPT Pause-Key
               MOVE ZERO TO Page-Line-Count
           END-IF.

      *    The copy goes to the screen line by line, trailing
      *    blanks left off, twenty lines at a time.
       Reprint-Catalog-Copy.
           DISPLAY "Catalog number to reprint ?".
           ACCEPT Rpt-Seq-In.
           OPEN INPUT catalog-file.
           IF ws-rct-status NOT = "00"
               DISPLAY "No report on the catalog yet."
               GO TO Reprint-Catalog-Copy-Exit
           END-IF.
           MOVE Rpt-Seq-In TO RCT-SEQ.
           READ catalog-file KEY IS RCT-SEQ
               INVALID KEY
                   DISPLAY "No catalog entry " Rpt-Seq-In "."
                   CLOSE catalog-file
                   GO TO Reprint-Catalog-Copy-Exit
           END-READ.
           CLOSE catalog-file.
           MOVE RCT-COPY-NAME TO Reprint-Name.
           OPEN INPUT reprint-file.
           IF ws-rpr-status NOT = "00"
               DISPLAY "The copy " Reprint-Name " is no longer on"
                   " disk (status " ws-rpr-status ")."
               GO TO Reprint-Catalog-Copy-Exit
           END-IF.
           DISPLAY "-- " RCT-REPORT " of " RCT-DATE " by "
               RCT-PROGRAM " --".
           MOVE "N" TO Rpt-Done.
           MOVE ZERO TO Page-Line-Count.
           PERFORM UNTIL Rpt-Done = "Y"
               READ reprint-file
                   AT END
                       MOVE "Y" TO Rpt-Done
                   NOT AT END
                       PERFORM Show-One-Reprint-Line
               END-READ
           END-PERFORM.
           CLOSE reprint-file.
           DISPLAY "-- end of " Reprint-Name " --".

       Reprint-Catalog-Copy-Exit.
           EXIT.

       Show-One-Reprint-Line.
           PERFORM VARYING Rpt-Line-Len FROM 1000 BY -1
                   UNTIL Rpt-Line-Len < 1
                       OR reprint-line (Rpt-Line-Len:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF Rpt-Line-Len < 1
               DISPLAY " "
           ELSE
               DISPLAY reprint-line (1:Rpt-Line-Len)
           END-IF.
           ADD 1 TO Page-Line-Count.
           IF Page-Line-Count >= 20
               DISPLAY "-- press enter for more, Q to stop --"
               ACCEPT Pause-Key
               IF Pause-Key = "Q" OR Pause-Key = "q"
                   MOVE "Y" TO Rpt-Done
               END-IF
               MOVE ZERO TO Page-Line-Count
           END-IF.

      *    The report type is the output's usual name (VERIFY.rpt,
      *    DELTA.csv, ...), matched whatever the case it is typed
      *    in. A type not produced yet may be set ahead of time.
      *    Zero days keeps the copies until set again.
       Set-Report-Keep-Days.
           OPEN I-O types-file.
           IF ws-rty-status = "35"
               OPEN OUTPUT types-file
               CLOSE types-file
               OPEN I-O types-file
           END-IF.
           DISPLAY "-- Days each report type is kept --".
           MOVE "N" TO Rpt-Done.
           MOVE SPACES TO RTY-REPORT.
           START types-file KEY IS NOT LESS THAN RTY-REPORT
               INVALID KEY
                   MOVE "Y" TO Rpt-Done
           END-START.
           PERFORM UNTIL Rpt-Done = "Y"
               READ types-file NEXT
                   AT END
                       MOVE "Y" TO Rpt-Done
                   NOT AT END
                       DISPLAY RTY-REPORT " : " RTY-KEEP-DAYS
               END-READ
           END-PERFORM.
           UNLOCK types-file.
           DISPLAY "Report type to change (blank = none) ?".
           ACCEPT Rpt-Type-In.
           IF Rpt-Type-In = SPACES
               CLOSE types-file
               GO TO Set-Report-Keep-Days-Exit
           END-IF.
           DISPLAY "Days to keep its copies (0 = no limit) ?".
           ACCEPT Rpt-Keep-In.
           PERFORM Find-Report-Type.
           IF Rpt-Found = "Y"
               MOVE Rpt-Keep-In TO RTY-KEEP-DAYS
               REWRITE report-type-record
           ELSE
               MOVE Rpt-Type-In TO RTY-REPORT
               MOVE Rpt-Keep-In TO RTY-KEEP-DAYS
               WRITE report-type-record
           END-IF.
           IF ws-rty-status NOT = "00"
               DISPLAY "Keep days NOT changed, status "
                   ws-rty-status
               CLOSE types-file
               GO TO Set-Report-Keep-Days-Exit
           END-IF.
           CLOSE types-file.
           MOVE ZERO TO CONTACT_ID.
           MOVE "RPTKEEP" TO ws-audit-op.
           MOVE SPACES TO Audit-Extra.
           STRING " DAYS=" DELIMITED BY SIZE
               Rpt-Keep-In DELIMITED BY SIZE
               " RPT=" DELIMITED BY SIZE
               RTY-REPORT DELIMITED BY SPACE
               INTO Audit-Extra
           END-STRING.
           PERFORM Write-Audit-Record.
           MOVE SPACES TO Audit-Extra.
           DISPLAY RTY-REPORT " copies now kept " Rpt-Keep-In
               " day(s).".

       Set-Report-Keep-Days-Exit.
           EXIT.

      *    Leaves the matching type record read and locked for the
      *    REWRITE, Rpt-Found = "Y", when there is one.
       Find-Report-Type.
           MOVE Rpt-Type-In TO Rpt-Type-Up.
           INSPECT Rpt-Type-Up CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO Rpt-Found.
           MOVE "N" TO Rpt-Done.
           MOVE SPACES TO RTY-REPORT.
           START types-file KEY IS NOT LESS THAN RTY-REPORT
               INVALID KEY
                   MOVE "Y" TO Rpt-Done
           END-START.
           PERFORM UNTIL Rpt-Done = "Y"
               READ types-file NEXT
                   AT END
                       MOVE "Y" TO Rpt-Done
                   NOT AT END
                       MOVE RTY-REPORT TO Rpt-Type-On-File
                       INSPECT Rpt-Type-On-File CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF Rpt-Type-On-File = Rpt-Type-Up
                           MOVE "Y" TO Rpt-Found
                           MOVE "Y" TO Rpt-Done
                       ELSE
                           UNLOCK types-file
                       END-IF
               END-READ
           END-PERFORM.
