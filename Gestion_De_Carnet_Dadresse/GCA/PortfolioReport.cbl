       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortfolioReport.
      *----------------------------------------------------------------
      *    Portfolio report per owning operator. Walks CONTACTS.idx
      *    once per owner found in Contact_Owner and writes
      *    PORTFOLIO.rpt with one block per operator : each contact
      *    they look after, the date of its newest note (scanned
      *    for the highest date, as DormantReport does) and the
      *    number of follow-ups still open on it. Contacts nobody
      *    owns are grouped under "(none)" at the end, and an owner
      *    who is no longer on USERS.idx, or has been disabled, is
      *    flagged in the block heading - those are the portfolios
      *    to hand out with ContactReassign.
      *    The run can be limited to one operator; blank prints
      *    every portfolio.
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

           SELECT interactions-file ASSIGN TO 'INTERACTIONS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-KEY
           FILE STATUS IS ws-int-status.

           SELECT followups-file ASSIGN TO 'FOLLOWUPS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUP-KEY
           FILE STATUS IS ws-fup-status.

           SELECT users-file ASSIGN TO 'USERS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USR-ID
           FILE STATUS IS ws-users-status.

           SELECT report-file ASSIGN TO 'PORTFOLIO.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD contacts.
       COPY CONTACT.

       FD interactions-file.
       COPY INTERACT.

       FD followups-file.
       COPY FOLLOWUP.

       FD users-file.
       COPY USER.

       FD report-file.
       01 report-line PIC X(160).

       WORKING-STORAGE SECTION.
       01 ws-file-status PIC XX.
       01 ws-int-status PIC XX.
       01 ws-fup-status PIC XX.
       01 ws-users-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-select-owner PIC X(08) VALUE SPACES.
       01 ws-wanted-owner PIC X(08).
       01 ws-owner-state PIC X(30).
       01 ws-have-users PIC X(01) VALUE "N".
       01 ws-scan-done PIC X(01).
       01 ws-note-done PIC X(01).
       01 ws-fup-done PIC X(01).
       01 ws-last-note-date PIC 9(08).
       01 ws-open-fups PIC 9(03).
       01 ws-owner-contacts PIC 9(05).
       01 ws-owner-open PIC 9(05).
       01 ws-contact-count PIC 9(05) VALUE ZERO.
       01 ws-open-count PIC 9(05) VALUE ZERO.
       01 ws-none-count PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      *    Distinct owners seen on the first pass; one block per
      *    owner is printed on the second, the same two-pass shape
      *    WorkQueue uses.
      *----------------------------------------------------------------
       01 ws-owner-table.
           05 ws-owner-entry OCCURS 50 TIMES.
               10 ws-owner-id PIC X(08).
       01 ws-owner-used PIC 9(02) VALUE ZERO.
       01 ws-owner-idx PIC 9(02).
       01 ws-owner-found PIC X(01).
       01 ws-have-unowned PIC X(01) VALUE "N".
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "Operator to print (blank = all portfolios) ?".
           ACCEPT ws-select-owner.
           INSPECT ws-select-owner CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM Open-Files.
           PERFORM Collect-Owners.
           PERFORM VARYING ws-owner-idx FROM 1 BY 1
                   UNTIL ws-owner-idx > ws-owner-used
               MOVE ws-owner-id (ws-owner-idx) TO ws-wanted-owner
               PERFORM Write-Owner-Block
           END-PERFORM.
           IF ws-have-unowned = "Y"
               MOVE SPACES TO ws-wanted-owner
               PERFORM Write-Owner-Block
           END-IF.
           PERFORM Write-Final-Count.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           STOP RUN.

       Open-Files.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           STRING ws-today-yyyy DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-today-mm DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-today-dd DELIMITED BY SIZE
               INTO ws-today-disp
           END-STRING.
           OPEN INPUT contacts.
           IF ws-file-status NOT = "00"
               DISPLAY "CONTACTS.idx is in use, status "
                   ws-file-status
               STOP RUN
           END-IF.
           OPEN INPUT interactions-file.
           IF ws-int-status NOT = "00"
               DISPLAY "INTERACTIONS.idx could not be opened, status "
                   ws-int-status
               CLOSE contacts
               STOP RUN
           END-IF.
           OPEN INPUT followups-file.
           IF ws-fup-status NOT = "00"
               DISPLAY "FOLLOWUPS.idx could not be opened, status "
                   ws-fup-status
               CLOSE contacts
               CLOSE interactions-file
               STOP RUN
           END-IF.
           OPEN INPUT users-file.
           IF ws-users-status = "00"
               MOVE "Y" TO ws-have-users
           ELSE
               DISPLAY "USERS.idx not available (status "
                   ws-users-status "), owners are not checked."
           END-IF.
           OPEN OUTPUT report-file.
           MOVE SPACES TO report-line.
           STRING "Contact portfolios   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-select-owner NOT = SPACES
               MOVE SPACES TO report-line
               STRING "Selected operator : " DELIMITED BY SIZE
                   ws-select-owner DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Collect-Owners.
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
                       IF ws-select-owner = SPACES OR
                          Contact_Owner = ws-select-owner
                           PERFORM Note-One-Owner
                       END-IF
               END-READ
           END-PERFORM.

       Note-One-Owner.
           IF Contact_Owner = SPACES
               MOVE "Y" TO ws-have-unowned
           ELSE
               MOVE "N" TO ws-owner-found
               PERFORM VARYING ws-owner-idx FROM 1 BY 1
                       UNTIL ws-owner-idx > ws-owner-used
                           OR ws-owner-found = "Y"
                   IF ws-owner-id (ws-owner-idx) = Contact_Owner
                       MOVE "Y" TO ws-owner-found
                   END-IF
               END-PERFORM
               IF ws-owner-found = "N" AND ws-owner-used < 50
                   ADD 1 TO ws-owner-used
                   MOVE Contact_Owner TO ws-owner-id (ws-owner-used)
               END-IF
           END-IF.

      *    Full pass over the contacts for each owner; a portfolio
      *    is printed in ID order.
       Write-Owner-Block.
           MOVE ZERO TO ws-owner-contacts.
           MOVE ZERO TO ws-owner-open.
           PERFORM Check-Owner-State.
           MOVE SPACES TO report-line.
           IF ws-wanted-owner = SPACES
               MOVE "Operator (none) - contacts nobody owns"
                   TO report-line
           ELSE
               STRING "Operator " DELIMITED BY SIZE
                   ws-wanted-owner DELIMITED BY SIZE
                   ws-owner-state DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           END-IF.
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
                       IF Contact_Owner = ws-wanted-owner
                           PERFORM Write-Contact-Line
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO report-line.
           STRING "  contacts : " DELIMITED BY SIZE
               ws-owner-contacts DELIMITED BY SIZE
               "  open follow-ups : " DELIMITED BY SIZE
               ws-owner-open DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

      *    An owner that has left USERS.idx or been disabled still
      *    owns the contacts until someone reassigns them.
       Check-Owner-State.
           MOVE SPACES TO ws-owner-state.
           IF ws-have-users = "Y" AND ws-wanted-owner NOT = SPACES
               MOVE ws-wanted-owner TO USR-ID
               READ users-file KEY IS USR-ID
                   INVALID KEY
                       MOVE "  *** NOT ON USERS.idx ***"
                           TO ws-owner-state
                   NOT INVALID KEY
                       IF USR-ACTIVE NOT = "Y"
                           MOVE "  *** DISABLED ***" TO ws-owner-state
                       END-IF
               END-READ
           END-IF.

       Write-Contact-Line.
           PERFORM Find-Last-Note-Date.
           PERFORM Count-Open-Followups.
           MOVE SPACES TO report-line.
           IF ws-last-note-date = ZERO
               STRING "  ID " DELIMITED BY SIZE
                   ID_Contact DELIMITED BY SIZE
                   "  last note : never     " DELIMITED BY SIZE
                   "  open : " DELIMITED BY SIZE
                   ws-open-fups DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   First_Name DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   Last_Name DELIMITED BY "  "
                   " | " DELIMITED BY SIZE
                   Category DELIMITED BY "  "
                   " | company " DELIMITED BY SIZE
                   Company_ID DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
               STRING "  ID " DELIMITED BY SIZE
                   ID_Contact DELIMITED BY SIZE
                   "  last note : " DELIMITED BY SIZE
                   ws-last-note-date DELIMITED BY SIZE
                   "  open : " DELIMITED BY SIZE
                   ws-open-fups DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   First_Name DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   Last_Name DELIMITED BY "  "
                   " | " DELIMITED BY SIZE
                   Category DELIMITED BY "  "
                   " | company " DELIMITED BY SIZE
                   Company_ID DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           END-IF.
           WRITE report-line.
           ADD 1 TO ws-owner-contacts.
           ADD 1 TO ws-contact-count.
           ADD ws-open-fups TO ws-owner-open.
           ADD ws-open-fups TO ws-open-count.
           IF Contact_Owner = SPACES
               ADD 1 TO ws-none-count
           END-IF.

       Find-Last-Note-Date.
           MOVE ZERO TO ws-last-note-date.
           MOVE "N" TO ws-note-done.
           MOVE ID_Contact TO INT-Contact-ID.
           MOVE ZERO TO INT-SEQ.
           START interactions-file KEY IS NOT LESS THAN INT-KEY
               INVALID KEY
                   MOVE "Y" TO ws-note-done
           END-START.
           PERFORM UNTIL ws-note-done = "Y"
               READ interactions-file NEXT
                   AT END
                       MOVE "Y" TO ws-note-done
                   NOT AT END
                       IF INT-Contact-ID = ID_Contact
                           IF INT-Date > ws-last-note-date
                               MOVE INT-Date TO ws-last-note-date
                           END-IF
                       ELSE
                           MOVE "Y" TO ws-note-done
                       END-IF
               END-READ
           END-PERFORM.

      *    Every open follow-up on the contact counts, whoever
      *    took it.
       Count-Open-Followups.
           MOVE ZERO TO ws-open-fups.
           MOVE "N" TO ws-fup-done.
           MOVE ID_Contact TO FUP-Contact-ID.
           MOVE ZERO TO FUP-SEQ.
           START followups-file KEY IS NOT LESS THAN FUP-KEY
               INVALID KEY
                   MOVE "Y" TO ws-fup-done
           END-START.
           PERFORM UNTIL ws-fup-done = "Y"
               READ followups-file NEXT
                   AT END
                       MOVE "Y" TO ws-fup-done
                   NOT AT END
                       IF FUP-Contact-ID = ID_Contact
                           IF FUP-Done NOT = "Y"
                               ADD 1 TO ws-open-fups
                           END-IF
                       ELSE
                           MOVE "Y" TO ws-fup-done
                       END-IF
               END-READ
           END-PERFORM.

       Write-Final-Count.
           IF ws-owner-used = ZERO AND ws-have-unowned = "N"
               MOVE "  (no contacts for that selection)"
                   TO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           STRING "Contacts : " DELIMITED BY SIZE
               ws-contact-count DELIMITED BY SIZE
               "  across " DELIMITED BY SIZE
               ws-owner-used DELIMITED BY SIZE
               " operator(s), unowned : " DELIMITED BY SIZE
               ws-none-count DELIMITED BY SIZE
               "  open follow-ups : " DELIMITED BY SIZE
               ws-open-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Close-Files.
           CLOSE contacts.
           CLOSE interactions-file.
           CLOSE followups-file.
           IF ws-have-users = "Y"
               CLOSE users-file
           END-IF.
           CLOSE report-file.
           DISPLAY "Portfolios written to PORTFOLIO.rpt - "
               ws-contact-count " contact(s), " ws-open-count
               " open follow-up(s).".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "PortfolioReport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "PORTFOLIO.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
