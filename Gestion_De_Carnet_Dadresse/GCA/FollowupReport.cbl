       IDENTIFICATION DIVISION.
       PROGRAM-ID. FollowupReport.
      *----------------------------------------------------------------
      *    Monthly service levels on promised call-backs. Every
      *    follow-up on FOLLOWUPS.idx falling due in the month is
      *    counted, per owning operator (FUP-Owner) and per
      *    Category of the contact, into FOLLOWUP-SLA.rpt :
      *      - due in the month;
      *      - closed on time (FUP-Done-Date on or before the due
      *        date) and closed late, with the average days late;
      *      - closed with no date - done before the close stamp
      *        was kept, so neither on time nor late;
      *      - still open and overdue today, and still open but
      *        not yet due (only in the current month);
      *      - closed without a new INTERACTIONS.idx note on the
      *        day it was closed - a call-back ticked off with
      *        nothing written about it.
      *    A second part lists those last two kinds one by one
      *    for the team leads to chase, with the day and the
      *    operator it was closed by.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT followups-file ASSIGN TO 'FOLLOWUPS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUP-KEY
           FILE STATUS IS ws-fup-status.

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

           SELECT report-file ASSIGN TO 'FOLLOWUP-SLA.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD followups-file.
       COPY FOLLOWUP.

       FD contacts.
       COPY CONTACT.

       FD interactions-file.
       COPY INTERACT.

       FD report-file.
       01 report-line PIC X(160).

       WORKING-STORAGE SECTION.
       01 ws-fup-status PIC XX.
       01 ws-file-status PIC XX.
       01 ws-int-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 ws-have-int PIC X(01) VALUE "N".
       01 ws-scan-done PIC X(01).
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-month-entry PIC 9(06).
       01 ws-month-r REDEFINES ws-month-entry.
           05 ws-month-yyyy PIC 9(04).
           05 ws-month-mm PIC 9(02).
       01 ws-month-start PIC 9(08).
       01 ws-month-end PIC 9(08).
       01 ws-month-disp PIC X(07).
      *    What became of the follow-up in hand :
      *    T on time, L late, U closed undated, O open overdue,
      *    P open not yet due.
       01 ws-fup-class PIC X(01).
       01 ws-days-late PIC 9(05).
       01 ws-no-note PIC X(01).
       01 ws-category PIC X(20).
       01 ws-contact-name PIC X(40).
       01 ws-next-seq PIC 9(05).
       01 ws-notes-done PIC X(01).
      *    One line of figures per operator (O) and per Category
      *    (C); the month's total is kept as kind T.
       01 ws-grp-count PIC 9(03) VALUE ZERO.
       01 ws-grp-idx PIC 9(03).
       01 ws-grp-jdx PIC 9(03).
       01 ws-grp-found PIC 9(03).
       01 ws-grp-full PIC X(01) VALUE "N".
       01 ws-want-kind PIC X(01).
       01 ws-want-name PIC X(20).
       01 ws-grp-table.
           05 ws-grp-entry OCCURS 200 TIMES.
               10 ws-grp-kind PIC X(01).
               10 ws-grp-name PIC X(20).
               10 ws-grp-due PIC 9(05).
               10 ws-grp-ontime PIC 9(05).
               10 ws-grp-late PIC 9(05).
               10 ws-grp-late-days PIC 9(07).
               10 ws-grp-undated PIC 9(05).
               10 ws-grp-overdue PIC 9(05).
               10 ws-grp-pending PIC 9(05).
               10 ws-grp-nonote PIC 9(05).
       01 ws-grp-swap PIC X(63).
       01 ws-closed-known PIC 9(05).
       01 ws-avg-late PIC 9(04)V9.
       01 ws-ontime-rate PIC 9(03)V9.
      *    Report line of figures.
       01 ws-row.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-name PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-due PIC Z(4)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-ontime PIC Z(4)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-late PIC Z(4)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-avg PIC Z(3)9.9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-rate PIC ZZ9.9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-undated PIC Z(4)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-overdue PIC Z(4)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-pending PIC Z(4)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 ws-row-nonote PIC Z(4)9.
       01 ws-row-heading.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "    Due".
           05 FILLER PIC X(07) VALUE "On time".
           05 FILLER PIC X(07) VALUE "   Late".
           05 FILLER PIC X(08) VALUE "Avg late".
           05 FILLER PIC X(07) VALUE "On tm %".
           05 FILLER PIC X(07) VALUE "Undated".
           05 FILLER PIC X(07) VALUE "Overdue".
           05 FILLER PIC X(07) VALUE "Not due".
           05 FILLER PIC X(07) VALUE "No note".
       01 ws-section-title PIC X(40).
       01 ws-chase-count PIC 9(05) VALUE ZERO.
       01 ws-chase-tail PIC X(50).
      *    Day numbers, for days late.
       01 ws-dn-date PIC 9(08).
       01 ws-dn-r REDEFINES ws-dn-date.
           05 ws-dn-yyyy PIC 9(04).
           05 ws-dn-mm PIC 9(02).
           05 ws-dn-dd PIC 9(02).
       01 ws-dn-work PIC 9(08).
       01 ws-dn-a PIC 9(01).
       01 ws-dn-y PIC 9(05).
       01 ws-dn-m PIC 9(02).
       01 ws-dn-t1 PIC 9(05).
       01 ws-dn-t2 PIC 9(05).
       01 ws-dn-t3 PIC 9(05).
       01 ws-dn-t4 PIC 9(05).
       01 ws-dn-result PIC 9(08).
       01 ws-due-days PIC 9(08).
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
           PERFORM Ask-Month.
           PERFORM Open-Files.
           MOVE "T" TO ws-want-kind.
           MOVE "All follow-ups" TO ws-want-name.
           PERFORM Find-Or-Add-Group.
           PERFORM Count-Month.
           PERFORM Sort-Groups.
           PERFORM Write-Report-Header.
           MOVE "O" TO ws-want-kind.
           MOVE "Per operator (owner)" TO ws-section-title.
           PERFORM Write-Group-Section.
           MOVE "C" TO ws-want-kind.
           MOVE "Per Category" TO ws-section-title.
           PERFORM Write-Group-Section.
           MOVE "T" TO ws-want-kind.
           MOVE "Month total" TO ws-section-title.
           PERFORM Write-Group-Section.
           PERFORM Write-Chase-List.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           DISPLAY ws-grp-due (1) " follow-up(s) due in "
               ws-month-disp ", " ws-chase-count
               " to chase, see FOLLOWUP-SLA.rpt".
           STOP RUN.

      *    The month defaults to the last one completed.
       Ask-Month.
           DISPLAY "Month to report, yyyymm (0 = last complete"
               " month) ?".
           ACCEPT ws-month-entry.
           IF ws-month-mm < 1 OR ws-month-mm > 12
               MOVE ws-today-yyyy TO ws-month-yyyy
               IF ws-today-mm = 1
                   SUBTRACT 1 FROM ws-month-yyyy
                   MOVE 12 TO ws-month-mm
               ELSE
                   COMPUTE ws-month-mm = ws-today-mm - 1
               END-IF
           END-IF.
           COMPUTE ws-month-start = ws-month-entry * 100 + 1.
           COMPUTE ws-month-end = ws-month-entry * 100 + 31.
           MOVE SPACES TO ws-month-disp.
           STRING ws-month-yyyy DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-month-mm DELIMITED BY SIZE
               INTO ws-month-disp
           END-STRING.

       Open-Files.
           OPEN INPUT followups-file.
           IF ws-fup-status NOT = "00"
               DISPLAY "FOLLOWUPS.idx could not be opened, status "
                   ws-fup-status
               STOP RUN
           END-IF.
           OPEN INPUT contacts.
           IF ws-file-status NOT = "00"
               DISPLAY "CONTACTS.idx is in use, status "
                   ws-file-status
               CLOSE followups-file
               STOP RUN
           END-IF.
           OPEN INPUT interactions-file.
           IF ws-int-status = "00"
               MOVE "Y" TO ws-have-int
           END-IF.
           OPEN OUTPUT report-file.

      *----------------------------------------------------------------
      *    First pass : every follow-up due in the month is put in
      *    its class and added to the total, its operator and its
      *    contact's Category.
      *----------------------------------------------------------------
       Count-Month.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO FUP-Contact-ID.
           MOVE ZERO TO FUP-SEQ.
           START followups-file KEY IS NOT LESS THAN FUP-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ followups-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF FUP-Due-Date >= ws-month-start AND
                          FUP-Due-Date <= ws-month-end
                           PERFORM Count-One-Followup
                       END-IF
               END-READ
           END-PERFORM.

       Count-One-Followup.
           PERFORM Classify-Followup.
           PERFORM Read-Contact.
           MOVE 1 TO ws-grp-found.
           PERFORM Add-To-Group.
           MOVE "O" TO ws-want-kind.
           IF FUP-Owner = SPACES
               MOVE "(none)" TO ws-want-name
           ELSE
               MOVE FUP-Owner TO ws-want-name
           END-IF.
           PERFORM Find-Or-Add-Group.
           IF ws-grp-found NOT = ZERO
               PERFORM Add-To-Group
           END-IF.
           MOVE "C" TO ws-want-kind.
           MOVE ws-category TO ws-want-name.
           PERFORM Find-Or-Add-Group.
           IF ws-grp-found NOT = ZERO
               PERFORM Add-To-Group
           END-IF.

      *    Sets ws-fup-class, ws-days-late and ws-no-note for the
      *    follow-up in the record area.
       Classify-Followup.
           MOVE ZERO TO ws-days-late.
           MOVE "N" TO ws-no-note.
           IF FUP-Done NOT = "Y"
               IF FUP-Due-Date < ws-today
                   MOVE "O" TO ws-fup-class
               ELSE
                   MOVE "P" TO ws-fup-class
               END-IF
           ELSE
               IF FUP-Done-Date NOT NUMERIC OR FUP-Done-Date = ZERO
                   MOVE "U" TO ws-fup-class
               ELSE
                   IF FUP-Done-Date <= FUP-Due-Date
                       MOVE "T" TO ws-fup-class
                   ELSE
                       MOVE "L" TO ws-fup-class
                       MOVE FUP-Due-Date TO ws-dn-date
                       PERFORM Date-To-Day-Number
                       MOVE ws-dn-result TO ws-due-days
                       MOVE FUP-Done-Date TO ws-dn-date
                       PERFORM Date-To-Day-Number
                       COMPUTE ws-days-late =
                           ws-dn-result - ws-due-days
                   END-IF
                   PERFORM Check-Closing-Note
               END-IF
           END-IF.

      *    A note for the contact taken after the follow-up's own
      *    note and dated the day it was closed.
       Check-Closing-Note.
           MOVE "Y" TO ws-no-note.
           IF ws-have-int = "Y"
               MOVE FUP-Contact-ID TO INT-Contact-ID
               COMPUTE ws-next-seq = FUP-SEQ + 1
               MOVE ws-next-seq TO INT-SEQ
               MOVE "N" TO ws-notes-done
               START interactions-file KEY IS NOT LESS THAN INT-KEY
                   INVALID KEY
                       MOVE "Y" TO ws-notes-done
               END-START
               PERFORM UNTIL ws-notes-done = "Y"
                   READ interactions-file NEXT
                       AT END
                           MOVE "Y" TO ws-notes-done
                       NOT AT END
                           IF INT-Contact-ID NOT = FUP-Contact-ID
                               MOVE "Y" TO ws-notes-done
                           ELSE
                               IF INT-Date = FUP-Done-Date
                                   MOVE "N" TO ws-no-note
                                   MOVE "Y" TO ws-notes-done
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       Read-Contact.
           MOVE FUP-Contact-ID TO ID_Contact.
           READ contacts KEY IS ID_Contact
               INVALID KEY
                   MOVE "(not on file)" TO ws-category
                   MOVE "(contact no longer on file)"
                       TO ws-contact-name
               NOT INVALID KEY
                   IF Category = SPACES
                       MOVE "(none)" TO ws-category
                   ELSE
                       MOVE Category TO ws-category
                   END-IF
                   MOVE SPACES TO ws-contact-name
                   STRING Last_Name DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       First_Name DELIMITED BY "  "
                       INTO ws-contact-name
                   END-STRING
           END-READ.

       Find-Or-Add-Group.
           MOVE ZERO TO ws-grp-found.
           PERFORM VARYING ws-grp-idx FROM 1 BY 1
                   UNTIL ws-grp-idx > ws-grp-count
                      OR ws-grp-found NOT = ZERO
               IF ws-grp-kind (ws-grp-idx) = ws-want-kind AND
                  ws-grp-name (ws-grp-idx) = ws-want-name
                   MOVE ws-grp-idx TO ws-grp-found
               END-IF
           END-PERFORM.
           IF ws-grp-found = ZERO
               IF ws-grp-count >= 200
                   MOVE "Y" TO ws-grp-full
               ELSE
                   ADD 1 TO ws-grp-count
                   MOVE ws-grp-count TO ws-grp-found
                   MOVE ws-want-kind TO ws-grp-kind (ws-grp-count)
                   MOVE ws-want-name TO ws-grp-name (ws-grp-count)
                   MOVE ZERO TO ws-grp-due (ws-grp-count)
                   MOVE ZERO TO ws-grp-ontime (ws-grp-count)
                   MOVE ZERO TO ws-grp-late (ws-grp-count)
                   MOVE ZERO TO ws-grp-late-days (ws-grp-count)
                   MOVE ZERO TO ws-grp-undated (ws-grp-count)
                   MOVE ZERO TO ws-grp-overdue (ws-grp-count)
                   MOVE ZERO TO ws-grp-pending (ws-grp-count)
                   MOVE ZERO TO ws-grp-nonote (ws-grp-count)
               END-IF
           END-IF.

       Add-To-Group.
           ADD 1 TO ws-grp-due (ws-grp-found).
           EVALUATE ws-fup-class
              WHEN "T"
                   ADD 1 TO ws-grp-ontime (ws-grp-found)
              WHEN "L"
                   ADD 1 TO ws-grp-late (ws-grp-found)
                   ADD ws-days-late TO ws-grp-late-days (ws-grp-found)
              WHEN "U"
                   ADD 1 TO ws-grp-undated (ws-grp-found)
              WHEN "O"
                   ADD 1 TO ws-grp-overdue (ws-grp-found)
              WHEN OTHER
                   ADD 1 TO ws-grp-pending (ws-grp-found)
           END-EVALUATE.
           IF ws-no-note = "Y"
               ADD 1 TO ws-grp-nonote (ws-grp-found)
           END-IF.

      *    Operators and categories in name order; the total stays
      *    in the first slot.
       Sort-Groups.
           PERFORM VARYING ws-grp-idx FROM 2 BY 1
                   UNTIL ws-grp-idx >= ws-grp-count
               PERFORM VARYING ws-grp-jdx FROM 2 BY 1
                       UNTIL ws-grp-jdx >= ws-grp-count
                   IF ws-grp-name (ws-grp-jdx) >
                      ws-grp-name (ws-grp-jdx + 1)
                       MOVE ws-grp-entry (ws-grp-jdx) TO ws-grp-swap
                       MOVE ws-grp-entry (ws-grp-jdx + 1)
                           TO ws-grp-entry (ws-grp-jdx)
                       MOVE ws-grp-swap
                           TO ws-grp-entry (ws-grp-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Write-Report-Header.
           MOVE SPACES TO report-line.
           STRING "Follow-up service levels   Month: "
               DELIMITED BY SIZE
               ws-month-disp DELIMITED BY SIZE
               "   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "Overdue = still open today past the due date."
               TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Undated = closed before close dates were kept;"
               DELIMITED BY SIZE
               " left out of on time / late." DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "No note = closed with no INTERACTIONS note for"
               DELIMITED BY SIZE
               " the contact that day." DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

      *    ws-section-title, then the rows of kind ws-want-kind.
       Write-Group-Section.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE ws-section-title TO report-line.
           WRITE report-line.
           MOVE ws-row-heading TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-grp-idx FROM 1 BY 1
                   UNTIL ws-grp-idx > ws-grp-count
               IF ws-grp-kind (ws-grp-idx) = ws-want-kind
                   PERFORM Write-Group-Row
               END-IF
           END-PERFORM.
           IF ws-want-kind = "T" AND ws-grp-full = "Y"
               MOVE SPACES TO report-line
               STRING "More operators and categories than the report"
                   DELIMITED BY SIZE
                   " holds - the lines above are incomplete."
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.

       Write-Group-Row.
           MOVE ws-grp-name (ws-grp-idx) TO ws-row-name.
           MOVE ws-grp-due (ws-grp-idx) TO ws-row-due.
           MOVE ws-grp-ontime (ws-grp-idx) TO ws-row-ontime.
           MOVE ws-grp-late (ws-grp-idx) TO ws-row-late.
           MOVE ZERO TO ws-avg-late.
           IF ws-grp-late (ws-grp-idx) NOT = ZERO
               COMPUTE ws-avg-late ROUNDED =
                   ws-grp-late-days (ws-grp-idx) /
                   ws-grp-late (ws-grp-idx)
           END-IF.
           MOVE ws-avg-late TO ws-row-avg.
           COMPUTE ws-closed-known =
               ws-grp-ontime (ws-grp-idx) + ws-grp-late (ws-grp-idx).
           MOVE ZERO TO ws-ontime-rate.
           IF ws-closed-known NOT = ZERO
               COMPUTE ws-ontime-rate ROUNDED =
                   ws-grp-ontime (ws-grp-idx) * 100 / ws-closed-known
           END-IF.
           MOVE ws-ontime-rate TO ws-row-rate.
           MOVE ws-grp-undated (ws-grp-idx) TO ws-row-undated.
           MOVE ws-grp-overdue (ws-grp-idx) TO ws-row-overdue.
           MOVE ws-grp-pending (ws-grp-idx) TO ws-row-pending.
           MOVE ws-grp-nonote (ws-grp-idx) TO ws-row-nonote.
           MOVE ws-row TO report-line.
           WRITE report-line.

      *----------------------------------------------------------------
      *    Second pass : the follow-ups still overdue and the ones
      *    closed with nothing noted, one line each.
      *----------------------------------------------------------------
       Write-Chase-List.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "To chase : overdue, or closed without a note"
               TO report-line.
           WRITE report-line.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO FUP-Contact-ID.
           MOVE ZERO TO FUP-SEQ.
           START followups-file KEY IS NOT LESS THAN FUP-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ followups-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF FUP-Due-Date >= ws-month-start AND
                          FUP-Due-Date <= ws-month-end
                           PERFORM Classify-Followup
                           IF ws-fup-class = "O" OR ws-no-note = "Y"
                               PERFORM Write-Chase-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-chase-count = ZERO
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF.

       Write-Chase-Line.
           ADD 1 TO ws-chase-count.
           PERFORM Read-Contact.
           MOVE SPACES TO report-line.
           STRING "  due " DELIMITED BY SIZE
               FUP-Due-Date DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUP-Contact-ID DELIMITED BY SIZE
               " note " DELIMITED BY SIZE
               FUP-SEQ DELIMITED BY SIZE
               "  owner " DELIMITED BY SIZE
               FUP-Owner DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-contact-name DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           MOVE SPACES TO ws-chase-tail.
           IF ws-fup-class = "O"
               MOVE "OVERDUE" TO ws-chase-tail
           ELSE
               STRING "NO NOTE closed " DELIMITED BY SIZE
                   FUP-Done-Date DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUP-Done-By DELIMITED BY SIZE
                   INTO ws-chase-tail
               END-STRING
           END-IF.
           MOVE ws-chase-tail TO report-line (100:50).
           WRITE report-line.

       Date-To-Day-Number.
           COMPUTE ws-dn-work = 14 - ws-dn-mm.
           DIVIDE ws-dn-work BY 12 GIVING ws-dn-a.
           COMPUTE ws-dn-y = ws-dn-yyyy + 4800 - ws-dn-a.
           COMPUTE ws-dn-m = ws-dn-mm + 12 * ws-dn-a - 3.
           COMPUTE ws-dn-work = 153 * ws-dn-m + 2.
           DIVIDE ws-dn-work BY 5 GIVING ws-dn-t1.
           DIVIDE ws-dn-y BY 4 GIVING ws-dn-t2.
           DIVIDE ws-dn-y BY 100 GIVING ws-dn-t3.
           DIVIDE ws-dn-y BY 400 GIVING ws-dn-t4.
           COMPUTE ws-dn-result = ws-dn-dd + ws-dn-t1
               + 365 * ws-dn-y + ws-dn-t2 - ws-dn-t3 + ws-dn-t4
               - 32045.

       Close-Files.
           CLOSE followups-file.
           CLOSE contacts.
           IF ws-have-int = "Y"
               CLOSE interactions-file
           END-IF.
           CLOSE report-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "FollowupReport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "FOLLOWUP-SLA.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
