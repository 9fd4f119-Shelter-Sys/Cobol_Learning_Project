       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarExport.
      *----------------------------------------------------------------
      *    iCalendar export of the promised call-backs for the
      *    reps' Outlook calendars. Writes one file per operator,
      *    FOLLOWUPS-<operator>.ics, with an all-day event for each
      *    of that FUP-Owner's follow-ups on its FUP-Due-Date :
      *    contact name, Phone and the text of the call/meeting
      *    note the follow-up was taken with. A follow-up with no
      *    owner goes to FOLLOWUPS-UNOWNED.ics.
      *    Every event carries the UID FUP-<contact>-<seq>@GCA,
      *    built from the follow-up's key, so importing the file
      *    again updates the events already in the calendar instead
      *    of adding them twice. A follow-up marked done is sent as
      *    STATUS:CANCELLED with a higher SEQUENCE, which takes it
      *    out of the calendar on the next import.
      *    On request a second calendar, KEYDATES.ics, carries the
      *    Key_Date reminders BirthdayList prints, as events that
      *    repeat every year (UID KEY-<contact>@GCA).
      *    The run asks for one operator (blank = every operator);
      *    with an operator given, the key dates are limited to
      *    the contacts that operator owns. Phone numbers of
      *    contacts who withdrew phone consent are held back and
      *    the event says DO NOT CALL, as on WORKQUEUE.rpt.
      *    Text values are escaped and long lines folded at 75
      *    characters, and every line ends CR LF, as RFC 5545
      *    asks.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT followups-file ASSIGN TO 'FOLLOWUPS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUP-KEY
           FILE STATUS IS ws-fup-status.

           SELECT interactions-file ASSIGN TO 'INTERACTIONS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-KEY
           FILE STATUS IS ws-int-status.

           SELECT contacts ASSIGN TO 'CONTACTS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID_Contact
           ALTERNATE RECORD KEY IS Last_Name WITH DUPLICATES
           FILE STATUS IS ws-file-status.

           SELECT consent-file ASSIGN TO 'CONSENT.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-Contact-ID
           FILE STATUS IS ws-cns-status.

           SELECT ics-file ASSIGN TO DYNAMIC ws-ics-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-ics-status.

       DATA DIVISION.
       FILE SECTION.
       FD followups-file.
       COPY FOLLOWUP.

       FD interactions-file.
       COPY INTERACT.

       FD contacts.
       COPY CONTACT.

       FD consent-file.
       COPY CONSENT.

      *    Written a byte at a time so that each line can end in
      *    the CR LF a line sequential file would not carry.
       FD ics-file.
       01 ics-byte PIC X(01).

       WORKING-STORAGE SECTION.
       01 ws-fup-status PIC XX.
       01 ws-int-status PIC XX.
       01 ws-file-status PIC XX.
       01 ws-cns-status PIC XX.
       01 ws-have-consent PIC X(01) VALUE "N".
       01 ws-have-notes PIC X(01) VALUE "N".
       01 ws-ics-status PIC XX.
       01 ws-ics-name PIC X(30).
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-now PIC 9(08).
       01 ws-stamp PIC X(15).
       01 ws-select-owner PIC X(08) VALUE SPACES.
       01 ws-wanted-owner PIC X(08).
       01 ws-want-keydates PIC X(01).
       01 ws-scan-done PIC X(01).
       01 ws-no-phone PIC X(01).
       01 ws-contact-found PIC X(01).
       01 ws-owner-events PIC 9(05).
       01 ws-open-count PIC 9(05) VALUE ZERO.
       01 ws-cancel-count PIC 9(05) VALUE ZERO.
       01 ws-key-count PIC 9(05) VALUE ZERO.
       01 ws-file-count PIC 9(03) VALUE ZERO.
       01 ws-key-date PIC 9(08).
       01 ws-key-date-r REDEFINES ws-key-date.
           05 ws-key-yyyy PIC 9(04).
           05 ws-key-mm PIC 9(02).
           05 ws-key-dd PIC 9(02).

      *----------------------------------------------------------------
      *    One content line is built in ws-ics-text, escaped on the
      *    way in, then written out folded : the first 75 characters,
      *    then continuation lines of a blank and 74 more.
      *----------------------------------------------------------------
       01 ws-ics-text PIC X(700).
       01 ws-ics-ptr PIC 9(03).
       01 ws-ics-len PIC 9(03).
       01 ws-ics-pos PIC 9(03).
       01 ws-ics-chunk PIC 9(03).
       01 ws-ics-last PIC 9(03).
       01 ws-ics-end PIC 9(03).
       01 ws-ics-out PIC 9(03).
      *    Each .ics line is built here and sent by Write-Ics-Line.
       01 ics-line PIC X(80).
       01 ws-esc-source PIC X(240).
       01 ws-esc-len PIC 9(03).
       01 ws-esc-pos PIC 9(03).
       01 ws-esc-char PIC X(01).

      *----------------------------------------------------------------
      *    Distinct owners seen on the follow-ups, one calendar
      *    file each, the way WorkQueue builds its owner blocks.
      *----------------------------------------------------------------
       01 ws-owner-table.
           05 ws-owner-entry OCCURS 50 TIMES.
               10 ws-owner-id PIC X(08).
       01 ws-owner-used PIC 9(02) VALUE ZERO.
       01 ws-owner-idx PIC 9(02).
       01 ws-owner-found PIC X(01).
       01 ws-catalog-type PIC X(20).
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "Operator to export (blank = every operator) ?".
           ACCEPT ws-select-owner.
           INSPECT ws-select-owner CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Also write the key-date calendar KEYDATES.ics"
               " (Y/N) ?".
           ACCEPT ws-want-keydates.
           IF ws-want-keydates = "y"
               MOVE "Y" TO ws-want-keydates
           END-IF.
           PERFORM Open-Files.
           PERFORM Collect-Owners.
           PERFORM VARYING ws-owner-idx FROM 1 BY 1
                   UNTIL ws-owner-idx > ws-owner-used
               MOVE ws-owner-id (ws-owner-idx) TO ws-wanted-owner
               PERFORM Write-Owner-Calendar
                   THRU Write-Owner-Calendar-Exit
           END-PERFORM.
           IF ws-want-keydates = "Y"
               PERFORM Write-Keydate-Calendar
                   THRU Write-Keydate-Calendar-Exit
           END-IF.
           PERFORM Close-Files.
           DISPLAY "Calendars written : " ws-file-count " file(s), "
               ws-open-count " open follow-up(s), " ws-cancel-count
               " cancelled, " ws-key-count " key date(s).".
           STOP RUN.

       Open-Files.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           ACCEPT ws-now FROM TIME.
           MOVE SPACES TO ws-stamp.
           STRING ws-today DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               ws-now (1:6) DELIMITED BY SIZE
               INTO ws-stamp
           END-STRING.
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
               MOVE "Y" TO ws-have-notes
           END-IF.
           OPEN INPUT consent-file.
           IF ws-cns-status = "00"
               MOVE "Y" TO ws-have-consent
           ELSE
               IF ws-cns-status NOT = "35"
                   DISPLAY "CONSENT.idx could not be opened, status "
                       ws-cns-status
                   CLOSE followups-file
                   CLOSE contacts
                   IF ws-have-notes = "Y"
                       CLOSE interactions-file
                   END-IF
                   STOP RUN
               END-IF
           END-IF.

       Collect-Owners.
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
                       IF ws-select-owner = SPACES OR
                          FUP-Owner = ws-select-owner
                           PERFORM Note-One-Owner
                       END-IF
               END-READ
           END-PERFORM.

       Note-One-Owner.
           MOVE "N" TO ws-owner-found.
           PERFORM VARYING ws-owner-idx FROM 1 BY 1
                   UNTIL ws-owner-idx > ws-owner-used
                       OR ws-owner-found = "Y"
               IF ws-owner-id (ws-owner-idx) = FUP-Owner
                   MOVE "Y" TO ws-owner-found
               END-IF
           END-PERFORM.
           IF ws-owner-found = "N" AND ws-owner-used < 50
               ADD 1 TO ws-owner-used
               MOVE FUP-Owner TO ws-owner-id (ws-owner-used)
           END-IF.

      *    Full pass over the follow-ups for each owner; the file
      *    is small enough that a per-owner scan beats sorting.
       Write-Owner-Calendar.
           MOVE ZERO TO ws-owner-events.
           MOVE SPACES TO ws-ics-name.
           IF ws-wanted-owner = SPACES
               MOVE "FOLLOWUPS-UNOWNED.ics" TO ws-ics-name
           ELSE
               STRING "FOLLOWUPS-" DELIMITED BY SIZE
                   ws-wanted-owner DELIMITED BY SPACE
                   ".ics" DELIMITED BY SIZE
                   INTO ws-ics-name
               END-STRING
           END-IF.
           OPEN OUTPUT ics-file.
           IF ws-ics-status NOT = "00"
               DISPLAY ws-ics-name " could not be written, status "
                   ws-ics-status
               GO TO Write-Owner-Calendar-Exit
           END-IF.
           ADD 1 TO ws-file-count.
           MOVE SPACES TO ws-ics-text.
           STRING "X-WR-CALNAME:Follow-ups " DELIMITED BY SIZE
               ws-wanted-owner DELIMITED BY SPACE
               INTO ws-ics-text
           END-STRING.
           PERFORM Write-Calendar-Start.
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
                       IF FUP-Owner = ws-wanted-owner
                           PERFORM Write-Followup-Event
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "END:VCALENDAR" TO ics-line.
           PERFORM Write-Ics-Line.
           CLOSE ics-file.
           MOVE "FOLLOWUPS.ics" TO ws-catalog-type.
           PERFORM Catalog-Calendar.
           DISPLAY ws-ics-name " : " ws-owner-events " event(s)".

       Write-Owner-Calendar-Exit.
           EXIT.

      *    ws-ics-text holds the X-WR-CALNAME line on the way in.
       Write-Calendar-Start.
           MOVE ws-ics-text TO ws-esc-source.
           MOVE "BEGIN:VCALENDAR" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE "VERSION:2.0" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE "PRODID:-//GCA//Carnet d'adresse//FR" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE "CALSCALE:GREGORIAN" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE "METHOD:PUBLISH" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE ws-esc-source TO ics-line.
           PERFORM Write-Ics-Line.

       Write-Followup-Event.
           MOVE FUP-Contact-ID TO ID_Contact.
           MOVE "Y" TO ws-contact-found.
           READ contacts KEY IS ID_Contact
               INVALID KEY
                   MOVE "N" TO ws-contact-found
           END-READ.
           MOVE "BEGIN:VEVENT" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE SPACES TO ics-line.
           STRING "UID:FUP-" DELIMITED BY SIZE
               FUP-Contact-ID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUP-SEQ DELIMITED BY SIZE
               "@GCA" DELIMITED BY SIZE
               INTO ics-line
           END-STRING.
           PERFORM Write-Ics-Line.
           MOVE SPACES TO ics-line.
           STRING "DTSTAMP:" DELIMITED BY SIZE
               ws-stamp DELIMITED BY SIZE
               INTO ics-line
           END-STRING.
           PERFORM Write-Ics-Line.
           MOVE SPACES TO ics-line.
           STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
               FUP-Due-Date DELIMITED BY SIZE
               INTO ics-line
           END-STRING.
           PERFORM Write-Ics-Line.
           IF FUP-Done = "Y"
               MOVE "SEQUENCE:1" TO ics-line
               PERFORM Write-Ics-Line
               MOVE "STATUS:CANCELLED" TO ics-line
               PERFORM Write-Ics-Line
               ADD 1 TO ws-cancel-count
           ELSE
               MOVE "SEQUENCE:0" TO ics-line
               PERFORM Write-Ics-Line
               MOVE "STATUS:CONFIRMED" TO ics-line
               PERFORM Write-Ics-Line
               ADD 1 TO ws-open-count
           END-IF.
           MOVE "TRANSP:TRANSPARENT" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE SPACES TO ws-ics-text.
           MOVE 1 TO ws-ics-ptr.
           STRING "SUMMARY:Call back " DELIMITED BY SIZE
               INTO ws-ics-text WITH POINTER ws-ics-ptr
           END-STRING.
           IF ws-contact-found = "Y"
               MOVE SPACES TO ws-esc-source
               STRING First_Name DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   Last_Name DELIMITED BY "  "
                   INTO ws-esc-source
               END-STRING
               PERFORM Append-Escaped
           ELSE
               STRING "contact " DELIMITED BY SIZE
                   FUP-Contact-ID DELIMITED BY SIZE
                   " (no longer on file)" DELIMITED BY SIZE
                   INTO ws-ics-text WITH POINTER ws-ics-ptr
               END-STRING
           END-IF.
           PERFORM Write-Folded-Line.
           PERFORM Write-Followup-Description.
           MOVE "END:VEVENT" TO ics-line.
           PERFORM Write-Ics-Line.
           ADD 1 TO ws-owner-events.

      *    Phone and note on separate lines of the description;
      *    the "\n" is the iCalendar line break inside a value.
       Write-Followup-Description.
           MOVE SPACES TO ws-ics-text.
           MOVE 1 TO ws-ics-ptr.
           STRING "DESCRIPTION:Phone: " DELIMITED BY SIZE
               INTO ws-ics-text WITH POINTER ws-ics-ptr
           END-STRING.
           MOVE SPACES TO ws-esc-source.
           IF ws-contact-found = "Y"
               PERFORM Check-Phone-Consent
               IF ws-no-phone = "Y"
                   MOVE "DO NOT CALL - consent withdrawn"
                       TO ws-esc-source
               ELSE
                   MOVE Phone TO ws-esc-source
               END-IF
           END-IF.
           PERFORM Append-Escaped.
           STRING "\nNote: " DELIMITED BY SIZE
               INTO ws-ics-text WITH POINTER ws-ics-ptr
           END-STRING.
           MOVE SPACES TO ws-esc-source.
           IF ws-have-notes = "Y"
               MOVE FUP-KEY TO INT-KEY
               READ interactions-file KEY IS INT-KEY
                   INVALID KEY
                       MOVE "(note no longer on file)"
                           TO ws-esc-source
                   NOT INVALID KEY
                       MOVE INT-Note TO ws-esc-source
               END-READ
           END-IF.
           PERFORM Append-Escaped.
           PERFORM Write-Folded-Line.

       Check-Phone-Consent.
           MOVE "N" TO ws-no-phone.
           IF ws-have-consent = "Y"
               MOVE ID_Contact TO CNS-Contact-ID
               READ consent-file KEY IS CNS-Contact-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-Phone-Status = "N"
                           MOVE "Y" TO ws-no-phone
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *    Key dates, one yearly event per contact. A Key_Date kept
      *    without a real year (BirthdayList ignores it) starts in
      *    2000 instead, a leap year, so a 29 February holds.
      *----------------------------------------------------------------
       Write-Keydate-Calendar.
           MOVE "KEYDATES.ics" TO ws-ics-name.
           OPEN OUTPUT ics-file.
           IF ws-ics-status NOT = "00"
               DISPLAY ws-ics-name " could not be written, status "
                   ws-ics-status
               GO TO Write-Keydate-Calendar-Exit
           END-IF.
           ADD 1 TO ws-file-count.
           MOVE SPACES TO ws-ics-text.
           STRING "X-WR-CALNAME:Key dates " DELIMITED BY SIZE
               ws-select-owner DELIMITED BY SPACE
               INTO ws-ics-text
           END-STRING.
           PERFORM Write-Calendar-Start.
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
                       IF Key_Date NOT = ZERO AND
                          (ws-select-owner = SPACES OR
                           Contact_Owner = ws-select-owner)
                           PERFORM Write-Keydate-Event
                               THRU Write-Keydate-Event-Exit
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "END:VCALENDAR" TO ics-line.
           PERFORM Write-Ics-Line.
           CLOSE ics-file.
           MOVE "KEYDATES.ics" TO ws-catalog-type.
           PERFORM Catalog-Calendar.
           DISPLAY ws-ics-name " : " ws-key-count " event(s)".

       Write-Keydate-Calendar-Exit.
           EXIT.

       Write-Keydate-Event.
           MOVE Key_Date TO ws-key-date.
           IF ws-key-mm < 1 OR ws-key-mm > 12 OR
              ws-key-dd < 1 OR ws-key-dd > 31
               GO TO Write-Keydate-Event-Exit
           END-IF.
           IF ws-key-yyyy < 1900
               MOVE 2000 TO ws-key-yyyy
           END-IF.
           MOVE "BEGIN:VEVENT" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE SPACES TO ics-line.
           STRING "UID:KEY-" DELIMITED BY SIZE
               ID_Contact DELIMITED BY SIZE
               "@GCA" DELIMITED BY SIZE
               INTO ics-line
           END-STRING.
           PERFORM Write-Ics-Line.
           MOVE SPACES TO ics-line.
           STRING "DTSTAMP:" DELIMITED BY SIZE
               ws-stamp DELIMITED BY SIZE
               INTO ics-line
           END-STRING.
           PERFORM Write-Ics-Line.
           MOVE SPACES TO ics-line.
           STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
               ws-key-date DELIMITED BY SIZE
               INTO ics-line
           END-STRING.
           PERFORM Write-Ics-Line.
           MOVE "RRULE:FREQ=YEARLY" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE "TRANSP:TRANSPARENT" TO ics-line.
           PERFORM Write-Ics-Line.
           MOVE SPACES TO ws-ics-text.
           MOVE 1 TO ws-ics-ptr.
           STRING "SUMMARY:Key date " DELIMITED BY SIZE
               INTO ws-ics-text WITH POINTER ws-ics-ptr
           END-STRING.
           MOVE SPACES TO ws-esc-source.
           STRING First_Name DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Last_Name DELIMITED BY "  "
               INTO ws-esc-source
           END-STRING.
           PERFORM Append-Escaped.
           PERFORM Write-Folded-Line.
           MOVE SPACES TO ws-ics-text.
           MOVE 1 TO ws-ics-ptr.
           STRING "DESCRIPTION:Phone: " DELIMITED BY SIZE
               INTO ws-ics-text WITH POINTER ws-ics-ptr
           END-STRING.
           PERFORM Check-Phone-Consent.
           IF ws-no-phone = "Y"
               MOVE "DO NOT CALL - consent withdrawn"
                   TO ws-esc-source
           ELSE
               MOVE Phone TO ws-esc-source
           END-IF.
           PERFORM Append-Escaped.
           STRING "\nCategory: " DELIMITED BY SIZE
               INTO ws-ics-text WITH POINTER ws-ics-ptr
           END-STRING.
           MOVE Category TO ws-esc-source.
           PERFORM Append-Escaped.
           PERFORM Write-Folded-Line.
           MOVE "END:VEVENT" TO ics-line.
           PERFORM Write-Ics-Line.
           ADD 1 TO ws-key-count.

       Write-Keydate-Event-Exit.
           EXIT.

      *    Appends ws-esc-source, trailing blanks dropped, to
      *    ws-ics-text at ws-ics-ptr with backslash, semicolon and
      *    comma escaped by a backslash.
       Append-Escaped.
           MOVE 240 TO ws-esc-len.
           PERFORM UNTIL ws-esc-len = ZERO
                   OR ws-esc-source (ws-esc-len:1) NOT = SPACE
               SUBTRACT 1 FROM ws-esc-len
           END-PERFORM.
           PERFORM VARYING ws-esc-pos FROM 1 BY 1
                   UNTIL ws-esc-pos > ws-esc-len
                       OR ws-ics-ptr > 698
               MOVE ws-esc-source (ws-esc-pos:1) TO ws-esc-char
               IF ws-esc-char = "\" OR ws-esc-char = ";" OR
                  ws-esc-char = ","
                   MOVE "\" TO ws-ics-text (ws-ics-ptr:1)
                   ADD 1 TO ws-ics-ptr
               END-IF
               MOVE ws-esc-char TO ws-ics-text (ws-ics-ptr:1)
               ADD 1 TO ws-ics-ptr
           END-PERFORM.

      *    ws-ics-ptr is one past the last character of the line.
       Write-Folded-Line.
           COMPUTE ws-ics-len = ws-ics-ptr - 1.
           MOVE 1 TO ws-ics-pos.
           IF ws-ics-len > 75
               MOVE 75 TO ws-ics-chunk
               PERFORM Keep-Space-Off-End
           ELSE
               MOVE ws-ics-len TO ws-ics-chunk
           END-IF.
           MOVE SPACES TO ics-line.
           MOVE ws-ics-text (1:ws-ics-chunk) TO ics-line.
           PERFORM Write-Ics-Line.
           COMPUTE ws-ics-pos = ws-ics-chunk + 1.
           PERFORM UNTIL ws-ics-pos > ws-ics-len
               COMPUTE ws-ics-chunk = ws-ics-len - ws-ics-pos + 1
               IF ws-ics-chunk > 74
                   MOVE 74 TO ws-ics-chunk
                   PERFORM Keep-Space-Off-End
               END-IF
               MOVE SPACES TO ics-line
               MOVE ws-ics-text (ws-ics-pos:ws-ics-chunk)
                   TO ics-line (2:ws-ics-chunk)
               PERFORM Write-Ics-Line
               ADD ws-ics-chunk TO ws-ics-pos
           END-PERFORM.

      *    Write-Ics-Line drops a line's trailing spaces, so a
      *    chunk with more to follow must not end in one or the
      *    unfolded text runs two words together. The split moves
      *    back until the spaces start the next line, after its
      *    leading fold blank.
       Keep-Space-Off-End.
           COMPUTE ws-ics-last = ws-ics-pos + ws-ics-chunk - 1.
           PERFORM UNTIL ws-ics-chunk = 1
                   OR ws-ics-text (ws-ics-last:1) NOT = SPACE
               SUBTRACT 1 FROM ws-ics-chunk
               SUBTRACT 1 FROM ws-ics-last
           END-PERFORM.

      *    Sends ics-line up to its last non-blank character, then
      *    CR LF.
       Write-Ics-Line.
           PERFORM VARYING ws-ics-end FROM 80 BY -1
                   UNTIL ws-ics-end < 1
                      OR ics-line (ws-ics-end:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           PERFORM VARYING ws-ics-out FROM 1 BY 1
                   UNTIL ws-ics-out > ws-ics-end
               MOVE ics-line (ws-ics-out:1) TO ics-byte
               WRITE ics-byte
           END-PERFORM.
           MOVE X"0D" TO ics-byte.
           WRITE ics-byte.
           MOVE X"0A" TO ics-byte.
           WRITE ics-byte.

       Close-Files.
           CLOSE followups-file.
           CLOSE contacts.
           IF ws-have-notes = "Y"
               CLOSE interactions-file
           END-IF.
           IF ws-have-consent = "Y"
               CLOSE consent-file
           END-IF.

      *    One owner's file or the key dates file; the per-owner
      *    files all age out together under FOLLOWUPS.ics. The
      *    copy is taken byte for byte to keep the CR LF endings.
       Catalog-Calendar.
           MOVE SPACES TO report-catalog-entry.
           MOVE "CalendarExport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE ws-ics-name TO RPT-FILE-NAME.
           MOVE ws-catalog-type TO RPT-TYPE.
           MOVE "Y" TO RPT-BYTE-COPY.
           CALL "ReportCatalog".
