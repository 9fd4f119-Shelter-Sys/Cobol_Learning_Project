       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactOwnerConvert.
      *----------------------------------------------------------------
      *    One-time conversion of the carnet to the current record
      *    layout (Contact_Owner added at the end of the contact
      *    and archive records).
      *
      *    Before running, rename the live files:
      *        CONTACTS.idx         -> CONTACTS-OLD.idx
      *        CONTACTS-ARCHIVE.idx -> CONTACTS-ARCHIVE-OLD.idx
      *    This program rebuilds CONTACTS.idx and
      *    CONTACTS-ARCHIVE.idx from the -OLD files, record for
      *    record. The run asks for the operator who should own
      *    the existing contacts; leave it blank to convert them
      *    with no owner and hand them out later with
      *    ContactReassign. Archived contacts always come across
      *    with no owner. The -OLD files are left untouched so
      *    the run can be repeated if anything goes wrong.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-contacts ASSIGN TO 'CONTACTS-OLD.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-ID-Contact
           ALTERNATE RECORD KEY IS OLD-Last-Name WITH DUPLICATES
           FILE STATUS IS ws-old-status.

           SELECT old-archive ASSIGN TO 'CONTACTS-ARCHIVE-OLD.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLA-ID-Contact
           FILE STATUS IS ws-olarc-status.

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

           SELECT users-file ASSIGN TO 'USERS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USR-ID
           FILE STATUS IS ws-users-status.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *    The -OLD layouts below are frozen copies of what
      *    CONTACT.cpy and ARCHIVE.cpy looked like before the
      *    owner was added. They must not be changed when the
      *    live copybooks grow again.
      *----------------------------------------------------------------
       FD old-contacts.
       01 old-contact-record.
           05 OLD-ID-Contact PIC 9(05).
           05 OLD-First-Name PIC X(50).
           05 OLD-Last-Name PIC X(50).
           05 OLD-Phone PIC X(20).
           05 OLD-Email PIC X(50).
           05 OLD-Description PIC X(240).
           05 OLD-Category PIC X(20).
           05 OLD-Company-ID PIC 9(05).
           05 OLD-Street PIC X(50).
           05 OLD-City PIC X(30).
           05 OLD-Postal-Code PIC X(10).
           05 OLD-Country PIC X(30).
           05 OLD-Last-Modified PIC 9(08).
           05 OLD-Key-Date PIC 9(08).

       FD old-archive.
       01 old-archive-record.
           05 OLA-ID-Contact PIC 9(05).
           05 OLA-First-Name PIC X(50).
           05 OLA-Last-Name PIC X(50).
           05 OLA-Phone PIC X(20).
           05 OLA-Email PIC X(50).
           05 OLA-Description PIC X(240).
           05 OLA-Category PIC X(20).
           05 OLA-Company-ID PIC 9(05).
           05 OLA-Street PIC X(50).
           05 OLA-City PIC X(30).
           05 OLA-Postal-Code PIC X(10).
           05 OLA-Country PIC X(30).
           05 OLA-Last-Modified PIC 9(08).
           05 OLA-Key-Date PIC 9(08).

       FD contacts.
       COPY CONTACT.

       FD archive-file.
       COPY ARCHIVE.

       FD users-file.
       COPY USER.

       WORKING-STORAGE SECTION.
       01 ws-old-status PIC XX.
       01 ws-olarc-status PIC XX.
       01 ws-file-status PIC XX.
       01 ws-archive-status PIC XX.
       01 ws-read-count PIC 9(05) VALUE ZERO.
       01 ws-written-count PIC 9(05) VALUE ZERO.
       01 ws-arc-read-count PIC 9(05) VALUE ZERO.
       01 ws-arc-written-count PIC 9(05) VALUE ZERO.
       01 ws-have-old-archive PIC X(01) VALUE "N".
       01 ws-convert-confirm PIC X(01).
       01 ws-default-owner PIC X(08) VALUE SPACES.
       01 ws-users-status PIC XX.
       01 ws-have-users PIC X(01) VALUE "N".
       01 ws-owner-ok PIC X(01).

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT old-contacts.
           IF ws-old-status NOT = "00"
               DISPLAY "CONTACTS-OLD.idx not found (status "
                   ws-old-status ")."
               DISPLAY "Rename CONTACTS.idx to CONTACTS-OLD.idx and"
                   " CONTACTS-ARCHIVE.idx to CONTACTS-ARCHIVE-OLD.idx"
               DISPLAY "before running the conversion."
               STOP RUN
           END-IF.
           OPEN INPUT old-archive.
           IF ws-olarc-status = "00"
               MOVE "Y" TO ws-have-old-archive
           ELSE
               DISPLAY "No CONTACTS-ARCHIVE-OLD.idx (status "
                   ws-olarc-status "), archive treated as empty."
           END-IF.
           PERFORM Ask-Default-Owner.
           DISPLAY "About to rebuild CONTACTS.idx and"
               " CONTACTS-ARCHIVE.idx from the -OLD files.".
           DISPLAY "Anything already in them will be lost."
               " Continue (Y/N) ?".
           ACCEPT ws-convert-confirm.
           IF ws-convert-confirm NOT = "Y" AND
              ws-convert-confirm NOT = "y"
               DISPLAY "Conversion cancelled, nothing touched."
               CLOSE old-contacts
               IF ws-have-old-archive = "Y"
                   CLOSE old-archive
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT contacts.
           IF ws-file-status NOT = "00"
               DISPLAY "Could not create CONTACTS.idx, status "
                   ws-file-status
               STOP RUN
           END-IF.
           OPEN OUTPUT archive-file.

           PERFORM UNTIL ws-old-status = "10"
               READ old-contacts NEXT
                   AT END
                       MOVE "10" TO ws-old-status
                   NOT AT END
                       ADD 1 TO ws-read-count
                       PERFORM Convert-One-Contact
               END-READ
           END-PERFORM.

           IF ws-have-old-archive = "Y"
               PERFORM UNTIL ws-olarc-status = "10"
                   READ old-archive NEXT
                       AT END
                           MOVE "10" TO ws-olarc-status
                       NOT AT END
                           ADD 1 TO ws-arc-read-count
                           PERFORM Convert-One-Archive
                   END-READ
               END-PERFORM
               CLOSE old-archive
           END-IF.

           CLOSE old-contacts.
           CLOSE contacts.
           CLOSE archive-file.

           DISPLAY "Contacts : read " ws-read-count
               ", written " ws-written-count.
           DISPLAY "Archive  : read " ws-arc-read-count
               ", written " ws-arc-written-count.
           IF ws-read-count = ws-written-count AND
              ws-arc-read-count = ws-arc-written-count
               DISPLAY "Conversion complete, no record lost."
               DISPLAY "The -OLD files can now be put aside."
           ELSE
               DISPLAY "*** COUNTS DO NOT MATCH - keep the -OLD"
                   " files and investigate before using the carnet."
           END-IF.
           STOP RUN.

      *    The owner goes on every contact converted, so it must be
      *    an active operator on USERS.idx, checked the way the
      *    contact form checks it; blank is always accepted.
       Ask-Default-Owner.
           OPEN INPUT users-file.
           IF ws-users-status = "00"
               MOVE "Y" TO ws-have-users
           ELSE
               DISPLAY "USERS.idx could not be opened (status "
                   ws-users-status "), only a blank owner can be"
                   " taken."
           END-IF.
           MOVE "N" TO ws-owner-ok.
           PERFORM UNTIL ws-owner-ok = "Y"
               DISPLAY "Owner for the existing contacts"
                   " (operator ID, blank = none) ?"
               MOVE SPACES TO ws-default-owner
               ACCEPT ws-default-owner
               INSPECT ws-default-owner CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM Check-Default-Owner
           END-PERFORM.
           IF ws-have-users = "Y"
               CLOSE users-file
           END-IF.

       Check-Default-Owner.
           IF ws-default-owner = SPACES
               MOVE "Y" TO ws-owner-ok
           ELSE
               IF ws-have-users NOT = "Y"
                   DISPLAY "No operator list to check against."
               ELSE
                   MOVE ws-default-owner TO USR-ID
                   READ users-file KEY IS USR-ID
                       INVALID KEY
                           DISPLAY "No operator " ws-default-owner
                               " on file."
                       NOT INVALID KEY
                           IF USR-ACTIVE = "Y"
                               MOVE "Y" TO ws-owner-ok
                           ELSE
                               DISPLAY "Operator " ws-default-owner
                                   " is disabled."
                           END-IF
                   END-READ
               END-IF
           END-IF.

       Convert-One-Contact.
           INITIALIZE contact-record.
           MOVE OLD-ID-Contact TO ID_Contact.
           MOVE OLD-First-Name TO First_Name.
           MOVE OLD-Last-Name TO Last_Name.
           MOVE OLD-Phone TO Phone.
           MOVE OLD-Email TO Email.
           MOVE OLD-Description TO Description.
           MOVE OLD-Category TO Category.
           MOVE OLD-Company-ID TO Company_ID.
           MOVE OLD-Street TO Street.
           MOVE OLD-City TO City.
           MOVE OLD-Postal-Code TO Postal_Code.
           MOVE OLD-Country TO Country.
           MOVE OLD-Last-Modified TO Last_Modified.
           MOVE OLD-Key-Date TO Key_Date.
           MOVE ws-default-owner TO Contact_Owner.
           WRITE contact-record
               INVALID KEY
                   DISPLAY "Could not convert contact "
                       OLD-ID-Contact ", status " ws-file-status
               NOT INVALID KEY
                   ADD 1 TO ws-written-count
           END-WRITE.

       Convert-One-Archive.
           INITIALIZE archive-record.
           MOVE OLA-ID-Contact TO ARC-ID-Contact.
           MOVE OLA-First-Name TO ARC-First-Name.
           MOVE OLA-Last-Name TO ARC-Last-Name.
           MOVE OLA-Phone TO ARC-Phone.
           MOVE OLA-Email TO ARC-Email.
           MOVE OLA-Description TO ARC-Description.
           MOVE OLA-Category TO ARC-Category.
           MOVE OLA-Company-ID TO ARC-Company-ID.
           MOVE OLA-Street TO ARC-Street.
           MOVE OLA-City TO ARC-City.
           MOVE OLA-Postal-Code TO ARC-Postal-Code.
           MOVE OLA-Country TO ARC-Country.
           MOVE OLA-Last-Modified TO ARC-Last-Modified.
           MOVE OLA-Key-Date TO ARC-Key-Date.
           WRITE archive-record
               INVALID KEY
                   DISPLAY "Could not convert archived contact "
                       OLA-ID-Contact ", status " ws-archive-status
               NOT INVALID KEY
                   ADD 1 TO ws-arc-written-count
           END-WRITE.
