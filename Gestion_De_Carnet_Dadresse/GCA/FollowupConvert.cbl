       IDENTIFICATION DIVISION.
       PROGRAM-ID. FollowupConvert.
      *----------------------------------------------------------------
      *    One-time conversion of FOLLOWUPS.idx to the current
      *    record layout (FUP-Done-Date and FUP-Done-By added at
      *    the end of the follow-up record).
      *
      *    Before running, rename the live file:
      *        FOLLOWUPS.idx -> FOLLOWUPS-OLD.idx
      *    This program rebuilds FOLLOWUPS.idx from the -OLD file,
      *    record for record. Nobody knows when the follow-ups
      *    already done were closed, so they come across with no
      *    date and no closer; the service-level report counts
      *    them apart instead of guessing. The -OLD file is left
      *    untouched so the run can be repeated if anything goes
      *    wrong.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-followups ASSIGN TO 'FOLLOWUPS-OLD.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLF-KEY
           FILE STATUS IS ws-old-status.

           SELECT followups-file ASSIGN TO 'FOLLOWUPS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUP-KEY
           FILE STATUS IS ws-fup-status.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *    The -OLD layout below is a frozen copy of what
      *    FOLLOWUP.cpy looked like before the completion stamp
      *    was added. It must not be changed when the live
      *    copybook grows again.
      *----------------------------------------------------------------
       FD old-followups.
       01 old-followup-record.
           05 OLF-KEY.
               10 OLF-Contact-ID PIC 9(05).
               10 OLF-SEQ PIC 9(05).
           05 OLF-Due-Date PIC 9(08).
           05 OLF-Owner PIC X(08).
           05 OLF-Done PIC X(01).

       FD followups-file.
       COPY FOLLOWUP.

       WORKING-STORAGE SECTION.
       01 ws-old-status PIC XX.
       01 ws-fup-status PIC XX.
       01 ws-read-count PIC 9(05) VALUE ZERO.
       01 ws-written-count PIC 9(05) VALUE ZERO.
       01 ws-done-count PIC 9(05) VALUE ZERO.
       01 ws-convert-confirm PIC X(01).

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT old-followups.
           IF ws-old-status NOT = "00"
               DISPLAY "FOLLOWUPS-OLD.idx not found (status "
                   ws-old-status ")."
               DISPLAY "Rename FOLLOWUPS.idx to FOLLOWUPS-OLD.idx"
                   " before running the conversion."
               STOP RUN
           END-IF.
           DISPLAY "About to rebuild FOLLOWUPS.idx from"
               " FOLLOWUPS-OLD.idx.".
           DISPLAY "Anything already in it will be lost."
               " Continue (Y/N) ?".
           ACCEPT ws-convert-confirm.
           IF ws-convert-confirm NOT = "Y" AND
              ws-convert-confirm NOT = "y"
               DISPLAY "Conversion cancelled, nothing touched."
               CLOSE old-followups
               STOP RUN
           END-IF.
           OPEN OUTPUT followups-file.
           IF ws-fup-status NOT = "00"
               DISPLAY "Could not create FOLLOWUPS.idx, status "
                   ws-fup-status
               CLOSE old-followups
               STOP RUN
           END-IF.

           PERFORM UNTIL ws-old-status = "10"
               READ old-followups NEXT
                   AT END
                       MOVE "10" TO ws-old-status
                   NOT AT END
                       ADD 1 TO ws-read-count
                       PERFORM Convert-One-Followup
               END-READ
           END-PERFORM.

           CLOSE old-followups.
           CLOSE followups-file.

           DISPLAY "Follow-ups : read " ws-read-count
               ", written " ws-written-count
               " (" ws-done-count " already done, no close date)".
           IF ws-read-count = ws-written-count
               DISPLAY "Conversion complete, no record lost."
               DISPLAY "The -OLD file can now be put aside."
           ELSE
               DISPLAY "*** COUNTS DO NOT MATCH - keep the -OLD"
                   " file and investigate before using the carnet."
           END-IF.
           STOP RUN.

       Convert-One-Followup.
           INITIALIZE followup-record.
           MOVE OLF-Contact-ID TO FUP-Contact-ID.
           MOVE OLF-SEQ TO FUP-SEQ.
           MOVE OLF-Due-Date TO FUP-Due-Date.
           MOVE OLF-Owner TO FUP-Owner.
           MOVE OLF-Done TO FUP-Done.
           MOVE ZERO TO FUP-Done-Date.
           MOVE SPACES TO FUP-Done-By.
           IF OLF-Done = "Y"
               ADD 1 TO ws-done-count
           END-IF.
           WRITE followup-record
               INVALID KEY
                   DISPLAY "Could not convert follow-up "
                       OLF-Contact-ID "/" OLF-SEQ
                       ", status " ws-fup-status
               NOT INVALID KEY
                   ADD 1 TO ws-written-count
           END-WRITE.
