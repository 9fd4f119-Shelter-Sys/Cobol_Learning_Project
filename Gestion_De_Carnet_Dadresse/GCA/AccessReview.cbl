       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessReview.
      *----------------------------------------------------------------
      *    Quarterly operator access recertification.
      *    Mode 1 writes ACCESS-REVIEW.rpt : every operator on
      *    USERS.idx with level, active and locked state, when the
      *    password was set and how many days ago, the failure
      *    counter, and from the audit trail (AUDIT-GEN<n>.log
      *    generations and the live AUDIT.log) the last SIGNON
      *    and the SIGNFAIL count inside the quarter. Flagged :
      *      - NOSIGNON  no sign-on for the inactivity limit
      *                  (90 days unless told otherwise);
      *      - SUPVOVER  more active supervisors than allowed;
      *      - LOCKCLR   a lock of theirs cleared in the quarter,
      *                  their account by UNLOCK or a contact they
      *                  held by LCKCLR (lines before the operator
      *                  was put on those lines as OPR= are listed
      *                  but cannot be tied to anyone).
      *    The report ends with a sign-off block where the reviewer
      *    marks keep or revoke for each operator.
      *    Mode 2 is the follow-up run : the revokes from the signed
      *    block are keyed in, each operator is disabled
      *    (USR-ACTIVE "N") and a REVOKE line naming the reviewer
      *    goes to AUDIT.log. The reviewer signs on first with a
      *    supervisor's ID and password and cannot revoke their
      *    own access. The last active supervisor is never
      *    revoked - nobody could sign on to put it right.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT users-file ASSIGN TO 'USERS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USR-ID
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-users-status.

           SELECT audit-file ASSIGN TO 'AUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-audit-status.

           SELECT gen-file ASSIGN TO DYNAMIC ws-gen-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-gen-status.

           SELECT audit-ctl-file ASSIGN TO 'AUDIT-CTL.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-KEY
           FILE STATUS IS ws-act-status.

           SELECT report-file ASSIGN TO 'ACCESS-REVIEW.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD users-file.
       COPY USER.

       FD audit-file.
       01 audit-file-line PIC X(108).

       FD gen-file.
       01 gen-line PIC X(108).

       FD audit-ctl-file.
       COPY AUDITCTL.

       FD report-file.
       01 report-line PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-users-status PIC XX.
       01 ws-audit-status PIC XX.
       01 ws-gen-status PIC XX.
       01 ws-act-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 ws-mode PIC 9(01).
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-today-days PIC 9(08).
       01 ws-scan-done PIC X(01).
      *    The quarter under review, entered as yyyyq.
       01 ws-quarter-entry PIC 9(05).
       01 ws-quarter-r REDEFINES ws-quarter-entry.
           05 ws-quarter-yyyy PIC 9(04).
           05 ws-quarter-q PIC 9(01).
       01 ws-quarter-start PIC 9(08).
       01 ws-qs-r REDEFINES ws-quarter-start.
           05 ws-qs-yyyy PIC 9(04).
           05 ws-qs-mm PIC 9(02).
           05 ws-qs-dd PIC 9(02).
       01 ws-quarter-end PIC 9(08).
       01 ws-qe-r REDEFINES ws-quarter-end.
           05 ws-qe-yyyy PIC 9(04).
           05 ws-qe-mm PIC 9(02).
           05 ws-qe-dd PIC 9(02).
       01 ws-idle-entry PIC 9(03).
       01 ws-idle-days PIC 9(03) VALUE 90.
       01 ws-supv-entry PIC 9(02).
       01 ws-supv-allowed PIC 9(02) VALUE 2.
       01 ws-supv-active PIC 9(02) VALUE ZERO.
      *    One entry per operator on USERS.idx.
       01 ws-opr-count PIC 9(03) VALUE ZERO.
       01 ws-opr-idx PIC 9(03).
       01 ws-opr-found PIC 9(03).
       01 ws-opr-table.
           05 ws-opr-entry OCCURS 200 TIMES.
               10 ws-opr-id PIC X(08).
               10 ws-opr-level PIC 9(01).
               10 ws-opr-active PIC X(01).
               10 ws-opr-locked PIC X(01).
               10 ws-opr-pwd-set PIC 9(08).
               10 ws-opr-fail-count PIC 9(02).
               10 ws-opr-last-signon PIC 9(08).
               10 ws-opr-fails-q PIC 9(05).
               10 ws-opr-clears-q PIC 9(03).
       01 ws-opr-full PIC X(01) VALUE "N".
       01 ws-unknown-fails PIC 9(05) VALUE ZERO.
       01 ws-clear-count PIC 9(05) VALUE ZERO.
       01 ws-idle-count PIC 9(03) VALUE ZERO.
       01 ws-flag-count PIC 9(03) VALUE ZERO.
       01 ws-lines-read PIC 9(07) VALUE ZERO.
      *    Audit trail walk.
       01 ws-gen-name PIC X(20).
       01 ws-gen-idx PIC 9(01).
       01 ws-keep-gens PIC 9(01).
       01 audit-line PIC X(108).
       01 ws-audit-detail.
           05 AUD-OP PIC X(08).
           05 FILLER PIC X(04).
           05 AUD-ID PIC X(05).
           05 FILLER PIC X(04).
           05 AUD-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 AUD-TIME PIC X(08).
           05 FILLER PIC X(04).
           05 AUD-USER PIC X(08).
           05 AUD-OPR-TAG PIC X(05).
           05 AUD-OPR PIC X(08).
           05 FILLER PIC X(17).
       01 ws-aud-date-n PIC 9(08).
      *    Clears kept for the listing after the operator table.
       01 ws-clr-idx PIC 9(03).
       01 ws-clr-table.
           05 ws-clr-entry OCCURS 100 TIMES.
               10 ws-clr-op PIC X(08).
               10 ws-clr-date PIC X(08).
               10 ws-clr-by PIC X(08).
               10 ws-clr-opr PIC X(08).
               10 ws-clr-contact PIC X(05).
      *    Report line pieces.
       01 ws-age-edit PIC Z(4)9.
       01 ws-age-disp PIC X(05).
       01 ws-pwd-disp PIC X(08).
       01 ws-signon-disp PIC X(08).
       01 ws-flags PIC X(30).
       01 ws-flag-ptr PIC 9(02).
      *    Day numbers, for ages and the inactivity limit.
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
       01 ws-age-days PIC 9(08).
      *    Revoke run.
       01 ws-reviewer PIC X(08).
       01 ws-reviewer-pass PIC X(08).
       01 ws-revoke-id PIC X(08).
       01 ws-confirm PIC X(01).
       01 ws-revoke-done PIC X(01).
       01 ws-revoke-count PIC 9(03) VALUE ZERO.
       01 ws-audit-time PIC 9(08).
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
           DISPLAY "1: Access review report; 2: Apply revokes".
           ACCEPT ws-mode.
           EVALUATE ws-mode
              WHEN 1
                   PERFORM Review-Run
              WHEN 2
                   PERFORM Revoke-Run THRU Revoke-Run-Exit
              WHEN OTHER
                   DISPLAY "Invalid mode."
           END-EVALUATE.
           STOP RUN.

      *----------------------------------------------------------------
      *    Mode 1 : the recertification report.
      *----------------------------------------------------------------
       Review-Run.
           PERFORM Ask-Review-Settings.
           OPEN INPUT users-file.
           IF ws-users-status NOT = "00"
               DISPLAY "USERS.idx could not be opened, status "
                   ws-users-status
               STOP RUN
           END-IF.
           PERFORM Load-Operators.
           CLOSE users-file.
           PERFORM Walk-Audit-Generations
               THRU Walk-Audit-Generations-Exit.
           OPEN INPUT audit-file.
           IF ws-audit-status = "00"
               PERFORM UNTIL ws-audit-status = "10"
                   READ audit-file
                       AT END
                           MOVE "10" TO ws-audit-status
                       NOT AT END
                           MOVE audit-file-line TO audit-line
                           PERFORM Take-Audit-Line
                               THRU Take-Audit-Line-Exit
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF.
           MOVE ws-today TO ws-dn-date.
           PERFORM Date-To-Day-Number.
           MOVE ws-dn-result TO ws-today-days.
           OPEN OUTPUT report-file.
           PERFORM Write-Review-Header.
           PERFORM VARYING ws-opr-idx FROM 1 BY 1
                   UNTIL ws-opr-idx > ws-opr-count
               PERFORM Write-Operator-Line
           END-PERFORM.
           PERFORM Write-Clear-Listing.
           PERFORM Write-Review-Summary.
           PERFORM Write-Signoff-Block.
           CLOSE report-file.
           PERFORM Catalog-Report.
           DISPLAY ws-opr-count " operator(s) reviewed, "
               ws-flag-count " flagged, see ACCESS-REVIEW.rpt".

      *    The quarter defaults to the last one completed; the
      *    limits to the shop's standing policy.
       Ask-Review-Settings.
           DISPLAY "Quarter to review, yyyyq (0 = last complete"
               " quarter) ?".
           ACCEPT ws-quarter-entry.
           IF ws-quarter-q < 1 OR ws-quarter-q > 4
               MOVE ws-today-yyyy TO ws-quarter-yyyy
               EVALUATE ws-today-mm
                  WHEN 1 THRU 3
                       SUBTRACT 1 FROM ws-quarter-yyyy
                       MOVE 4 TO ws-quarter-q
                  WHEN 4 THRU 6
                       MOVE 1 TO ws-quarter-q
                  WHEN 7 THRU 9
                       MOVE 2 TO ws-quarter-q
                  WHEN OTHER
                       MOVE 3 TO ws-quarter-q
               END-EVALUATE
           END-IF.
           MOVE ws-quarter-yyyy TO ws-qs-yyyy ws-qe-yyyy.
           COMPUTE ws-qs-mm = ws-quarter-q * 3 - 2.
           MOVE 1 TO ws-qs-dd.
           COMPUTE ws-qe-mm = ws-quarter-q * 3.
           MOVE 31 TO ws-qe-dd.
           DISPLAY "Days without sign-on before an account is"
               " flagged (0 = " ws-idle-days ") ?".
           ACCEPT ws-idle-entry.
           IF ws-idle-entry NOT = ZERO
               MOVE ws-idle-entry TO ws-idle-days
           END-IF.
           DISPLAY "Active supervisors allowed (0 = "
               ws-supv-allowed ") ?".
           ACCEPT ws-supv-entry.
           IF ws-supv-entry NOT = ZERO
               MOVE ws-supv-entry TO ws-supv-allowed
           END-IF.

       Load-Operators.
           MOVE "N" TO ws-scan-done.
           MOVE LOW-VALUES TO USR-ID.
           START users-file KEY IS NOT LESS THAN USR-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ users-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       PERFORM Add-Operator-Entry
               END-READ
           END-PERFORM.

       Add-Operator-Entry.
           IF ws-opr-count >= 200
               MOVE "Y" TO ws-opr-full
           ELSE
               ADD 1 TO ws-opr-count
               MOVE USR-ID TO ws-opr-id (ws-opr-count)
               MOVE USR-LEVEL TO ws-opr-level (ws-opr-count)
               MOVE USR-ACTIVE TO ws-opr-active (ws-opr-count)
               MOVE USR-LOCKED TO ws-opr-locked (ws-opr-count)
               MOVE USR-PWD-CHANGED TO ws-opr-pwd-set (ws-opr-count)
               MOVE USR-FAIL-COUNT
                   TO ws-opr-fail-count (ws-opr-count)
               MOVE ZERO TO ws-opr-last-signon (ws-opr-count)
               MOVE ZERO TO ws-opr-fails-q (ws-opr-count)
               MOVE ZERO TO ws-opr-clears-q (ws-opr-count)
               IF USR-LEVEL = 3 AND USR-ACTIVE = "Y"
                   ADD 1 TO ws-supv-active
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Every retained generation, then the live log. Order does
      *    not matter here : only the latest sign-on and counts
      *    inside the quarter are taken.
      *----------------------------------------------------------------
       Walk-Audit-Generations.
           OPEN INPUT audit-ctl-file.
           IF ws-act-status NOT = "00"
               GO TO Walk-Audit-Generations-Exit
           END-IF.
           MOVE 0 TO ACT-KEY.
           READ audit-ctl-file KEY IS ACT-KEY
               INVALID KEY
                   CLOSE audit-ctl-file
                   GO TO Walk-Audit-Generations-Exit
           END-READ.
           MOVE ACT-KEEP-GENS TO ws-keep-gens.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
                   UNTIL ws-gen-idx > ws-keep-gens
               MOVE ws-gen-idx TO ACT-KEY
               READ audit-ctl-file KEY IS ACT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Read-One-Generation
               END-READ
           END-PERFORM.
           CLOSE audit-ctl-file.

       Walk-Audit-Generations-Exit.
           EXIT.

       Read-One-Generation.
           MOVE SPACES TO ws-gen-name.
           STRING "AUDIT-GEN" DELIMITED BY SIZE
               ws-gen-idx DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO ws-gen-name
           END-STRING.
           OPEN INPUT gen-file.
           IF ws-gen-status = "00"
               PERFORM UNTIL ws-gen-status = "10"
                   READ gen-file
                       AT END
                           MOVE "10" TO ws-gen-status
                       NOT AT END
                           MOVE gen-line TO audit-line
                           PERFORM Take-Audit-Line
                               THRU Take-Audit-Line-Exit
                   END-READ
               END-PERFORM
               CLOSE gen-file
           END-IF.

       Take-Audit-Line.
           ADD 1 TO ws-lines-read.
           MOVE audit-line TO ws-audit-detail.
           IF AUD-DATE NOT NUMERIC
               GO TO Take-Audit-Line-Exit
           END-IF.
           MOVE AUD-DATE TO ws-aud-date-n.
           EVALUATE AUD-OP
              WHEN "SIGNON"
                   PERFORM Find-Operator-By-User
                   IF ws-opr-found NOT = ZERO AND
                      ws-aud-date-n >
                          ws-opr-last-signon (ws-opr-found)
                       MOVE ws-aud-date-n
                           TO ws-opr-last-signon (ws-opr-found)
                   END-IF
              WHEN "SIGNFAIL"
                   IF ws-aud-date-n >= ws-quarter-start AND
                      ws-aud-date-n <= ws-quarter-end
                       PERFORM Find-Operator-By-User
                       IF ws-opr-found = ZERO
                           ADD 1 TO ws-unknown-fails
                       ELSE
                           ADD 1 TO ws-opr-fails-q (ws-opr-found)
                       END-IF
                   END-IF
              WHEN "UNLOCK"
              WHEN "LCKCLR"
                   IF ws-aud-date-n >= ws-quarter-start AND
                      ws-aud-date-n <= ws-quarter-end
                       PERFORM Take-Lock-Clear
                   END-IF
           END-EVALUATE.

       Take-Audit-Line-Exit.
           EXIT.

       Take-Lock-Clear.
           ADD 1 TO ws-clear-count.
           IF ws-clear-count <= 100
               MOVE AUD-OP TO ws-clr-op (ws-clear-count)
               MOVE AUD-DATE TO ws-clr-date (ws-clear-count)
               MOVE AUD-USER TO ws-clr-by (ws-clear-count)
               MOVE AUD-ID TO ws-clr-contact (ws-clear-count)
               MOVE SPACES TO ws-clr-opr (ws-clear-count)
           END-IF.
           IF AUD-OPR-TAG = " OPR="
               IF ws-clear-count <= 100
                   MOVE AUD-OPR TO ws-clr-opr (ws-clear-count)
               END-IF
               MOVE ZERO TO ws-opr-found
               PERFORM VARYING ws-opr-idx FROM 1 BY 1
                       UNTIL ws-opr-idx > ws-opr-count
                   IF ws-opr-id (ws-opr-idx) = AUD-OPR
                       MOVE ws-opr-idx TO ws-opr-found
                   END-IF
               END-PERFORM
               IF ws-opr-found NOT = ZERO
                   ADD 1 TO ws-opr-clears-q (ws-opr-found)
               END-IF
           END-IF.

       Find-Operator-By-User.
           MOVE ZERO TO ws-opr-found.
           PERFORM VARYING ws-opr-idx FROM 1 BY 1
                   UNTIL ws-opr-idx > ws-opr-count
               IF ws-opr-id (ws-opr-idx) = AUD-USER
                   MOVE ws-opr-idx TO ws-opr-found
               END-IF
           END-PERFORM.

       Write-Review-Header.
           MOVE SPACES TO report-line.
           STRING "Operator access recertification   Quarter: "
               DELIMITED BY SIZE
               ws-quarter-yyyy DELIMITED BY SIZE
               "Q" DELIMITED BY SIZE
               ws-quarter-q DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               ws-quarter-start DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-quarter-end DELIMITED BY SIZE
               ")   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Inactivity limit : " DELIMITED BY SIZE
               ws-idle-days DELIMITED BY SIZE
               " days   Supervisors allowed : " DELIMITED BY SIZE
               ws-supv-allowed DELIMITED BY SIZE
               "   active : " DELIMITED BY SIZE
               ws-supv-active DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "OPERATOR LVL ACT LCK PWD-SET  PWD-AGE FAILS "
               DELIMITED BY SIZE
               "LAST-SIGN FAILS-Q CLEARS FLAGS" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Write-Operator-Line.
           MOVE SPACES TO ws-flags.
           MOVE 1 TO ws-flag-ptr.
           IF ws-opr-pwd-set (ws-opr-idx) = ZERO
               MOVE "NEVER" TO ws-pwd-disp
               MOVE "    -" TO ws-age-disp
           ELSE
               MOVE ws-opr-pwd-set (ws-opr-idx) TO ws-pwd-disp
               MOVE ws-opr-pwd-set (ws-opr-idx) TO ws-dn-date
               PERFORM Date-To-Day-Number
               COMPUTE ws-age-days = ws-today-days - ws-dn-result
               MOVE ws-age-days TO ws-age-edit
               MOVE ws-age-edit TO ws-age-disp
           END-IF.
           IF ws-opr-last-signon (ws-opr-idx) = ZERO
               MOVE "NONE" TO ws-signon-disp
               MOVE ws-idle-days TO ws-age-days
               ADD 1 TO ws-age-days
           ELSE
               MOVE ws-opr-last-signon (ws-opr-idx) TO ws-signon-disp
               MOVE ws-opr-last-signon (ws-opr-idx) TO ws-dn-date
               PERFORM Date-To-Day-Number
               COMPUTE ws-age-days = ws-today-days - ws-dn-result
           END-IF.
           IF ws-age-days > ws-idle-days AND
              ws-opr-active (ws-opr-idx) = "Y"
               STRING "NOSIGNON " DELIMITED BY SIZE
                   INTO ws-flags WITH POINTER ws-flag-ptr
               END-STRING
               ADD 1 TO ws-idle-count
           END-IF.
           IF ws-opr-level (ws-opr-idx) = 3 AND
              ws-opr-active (ws-opr-idx) = "Y" AND
              ws-supv-active > ws-supv-allowed
               STRING "SUPVOVER " DELIMITED BY SIZE
                   INTO ws-flags WITH POINTER ws-flag-ptr
               END-STRING
           END-IF.
           IF ws-opr-clears-q (ws-opr-idx) NOT = ZERO
               STRING "LOCKCLR " DELIMITED BY SIZE
                   INTO ws-flags WITH POINTER ws-flag-ptr
               END-STRING
           END-IF.
           IF ws-flags NOT = SPACES
               ADD 1 TO ws-flag-count
           END-IF.
           MOVE SPACES TO report-line.
           STRING ws-opr-id (ws-opr-idx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-opr-level (ws-opr-idx) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ws-opr-active (ws-opr-idx) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ws-opr-locked (ws-opr-idx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-pwd-disp DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-age-disp DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ws-opr-fail-count (ws-opr-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-signon-disp DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-opr-fails-q (ws-opr-idx) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ws-opr-clears-q (ws-opr-idx) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ws-flags DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Write-Clear-Listing.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "Locks cleared in the quarter" TO report-line.
           WRITE report-line.
           IF ws-clear-count = ZERO
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF.
           PERFORM VARYING ws-clr-idx FROM 1 BY 1
                   UNTIL ws-clr-idx > ws-clear-count
                      OR ws-clr-idx > 100
               MOVE SPACES TO report-line
               IF ws-clr-opr (ws-clr-idx) = SPACES
                   MOVE "(not recorded)" TO ws-clr-opr (ws-clr-idx)
               END-IF
               STRING "  " DELIMITED BY SIZE
                   ws-clr-date (ws-clr-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-clr-op (ws-clr-idx) DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   ws-clr-by (ws-clr-idx) DELIMITED BY SIZE
                   " operator " DELIMITED BY SIZE
                   ws-clr-opr (ws-clr-idx) DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               IF ws-clr-op (ws-clr-idx) = "LCKCLR"
                   STRING " contact " DELIMITED BY SIZE
                       ws-clr-contact (ws-clr-idx) DELIMITED BY SIZE
                       INTO report-line (52:20)
                   END-STRING
               END-IF
               WRITE report-line
           END-PERFORM.
           IF ws-clear-count > 100
               MOVE SPACES TO report-line
               STRING "  ... " DELIMITED BY SIZE
                   ws-clear-count DELIMITED BY SIZE
                   " in all, the first 100 listed" DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.

       Write-Review-Summary.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Operators : " DELIMITED BY SIZE
               ws-opr-count DELIMITED BY SIZE
               "  flagged : " DELIMITED BY SIZE
               ws-flag-count DELIMITED BY SIZE
               "  idle : " DELIMITED BY SIZE
               ws-idle-count DELIMITED BY SIZE
               "  lock clears : " DELIMITED BY SIZE
               ws-clear-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Failed sign-ons in the quarter for IDs not on "
               DELIMITED BY SIZE
               "USERS.idx : " DELIMITED BY SIZE
               ws-unknown-fails DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-supv-active > ws-supv-allowed
               MOVE SPACES TO report-line
               STRING "Active supervisors " DELIMITED BY SIZE
                   ws-supv-active DELIMITED BY SIZE
                   " exceed the " DELIMITED BY SIZE
                   ws-supv-allowed DELIMITED BY SIZE
                   " allowed." DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.
           IF ws-opr-full = "Y"
               MOVE SPACES TO report-line
               STRING "More than 200 operators on file - "
                   DELIMITED BY SIZE
                   "the rest are not listed." DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.

      *    Filled in by hand. The revokes marked here are what
      *    mode 2 is run with.
       Write-Signoff-Block.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "Sign-off - mark one box per operator" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-opr-idx FROM 1 BY 1
                   UNTIL ws-opr-idx > ws-opr-count
               MOVE SPACES TO report-line
               STRING "  " DELIMITED BY SIZE
                   ws-opr-id (ws-opr-idx) DELIMITED BY SIZE
                   "  level " DELIMITED BY SIZE
                   ws-opr-level (ws-opr-idx) DELIMITED BY SIZE
                   "   [ ] KEEP   [ ] REVOKE   reason : "
                   DELIMITED BY SIZE
                   "______________________________" DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  Reviewer : ____________   Date : ____________"
               DELIMITED BY SIZE
               "   Signature : ______________________"
               DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

      *----------------------------------------------------------------
      *    Mode 2 : the revokes from the signed block. Runs with
      *    USERS.idx to itself, like the other batch updaters.
      *----------------------------------------------------------------
       Revoke-Run.
           OPEN I-O users-file.
           IF ws-users-status NOT = "00"
               DISPLAY "USERS.idx is in use or missing, status "
                   ws-users-status
               GO TO Revoke-Run-Exit
           END-IF.
           DISPLAY "Reviewer who signed the review ?".
           ACCEPT ws-reviewer.
           DISPLAY "Password ?".
           ACCEPT ws-reviewer-pass.
           MOVE ws-reviewer TO USR-ID.
           INSPECT USR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ users-file KEY IS USR-ID
               INVALID KEY
                   DISPLAY "Sign-off refused."
                   CLOSE users-file
                   GO TO Revoke-Run-Exit
           END-READ.
           IF USR-PASSWORD NOT = ws-reviewer-pass OR
              USR-ACTIVE NOT = "Y" OR USR-LOCKED = "Y" OR
              USR-LEVEL < 3
               DISPLAY "Sign-off refused."
               CLOSE users-file
               GO TO Revoke-Run-Exit
           END-IF.
           MOVE USR-ID TO ws-reviewer.
           PERFORM Count-Active-Supervisors.
           MOVE "N" TO ws-revoke-done.
           PERFORM UNTIL ws-revoke-done = "Y"
               DISPLAY "Operator to revoke (blank = done) ?"
               MOVE SPACES TO ws-revoke-id
               ACCEPT ws-revoke-id
               IF ws-revoke-id = SPACES
                   MOVE "Y" TO ws-revoke-done
               ELSE
                   PERFORM Revoke-One-Operator
                       THRU Revoke-One-Operator-Exit
               END-IF
           END-PERFORM.
           CLOSE users-file.
           DISPLAY ws-revoke-count " operator(s) revoked.".

       Revoke-Run-Exit.
           EXIT.

       Count-Active-Supervisors.
           MOVE ZERO TO ws-supv-active.
           MOVE "N" TO ws-scan-done.
           MOVE LOW-VALUES TO USR-ID.
           START users-file KEY IS NOT LESS THAN USR-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ users-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF USR-LEVEL = 3 AND USR-ACTIVE = "Y"
                           ADD 1 TO ws-supv-active
                       END-IF
               END-READ
           END-PERFORM.

       Revoke-One-Operator.
           MOVE ws-revoke-id TO USR-ID.
           INSPECT USR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ users-file KEY IS USR-ID
               INVALID KEY
                   DISPLAY "No operator " USR-ID " on file."
                   GO TO Revoke-One-Operator-Exit
           END-READ.
           IF USR-ID = ws-reviewer
               DISPLAY "The reviewer cannot revoke their own"
                   " access."
               GO TO Revoke-One-Operator-Exit
           END-IF.
           IF USR-ACTIVE NOT = "Y"
               DISPLAY "Operator " USR-ID " is already disabled."
               GO TO Revoke-One-Operator-Exit
           END-IF.
           IF USR-LEVEL = 3 AND ws-supv-active <= 1
               DISPLAY "Operator " USR-ID " is the last active"
                   " supervisor and is kept."
               GO TO Revoke-One-Operator-Exit
           END-IF.
           DISPLAY "Revoke " USR-ID " (level " USR-LEVEL
               ") (Y/N) ?".
           ACCEPT ws-confirm.
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "Operator " USR-ID " left as it is."
               GO TO Revoke-One-Operator-Exit
           END-IF.
           MOVE "N" TO USR-ACTIVE.
           REWRITE user-record.
           IF ws-users-status NOT = "00"
               DISPLAY "Operator " USR-ID " was NOT revoked, status "
                   ws-users-status
               GO TO Revoke-One-Operator-Exit
           END-IF.
           IF USR-LEVEL = 3
               SUBTRACT 1 FROM ws-supv-active
           END-IF.
           ADD 1 TO ws-revoke-count.
           PERFORM Write-Revoke-Audit.
           DISPLAY "Operator " USR-ID " revoked.".

       Revoke-One-Operator-Exit.
           EXIT.

       Write-Revoke-Audit.
           ACCEPT ws-audit-time FROM TIME.
           MOVE SPACES TO audit-line.
           STRING "REVOKE" DELIMITED BY SIZE
               "   ID=00000" DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               ws-today DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-audit-time DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               ws-reviewer DELIMITED BY SIZE
               " OPR=" DELIMITED BY SIZE
               USR-ID DELIMITED BY SIZE
               INTO audit-line
           END-STRING.
           MOVE audit-line TO AUD-NEXT-LINE.
           CALL "AuditAppend".

      *----------------------------------------------------------------
      *    Day number of ws-dn-date (a running count of days), so
      *    two dates subtract to the days between them.
      *----------------------------------------------------------------
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

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "AccessReview" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "ACCESS-REVIEW.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
