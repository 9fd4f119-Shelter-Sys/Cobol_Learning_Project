       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditVerify.
      *----------------------------------------------------------------
      *    Proof that the audit trail is complete. Walks the whole
      *    trail in the order it was written - the AUDIT-GEN<n>.log
      *    generations oldest month first, as AuditInquiry does,
      *    then the live AUDIT.log - and recomputes the chain
      *    AuditAppend put on every line (AUDREC.cpy). Reported in
      *    AUDIT-VERIFY.rpt, by file and line number :
      *      - GAP        numbers missing : lines were taken out;
      *      - ORDER      a number repeated or going backwards;
      *      - ALTERED    the check value does not match the line,
      *                   it was edited after it was written;
      *      - UNCHAINED  a line without number once the chain
      *                   has started : written or pasted in by
      *                   hand;
      *      - START      the first chained line is not the floor
      *                   AuditRotate recorded (or not number 1
      *                   when nothing was ever rotated away);
      *      - TAIL       the trail ends short of the chain head
      *                   on AUDIT-CHAIN.idx : the last lines went;
      *      - MISSING / COUNT  a generation file gone, or not
      *                   holding the line count AUDIT-CTL.idx
      *                   says was cut into it.
      *    After a break the walk takes the line's own number and
      *    check and goes on, so every break is listed, not only
      *    the first. ERASED markers left by PrivacyUtil keep their
      *    number and check but no longer the text they were taken
      *    over, so their check is taken as recorded and they are
      *    counted. Lines from before the chain was introduced are
      *    counted and passed over.
      *    Any break is also reported through RETURN-CODE for
      *    NightlyBatch.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT chain-file ASSIGN TO 'AUDIT-CHAIN.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACH-KEY
           FILE STATUS IS ws-chain-status.

           SELECT report-file ASSIGN TO 'AUDIT-VERIFY.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD audit-file.
       01 audit-line PIC X(108).

       FD gen-file.
       01 gen-line PIC X(108).

       FD audit-ctl-file.
       COPY AUDITCTL.

       FD chain-file.
       COPY AUDCHAIN.

       FD report-file.
       01 report-line PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-audit-status PIC XX.
       01 ws-gen-status PIC XX.
       01 ws-act-status PIC XX.
       01 ws-chain-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-gen-name PIC X(20).
       01 ws-file-name PIC X(20).
       01 ws-gen-idx PIC 9(01).
       01 ws-gen-jdx PIC 9(01).
       01 ws-gen-used PIC 9(01) VALUE ZERO.
       01 ws-keep-gens PIC 9(01).
       01 ws-swap-slot PIC 9(01).
       01 ws-swap-month PIC 9(06).
       01 ws-swap-count PIC 9(07).
       01 ws-gen-table.
           05 ws-gen-entry OCCURS 9 TIMES.
               10 ws-gen-slot PIC 9(01).
               10 ws-gen-month PIC 9(06).
               10 ws-gen-count PIC 9(07).
       01 ws-have-head PIC X(01) VALUE "N".
       01 ws-head-seq PIC 9(09) VALUE ZERO.
       01 ws-have-floor PIC X(01) VALUE "N".
       01 ws-floor-seq PIC 9(09) VALUE ZERO.
       01 ws-floor-check PIC 9(09) VALUE ZERO.
       01 ws-chain-started PIC X(01) VALUE "N".
       01 ws-prev-seq PIC 9(09) VALUE ZERO.
       01 ws-prev-check PIC 9(09) VALUE ZERO.
       01 ws-expect-seq PIC 9(09).
       01 ws-line-no PIC 9(07).
       01 ws-files-read PIC 9(02) VALUE ZERO.
       01 ws-lines-read PIC 9(09) VALUE ZERO.
       01 ws-pre-chain-count PIC 9(09) VALUE ZERO.
       01 ws-chained-count PIC 9(09) VALUE ZERO.
       01 ws-erased-count PIC 9(09) VALUE ZERO.
       01 ws-cut-count PIC 9(05) VALUE ZERO.
       01 ws-break-count PIC 9(07) VALUE ZERO.
       01 ws-break-tag PIC X(12).
       01 ws-break-text PIC X(80).
      *    Check value work fields, the same as AuditAppend's.
       01 ws-new-seq PIC 9(09).
       01 ws-hash PIC 9(09).
       01 ws-hash-work PIC 9(12).
       01 ws-hash-quot PIC 9(12).
       01 ws-hash-pos PIC 9(03).
       01 ws-hash-body PIC X(80).
       01 ws-char-area.
           05 ws-char-code PIC 9(04) COMP.
       01 ws-char-pair REDEFINES ws-char-area PIC X(02).
       COPY AUDREC.
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
           OPEN OUTPUT report-file.
           IF ws-rpt-status NOT = "00"
               DISPLAY "AUDIT-VERIFY.rpt could not be created, status "
                   ws-rpt-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO report-line.
           STRING "Audit trail chain check   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

           PERFORM Read-Chain-Control.
           PERFORM Walk-Generations THRU Walk-Generations-Exit.
           PERFORM Walk-Live-Log.
           PERFORM Check-Tail.
           PERFORM Write-Summary.
           CLOSE report-file.
           PERFORM Catalog-Report.
           IF ws-break-count NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Head and floor are read, not locked : a line appended
      *    while the walk runs only makes the trail longer than
      *    the head, which is not a break.
       Read-Chain-Control.
           OPEN INPUT chain-file.
           IF ws-chain-status = "00"
               MOVE "1" TO ACH-KEY
               READ chain-file KEY IS ACH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ws-have-head
                       MOVE ACH-SEQ TO ws-head-seq
               END-READ
               MOVE "2" TO ACH-KEY
               READ chain-file KEY IS ACH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ws-have-floor
                       MOVE ACH-SEQ TO ws-floor-seq
                       MOVE ACH-CHECK TO ws-floor-check
               END-READ
               CLOSE chain-file
           END-IF.

      *----------------------------------------------------------------
      *    The generations in month order, the same walk as
      *    AuditInquiry's. Each one must still be there and hold
      *    the number of lines AuditRotate cut into it.
      *----------------------------------------------------------------
       Walk-Generations.
           OPEN INPUT audit-ctl-file.
           IF ws-act-status NOT = "00"
               GO TO Walk-Generations-Exit
           END-IF.
           MOVE 0 TO ACT-KEY.
           READ audit-ctl-file KEY IS ACT-KEY
               INVALID KEY
                   CLOSE audit-ctl-file
                   GO TO Walk-Generations-Exit
           END-READ.
           MOVE ACT-KEEP-GENS TO ws-keep-gens.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
                   UNTIL ws-gen-idx > ws-keep-gens
               MOVE ws-gen-idx TO ACT-KEY
               READ audit-ctl-file KEY IS ACT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO ws-gen-used
                       MOVE ws-gen-idx
                           TO ws-gen-slot (ws-gen-used)
                       MOVE ACT-MONTH
                           TO ws-gen-month (ws-gen-used)
                       MOVE ACT-LINE-COUNT
                           TO ws-gen-count (ws-gen-used)
               END-READ
           END-PERFORM.
           CLOSE audit-ctl-file.
           PERFORM Sort-Generations.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
                   UNTIL ws-gen-idx > ws-gen-used
               PERFORM Walk-One-Generation
                   THRU Walk-One-Generation-Exit
           END-PERFORM.

       Walk-Generations-Exit.
           EXIT.

       Sort-Generations.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
                   UNTIL ws-gen-idx >= ws-gen-used
               PERFORM VARYING ws-gen-jdx FROM 1 BY 1
                       UNTIL ws-gen-jdx >= ws-gen-used
                   IF ws-gen-month (ws-gen-jdx) >
                      ws-gen-month (ws-gen-jdx + 1)
                       MOVE ws-gen-slot (ws-gen-jdx)
                           TO ws-swap-slot
                       MOVE ws-gen-month (ws-gen-jdx)
                           TO ws-swap-month
                       MOVE ws-gen-count (ws-gen-jdx)
                           TO ws-swap-count
                       MOVE ws-gen-slot (ws-gen-jdx + 1)
                           TO ws-gen-slot (ws-gen-jdx)
                       MOVE ws-gen-month (ws-gen-jdx + 1)
                           TO ws-gen-month (ws-gen-jdx)
                       MOVE ws-gen-count (ws-gen-jdx + 1)
                           TO ws-gen-count (ws-gen-jdx)
                       MOVE ws-swap-slot
                           TO ws-gen-slot (ws-gen-jdx + 1)
                       MOVE ws-swap-month
                           TO ws-gen-month (ws-gen-jdx + 1)
                       MOVE ws-swap-count
                           TO ws-gen-count (ws-gen-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Walk-One-Generation.
           MOVE SPACES TO ws-gen-name.
           STRING "AUDIT-GEN" DELIMITED BY SIZE
               ws-gen-slot (ws-gen-idx) DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO ws-gen-name
           END-STRING.
           MOVE ws-gen-name TO ws-file-name.
           MOVE ZERO TO ws-line-no.
           OPEN INPUT gen-file.
           IF ws-gen-status NOT = "00"
               MOVE "MISSING" TO ws-break-tag
               MOVE SPACES TO ws-break-text
               STRING "generation listed on AUDIT-CTL.idx cannot be"
                   DELIMITED BY SIZE
                   " opened, status " DELIMITED BY SIZE
                   ws-gen-status DELIMITED BY SIZE
                   INTO ws-break-text
               END-STRING
               PERFORM Report-Break
               GO TO Walk-One-Generation-Exit
           END-IF.
           ADD 1 TO ws-files-read.
           PERFORM UNTIL ws-gen-status = "10"
               READ gen-file
                   AT END
                       MOVE "10" TO ws-gen-status
                   NOT AT END
                       MOVE gen-line TO audit-chained-line
                       PERFORM Check-One-Line
               END-READ
           END-PERFORM.
           CLOSE gen-file.
           IF ws-line-no NOT = ws-gen-count (ws-gen-idx)
               MOVE "COUNT" TO ws-break-tag
               MOVE SPACES TO ws-break-text
               STRING "file holds " DELIMITED BY SIZE
                   ws-line-no DELIMITED BY SIZE
                   " line(s), AUDIT-CTL.idx says " DELIMITED BY SIZE
                   ws-gen-count (ws-gen-idx) DELIMITED BY SIZE
                   " were cut" DELIMITED BY SIZE
                   INTO ws-break-text
               END-STRING
               PERFORM Report-Break
           END-IF.

       Walk-One-Generation-Exit.
           EXIT.

       Walk-Live-Log.
           MOVE "AUDIT.log" TO ws-file-name.
           MOVE ZERO TO ws-line-no.
           OPEN INPUT audit-file.
           IF ws-audit-status NOT = "00"
               MOVE "MISSING" TO ws-break-tag
               MOVE SPACES TO ws-break-text
               STRING "live log cannot be opened, status "
                   DELIMITED BY SIZE
                   ws-audit-status DELIMITED BY SIZE
                   INTO ws-break-text
               END-STRING
               PERFORM Report-Break
           ELSE
               ADD 1 TO ws-files-read
               PERFORM UNTIL ws-audit-status = "10"
                   READ audit-file
                       AT END
                           MOVE "10" TO ws-audit-status
                       NOT AT END
                           MOVE audit-line TO audit-chained-line
                           PERFORM Check-One-Line
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF.

      *----------------------------------------------------------------
      *    One line of the trail, in audit-chained-line.
      *----------------------------------------------------------------
       Check-One-Line.
           ADD 1 TO ws-line-no.
           ADD 1 TO ws-lines-read.
           IF ACL-SEQ-TAG = " SEQ=" AND ACL-SEQ NUMERIC AND
              ACL-CHECK-TAG = " CHK=" AND ACL-CHECK NUMERIC
               IF ACL-BODY (1:8) = "AUDCUT"
                   PERFORM Check-Cut-Marker
               ELSE
                   IF ws-chain-started = "N"
                       PERFORM Check-Chain-Start
                   ELSE
                       PERFORM Check-Chain-Link
                   END-IF
               END-IF
           ELSE
               IF ws-chain-started = "N"
                   ADD 1 TO ws-pre-chain-count
               ELSE
                   MOVE "UNCHAINED" TO ws-break-tag
                   MOVE SPACES TO ws-break-text
                   STRING "line carries no sequence number : "
                       DELIMITED BY SIZE
                       ACL-BODY (1:29) DELIMITED BY SIZE
                       INTO ws-break-text
                   END-STRING
                   PERFORM Report-Break
               END-IF
           END-IF.

      *    The first chained line of the trail. Its own check
      *    can only be recomputed when it is number 1; past a
      *    floor it must be the very line AuditRotate recorded.
       Check-Chain-Start.
           MOVE "Y" TO ws-chain-started.
           ADD 1 TO ws-chained-count.
           IF ws-have-floor = "Y"
               IF ACL-SEQ NOT = ws-floor-seq OR
                  ACL-CHECK NOT = ws-floor-check
                   MOVE "START" TO ws-break-tag
                   MOVE SPACES TO ws-break-text
                   STRING "trail starts at " DELIMITED BY SIZE
                       ACL-SEQ DELIMITED BY SIZE
                       ", the chain floor is " DELIMITED BY SIZE
                       ws-floor-seq DELIMITED BY SIZE
                       INTO ws-break-text
                   END-STRING
                   PERFORM Report-Break
               END-IF
           ELSE
               IF ACL-SEQ NOT = 1
                   MOVE "START" TO ws-break-tag
                   MOVE SPACES TO ws-break-text
                   STRING "trail starts at " DELIMITED BY SIZE
                       ACL-SEQ DELIMITED BY SIZE
                       ", nothing was rotated away before 1"
                       DELIMITED BY SIZE
                       INTO ws-break-text
                   END-STRING
                   PERFORM Report-Break
               ELSE
                   IF ACL-BODY (1:8) = "ERASED"
                       ADD 1 TO ws-erased-count
                   ELSE
                       MOVE ZERO TO ws-hash
                       PERFORM Check-Line-Value
                   END-IF
               END-IF
           END-IF.
           MOVE ACL-SEQ TO ws-prev-seq.
           MOVE ACL-CHECK TO ws-prev-check.

       Check-Chain-Link.
           ADD 1 TO ws-chained-count.
           ADD 1 TO ws-prev-seq GIVING ws-expect-seq.
           IF ACL-SEQ < ws-expect-seq
               MOVE "ORDER" TO ws-break-tag
               MOVE SPACES TO ws-break-text
               STRING "number " DELIMITED BY SIZE
                   ACL-SEQ DELIMITED BY SIZE
                   " comes after " DELIMITED BY SIZE
                   ws-prev-seq DELIMITED BY SIZE
                   INTO ws-break-text
               END-STRING
               PERFORM Report-Break
           ELSE
               IF ACL-SEQ > ws-expect-seq
                   MOVE "GAP" TO ws-break-tag
                   MOVE SPACES TO ws-break-text
                   STRING "number " DELIMITED BY SIZE
                       ACL-SEQ DELIMITED BY SIZE
                       " follows " DELIMITED BY SIZE
                       ws-prev-seq DELIMITED BY SIZE
                       ", line(s) missing between" DELIMITED BY SIZE
                       INTO ws-break-text
                   END-STRING
                   PERFORM Report-Break
               ELSE
                   IF ACL-BODY (1:8) = "ERASED"
                       ADD 1 TO ws-erased-count
                   ELSE
                       MOVE ws-prev-check TO ws-hash
                       PERFORM Check-Line-Value
                   END-IF
               END-IF
           END-IF.
           MOVE ACL-SEQ TO ws-prev-seq.
           MOVE ACL-CHECK TO ws-prev-check.

      *    AUDCUT repeats the number of the last line it closed,
      *    with a check taken from that line; it does not move
      *    the chain on.
       Check-Cut-Marker.
           ADD 1 TO ws-cut-count.
           IF ws-chain-started = "N" OR ACL-SEQ NOT = ws-prev-seq
               MOVE "ORDER" TO ws-break-tag
               MOVE SPACES TO ws-break-text
               STRING "AUDCUT marker carries " DELIMITED BY SIZE
                   ACL-SEQ DELIMITED BY SIZE
                   ", the line before it is " DELIMITED BY SIZE
                   ws-prev-seq DELIMITED BY SIZE
                   INTO ws-break-text
               END-STRING
               PERFORM Report-Break
           ELSE
               MOVE ws-prev-check TO ws-hash
               PERFORM Check-Line-Value
           END-IF.

      *    ws-hash holds the check the line is chained from.
       Check-Line-Value.
           MOVE ACL-SEQ TO ws-new-seq.
           MOVE ACL-BODY TO ws-hash-body.
           PERFORM Compute-Check.
           IF ws-hash NOT = ACL-CHECK
               MOVE "ALTERED" TO ws-break-tag
               MOVE SPACES TO ws-break-text
               STRING "number " DELIMITED BY SIZE
                   ACL-SEQ DELIMITED BY SIZE
                   " does not match its check : " DELIMITED BY SIZE
                   ACL-BODY (1:29) DELIMITED BY SIZE
                   INTO ws-break-text
               END-STRING
               PERFORM Report-Break
           END-IF.

       Check-Tail.
           MOVE "AUDIT.log" TO ws-file-name.
           IF ws-have-head = "Y" AND ws-prev-seq < ws-head-seq
               MOVE "TAIL" TO ws-break-tag
               MOVE SPACES TO ws-break-text
               STRING "trail ends at " DELIMITED BY SIZE
                   ws-prev-seq DELIMITED BY SIZE
                   ", the chain head is at " DELIMITED BY SIZE
                   ws-head-seq DELIMITED BY SIZE
                   INTO ws-break-text
               END-STRING
               PERFORM Report-Break
           END-IF.
           IF ws-have-head = "N" AND ws-chain-started = "Y"
               MOVE "TAIL" TO ws-break-tag
               MOVE SPACES TO ws-break-text
               STRING "chained lines on file but no chain head on "
                   DELIMITED BY SIZE
                   "AUDIT-CHAIN.idx" DELIMITED BY SIZE
                   INTO ws-break-text
               END-STRING
               PERFORM Report-Break
           END-IF.

       Report-Break.
           ADD 1 TO ws-break-count.
           MOVE SPACES TO report-line.
           STRING ws-break-tag DELIMITED BY SIZE
               ws-file-name DELIMITED BY SPACE
               " line " DELIMITED BY SIZE
               ws-line-no DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               ws-break-text DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Write-Summary.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Files read : " DELIMITED BY SIZE
               ws-files-read DELIMITED BY SIZE
               "  lines : " DELIMITED BY SIZE
               ws-lines-read DELIMITED BY SIZE
               "  chain head : " DELIMITED BY SIZE
               ws-head-seq DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Chained : " DELIMITED BY SIZE
               ws-chained-count DELIMITED BY SIZE
               "  of which ERASED : " DELIMITED BY SIZE
               ws-erased-count DELIMITED BY SIZE
               "  AUDCUT markers : " DELIMITED BY SIZE
               ws-cut-count DELIMITED BY SIZE
               "  older than the chain : " DELIMITED BY SIZE
               ws-pre-chain-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "Breaks : " DELIMITED BY SIZE
               ws-break-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF ws-break-count = ZERO
               MOVE "Result : PASS" TO report-line
               DISPLAY "Audit chain check PASS - " ws-chained-count
                   " chained line(s), no break."
           ELSE
               MOVE "Result : FAIL" TO report-line
               DISPLAY "Audit chain check FAIL - " ws-break-count
                   " break(s), see AUDIT-VERIFY.rpt."
           END-IF.
           WRITE report-line.

       Compute-Check.
           COMPUTE ws-hash-work = ws-hash * 31 + ws-new-seq.
           DIVIDE ws-hash-work BY 999999937 GIVING ws-hash-quot
               REMAINDER ws-hash.
           PERFORM VARYING ws-hash-pos FROM 1 BY 1
                   UNTIL ws-hash-pos > 80
               MOVE LOW-VALUE TO ws-char-pair (1:1)
               MOVE ws-hash-body (ws-hash-pos:1)
                   TO ws-char-pair (2:1)
               COMPUTE ws-hash-work =
                   ws-hash * 131 + ws-char-code + 1
               DIVIDE ws-hash-work BY 999999937 GIVING ws-hash-quot
                   REMAINDER ws-hash
           END-PERFORM.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "AuditVerify" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           IF ws-break-count NOT = ZERO
               MOVE 8 TO RPT-RC
           END-IF.
           MOVE "AUDIT-VERIFY.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
