      *    can always be proven the cut ran to the end. Slots and
      *    months live on AUDIT-CTL.idx, which AuditInquiry reads
      *    to reach back into the generations.
      *    Lines move whole, sequence number and check value with
      *    them (AUDREC.cpy), so the audit chain simply runs on
      *    from the newest generation into the live log. The
      *    AUDCUT line is checked against the last line it closes
      *    but does not take a number of its own. Once the slots
      *    have turned, the oldest chained line still retained is
      *    recorded as the chain floor on AUDIT-CHAIN.idx, where
      *    AuditVerify starts from.
      *----------------------------------------------------------------


           RECORD KEY IS ACT-KEY
           FILE STATUS IS ws-act-status.

           SELECT chain-file ASSIGN TO 'AUDIT-CHAIN.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACH-KEY
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-chain-status.

       DATA DIVISION.
       FILE SECTION.
       FD audit-file.
       01 audit-line PIC X(108).

       FD keep-file.
       01 keep-line PIC X(108).

       FD gen-file.
       01 gen-line PIC X(108).

       FD audit-ctl-file.
       COPY AUDITCTL.

       FD chain-file.
       COPY AUDCHAIN.

       WORKING-STORAGE SECTION.
       01 ws-audit-status PIC XX.
       01 ws-keep-status PIC XX.
       01 ws-gen-status PIC XX.
       01 ws-act-status PIC XX.
       01 ws-chain-status PIC XX.
       01 ws-gen-name PIC X(20).
       01 ws-today PIC 9(08).
       01 ws-cur-month PIC 9(06).
       01 ws-old-count PIC 9(07) VALUE ZERO.
       01 ws-kept-count PIC 9(07) VALUE ZERO.
       01 ws-newest-cut-month PIC 9(06) VALUE ZERO.
       01 ws-cut-chained PIC X(01) VALUE "N".
       01 ws-last-seq PIC 9(09) VALUE ZERO.
       01 ws-last-check PIC 9(09) VALUE ZERO.
       01 ws-gen-idx PIC 9(01).
       01 ws-floor-found PIC X(01) VALUE "N".
       01 ws-floor-seq PIC 9(09) VALUE ZERO.
       01 ws-floor-check PIC 9(09) VALUE ZERO.
       01 ws-first-taken PIC X(01).
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
       01 ws-audit-detail.
           05 AUD-OP PIC X(08).
           05 FILLER PIC X(04).
           PERFORM Split-Pass.
           PERFORM Rewrite-Live-Log.
           PERFORM Update-Audit-Control.
           DISPLAY "Cut " ws-old-count " line(s) to " ws-gen-name
               ", " ws-kept-count " line(s) stay live.".
           PERFORM Update-Chain-Floor.
           CLOSE audit-ctl-file.
           STOP RUN.

       Open-Control.
               MOVE audit-line TO gen-line
               WRITE gen-line
               ADD 1 TO ws-old-count
               MOVE audit-line TO audit-chained-line
               IF ACL-SEQ-TAG = " SEQ=" AND ACL-SEQ NUMERIC AND
                  ACL-CHECK-TAG = " CHK=" AND ACL-CHECK NUMERIC
                   MOVE "Y" TO ws-cut-chained
                   MOVE ACL-SEQ TO ws-last-seq
                   MOVE ACL-CHECK TO ws-last-check
               END-IF
               MOVE AUD-DATE (1:6) TO ws-line-month
               IF ws-line-month > ws-newest-cut-month
                   MOVE ws-line-month TO ws-newest-cut-month
           END-IF.

      *    The proof the cut was clean : the run writes itself as
      *    the very last line of the generation it closed. When
      *    chained lines were cut, the marker repeats the last
      *    one's number with a check taken from that line, so the
      *    marker cannot be moved or edited unnoticed either.
       Write-Cut-Marker.
           ACCEPT ws-stamp-time FROM TIME.
           MOVE SPACES TO gen-line.
               " BY CONSOLE" DELIMITED BY SIZE
               INTO gen-line
           END-STRING.
           IF ws-cut-chained = "Y"
               MOVE gen-line TO audit-chained-line
               MOVE ws-last-seq TO ws-new-seq
               MOVE ws-last-check TO ws-hash
               MOVE ACL-BODY TO ws-hash-body
               PERFORM Compute-Check
               MOVE " SEQ=" TO ACL-SEQ-TAG
               MOVE ws-last-seq TO ACL-SEQ
               MOVE " CHK=" TO ACL-CHECK-TAG
               MOVE ws-hash TO ACL-CHECK
               MOVE audit-chained-line TO gen-line
           END-IF.
           WRITE gen-line.
           ADD 1 TO ws-old-count.

               INVALID KEY
                   REWRITE audit-control-record
           END-WRITE.

      *----------------------------------------------------------------
      *    The chain floor : the lowest-numbered chained line still
      *    held in any retained generation, whatever slot it sits
      *    in. Lines below it went out with an overwritten slot.
      *    AUDCUT markers repeat a number and are passed over.
      *    Until a chained line has reached a generation there is
      *    no floor and the chain must start at number 1.
      *----------------------------------------------------------------
       Update-Chain-Floor.
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
                   UNTIL ws-gen-idx > ws-keep-gens
               MOVE ws-gen-idx TO ACT-KEY
               READ audit-ctl-file KEY IS ACT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Scan-Generation-Start
               END-READ
           END-PERFORM.
           IF ws-floor-found = "Y"
               OPEN I-O chain-file
               IF ws-chain-status = "35"
                   OPEN OUTPUT chain-file
                   CLOSE chain-file
                   OPEN I-O chain-file
               END-IF
               MOVE "2" TO ACH-KEY
               MOVE ws-floor-seq TO ACH-SEQ
               MOVE ws-floor-check TO ACH-CHECK
               MOVE ws-today TO ACH-DATE
               WRITE audit-chain-record
                   INVALID KEY
                       REWRITE audit-chain-record
               END-WRITE
               CLOSE chain-file
           END-IF.

       Scan-Generation-Start.
           MOVE SPACES TO ws-gen-name.
           STRING "AUDIT-GEN" DELIMITED BY SIZE
               ws-gen-idx DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO ws-gen-name
           END-STRING.
           OPEN INPUT gen-file.
           IF ws-gen-status = "00"
               MOVE "N" TO ws-first-taken
               PERFORM UNTIL ws-gen-status = "10"
                       OR ws-first-taken = "Y"
                   READ gen-file
                       AT END
                           MOVE "10" TO ws-gen-status
                       NOT AT END
                           PERFORM Check-Floor-Candidate
                   END-READ
               END-PERFORM
               CLOSE gen-file
           END-IF.

       Check-Floor-Candidate.
           MOVE gen-line TO audit-chained-line.
           IF ACL-SEQ-TAG = " SEQ=" AND ACL-SEQ NUMERIC AND
              ACL-CHECK-TAG = " CHK=" AND ACL-CHECK NUMERIC AND
              ACL-BODY (1:8) NOT = "AUDCUT"
               MOVE "Y" TO ws-first-taken
               IF ws-floor-found = "N" OR ACL-SEQ < ws-floor-seq
                   MOVE "Y" TO ws-floor-found
                   MOVE ACL-SEQ TO ws-floor-seq
                   MOVE ACL-CHECK TO ws-floor-check
               END-IF
           END-IF.

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
