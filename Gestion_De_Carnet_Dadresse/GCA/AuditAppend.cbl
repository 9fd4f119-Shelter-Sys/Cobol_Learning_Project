       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditAppend.
      *----------------------------------------------------------------
      *    The one writer of AUDIT.log. Every program with an audit
      *    line to record moves it to AUD-NEXT-LINE (AUDLINE.cpy)
      *    and CALLs this program, which :
      *      - takes the chain head on AUDIT-CHAIN.idx under a
      *        record lock, so two sessions cannot hand out the
      *        same number;
      *      - numbers the line one up on the head and computes
      *        its check value from the head's check, the new
      *        number and the 80 bytes of the line;
      *      - appends the line with its trailer (AUDREC.cpy) and
      *        only then moves the head on.
      *    On the very first call the head is picked up from the
      *    last chained line in AUDIT.log, or started at zero when
      *    there is none. The check is a plain running remainder,
      *    it proves the trail has not been cut or edited after
      *    the fact; AuditVerify recomputes it line by line.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN TO 'AUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-audit-status.

           SELECT chain-file ASSIGN TO 'AUDIT-CHAIN.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACH-KEY
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-chain-status.

       DATA DIVISION.
       FILE SECTION.
       FD audit-file.
       COPY AUDREC.

       FD chain-file.
       COPY AUDCHAIN.

       WORKING-STORAGE SECTION.
       01 ws-audit-status PIC XX.
       01 ws-chain-status PIC XX.
       01 ws-today PIC 9(08).
       01 ws-tries PIC 9(05).
       01 ws-have-head PIC X(01).
       01 ws-seed-seq PIC 9(09).
       01 ws-seed-check PIC 9(09).
       01 ws-new-seq PIC 9(09).
       01 ws-new-check PIC 9(09).
       01 ws-saved-line PIC X(80).
      *    Check value work fields, the same in AuditRotate and
      *    AuditVerify : h = (h * 31 + seq), then per byte
      *    h = (h * 131 + byte + 1), all modulo 999999937.
       01 ws-hash PIC 9(09).
       01 ws-hash-work PIC 9(12).
       01 ws-hash-quot PIC 9(12).
       01 ws-hash-pos PIC 9(03).
       01 ws-hash-body PIC X(80).
       01 ws-char-area.
           05 ws-char-code PIC 9(04) COMP.
       01 ws-char-pair REDEFINES ws-char-area PIC X(02).
       COPY AUDLINE.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE AUD-NEXT-LINE TO ws-saved-line.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           PERFORM Open-Chain.
           IF ws-chain-status NOT = "00"
               DISPLAY "AUDIT-CHAIN.idx could not be opened, status "
                   ws-chain-status ", audit line not written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Take-Head.
           IF ws-chain-status NOT = "00"
               DISPLAY "Audit chain head busy, status "
                   ws-chain-status ", audit line not written."
               CLOSE chain-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO ACH-SEQ GIVING ws-new-seq.
           MOVE ACH-CHECK TO ws-hash.
           MOVE ws-saved-line TO ws-hash-body.
           PERFORM Compute-Check.
           MOVE ws-hash TO ws-new-check.

           OPEN EXTEND audit-file.
           IF ws-audit-status = "35"
               OPEN OUTPUT audit-file
           END-IF.
           IF ws-audit-status NOT = "00"
               DISPLAY "AUDIT.log could not be opened, status "
                   ws-audit-status ", audit line not written."
               CLOSE chain-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ws-saved-line TO ACL-BODY.
           MOVE " SEQ=" TO ACL-SEQ-TAG.
           MOVE ws-new-seq TO ACL-SEQ.
           MOVE " CHK=" TO ACL-CHECK-TAG.
           MOVE ws-new-check TO ACL-CHECK.
           WRITE audit-chained-line.
           IF ws-audit-status NOT = "00"
               DISPLAY "AUDIT.log line not written, status "
                   ws-audit-status ", chain head left as it was."
               CLOSE audit-file
               CLOSE chain-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE audit-file.

           MOVE "1" TO ACH-KEY.
           MOVE ws-new-seq TO ACH-SEQ.
           MOVE ws-new-check TO ACH-CHECK.
           MOVE ws-today TO ACH-DATE.
           IF ws-have-head = "Y"
               REWRITE audit-chain-record
           ELSE
               WRITE audit-chain-record
           END-IF.
           CLOSE chain-file.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       Open-Chain.
           OPEN I-O chain-file.
           IF ws-chain-status = "35"
               OPEN OUTPUT chain-file
               CLOSE chain-file
               OPEN I-O chain-file
           END-IF.

      *----------------------------------------------------------------
      *    The head is read with its record lock held until the
      *    REWRITE; a session that finds it locked tries again
      *    rather than numbering a line on a stale head.
      *----------------------------------------------------------------
       Take-Head.
           MOVE "N" TO ws-have-head.
           MOVE ZERO TO ws-tries.
           MOVE "51" TO ws-chain-status.
           PERFORM UNTIL ws-chain-status NOT = "51"
                      OR ws-tries > 50000
               ADD 1 TO ws-tries
               MOVE "1" TO ACH-KEY
               READ chain-file KEY IS ACH-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.
           IF ws-chain-status = "00"
               MOVE "Y" TO ws-have-head
           END-IF.
           IF ws-chain-status = "23"
               PERFORM Seed-From-Log
               MOVE "00" TO ws-chain-status
           END-IF.

      *    No head yet : carry on from whatever chained line the
      *    live log already ends on, or start the chain at zero.
       Seed-From-Log.
           MOVE ZERO TO ws-seed-seq ws-seed-check.
           OPEN INPUT audit-file.
           IF ws-audit-status = "00"
               PERFORM UNTIL ws-audit-status = "10"
                   READ audit-file
                       AT END
                           MOVE "10" TO ws-audit-status
                       NOT AT END
                           IF ACL-SEQ-TAG = " SEQ=" AND
                              ACL-SEQ NUMERIC AND
                              ACL-CHECK-TAG = " CHK=" AND
                              ACL-CHECK NUMERIC
                               MOVE ACL-SEQ TO ws-seed-seq
                               MOVE ACL-CHECK TO ws-seed-check
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF.
           INITIALIZE audit-chain-record.
           MOVE "1" TO ACH-KEY.
           MOVE ws-seed-seq TO ACH-SEQ.
           MOVE ws-seed-check TO ACH-CHECK.

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
