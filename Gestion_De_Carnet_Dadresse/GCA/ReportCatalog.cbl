       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportCatalog.
      *----------------------------------------------------------------
      *    Keeps every report and extract past the next run. The
      *    producing program closes its output, fills in the
      *    hand-over area (RPTNEXT.cpy) and CALLs this program,
      *    which :
      *      - copies the output line for line to a dated copy,
      *        VERIFY.rpt run at 23:15:00 on 2026-10-15 becoming
      *        VERIFY-20261015-231500.rpt, or byte for byte when
      *        RPT-BYTE-COPY is "Y" so CR LF lines come over whole;
      *      - enters the copy in REPORT-CATALOG.idx with the
      *        program, date and time, who ran it, the number of
      *        lines and the program's RETURN-CODE;
      *      - removes the copies of the same report type older
      *        than the days kept for the type on REPORT-TYPES.idx,
      *        with their catalog entries.
      *    A failure here is shown on the console and costs the
      *    copy, never the run : the caller's RETURN-CODE is
      *    handed back, raised to 8 when the dated copy could not
      *    be written, which is then not catalogued.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT source-file ASSIGN TO DYNAMIC ws-source-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-source-status.

           SELECT copy-file ASSIGN TO DYNAMIC ws-copy-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-copy-status.

           SELECT byte-source-file ASSIGN TO DYNAMIC ws-source-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-source-status.

           SELECT byte-copy-file ASSIGN TO DYNAMIC ws-copy-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-copy-status.

           SELECT catalog-file ASSIGN TO 'REPORT-CATALOG.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCT-SEQ
           ALTERNATE RECORD KEY IS RCT-REPORT WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-cat-status.

           SELECT types-file ASSIGN TO 'REPORT-TYPES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTY-REPORT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-type-status.

       DATA DIVISION.
       FILE SECTION.
       FD source-file.
       01 source-line PIC X(1000).

       FD copy-file.
       01 copy-line PIC X(1000).

       FD byte-source-file.
       01 source-byte PIC X(01).

       FD byte-copy-file.
       01 copy-byte PIC X(01).

       FD catalog-file.
       COPY RPTCAT.

       FD types-file.
       COPY RPTTYPE.

       WORKING-STORAGE SECTION.
       01 ws-source-status PIC XX.
       01 ws-copy-status PIC XX.
       01 ws-cat-status PIC XX.
       01 ws-type-status PIC XX.
       01 ws-source-name PIC X(40).
       01 ws-copy-name PIC X(60).
       01 ws-report-type PIC X(20).
       01 ws-run-by PIC X(08).
       01 ws-today PIC 9(08).
       01 ws-now PIC 9(08).
       01 ws-now-r REDEFINES ws-now.
           05 ws-now-hhmmss PIC 9(06).
           05 ws-now-cc PIC 9(02).
       01 ws-line-count PIC 9(07).
       01 ws-copy-done PIC X(01).
       01 ws-copy-failed PIC X(01).
      *    Name split at its last full stop.
       01 ws-dot-pos PIC 9(02).
       01 ws-name-pos PIC 9(02).
       01 ws-base-name PIC X(40).
       01 ws-extension PIC X(10).
      *    Catalog numbering.
       01 ws-next-seq PIC 9(07).
       01 ws-tries PIC 9(03).
       01 ws-entered PIC X(01).
      *    Age-out.
       01 ws-keep-days PIC 9(04).
       01 ws-today-days PIC 9(08).
       01 ws-scan-done PIC X(01).
       01 ws-old-count PIC 9(03).
       01 ws-old-idx PIC 9(03).
       01 ws-old-table.
           05 ws-old-entry OCCURS 200 TIMES.
               10 ws-old-seq PIC 9(07).
               10 ws-old-name PIC X(60).
       01 ws-gone-count PIC 9(03).
      *    Day numbers, for the age of a copy.
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
       COPY BATCHRUN.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           ACCEPT ws-now FROM TIME.
           MOVE RPT-FILE-NAME TO ws-source-name.
           MOVE RPT-TYPE TO ws-report-type.
           IF ws-report-type = SPACES
               MOVE RPT-FILE-NAME TO ws-report-type
           END-IF.
           MOVE RPT-RUN-BY TO ws-run-by.
           IF ws-run-by = SPACES
               IF BRN-ACTIVE = "Y"
                   MOVE "BATCH" TO ws-run-by
               ELSE
                   MOVE "CONSOLE" TO ws-run-by
               END-IF
           END-IF.
           PERFORM Make-Copy-Name.
           MOVE "N" TO ws-copy-done ws-copy-failed.
           IF RPT-BYTE-COPY = "Y"
               PERFORM Copy-Bytes THRU Copy-Bytes-Exit
           ELSE
               PERFORM Copy-Output THRU Copy-Output-Exit
           END-IF.
           IF ws-copy-done = "Y"
               PERFORM Enter-In-Catalog THRU Enter-In-Catalog-Exit
           END-IF.
           MOVE RPT-RC TO RETURN-CODE.
           IF ws-copy-failed = "Y" AND RPT-RC < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    VERIFY.rpt -> VERIFY-yyyymmdd-hhmmss.rpt; a name with
      *    no full stop just gets the stamp on the end.
       Make-Copy-Name.
           MOVE ZERO TO ws-dot-pos.
           PERFORM VARYING ws-name-pos FROM 1 BY 1
                   UNTIL ws-name-pos > 40
               IF ws-source-name (ws-name-pos:1) = "."
                   MOVE ws-name-pos TO ws-dot-pos
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-base-name ws-extension.
           IF ws-dot-pos > 1
               MOVE ws-source-name (1:ws-dot-pos - 1) TO ws-base-name
               MOVE ws-source-name (ws-dot-pos:) TO ws-extension
           ELSE
               MOVE ws-source-name TO ws-base-name
           END-IF.
           MOVE SPACES TO ws-copy-name.
           STRING ws-base-name DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               ws-today DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ws-now-hhmmss DELIMITED BY SIZE
               ws-extension DELIMITED BY SPACE
               INTO ws-copy-name
           END-STRING.

       Copy-Output.
           MOVE ZERO TO ws-line-count.
           OPEN INPUT source-file.
           IF ws-source-status NOT = "00"
               DISPLAY ws-source-name " could not be read, status "
                   ws-source-status ", no copy kept."
               GO TO Copy-Output-Exit
           END-IF.
           OPEN OUTPUT copy-file.
           IF ws-copy-status NOT = "00"
               DISPLAY ws-copy-name " could not be created, status "
                   ws-copy-status ", no copy kept."
               CLOSE source-file
               MOVE "Y" TO ws-copy-failed
               GO TO Copy-Output-Exit
           END-IF.
           PERFORM UNTIL ws-source-status = "10"
                      OR ws-copy-failed = "Y"
               READ source-file
                   AT END
                       MOVE "10" TO ws-source-status
                   NOT AT END
                       MOVE source-line TO copy-line
                       WRITE copy-line
                       IF ws-copy-status NOT = "00"
                           DISPLAY ws-copy-name
                               " could not be written, status "
                               ws-copy-status ", no copy kept."
                           MOVE "Y" TO ws-copy-failed
                       END-IF
                       ADD 1 TO ws-line-count
               END-READ
           END-PERFORM.
           CLOSE source-file.
           CLOSE copy-file.
           IF ws-copy-failed = "Y"
               CALL "CBL_DELETE_FILE" USING ws-copy-name
               GO TO Copy-Output-Exit
           END-IF.
           MOVE "Y" TO ws-copy-done.

       Copy-Output-Exit.
           EXIT.

      *    The same copy taken a byte at a time, for an output
      *    whose lines end CR LF; its lines are counted by the LF.
       Copy-Bytes.
           MOVE ZERO TO ws-line-count.
           OPEN INPUT byte-source-file.
           IF ws-source-status NOT = "00"
               DISPLAY ws-source-name " could not be read, status "
                   ws-source-status ", no copy kept."
               GO TO Copy-Bytes-Exit
           END-IF.
           OPEN OUTPUT byte-copy-file.
           IF ws-copy-status NOT = "00"
               DISPLAY ws-copy-name " could not be created, status "
                   ws-copy-status ", no copy kept."
               CLOSE byte-source-file
               MOVE "Y" TO ws-copy-failed
               GO TO Copy-Bytes-Exit
           END-IF.
           PERFORM UNTIL ws-source-status = "10"
                      OR ws-copy-failed = "Y"
               READ byte-source-file
                   AT END
                       MOVE "10" TO ws-source-status
                   NOT AT END
                       MOVE source-byte TO copy-byte
                       WRITE copy-byte
                       IF ws-copy-status NOT = "00"
                           DISPLAY ws-copy-name
                               " could not be written, status "
                               ws-copy-status ", no copy kept."
                           MOVE "Y" TO ws-copy-failed
                       END-IF
                       IF source-byte = X"0A"
                           ADD 1 TO ws-line-count
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE byte-source-file.
           CLOSE byte-copy-file.
           IF ws-copy-failed = "Y"
               CALL "CBL_DELETE_FILE" USING ws-copy-name
               GO TO Copy-Bytes-Exit
           END-IF.
           MOVE "Y" TO ws-copy-done.

       Copy-Bytes-Exit.
           EXIT.

       Enter-In-Catalog.
           OPEN I-O catalog-file.
           IF ws-cat-status = "35"
               OPEN OUTPUT catalog-file
               CLOSE catalog-file
               OPEN I-O catalog-file
           END-IF.
           IF ws-cat-status NOT = "00"
               DISPLAY "REPORT-CATALOG.idx could not be opened,"
                   " status " ws-cat-status ", " ws-copy-name
                   " kept but not catalogued."
               GO TO Enter-In-Catalog-Exit
           END-IF.
      *    Two programs finishing together may both find the same
      *    highest number; the one that loses the WRITE looks again.
           MOVE "N" TO ws-entered.
           MOVE ZERO TO ws-tries.
           PERFORM UNTIL ws-entered = "Y" OR ws-tries > 20
               ADD 1 TO ws-tries
               PERFORM Find-Next-Seq
               MOVE ws-next-seq TO RCT-SEQ
               MOVE ws-report-type TO RCT-REPORT
               MOVE RPT-PROGRAM TO RCT-PROGRAM
               MOVE ws-copy-name TO RCT-COPY-NAME
               MOVE ws-today TO RCT-DATE
               MOVE ws-now TO RCT-TIME
               MOVE ws-run-by TO RCT-RUN-BY
               MOVE ws-line-count TO RCT-RECORDS
               MOVE RPT-RC TO RCT-RC
               WRITE report-catalog-record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ws-entered
               END-WRITE
           END-PERFORM.
           IF ws-entered NOT = "Y"
               DISPLAY "Catalog entry not written, status "
                   ws-cat-status ", " ws-copy-name
                   " kept but not catalogued."
           END-IF.
           PERFORM Take-Keep-Days.
           IF ws-keep-days NOT = ZERO
               PERFORM Age-Out-Copies
           END-IF.
           CLOSE catalog-file.

       Enter-In-Catalog-Exit.
           EXIT.

      *    One more than the highest catalog number on file, found
      *    by starting at the top and stepping back.
       Find-Next-Seq.
           MOVE 1 TO ws-next-seq.
           MOVE 9999999 TO RCT-SEQ.
           START catalog-file KEY IS NOT GREATER THAN RCT-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ catalog-file PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO RCT-SEQ GIVING ws-next-seq
                   END-READ
           END-START.

      *    The type's period, added with the standing 30 days the
      *    first time the type is produced.
       Take-Keep-Days.
           MOVE ZERO TO ws-keep-days.
           OPEN I-O types-file.
           IF ws-type-status = "35"
               OPEN OUTPUT types-file
               CLOSE types-file
               OPEN I-O types-file
           END-IF.
           IF ws-type-status NOT = "00"
               DISPLAY "REPORT-TYPES.idx could not be opened,"
                   " status " ws-type-status ", nothing aged out."
           ELSE
               MOVE ws-report-type TO RTY-REPORT
               READ types-file KEY IS RTY-REPORT
                   INVALID KEY
                       MOVE ws-report-type TO RTY-REPORT
                       MOVE 30 TO RTY-KEEP-DAYS
                       WRITE report-type-record
                       END-WRITE
               END-READ
               MOVE RTY-KEEP-DAYS TO ws-keep-days
               CLOSE types-file
           END-IF.

      *----------------------------------------------------------------
      *    The type's entries are gathered first, then each copy
      *    past its days is removed with its entry; whatever does
      *    not fit the table goes on the next run.
      *----------------------------------------------------------------
       Age-Out-Copies.
           MOVE ws-today TO ws-dn-date.
           PERFORM Date-To-Day-Number.
           MOVE ws-dn-result TO ws-today-days.
           MOVE ZERO TO ws-old-count ws-gone-count.
           MOVE "N" TO ws-scan-done.
           MOVE ws-report-type TO RCT-REPORT.
           START catalog-file KEY IS NOT LESS THAN RCT-REPORT
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ catalog-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF RCT-REPORT NOT = ws-report-type
                           MOVE "Y" TO ws-scan-done
                       ELSE
                           PERFORM Check-Copy-Age
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING ws-old-idx FROM 1 BY 1
                   UNTIL ws-old-idx > ws-old-count
               PERFORM Remove-Old-Copy
           END-PERFORM.
           IF ws-gone-count NOT = ZERO
               DISPLAY ws-gone-count " copy(ies) of " ws-report-type
                   " older than " ws-keep-days " days removed."
           END-IF.

       Check-Copy-Age.
           IF RCT-DATE NUMERIC AND ws-old-count < 200
               MOVE RCT-DATE TO ws-dn-date
               PERFORM Date-To-Day-Number
               IF ws-dn-result + ws-keep-days < ws-today-days
                   ADD 1 TO ws-old-count
                   MOVE RCT-SEQ TO ws-old-seq (ws-old-count)
                   MOVE RCT-COPY-NAME TO ws-old-name (ws-old-count)
               END-IF
           END-IF.

       Remove-Old-Copy.
           CALL "CBL_DELETE_FILE" USING ws-old-name (ws-old-idx).
           MOVE ws-old-seq (ws-old-idx) TO RCT-SEQ.
           DELETE catalog-file RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ws-gone-count
           END-DELETE.

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
