       IDENTIFICATION DIVISION.
       PROGRAM-ID. PipelineReport.
      *----------------------------------------------------------------
      *    Weekly sales pipeline. Reads OPPORTUNITIES.idx once and
      *    writes PIPELINE.rpt :
      *      - every open deal (prospect, proposal, negotiation)
      *        with its contact, company, amount, expected close
      *        date and owner; a deal whose close date has passed
      *        while it is still open is flagged OVERDUE
      *      - count and amount per stage, won and lost included
      *      - count, amount and overdue count of the open deals
      *        per owning operator and per company
      *    Contact and company names are looked up for the
      *    listing; a deal whose company is 0 is totalled under
      *    "(no company)".
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT opportunities-file ASSIGN TO 'OPPORTUNITIES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPP-ID
           FILE STATUS IS ws-opp-status.

           SELECT contacts ASSIGN TO 'CONTACTS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID_Contact
           ALTERNATE RECORD KEY IS Last_Name WITH DUPLICATES
           FILE STATUS IS ws-file-status.

           SELECT companies-file ASSIGN TO 'COMPANIES.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-ID
           FILE STATUS IS ws-cmp-status.

           SELECT report-file ASSIGN TO 'PIPELINE.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD opportunities-file.
       COPY OPPORT.

       FD contacts.
       COPY CONTACT.

       FD companies-file.
       COPY COMPANY.

       FD report-file.
       01 report-line PIC X(160).

       WORKING-STORAGE SECTION.
       01 ws-opp-status PIC XX.
       01 ws-file-status PIC XX.
       01 ws-cmp-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 ws-have-contacts PIC X(01) VALUE "N".
       01 ws-have-companies PIC X(01) VALUE "N".
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-scan-done PIC X(01).
       01 ws-overdue PIC X(01).
       01 ws-flag PIC X(08).
       01 ws-contact-name PIC X(30).
       01 ws-company-name PIC X(30).
       01 ws-amount-disp PIC Z(08)9.99.
       01 ws-total-disp PIC Z(10)9.99.
       01 ws-open-count PIC 9(05) VALUE ZERO.
       01 ws-overdue-count PIC 9(05) VALUE ZERO.
       01 ws-open-amount PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    Stage totals, in the order of the stage codes below.
      *----------------------------------------------------------------
       01 ws-stage-codes PIC X(05) VALUE "PRNWL".
       01 ws-stage-names.
           05 FILLER PIC X(11) VALUE "prospect".
           05 FILLER PIC X(11) VALUE "proposal".
           05 FILLER PIC X(11) VALUE "negotiation".
           05 FILLER PIC X(11) VALUE "won".
           05 FILLER PIC X(11) VALUE "lost".
       01 ws-stage-name-table REDEFINES ws-stage-names.
           05 ws-stage-name PIC X(11) OCCURS 5 TIMES.
       01 ws-stage-table.
           05 ws-stage-entry OCCURS 5 TIMES.
               10 ws-stg-count PIC 9(05) VALUE ZERO.
               10 ws-stg-amount PIC 9(11)V99 VALUE ZERO.
       01 ws-stage-idx PIC 9(02).

      *----------------------------------------------------------------
      *    Open deals per owner and per company, filled on the one
      *    pass over the file; entries past the table size are
      *    counted in the grand totals only.
      *----------------------------------------------------------------
       01 ws-owner-table.
           05 ws-owner-entry OCCURS 50 TIMES.
               10 ws-own-id PIC X(08).
               10 ws-own-count PIC 9(05).
               10 ws-own-amount PIC 9(11)V99.
               10 ws-own-overdue PIC 9(05).
       01 ws-owner-used PIC 9(02) VALUE ZERO.
       01 ws-owner-idx PIC 9(02).
       01 ws-owner-found PIC X(01).
       01 ws-company-table.
           05 ws-company-entry OCCURS 200 TIMES.
               10 ws-cmp-id PIC 9(05).
               10 ws-cmp-count PIC 9(05).
               10 ws-cmp-amount PIC 9(11)V99.
               10 ws-cmp-overdue PIC 9(05).
       01 ws-company-used PIC 9(03) VALUE ZERO.
       01 ws-company-idx PIC 9(03).
       01 ws-company-found PIC X(01).
       01 ws-table-full PIC X(01) VALUE "N".
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Open-Files.
           PERFORM List-Open-Deals.
           PERFORM Write-Stage-Totals.
           PERFORM Write-Owner-Totals.
           PERFORM Write-Company-Totals.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           DISPLAY "Pipeline written to PIPELINE.rpt : "
               ws-open-count " open deal(s), " ws-overdue-count
               " overdue.".
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
           OPEN INPUT opportunities-file.
           IF ws-opp-status NOT = "00"
               DISPLAY "OPPORTUNITIES.idx could not be opened,"
                   " status " ws-opp-status
               STOP RUN
           END-IF.
           OPEN INPUT contacts.
           IF ws-file-status = "00"
               MOVE "Y" TO ws-have-contacts
           ELSE
               DISPLAY "CONTACTS.idx not available (status "
                   ws-file-status "), names are left out."
           END-IF.
           OPEN INPUT companies-file.
           IF ws-cmp-status = "00"
               MOVE "Y" TO ws-have-companies
           ELSE
               DISPLAY "COMPANIES.idx not available (status "
                   ws-cmp-status "), names are left out."
           END-IF.
           OPEN OUTPUT report-file.
           MOVE SPACES TO report-line.
           STRING "Sales pipeline   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

       List-Open-Deals.
           MOVE "Open deals :" TO report-line.
           WRITE report-line.
           MOVE "N" TO ws-scan-done.
           MOVE ZERO TO OPP-ID.
           START opportunities-file KEY IS NOT LESS THAN OPP-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ opportunities-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       PERFORM Take-One-Deal
               END-READ
           END-PERFORM.
           IF ws-open-count = ZERO
               MOVE "  (no open deals)" TO report-line
               WRITE report-line
           END-IF.
           MOVE ws-open-amount TO ws-total-disp.
           MOVE SPACES TO report-line.
           STRING "  open deals : " DELIMITED BY SIZE
               ws-open-count DELIMITED BY SIZE
               "  amount : " DELIMITED BY SIZE
               ws-total-disp DELIMITED BY SIZE
               "  overdue : " DELIMITED BY SIZE
               ws-overdue-count DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           IF ws-table-full = "Y"
               MOVE "  *** more owners or companies than the report"
                   TO report-line
               MOVE " can total - see the grand totals ***"
                   TO report-line (48:37)
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

      *    Every deal counts in its stage; only the open ones are
      *    listed and go into the owner and company totals.
       Take-One-Deal.
           MOVE ZERO TO ws-stage-idx.
           INSPECT ws-stage-codes TALLYING ws-stage-idx
               FOR CHARACTERS BEFORE INITIAL OPP-Stage.
           ADD 1 TO ws-stage-idx.
           IF ws-stage-idx <= 5
               ADD 1 TO ws-stg-count (ws-stage-idx)
               ADD OPP-Amount TO ws-stg-amount (ws-stage-idx)
           END-IF.
           IF OPP-Stage = "P" OR OPP-Stage = "R" OR OPP-Stage = "N"
               MOVE "N" TO ws-overdue
               MOVE SPACES TO ws-flag
               IF OPP-Close-Date < ws-today
                   MOVE "Y" TO ws-overdue
                   MOVE "OVERDUE" TO ws-flag
                   ADD 1 TO ws-overdue-count
               END-IF
               ADD 1 TO ws-open-count
               ADD OPP-Amount TO ws-open-amount
               PERFORM Write-Deal-Line
               PERFORM Add-To-Owner
               PERFORM Add-To-Company
           END-IF.

       Write-Deal-Line.
           MOVE SPACES TO ws-contact-name.
           IF ws-have-contacts = "Y"
               MOVE OPP-Contact-ID TO ID_Contact
               READ contacts KEY IS ID_Contact
                   INVALID KEY
                       MOVE "(not on file)" TO ws-contact-name
                   NOT INVALID KEY
                       MOVE Last_Name TO ws-contact-name
               END-READ
           END-IF.
           MOVE OPP-Company-ID TO CMP-ID.
           PERFORM Find-Company-Name.
           MOVE OPP-Amount TO ws-amount-disp.
           MOVE SPACES TO report-line.
           STRING ws-flag DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPP-Stage DELIMITED BY SIZE
               " close " DELIMITED BY SIZE
               OPP-Close-Date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-amount-disp DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPP-Owner DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPP-Title DELIMITED BY "  "
               " | " DELIMITED BY SIZE
               OPP-Contact-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-contact-name DELIMITED BY "  "
               " | " DELIMITED BY SIZE
               ws-company-name DELIMITED BY "  "
               INTO report-line
           END-STRING.
           WRITE report-line.

      *    CMP-ID is set by the caller.
       Find-Company-Name.
           IF CMP-ID = ZERO
               MOVE "(no company)" TO ws-company-name
           ELSE
               MOVE SPACES TO ws-company-name
               IF ws-have-companies = "Y"
                   READ companies-file KEY IS CMP-ID
                       INVALID KEY
                           MOVE "(not on file)" TO ws-company-name
                       NOT INVALID KEY
                           MOVE CMP-Name TO ws-company-name
                   END-READ
               END-IF
           END-IF.

       Add-To-Owner.
           MOVE "N" TO ws-owner-found.
           PERFORM VARYING ws-owner-idx FROM 1 BY 1
                   UNTIL ws-owner-idx > ws-owner-used
                       OR ws-owner-found = "Y"
               IF ws-own-id (ws-owner-idx) = OPP-Owner
                   MOVE "Y" TO ws-owner-found
                   SUBTRACT 1 FROM ws-owner-idx
               END-IF
           END-PERFORM.
           IF ws-owner-found = "N"
               IF ws-owner-used < 50
                   ADD 1 TO ws-owner-used
                   MOVE ws-owner-used TO ws-owner-idx
                   MOVE OPP-Owner TO ws-own-id (ws-owner-idx)
                   MOVE ZERO TO ws-own-count (ws-owner-idx)
                       ws-own-amount (ws-owner-idx)
                       ws-own-overdue (ws-owner-idx)
               ELSE
                   MOVE "Y" TO ws-table-full
                   MOVE ZERO TO ws-owner-idx
               END-IF
           END-IF.
           IF ws-owner-idx NOT = ZERO
               ADD 1 TO ws-own-count (ws-owner-idx)
               ADD OPP-Amount TO ws-own-amount (ws-owner-idx)
               IF ws-overdue = "Y"
                   ADD 1 TO ws-own-overdue (ws-owner-idx)
               END-IF
           END-IF.

       Add-To-Company.
           MOVE "N" TO ws-company-found.
           PERFORM VARYING ws-company-idx FROM 1 BY 1
                   UNTIL ws-company-idx > ws-company-used
                       OR ws-company-found = "Y"
               IF ws-cmp-id (ws-company-idx) = OPP-Company-ID
                   MOVE "Y" TO ws-company-found
                   SUBTRACT 1 FROM ws-company-idx
               END-IF
           END-PERFORM.
           IF ws-company-found = "N"
               IF ws-company-used < 200
                   ADD 1 TO ws-company-used
                   MOVE ws-company-used TO ws-company-idx
                   MOVE OPP-Company-ID TO ws-cmp-id (ws-company-idx)
                   MOVE ZERO TO ws-cmp-count (ws-company-idx)
                       ws-cmp-amount (ws-company-idx)
                       ws-cmp-overdue (ws-company-idx)
               ELSE
                   MOVE "Y" TO ws-table-full
                   MOVE ZERO TO ws-company-idx
               END-IF
           END-IF.
           IF ws-company-idx NOT = ZERO
               ADD 1 TO ws-cmp-count (ws-company-idx)
               ADD OPP-Amount TO ws-cmp-amount (ws-company-idx)
               IF ws-overdue = "Y"
                   ADD 1 TO ws-cmp-overdue (ws-company-idx)
               END-IF
           END-IF.

       Write-Stage-Totals.
           MOVE "Totals by stage (all deals) :" TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-stage-idx FROM 1 BY 1
                   UNTIL ws-stage-idx > 5
               MOVE ws-stg-amount (ws-stage-idx) TO ws-total-disp
               MOVE SPACES TO report-line
               STRING "  " DELIMITED BY SIZE
                   ws-stage-name (ws-stage-idx) DELIMITED BY SIZE
                   " deals : " DELIMITED BY SIZE
                   ws-stg-count (ws-stage-idx) DELIMITED BY SIZE
                   "  amount : " DELIMITED BY SIZE
                   ws-total-disp DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Write-Owner-Totals.
           MOVE "Open deals by owner :" TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-owner-idx FROM 1 BY 1
                   UNTIL ws-owner-idx > ws-owner-used
               MOVE ws-own-amount (ws-owner-idx) TO ws-total-disp
               MOVE SPACES TO report-line
               STRING "  " DELIMITED BY SIZE
                   ws-own-id (ws-owner-idx) DELIMITED BY SIZE
                   " deals : " DELIMITED BY SIZE
                   ws-own-count (ws-owner-idx) DELIMITED BY SIZE
                   "  amount : " DELIMITED BY SIZE
                   ws-total-disp DELIMITED BY SIZE
                   "  overdue : " DELIMITED BY SIZE
                   ws-own-overdue (ws-owner-idx) DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-PERFORM.
           IF ws-owner-used = ZERO
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Write-Company-Totals.
           MOVE "Open deals by company :" TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-company-idx FROM 1 BY 1
                   UNTIL ws-company-idx > ws-company-used
               MOVE ws-cmp-id (ws-company-idx) TO CMP-ID
               PERFORM Find-Company-Name
               MOVE ws-cmp-amount (ws-company-idx) TO ws-total-disp
               MOVE SPACES TO report-line
               STRING "  " DELIMITED BY SIZE
                   ws-cmp-id (ws-company-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-company-name DELIMITED BY SIZE
                   " deals : " DELIMITED BY SIZE
                   ws-cmp-count (ws-company-idx) DELIMITED BY SIZE
                   "  amount : " DELIMITED BY SIZE
                   ws-total-disp DELIMITED BY SIZE
                   "  overdue : " DELIMITED BY SIZE
                   ws-cmp-overdue (ws-company-idx) DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-PERFORM.
           IF ws-company-used = ZERO
               MOVE "  (none)" TO report-line
               WRITE report-line
           END-IF.

       Close-Files.
           CLOSE opportunities-file.
           IF ws-have-contacts = "Y"
               CLOSE contacts
           END-IF.
           IF ws-have-companies = "Y"
               CLOSE companies-file
           END-IF.
           CLOSE report-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "PipelineReport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "PIPELINE.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
