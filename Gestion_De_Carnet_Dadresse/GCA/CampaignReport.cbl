       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampaignReport.
      *----------------------------------------------------------------
      *    Campaign results. For one campaign, or every campaign
      *    on CAMPAIGNS.idx when the code is left blank, reads the
      *    target list on CAMPAIGN-TARGETS.idx and writes
      *    CAMPAIGN.rpt :
      *      - contacts targeted, contacts who responded and the
      *        response rate, with the count of each answer
      *        (replied, meeting booked, not interested)
      *      - the same targeted / responded / rate broken down by
      *        the Category and the Country each contact had when
      *        the list was drawn
      *    The rate is responded over targeted, in percent to one
      *    decimal.
      *----------------------------------------------------------------


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT campaigns-file ASSIGN TO 'CAMPAIGNS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPN-Code
           FILE STATUS IS ws-cpn-status.

           SELECT targets-file ASSIGN TO 'CAMPAIGN-TARGETS.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTG-KEY
           FILE STATUS IS ws-ctg-status.

           SELECT report-file ASSIGN TO 'CAMPAIGN.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD campaigns-file.
       COPY CAMPAIGN.

       FD targets-file.
       COPY CAMPTGT.

       FD report-file.
       01 report-line PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-cpn-status PIC XX.
       01 ws-ctg-status PIC XX.
       01 ws-rpt-status PIC XX.
       01 ws-today PIC 9(08).
       01 ws-today-r REDEFINES ws-today.
           05 ws-today-yyyy PIC 9(04).
           05 ws-today-mm PIC 9(02).
           05 ws-today-dd PIC 9(02).
       01 ws-today-disp PIC X(10).
       01 ws-wanted-code PIC X(08).
       01 ws-scan-done PIC X(01).
       01 ws-list-done PIC X(01).
       01 ws-campaign-count PIC 9(05) VALUE ZERO.
       01 ws-channel-name PIC X(06).
       01 ws-label PIC X(30).
       01 ws-line-targeted PIC 9(05).
       01 ws-line-responded PIC 9(05).
       01 ws-rate PIC 9(03)V9.
       01 ws-rate-disp PIC ZZ9.9.

      *----------------------------------------------------------------
      *    Counts for the campaign in hand, cleared at its start.
      *----------------------------------------------------------------
       01 ws-targeted PIC 9(05).
       01 ws-responded PIC 9(05).
       01 ws-replied PIC 9(05).
       01 ws-meetings PIC 9(05).
       01 ws-refused PIC 9(05).

      *----------------------------------------------------------------
      *    Targeted and responded per Category and per Country of
      *    the campaign in hand; entries past the table size are
      *    counted in the campaign totals only.
      *----------------------------------------------------------------
       01 ws-category-table.
           05 ws-category-entry OCCURS 100 TIMES.
               10 ws-cat-name PIC X(20).
               10 ws-cat-targeted PIC 9(05).
               10 ws-cat-responded PIC 9(05).
       01 ws-category-used PIC 9(03).
       01 ws-category-idx PIC 9(03).
       01 ws-category-found PIC X(01).
       01 ws-country-table.
           05 ws-country-entry OCCURS 100 TIMES.
               10 ws-cty-name PIC X(30).
               10 ws-cty-targeted PIC 9(05).
               10 ws-cty-responded PIC 9(05).
       01 ws-country-used PIC 9(03).
       01 ws-country-idx PIC 9(03).
       01 ws-country-found PIC X(01).
       01 ws-table-full PIC X(01).
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "Campaign code (blank = all campaigns) ?".
           ACCEPT ws-wanted-code.
           INSPECT ws-wanted-code CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM Open-Files.
           MOVE "N" TO ws-list-done.
           IF ws-wanted-code = SPACES
               MOVE LOW-VALUES TO CPN-Code
               START campaigns-file KEY IS NOT LESS THAN CPN-Code
                   INVALID KEY
                       MOVE "Y" TO ws-list-done
               END-START
               PERFORM UNTIL ws-list-done = "Y"
                   READ campaigns-file NEXT
                       AT END
                           MOVE "Y" TO ws-list-done
                       NOT AT END
                           PERFORM Report-One-Campaign
                   END-READ
               END-PERFORM
           ELSE
               MOVE ws-wanted-code TO CPN-Code
               READ campaigns-file KEY IS CPN-Code
                   INVALID KEY
                       DISPLAY "No campaign " ws-wanted-code
                           " on file."
                   NOT INVALID KEY
                       PERFORM Report-One-Campaign
               END-READ
           END-IF.
           IF ws-campaign-count = ZERO
               MOVE "  (no campaign to report)" TO report-line
               WRITE report-line
           END-IF.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           DISPLAY "Campaign results written to CAMPAIGN.rpt : "
               ws-campaign-count " campaign(s).".
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
           OPEN INPUT campaigns-file.
           IF ws-cpn-status NOT = "00"
               DISPLAY "CAMPAIGNS.idx could not be opened, status "
                   ws-cpn-status
               STOP RUN
           END-IF.
           OPEN INPUT targets-file.
           IF ws-ctg-status NOT = "00"
               DISPLAY "CAMPAIGN-TARGETS.idx could not be opened,"
                   " status " ws-ctg-status
               CLOSE campaigns-file
               STOP RUN
           END-IF.
           OPEN OUTPUT report-file.
           MOVE SPACES TO report-line.
           STRING "Campaign results   Date: " DELIMITED BY SIZE
               ws-today-disp DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

      *    The campaign record is in hand; its targets are read in
      *    key order from the first possible contact ID on.
       Report-One-Campaign.
           ADD 1 TO ws-campaign-count.
           MOVE ZERO TO ws-targeted ws-responded ws-replied
               ws-meetings ws-refused.
           MOVE ZERO TO ws-category-used ws-country-used.
           MOVE "N" TO ws-table-full.
           EVALUATE CPN-Channel
              WHEN "M" MOVE "post" TO ws-channel-name
              WHEN "E" MOVE "email" TO ws-channel-name
              WHEN "P" MOVE "phone" TO ws-channel-name
              WHEN OTHER MOVE "other" TO ws-channel-name
           END-EVALUATE.
           MOVE SPACES TO report-line.
           STRING "Campaign " DELIMITED BY SIZE
               CPN-Code DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CPN-Name DELIMITED BY "  "
               "  mailed " DELIMITED BY SIZE
               CPN-Date DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               ws-channel-name DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  selection : category " DELIMITED BY SIZE
               CPN-Category DELIMITED BY SIZE
               " country " DELIMITED BY SIZE
               CPN-Country DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE "N" TO ws-scan-done.
           MOVE CPN-Code TO CTG-Campaign.
           MOVE ZERO TO CTG-Contact-ID.
           START targets-file KEY IS NOT LESS THAN CTG-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.
           PERFORM UNTIL ws-scan-done = "Y"
               READ targets-file NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done
                   NOT AT END
                       IF CTG-Campaign NOT = CPN-Code
                           MOVE "Y" TO ws-scan-done
                       ELSE
                           PERFORM Take-One-Target
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM Write-Campaign-Totals.
           PERFORM Write-Category-Lines.
           PERFORM Write-Country-Lines.
           IF ws-table-full = "Y"
               MOVE "  *** more categories or countries than the"
                   TO report-line
               MOVE " report can list - see the totals ***"
                   TO report-line (45:37)
               WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

       Take-One-Target.
           ADD 1 TO ws-targeted.
           EVALUATE CTG-Response
              WHEN "R" ADD 1 TO ws-replied
              WHEN "M" ADD 1 TO ws-meetings
              WHEN "N" ADD 1 TO ws-refused
           END-EVALUATE.
           IF CTG-Response NOT = SPACES
               ADD 1 TO ws-responded
           END-IF.
           PERFORM Add-To-Category.
           PERFORM Add-To-Country.

       Add-To-Category.
           MOVE "N" TO ws-category-found.
           PERFORM VARYING ws-category-idx FROM 1 BY 1
                   UNTIL ws-category-idx > ws-category-used
                       OR ws-category-found = "Y"
               IF ws-cat-name (ws-category-idx) = CTG-Category
                   MOVE "Y" TO ws-category-found
                   SUBTRACT 1 FROM ws-category-idx
               END-IF
           END-PERFORM.
           IF ws-category-found = "N"
               IF ws-category-used < 100
                   ADD 1 TO ws-category-used
                   MOVE ws-category-used TO ws-category-idx
                   MOVE CTG-Category TO ws-cat-name (ws-category-idx)
                   MOVE ZERO TO ws-cat-targeted (ws-category-idx)
                       ws-cat-responded (ws-category-idx)
               ELSE
                   MOVE "Y" TO ws-table-full
                   MOVE ZERO TO ws-category-idx
               END-IF
           END-IF.
           IF ws-category-idx NOT = ZERO
               ADD 1 TO ws-cat-targeted (ws-category-idx)
               IF CTG-Response NOT = SPACES
                   ADD 1 TO ws-cat-responded (ws-category-idx)
               END-IF
           END-IF.

       Add-To-Country.
           MOVE "N" TO ws-country-found.
           PERFORM VARYING ws-country-idx FROM 1 BY 1
                   UNTIL ws-country-idx > ws-country-used
                       OR ws-country-found = "Y"
               IF ws-cty-name (ws-country-idx) = CTG-Country
                   MOVE "Y" TO ws-country-found
                   SUBTRACT 1 FROM ws-country-idx
               END-IF
           END-PERFORM.
           IF ws-country-found = "N"
               IF ws-country-used < 100
                   ADD 1 TO ws-country-used
                   MOVE ws-country-used TO ws-country-idx
                   MOVE CTG-Country TO ws-cty-name (ws-country-idx)
                   MOVE ZERO TO ws-cty-targeted (ws-country-idx)
                       ws-cty-responded (ws-country-idx)
               ELSE
                   MOVE "Y" TO ws-table-full
                   MOVE ZERO TO ws-country-idx
               END-IF
           END-IF.
           IF ws-country-idx NOT = ZERO
               ADD 1 TO ws-cty-targeted (ws-country-idx)
               IF CTG-Response NOT = SPACES
                   ADD 1 TO ws-cty-responded (ws-country-idx)
               END-IF
           END-IF.

       Write-Campaign-Totals.
           MOVE "TOTAL" TO ws-label.
           MOVE ws-targeted TO ws-line-targeted.
           MOVE ws-responded TO ws-line-responded.
           PERFORM Write-Rate-Line.
           MOVE SPACES TO report-line.
           STRING "    replied : " DELIMITED BY SIZE
               ws-replied DELIMITED BY SIZE
               "  meeting booked : " DELIMITED BY SIZE
               ws-meetings DELIMITED BY SIZE
               "  not interested : " DELIMITED BY SIZE
               ws-refused DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Write-Category-Lines.
           MOVE "  By category :" TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-category-idx FROM 1 BY 1
                   UNTIL ws-category-idx > ws-category-used
               MOVE ws-cat-name (ws-category-idx) TO ws-label
               IF ws-label = SPACES
                   MOVE "(none)" TO ws-label
               END-IF
               MOVE ws-cat-targeted (ws-category-idx)
                   TO ws-line-targeted
               MOVE ws-cat-responded (ws-category-idx)
                   TO ws-line-responded
               PERFORM Write-Rate-Line
           END-PERFORM.

       Write-Country-Lines.
           MOVE "  By country :" TO report-line.
           WRITE report-line.
           PERFORM VARYING ws-country-idx FROM 1 BY 1
                   UNTIL ws-country-idx > ws-country-used
               MOVE ws-cty-name (ws-country-idx) TO ws-label
               IF ws-label = SPACES
                   MOVE "(none)" TO ws-label
               END-IF
               MOVE ws-cty-targeted (ws-country-idx)
                   TO ws-line-targeted
               MOVE ws-cty-responded (ws-country-idx)
                   TO ws-line-responded
               PERFORM Write-Rate-Line
           END-PERFORM.

      *    ws-label, ws-line-targeted and ws-line-responded are set
      *    by the caller.
       Write-Rate-Line.
           IF ws-line-targeted = ZERO
               MOVE ZERO TO ws-rate
           ELSE
               COMPUTE ws-rate ROUNDED =
                   ws-line-responded * 100 / ws-line-targeted
           END-IF.
           MOVE ws-rate TO ws-rate-disp.
           MOVE SPACES TO report-line.
           STRING "    " DELIMITED BY SIZE
               ws-label DELIMITED BY SIZE
               " targeted : " DELIMITED BY SIZE
               ws-line-targeted DELIMITED BY SIZE
               "  responded : " DELIMITED BY SIZE
               ws-line-responded DELIMITED BY SIZE
               "  rate : " DELIMITED BY SIZE
               ws-rate-disp DELIMITED BY SIZE
               " %" DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       Close-Files.
           CLOSE campaigns-file.
           CLOSE targets-file.
           CLOSE report-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "CampaignReport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "CAMPAIGN.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
