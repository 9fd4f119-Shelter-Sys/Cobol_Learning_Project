       01 ws-orphan-count PIC 9(05) VALUE ZERO.
       01 ws-wanted-company PIC 9(05).
       01 ws-scan-done PIC X(01).
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Write-Removed-Block THRU Write-Removed-Block-Exit.
           PERFORM Write-Final-Count.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           STOP RUN.

       Open-Files.
           END-IF.
           CLOSE report-file.
           DISPLAY "Company directory written to COMPANY-DIR.rpt".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "CompanyReport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "COMPANY-DIR.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
