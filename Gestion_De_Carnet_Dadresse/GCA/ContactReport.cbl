       01 ws-line-count PIC 9(02) VALUE ZERO.
       01 ws-lines-per-page PIC 9(02) VALUE 10.
       01 ws-total-count PIC 9(05) VALUE ZERO.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           END-PERFORM.
           PERFORM Write-Final-Count.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           STOP RUN.

       Open-Files.
       Close-Files.
           CLOSE contacts.
           CLOSE report-file.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactReport" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "DIRECTORY.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
