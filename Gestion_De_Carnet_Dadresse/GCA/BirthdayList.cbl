           05 FILLER PIC 9(03) VALUE 334.
       01 ws-month-table REDEFINES ws-month-offsets.
           05 ws-month-offset PIC 9(03) OCCURS 12 TIMES.
       COPY RPTNEXT.

       PROCEDURE DIVISION.
       BEGIN.
           WRITE report-line.
           CLOSE contacts.
           CLOSE report-file.
           PERFORM Catalog-Report.
           DISPLAY ws-hit-count " contact(s) listed in BIRTHDAY.rpt".
           STOP RUN.


       Check-One-Key-Date-Exit.
           EXIT.

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "BirthdayList" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           MOVE "BIRTHDAY.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
