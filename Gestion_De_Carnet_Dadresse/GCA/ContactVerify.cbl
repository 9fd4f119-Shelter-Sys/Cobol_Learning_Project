       01 ws-phone-past-end PIC X(01).

       COPY BATCHRUN.
       COPY RPTNEXT.

      *    A FAIL result is also reported through RETURN-CODE, so
      *    NightlyBatch can stop the chain before the backup step
               PERFORM Offer-Repair
           END-IF.
           PERFORM Close-Files.
           PERFORM Catalog-Report.
           IF ws-error-count NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE archive-file.
           CLOSE report-file.
           DISPLAY "Details written to VERIFY.rpt".

       Catalog-Report.
           MOVE SPACES TO report-catalog-entry.
           MOVE "ContactVerify" TO RPT-PROGRAM.
           MOVE ZERO TO RPT-RC.
           IF ws-error-count NOT = ZERO
               MOVE 8 TO RPT-RC
           END-IF.
           MOVE "VERIFY.rpt" TO RPT-FILE-NAME.
           CALL "ReportCatalog".
