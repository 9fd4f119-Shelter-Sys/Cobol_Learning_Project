      *        2  ContactBackup   backup generation
      *        3  ContactDelta    CRM delta extract
      *        4  ContactStats    monthly statistics
      *        5  RetentionPurge  retention run (lists only unless
      *                           its stored nightly mode is L)
      *        6  AuditVerify     audit chain check
      *    and stops the chain the moment a step comes back with a
      *    non-zero RETURN-CODE - no backup is cut from a carnet
      *    the verify just flagged. Each step's start, end and
      *    FAILED with the step, or a RUNNING left behind by a run
      *    that died mid-step. A skip-list keeps steps out of one
      *    night's run - the stats step is usually skipped except
      *    at month-end, and the retention run is skipped unless
      *    the policy owner wants it nightly. The steps themselves
      *    see BRN-ACTIVE and run their console questions on
      *    defaults. The audit chain check runs last, so a trail
      *    found broken flags the night FAILED even when every
      *    housekeeping step went through. Each step's report
      *    is also kept as a dated copy in the report catalog
      *    (ReportCatalog), entered as run by BATCH.
      *----------------------------------------------------------------



       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "Steps to skip tonight (digits 1-6 together,"
               " e.g. 4; blank = none) ?".
           ACCEPT ws-skip-list.
           OPEN EXTEND runlog-file.
           MOVE "Y" TO BRN-ACTIVE.

           PERFORM VARYING ws-step-no FROM 1 BY 1
                   UNTIL ws-step-no > 6 OR ws-chain-broken = "Y"
               PERFORM Run-One-Step THRU Run-One-Step-Exit
           END-PERFORM.

              WHEN 2 MOVE "BACKUP" TO ws-step-name
              WHEN 3 MOVE "DELTA" TO ws-step-name
              WHEN 4 MOVE "STATS" TO ws-step-name
              WHEN 5 MOVE "RETENTION" TO ws-step-name
              WHEN 6 MOVE "AUDITCHK" TO ws-step-name
           END-EVALUATE.
           MOVE "N" TO ws-step-skipped.
           MOVE ZERO TO ws-rc-disp.
              WHEN 2 CALL "ContactBackup"
              WHEN 3 CALL "ContactDelta"
              WHEN 4 CALL "ContactStats"
              WHEN 5 CALL "RetentionPurge"
              WHEN 6 CALL "AuditVerify"
           END-EVALUATE.
           IF RETURN-CODE = ZERO
               PERFORM Log-Step-OK
