      *                 RE-EVALUATIONS) NOW REPLAY AS CHANGES - THEY
      *                 WERE BEING SKIPPED AS UNRECOGNIZED, SO A
      *                 RECOVERED STUDENT MASTER LOST EVERY APPEAL.
      * 2026-10-15 RSD  LEAVE AND SETTLE JOURNAL ENTRIES (STUDENT-
      *                 MAINT'S LEAVERS AND THE LEAVERS RUN'S FEE
      *                 SETTLEMENT) REPLAY AS CHANGES.  THE STUDENT
      *                 IMAGE IS NOW TAKEN AT THE MASTER'S FULL 59
      *                 BYTES SO THE CLASS-SECTION AND LEAVER FIELDS
      *                 SURVIVE A RECOVERY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                               BACKUP-IMAGE(1:6)
               END-WRITE
           ELSE
               MOVE BACKUP-IMAGE(1:59) TO STUDENT-MASTER-REC
               WRITE STUDENT-MASTER-REC
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY IN BACKUP - "
      *        CHANGE, SO A RECOVERY REPLAYS THE NEW TERMS.
               WHEN JR-ACTION = "RESTRU"
                   PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
      *        A LEAVER AND ITS FEE SETTLEMENT ARE BOTH REWRITES OF
      *        THE STUDENT RECORD.
               WHEN JR-ACTION = "LEAVE "
                   PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
               WHEN JR-ACTION = "SETTLE"
                   PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
               WHEN JR-ACTION = "DELETE"
                   PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
               WHEN OTHER
                       MOVE "KEY ALREADY ON MASTER" TO SK-REASON
               END-WRITE
           ELSE
               MOVE JR-AFTER-IMAGE(1:59) TO STUDENT-MASTER-REC
               WRITE STUDENT-MASTER-REC
                   INVALID KEY
                       SET ENTRY-WAS-SKIPPED TO TRUE
                   MOVE "MASTER I-O ERROR ON REPLAY" TO SK-REASON
               END-IF
           ELSE
               MOVE JR-AFTER-IMAGE(1:59) TO STUDENT-MASTER-REC
               REWRITE STUDENT-MASTER-REC
                   INVALID KEY
                       SET ENTRY-WAS-SKIPPED TO TRUE
