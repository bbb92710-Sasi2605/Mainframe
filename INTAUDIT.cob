      *                 THE GRADE-SCALE CONTROL AND FOR MARKS OUTSIDE
      *                 0-100.  EVERY FINDING GOES ON THE AUDIT REPORT
      *                 AND THE SHARED EXCEPTION LOG.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V') IS
      *                 PRICED OFF ITS OWN LM-RATE, SO ITS RATE CODE IS
      *                 NOT AUDITED AGAINST THE RATE MASTER.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       2000-AUDIT-LOAN.
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2100-SEARCH-RATE-CODE THRU 2100-EXIT
                   VARYING RM-IDX FROM 1 BY 1
