      *                 SHARED SORT-SERVICE, WITH A HEADCOUNT PER
      *                 SECTION, SO A TEACHER GETS THEIR OWN CLASS
      *                 LIST WITHOUT RE-SORTING ANYTHING BY HAND.
      * 2026-10-15 RSD  A STUDENT MARKED LEFT ON THE MASTER IS NO
      *                 LONGER LISTED; LEAVERS COUNT AS SKIPPED IN THE
      *                 CONTROL TOTALS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-ONE-STUDENT - LEAVERS ARE OFF THE ROLL AND NOT
      * LISTED.
      *----------------------------------------------------------------
       2000-LOAD-ONE-STUDENT.
           IF SU-HAS-LEFT
               ADD 1 TO WS-STUDENTS-SKIPPED
               PERFORM 8000-READ-STUDENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-ROSTER-COUNT < WS-ROSTER-MAX
               ADD 1 TO WS-ROSTER-COUNT
               IF SU-CLASS-SECTION = SPACES
