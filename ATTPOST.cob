      *                 FILE, WHICH THE MONTHLY ATTENDANCE REGISTER
      *                 PRINTS PER SUBJECT SO A DISPUTE TRACES TO
      *                 THE DAY.
      * 2026-10-15 RSD  A STUDENT MARKED LEFT ON THE MASTER IS NO
      *                 LONGER HELD OR COUNTED PRESENT FOR THE DAY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      * 2000-COUNT-THE-DAY - EVERY ACTIVE STUDENT IS HELD AND
      * COUNTED PRESENT FOR THE DAY; THE ABSENCE TRANSACTIONS TAKE
      * THE PRESENT COUNT BACK OFF.  A STUDENT NOT YET ON THE
      * ATTENDANCE FILE STARTS A FRESH RECORD.  A STUDENT WHO HAS
      * LEFT IS NOT ACTIVE AND IS PASSED OVER.
      *----------------------------------------------------------------
       2000-COUNT-THE-DAY.
           IF SU-HAS-LEFT
               PERFORM 8100-READ-STUDENT THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE SU-ROLL-NO TO WS-SEARCH-ROLL.
           PERFORM 2100-FIND-OR-ADD-SLOT THRU 2100-EXIT.
           IF WS-ATT-SUB > ZERO
