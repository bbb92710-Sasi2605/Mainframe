      *                 CALLER KNOWS IT IS WRITING PRIOR-PERIOD
      *                 ADJUSTMENTS.  A MISSING CONTROL FILE LEAVES
      *                 EVERY PERIOD OPEN.
      * 2026-10-15 RSD  A YEAR THE YEAR-END CLOSE HAS CLOSED TO
      *                 RETAINED EARNINGS (ITS YYYY13 RECORD, STATUS
      *                 'Y') IS CLOSED IN EVERY PERIOD.  A POSTING
      *                 DATED INTO IT IS ADJUSTED INTO THE FIRST OPEN
      *                 PERIOD AFTER THE CLOSED YEAR, NEVER INTO A
      *                 LATER MONTH OF THE CLOSED YEAR ITSELF.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              88 BUS-PERIOD-IS-CLOSED       VALUE 'Y'.

       01  WS-BUS-PERIOD           PIC 9(06).
      *    THE LATEST YEAR CLOSED TO RETAINED EARNINGS, AND THE
      *    PERIOD AN OPEN PERIOD MUST LIE AFTER TO TAKE THE POSTING.
       01  WS-CLOSED-YEAR          PIC 9(04).
       01  WS-FLOOR-PERIOD         PIC 9(06).
       01  WS-BEST-OPEN            PIC 9(06).
       01  WS-PER-YYYY             PIC 9(04).
       01  WS-PER-MM               PIC 9(02).
           MOVE 'N' TO WS-PER-EOF-SW.
           MOVE 'N' TO WS-CLOSED-SW.
           MOVE ZERO TO WS-BEST-OPEN.
           MOVE ZERO TO WS-CLOSED-YEAR.

           OPEN INPUT PERIOD-FILE.
           IF PER-FILE-NOT-FOUND
               GOBACK
           END-IF.

      *    FIRST PASS - THE LATEST CLOSED YEAR, WHICH DECIDES HOW
      *    FAR PAST THE BUSINESS PERIOD AN OPEN PERIOD MUST LIE.
           PERFORM 0500-SCAN-ONE-YEAR-END THRU 0500-EXIT
               UNTIL END-OF-PERIODS.
           CLOSE PERIOD-FILE.

           MOVE WS-BUS-PERIOD TO WS-FLOOR-PERIOD.
           IF WS-CLOSED-YEAR NOT = ZERO
              AND WS-BUS-PERIOD(1:4) NOT > WS-CLOSED-YEAR
               SET BUS-PERIOD-IS-CLOSED TO TRUE
               COMPUTE WS-FLOOR-PERIOD = WS-CLOSED-YEAR * 100 + 12
           END-IF.

           MOVE 'N' TO WS-PER-EOF-SW.
           OPEN INPUT PERIOD-FILE.
           PERFORM 1000-SCAN-ONE-PERIOD THRU 1000-EXIT
               UNTIL END-OF-PERIODS.
           CLOSE PERIOD-FILE.

           GOBACK.

      *----------------------------------------------------------------
      * 0500-SCAN-ONE-YEAR-END - REMEMBERS THE LATEST YEAR-CLOSED
      * RECORD.
      *----------------------------------------------------------------
       0500-SCAN-ONE-YEAR-END.
           READ PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-PER-EOF-SW
               NOT AT END
                   IF PE-YEAR-IS-CLOSED
                      AND PE-PERIOD(1:4) > WS-CLOSED-YEAR
                       MOVE PE-PERIOD(1:4) TO WS-CLOSED-YEAR
                   END-IF
           END-READ.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-SCAN-ONE-PERIOD - NOTES WHETHER THE BUSINESS PERIOD IS
      * CLOSED AND REMEMBERS THE EARLIEST OPEN PERIOD AFTER THE
      * FLOOR - THE BUSINESS PERIOD, OR THE END OF A CLOSED YEAR.
      *----------------------------------------------------------------
       1000-SCAN-ONE-PERIOD.
           READ PERIOD-FILE
                      AND PE-PERIOD-IS-CLOSED
                       SET BUS-PERIOD-IS-CLOSED TO TRUE
                   END-IF
                   IF PE-PERIOD > WS-FLOOR-PERIOD
                      AND PE-PERIOD-IS-OPEN
                      AND (WS-BEST-OPEN = ZERO
                           OR PE-PERIOD < WS-BEST-OPEN)
           EXIT.

      *----------------------------------------------------------------
      * 2000-NEXT-MONTH - NO OPEN RECORD AFTER THE FLOOR, SO THE
      * MONTH AFTER IT (WHICH HAS NO RECORD AND IS THEREFORE OPEN)
      * TAKES THE POSTINGS.
      *----------------------------------------------------------------
       2000-NEXT-MONTH.
           MOVE WS-FLOOR-PERIOD(1:4) TO WS-PER-YYYY.
           MOVE WS-FLOOR-PERIOD(5:2) TO WS-PER-MM.
           IF WS-PER-MM = 12
               MOVE 01 TO WS-PER-MM
               ADD 1 TO WS-PER-YYYY
