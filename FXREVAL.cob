      *                 AN INCIDENT RECORD THROUGH THE SHARED
      *                 INCIDENT-LOG SUBPROGRAM FOR THE MORNING
      *                 INCIDENT REPORT.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           READ FX-RATES
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
                   GO TO 1180-EXIT
           END-READ.

      *    THE HISTORY IS IN CURRENCY AND EFFECTIVE-DATE ORDER, SO THE
      *    LAST ROW IN EFFECT FOR A CURRENCY IS ITS CLOSING RATE; A ROW
      *    NOT YET IN EFFECT ON THE BUSINESS DATE IS PASSED OVER.
           IF FX-EFFECT-DATE IS NUMERIC
              AND FX-EFFECT-DATE > WS-BUS-DATE-RAW
               GO TO 1180-EXIT
           END-IF.

           MOVE FX-CURRENCY-CODE TO WS-SEARCH-CURR.
           PERFORM 3000-FIND-OR-ADD-CURR THRU 3000-EXIT.
           IF WS-CURR-SUB > ZERO
               MOVE FX-RATE-TO-BASE TO CR-NEW-RATE(WS-CURR-SUB)
               MOVE 'Y' TO CR-NEW-RATE-SW(WS-CURR-SUB)
           END-IF.
       1180-EXIT.
           EXIT.

