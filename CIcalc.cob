      * 2026-09-02 RSD  THE END-OF-STEP GATE CALL NOW ALSO REPORTS
      *                 THE RECORDS WRITTEN, CARRIED TO THE STEP
      *                 METRICS NEXT TO THE RECORDS READ.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V') IS
      *                 PRICED AT ITS OWN LM-RATE, AS ARM-RESET LAST
      *                 SET IT; NEITHER THE RATE-MASTER LOOKUP NOR THE
      *                 PROPOSED-RATE IMPACT RUN USES ITS LM-RATE-CODE.
      * 2026-10-15 RSD  AN INTEREST-ONLY LOAN DOES NOT COMPOUND OVER
      *                 ITS FIRST LM-AMORT-MONTHS - THE INTEREST IS
      *                 PAID AS IT FALLS DUE AND COUNTED SIMPLE - AND A
      *                 BALLOON LOAN'S SCHEDULE STOPS AT THE BALLOON
      *                 MONTH, WHOSE LINE IS MARKED BALLOON.
      * 2026-10-15 RSD  EVERY ANNIVERSARY CAPITALIZATION IS ALSO
      *                 POSTED TO THE ACCOUNT TRANSACTION JOURNAL
      *                 THROUGH ACCT-JOURNAL - AS A MEMO ENTRY WHEN
      *                 THE ACCRUED BUCKET MOVES INTO PRINCIPAL, SINCE
      *                 THE BALANCE OWED DOES NOT CHANGE.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      * 2026-10-15 RSD  GL POSTINGS NOW CARRY THE LOAN'S BRANCH, SO
      *                 THE LEDGER CAN KEEP BALANCES BY BRANCH; THE
      *                 EXTRACT LINE IS WIDENED TO 89 FOR IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       01  GL-EXTRACT-LINE         PIC X(89).

       FD  RATE-MASTER
           RECORDING MODE IS F.
       01  WS-TOTAL-PERIODS         PIC 9(5) COMP.
       01  WS-PERIOD-RATE           PIC 9(3)V9999.

      *----------------------------------------------------------------
      * AMORTIZATION STRUCTURE - WS-IO-PERIODS IS THE NUMBER OF
      * OPENING PERIODS OF AN INTEREST-ONLY LOAN THAT EARN SIMPLE
      * INTEREST ONLY (WS-IO-INTEREST), ZERO FOR ANY OTHER LOAN.  A
      * BALLOON LOAN'S WS-TOTAL-PERIODS ENDS AT THE BALLOON MONTH,
      * ROUNDED UP TO A WHOLE COMPOUNDING PERIOD.
      *----------------------------------------------------------------
       01  WS-IO-PERIODS            PIC 9(5) COMP.
       01  WS-IO-INTEREST           PIC 9(9)V99.

       01  WS-COUNTS.
           05 WS-ACCTS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-PROCESSED    PIC 9(7) COMP VALUE 0.
      *----------------------------------------------------------------
       COPY INCDRQ.

      *----------------------------------------------------------------
      * ACCOUNT TRANSACTION JOURNAL - SEE JRNLRQ.CPY.
      *----------------------------------------------------------------
       COPY JRNLRQ.

      *----------------------------------------------------------------
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.  THE POSTING
      * PERIOD IS RESOLVED ONCE AT START-UP AND STAMPED ON EVERY GL
           05 SD-AMT                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 SD-CURRENCY             PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SD-NOTE                PIC X(08).

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
           READ FX-RATES
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
                   GO TO 1180-EXIT
           END-READ.

      *    THE HISTORY IS IN CURRENCY AND EFFECTIVE-DATE ORDER, SO A
      *    LATER ROW IN EFFECT REPLACES THE RATE JUST LOADED FOR ITS
      *    CURRENCY; A ROW NOT YET IN EFFECT IS PASSED OVER.
           IF FX-EFFECT-DATE IS NUMERIC
              AND FX-EFFECT-DATE > WS-BUS-DATE-RAW
               GO TO 1180-EXIT
           END-IF.
           IF WS-FX-TABLE-COUNT > ZERO
               IF FX-TABLE-CODE(WS-FX-TABLE-COUNT) = FX-CURRENCY-CODE
                   MOVE FX-RATE-TO-BASE
                       TO FX-TABLE-RATE(WS-FX-TABLE-COUNT)
                   GO TO 1180-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-FX-TABLE-COUNT.
           MOVE FX-CURRENCY-CODE TO FX-TABLE-CODE(WS-FX-TABLE-COUNT).
           MOVE FX-RATE-TO-BASE  TO FX-TABLE-RATE(WS-FX-TABLE-COUNT).
       1180-EXIT.
           EXIT.

           END-IF.

           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 2050-LOOKUP-RATE THRU 2050-EXIT
           END-IF.

           ADD 1 TO WS-PERIOD-RATE.

           COMPUTE WS-TOTAL-PERIODS = WS-YRS * WS-FREQ.
           MOVE ZERO TO WS-IO-PERIODS.
           MOVE ZERO TO WS-IO-INTEREST.
           IF LM-AMORT-IS-INTEREST-ONLY
               COMPUTE WS-IO-PERIODS = LM-AMORT-MONTHS * WS-FREQ / 12
           END-IF.
           IF LM-AMORT-IS-BALLOON AND LM-AMORT-MONTHS > ZERO
               COMPUTE WS-TOTAL-PERIODS =
                   (LM-AMORT-MONTHS * WS-FREQ + 11) / 12
           END-IF.

           MOVE 1 TO WS-POWER.

           IF ACCOUNT-IS-VALID
               COMPUTE WS-AMT = WS-PRINCIPAL * WS-POWER
               COMPUTE WS-CI  = WS-AMT - WS-PRINCIPAL
                                + WS-IO-INTEREST
               MOVE WS-CI TO WS-ROUND-AMT
               PERFORM 3700-ROUND-TO-CURRENCY THRU 3700-EXIT
               COMPUTE WS-ROUND-DIFF-TOTAL =
           EXIT.

      *----------------------------------------------------------------
      * 3100-COMPOUND-ONE-PERIOD - AN INTEREST-ONLY PERIOD EARNS
      * SIMPLE INTEREST ON THE PRINCIPAL AND LEAVES WS-POWER ALONE.
      * A BALLOON LOAN ALSO DROPS A SCHEDULE LINE AT ITS LAST PERIOD
      * WHEN THAT FALLS INSIDE A YEAR.
      *----------------------------------------------------------------
       3100-COMPOUND-ONE-PERIOD.
           IF WS-CNT <= WS-IO-PERIODS
               COMPUTE WS-IO-INTEREST = WS-IO-INTEREST
                   + WS-PRINCIPAL * (WS-PERIOD-RATE - 1)
           ELSE
               COMPUTE WS-POWER = WS-POWER * WS-PERIOD-RATE
                   ON SIZE ERROR
                       SET ACCOUNT-IS-INVALID TO TRUE
                       MOVE "COMPOUND INTEREST OVERFLOW" TO ED-REASON
                       PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               END-COMPUTE
           END-IF.

           MOVE SPACES TO SD-NOTE.
           IF LM-AMORT-IS-BALLOON AND WS-CNT = WS-TOTAL-PERIODS
               MOVE "BALLOON" TO SD-NOTE
           END-IF.

           IF ACCOUNT-IS-VALID AND PRODUCTION-RUN
              AND (FUNCTION MOD(WS-CNT, WS-FREQ) = 0
                   OR SD-NOTE NOT = SPACES)
               COMPUTE WS-YEAR-AMT = WS-PRINCIPAL * WS-POWER
               MOVE WS-YEAR-AMT TO WS-ROUND-AMT
               PERFORM 3700-ROUND-TO-CURRENCY THRU 3700-EXIT
      *----------------------------------------------------------------
       3200-WRITE-SCHEDULE-LINE.
           MOVE LM-ACCT-NO             TO SD-ACCT-NO.
           COMPUTE SD-YEAR = (WS-CNT + WS-FREQ - 1) / WS-FREQ.
           MOVE WS-YEAR-AMT             TO SD-AMT.
           MOVE WS-CURRENCY-SYM         TO SD-CURRENCY.
           WRITE SCHEDULE-LINE FROM SCHEDULE-DETAIL.
      *----------------------------------------------------------------
       3250-WRITE-EXPORT-LINE.
           MOVE LM-ACCT-NO      TO AX-ACCT-NO.
           COMPUTE AX-YEAR = (WS-CNT + WS-FREQ - 1) / WS-FREQ.
           MOVE WS-PRINCIPAL    TO AX-PRINCIPAL.
           MOVE WS-YEAR-AMT     TO AX-BALANCE.
           MOVE LM-RATE-CODE    TO AX-RATE-CODE.
                   MOVE "CAPITALIZATION REWRITE FAILED" TO SE-REASON
                   MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
                   WRITE SHARED-EXCEPTION-REC
                   END-WRITE
               NOT INVALID KEY
                   MOVE "CP"            TO JQ-TXN-CODE
                   MOVE WS-YEAR-CI      TO JQ-AMOUNT
                   IF CAPITALIZING-THE-BUCKET
                       MOVE 'Y'         TO JQ-MEMO-SW
                   ELSE
                       MOVE 'N'         TO JQ-MEMO-SW
                   END-IF
                   MOVE SPACES          TO JQ-REFERENCE
                   PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT
           END-REWRITE.

           ADD 1 TO WS-ACCTS-CAPITALIZED.
      *----------------------------------------------------------------
       6100-LOOKUP-PROPOSED-RATE.
           IF LM-RATE-CODE = SPACES
              OR LM-RATE-IS-VARIABLE
               GO TO 6100-EXIT
           END-IF.

           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE LM-ACCT-NO           TO GL-ACCT-NO.
           MOVE LM-BRANCH            TO GL-BRANCH.
           MOVE PC-POST-PERIOD       TO GL-PERIOD.
      *    CAPITALIZING THE ACCRUED BUCKET MOVES THE RECEIVABLE THE
      *    DAILY ACCRUALS BUILT UP INTO THE LOAN ASSET; THE LEGACY
       4450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-POST-ACCOUNT-JOURNAL - THE CALLER SETS THE TRANSACTION
      * CODE, AMOUNT, MEMO SWITCH AND REFERENCE; THE MASTER RECORD IS
      * AS THE POSTING LEFT IT.
      *----------------------------------------------------------------
       4700-POST-ACCOUNT-JOURNAL.
           MOVE 'P'              TO JQ-FUNCTION.
           MOVE LM-ACCT-NO       TO JQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW  TO JQ-EFF-DATE.
           MOVE LM-PRINCIPAL     TO JQ-PRINCIPAL.
           MOVE LM-ACCRUED-INT   TO JQ-ACCRUED-INT.
           MOVE "CICALC  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4800-ADD-TO-BRANCH - ROLLS THE ACCOUNT AND ITS PROJECTED
      * INTEREST INTO ITS BRANCH'S RECAP SLOT.
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE 'C' TO JQ-FUNCTION.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           IF SIMULATION-RUN
               MOVE WS-SIM-TOTAL-CURRENT  TO SM-TOTAL-CURRENT
               MOVE WS-SIM-TOTAL-PROPOSED TO SM-TOTAL-PROPOSED
