      *                 SUBPROGRAM - A CLOSED-PERIOD NIGHT POSTS TO
      *                 THE CURRENT OPEN PERIOD AND SHOWS ON THE
      *                 PRIOR-PERIOD ADJUSTMENTS REPORT.
      * 2026-10-15 RSD  AN ACCOUNT UNDER A HARDSHIP DEFERRAL PLAN
      *                 (LM-DEFERRAL-SW) IS LEFT UNCHANGED - ITS
      *                 DEFERRED DUE DATES DO NOT COUNT AS PAST DUE.
      * 2026-10-15 RSD  THE ACCRUED INTEREST REVERSED WHEN AN ACCOUNT
      *                 GOES ON NON-ACCRUAL IS ALSO POSTED TO THE
      *                 ACCOUNT TRANSACTION JOURNAL THROUGH
      *                 ACCT-JOURNAL.
      * 2026-10-15 RSD  NOW A MODULE OF THE LOAN-MASTER DRIVER
      *                 (LNDRIVER) INSTEAD OF A STEP OF ITS OWN: THE
      *                 DRIVER READS AND REWRITES THE MASTER AND HANDS
      *                 EACH ACCOUNT IN (LNDRVRQ.CPY).  GL POSTINGS AND
      *                 EXCEPTIONS GO THROUGH THE SHARED WRITERS
      *                 GL-EXTRACT-POST AND EXCEPTION-POST.  THE
      *                 RUNNING COUNTS AND TOTALS ARE SAVED AT EACH
      *                 DRIVER CHECKPOINT AND RESTORED ON A RESUMED
      *                 PASS, WHICH APPENDS TO THE NON-ACCRUAL REGISTER.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      * 2026-10-15 RSD  GL POSTINGS NOW CARRY THE LOAN'S BRANCH, SO
      *                 THE LEDGER CAN KEEP BALANCES BY BRANCH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NONACCRUAL-REGISTER ASSIGN TO NONACREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.

       01  WS-STATE-PTR            PIC 9(07) COMP.

      *----------------------------------------------------------------
      * AGING WORK FIGURES - SAME DATE ARITHMETIC AS DELINQ-AGING.
       01  WS-CURRENCY-CODE        PIC X(03).

       01  WS-REVERSED-AMT         PIC 9(7)V99.
       01  WS-TOTALS.
           05 WS-TOTAL-REVERSED    PIC 9(11)V99 VALUE 0.

       01  WS-GL-CODES.
           05 WS-GL-INT-RECEIVABLE PIC X(10) VALUE "1050-INTRC".
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * ACCOUNT TRANSACTION JOURNAL - SEE JRNLRQ.CPY.
      *----------------------------------------------------------------
       COPY JRNLRQ.

      *----------------------------------------------------------------
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.  THE POSTING
      * PERIOD IS RESOLVED ONCE AT START-UP AND STAMPED ON EVERY GL
      *----------------------------------------------------------------
       COPY PERCKRQ.

      *----------------------------------------------------------------
      * SHARED GL EXTRACT AND EXCEPTION LOG WRITERS - SEE GLPOSTRQ.CPY
      * AND EXCPRQ.CPY.
      *----------------------------------------------------------------
       COPY GLPOSTRQ.
       COPY GLEXTRCT.
       COPY EXCPRQ.
       COPY EXCPTLOG.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
      *----------------------------------------------------------------
              "ACCRUALS REVERSED =".
           05 TL-TOTAL-REVERSED     PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       COPY LNDRVRQ.
       COPY LOANMSTR.

       PROCEDURE DIVISION USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC.
      *----------------------------------------------------------------
      * 0000-MAINLINE - ONE CALL FROM THE LOAN-MASTER DRIVER; SEE
      * LNDRVRQ.CPY FOR THE FUNCTIONS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN DR-FUNC-IS-INIT
                   PERFORM 0100-START-MODULE   THRU 0100-EXIT
               WHEN DR-FUNC-IS-PROCESS
                   ADD 1 TO WS-ACCTS-READ
                   PERFORM 2000-REVIEW-ACCOUNT THRU 2000-EXIT
               WHEN DR-FUNC-IS-SAVE
                   PERFORM 7000-SAVE-STATE     THRU 7000-EXIT
               WHEN DR-FUNC-IS-TERMINATE
                   PERFORM 9000-TERMINATE      THRU 9000-EXIT
      *            A MODULE THAT ENDED WITH A NON-ZERO CONDITION CODE
      *            IS NOT MARKED COMPLETE, SO THE FIX-AND-RERUN DOES
      *            NOT SKIP IT.
                   IF DR-RETURN-CODE = ZERO
                       MOVE 'E' TO RQ-FUNCTION
                       MOVE WS-ACCTS-READ TO RQ-RECORD-COUNT
                       CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
                   END-IF
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------------
      * 0100-START-MODULE
      *----------------------------------------------------------------
       0100-START-MODULE.
           MOVE "NONACC  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               SET DR-MODULE-SKIPPED TO TRUE
               MOVE 4 TO DR-RETURN-CODE
               GO TO 0100-EXIT
           END-IF.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - A RESUMED PASS APPENDS TO THE REGISTER THE
      * FAILED PASS LEFT AND PICKS UP ITS COUNTS AND TOTALS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  FX-RATES.

           IF DR-RUN-IS-RESUMING
               OPEN EXTEND NONACCRUAL-REGISTER
               ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
               PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT
           ELSE
               OPEN OUTPUT NONACCRUAL-REGISTER
               PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT
           END-IF.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           IF NOT DR-RUN-IS-RESUMING
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
               WRITE REGISTER-LINE FROM REGISTER-HEADING-2
           END-IF.

           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           IF DR-RUN-IS-RESUMING
               PERFORM 7100-RESTORE-STATE THRU 7100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

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

           IF NOT LM-ACCOUNT-IS-ACTIVE
              OR LM-NEXT-DUE-DATE = ZERO
               ADD 1 TO WS-ACCTS-UNCHANGED
               GO TO 2000-EXIT
           END-IF.

      *    AN ACCOUNT UNDER A HARDSHIP DEFERRAL PLAN IS NOT PAST DUE
      *    WHILE THE PLAN RUNS, SO IT IS NEITHER FLAGGED NOR, ON THE
      *    STRENGTH OF THE PLAN ALONE, RESTORED.
           IF LM-ACCOUNT-IS-DEFERRED
               ADD 1 TO WS-ACCTS-UNCHANGED
               GO TO 2000-EXIT
           END-IF.

               MOVE "NEXT DUE DATE NOT A VALID DATE" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-ACCTS-UNCHANGED
               GO TO 2000-EXIT
           END-IF.

               WHEN OTHER
                   ADD 1 TO WS-ACCTS-UNCHANGED
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FLAG-NON-ACCRUAL - SETS THE FLAG, REVERSES THE ACCRUED
      * INCOME TO THE GL EXTRACT, CLEARS THE BUCKET, AND MARKS THE
      * MASTER FOR THE DRIVER'S REWRITE.
      *----------------------------------------------------------------
       3000-FLAG-NON-ACCRUAL.
           SET LM-ACCOUNT-IS-NON-ACCRUAL TO TRUE.
           MOVE LM-ACCRUED-INT TO WS-REVERSED-AMT.
           MOVE ZERO           TO LM-ACCRUED-INT.

           SET DR-MASTER-CHANGED TO TRUE.

           IF WS-REVERSED-AMT > ZERO
               PERFORM 3500-REVERSE-INCOME-GL THRU 3500-EXIT
               ADD WS-REVERSED-AMT TO WS-TOTAL-REVERSED
               MOVE "NR"            TO JQ-TXN-CODE
               COMPUTE JQ-AMOUNT = ZERO - WS-REVERSED-AMT
               MOVE 'N'             TO JQ-MEMO-SW
               MOVE SPACES          TO JQ-REFERENCE
               PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT
           END-IF.

           MOVE LM-ACCT-NO       TO RD-ACCT-NO.
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE LM-ACCT-NO           TO GL-ACCT-NO.
           MOVE LM-BRANCH            TO GL-BRANCH.
           MOVE WS-GL-INT-INCOME     TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-REVERSED-AMT      TO GL-AMOUNT.
           MOVE "NONACCRUAL REVERSAL" TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-REVERSED-AMT * WS-FX-RATE.
           MOVE 'P' TO GQ-FUNCTION.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.

           MOVE WS-GL-INT-RECEIVABLE TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.
       3500-EXIT.
           EXIT.

       4000-RESTORE-ACCRUAL.
           MOVE 'Y' TO LM-ACCRUAL-SW.

           SET DR-MASTER-CHANGED TO TRUE.

           MOVE LM-ACCT-NO       TO RD-ACCT-NO.
           MOVE WS-DAYS-PAST-DUE TO RD-DAYS-OVER.
               MOVE WS-CURRENCY-CODE TO SE-ENTRY-ID
               MOVE WS-REASON TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               MOVE 'P' TO XQ-FUNCTION
               CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
                                           SHARED-EXCEPTION-REC
           END-IF.
       4600-EXIT.
           EXIT.
           MOVE LM-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           MOVE 'P' TO XQ-FUNCTION.
           CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
                                       SHARED-EXCEPTION-REC.
       2600-EXIT.
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
           MOVE "NONACC  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-STATE - THE RUNNING COUNTS, THE TOTAL REVERSED
      * AND THE MISSING-FX SWITCH, FOR THE DRIVER'S CHECKPOINT.
      *----------------------------------------------------------------
       7000-SAVE-STATE.
           MOVE 1 TO WS-STATE-PTR.
           MOVE WS-COUNTS TO
               DR-STATE-AREA(WS-STATE-PTR:FUNCTION LENGTH(WS-COUNTS)).
           ADD FUNCTION LENGTH(WS-COUNTS) TO WS-STATE-PTR.
           MOVE WS-TOTALS TO
               DR-STATE-AREA(WS-STATE-PTR:FUNCTION LENGTH(WS-TOTALS)).
           ADD FUNCTION LENGTH(WS-TOTALS) TO WS-STATE-PTR.
           MOVE WS-FX-MISSING-SW TO DR-STATE-AREA(WS-STATE-PTR:1).
           ADD 1 TO WS-STATE-PTR.
           COMPUTE DR-STATE-LENGTH = WS-STATE-PTR - 1.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-RESTORE-STATE - THE REVERSE OF 7000-SAVE-STATE.
      *----------------------------------------------------------------
       7100-RESTORE-STATE.
           MOVE 1 TO WS-STATE-PTR.
           MOVE DR-STATE-AREA(WS-STATE-PTR:FUNCTION LENGTH(WS-COUNTS))
               TO WS-COUNTS.
           ADD FUNCTION LENGTH(WS-COUNTS) TO WS-STATE-PTR.
           MOVE DR-STATE-AREA(WS-STATE-PTR:FUNCTION LENGTH(WS-TOTALS))
               TO WS-TOTALS.
           ADD FUNCTION LENGTH(WS-TOTALS) TO WS-STATE-PTR.
           MOVE DR-STATE-AREA(WS-STATE-PTR:1) TO WS-FX-MISSING-SW.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE 'C' TO JQ-FUNCTION.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           MOVE WS-TOTAL-REVERSED TO TL-TOTAL-REVERSED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO DR-RETURN-CODE
           END-IF.

           CLOSE NONACCRUAL-REGISTER.
       9000-EXIT.
           EXIT.

