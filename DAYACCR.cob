      *                 AN INCIDENT RECORD THROUGH THE SHARED
      *                 INCIDENT-LOG SUBPROGRAM FOR THE MORNING
      *                 INCIDENT REPORT.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V')
      *                 ACCRUES AT ITS OWN LM-RATE, AS ARM-RESET LAST
      *                 SET IT, AND NEVER LOOKS UP LM-RATE-CODE.
      * 2026-10-15 RSD  NO INTEREST ACCRUES ON AN ACCOUNT WHOSE
      *                 HARDSHIP DEFERRAL PLAN SUSPENDS INTEREST
      *                 (LM-DEFERRAL-SW 'S').
      * 2026-10-15 RSD  EACH NIGHT'S ACCRUAL ON AN ACCOUNT IS ALSO
      *                 POSTED TO THE ACCOUNT TRANSACTION JOURNAL
      *                 THROUGH ACCT-JOURNAL.
      * 2026-10-15 RSD  NOW A MODULE OF THE LOAN-MASTER DRIVER
      *                 (LNDRIVER) INSTEAD OF A STEP OF ITS OWN: THE
      *                 DRIVER READS AND REWRITES THE MASTER AND HANDS
      *                 EACH ACCOUNT IN (LNDRVRQ.CPY).  GL POSTINGS AND
      *                 EXCEPTIONS GO THROUGH THE SHARED WRITERS
      *                 GL-EXTRACT-POST AND EXCEPTION-POST.  THE
      *                 RUNNING COUNTS AND TOTALS ARE SAVED AT EACH
      *                 DRIVER CHECKPOINT AND RESTORED ON A RESUMED
      *                 PASS, WHICH APPENDS TO THE ACCRUAL REGISTER.
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
           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCRUAL-REGISTER ASSIGN TO ACCRREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-RATE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.

       01  WS-STATE-PTR            PIC 9(07) COMP.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - LOADED AT START-UP AND SEARCHED BY RATE
       01  WS-FREQ                 PIC 99 COMP.
       01  WS-ACCRUAL-BASE         PIC 9(9)V99.
       01  WS-DAY-INTEREST         PIC 9(7)V99.
       01  WS-TOTALS.
           05 WS-TOTAL-ACCRUED     PIC 9(11)V99 VALUE 0.

       01  WS-GL-CODES.
           05 WS-GL-INT-RECEIVABLE PIC X(10) VALUE "1050-INTRC".
           05 WS-GL-INT-INCOME     PIC X(10) VALUE "4200-INTIN".

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-ACCRUED     PIC 9(7) COMP VALUE 0.
      *----------------------------------------------------------------
       COPY INCDRQ.

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
           05 FILLER                PIC X(15) VALUE "TOTAL ACCRUED =".
           05 TL-TOTAL-ACCRUED      PIC ZZZ,ZZZ,ZZ9.99.

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
                   PERFORM 2000-ACCRUE-ACCOUNT THRU 2000-EXIT
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
           MOVE "DAYACC  " TO RQ-PROGRAM-ID.
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
           OPEN INPUT  RATE-MASTER
           OPEN INPUT  FX-RATES.

           IF DR-RUN-IS-RESUMING
               OPEN EXTEND ACCRUAL-REGISTER
               ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
               PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT
           ELSE
               OPEN OUTPUT ACCRUAL-REGISTER
               PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT
           END-IF.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           IF NOT DR-RUN-IS-RESUMING
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
               WRITE REGISTER-LINE FROM REGISTER-HEADING-2
           END-IF.

           PERFORM 1100-LOAD-RATE-MASTER THRU 1100-EXIT
               UNTIL END-OF-RATE-MASTER.
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

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

      *----------------------------------------------------------------
      * 2000-ACCRUE-ACCOUNT - RESOLVES THE ACCOUNT'S RATE, COMPUTES
      * ONE DAY'S INTEREST, ROLLS IT INTO THE ACCRUED BUCKET, POSTS
      * THE GL PAIR, AND MARKS THE MASTER FOR THE DRIVER'S REWRITE.
      * A CLOSED ACCOUNT, A ZERO BALANCE, OR A ZERO RESOLVED RATE
      * ACCRUES NOTHING.
      *----------------------------------------------------------------
       2000-ACCRUE-ACCOUNT.
      *    A MATURED-PAST-DUE ACCOUNT KEEPS ACCRUING AT THE CONTRACT
      *    RATE UNTIL ITS BALANCE CLEARS.  A DEFERRAL PLAN THAT
      *    SUSPENDS INTEREST STOPS THE ACCRUAL WHILE IT RUNS.
           IF (NOT LM-ACCOUNT-IS-ACTIVE
               AND NOT LM-ACCOUNT-IS-MATURED)
              OR LM-ACCOUNT-IS-NON-ACCRUAL
              OR LM-DEFERRAL-STOPS-ACCRUAL
               ADD 1 TO WS-ACCTS-SKIPPED
               GO TO 2000-EXIT
           END-IF.

           MOVE LM-RATE TO WS-RATE.
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 2050-LOOKUP-RATE THRU 2050-EXIT
           END-IF.

           IF LM-PRINCIPAL = ZERO OR WS-RATE = ZERO
               ADD 1 TO WS-ACCTS-SKIPPED
               GO TO 2000-EXIT
           END-IF.


           IF WS-DAY-INTEREST = ZERO
               ADD 1 TO WS-ACCTS-SKIPPED
               GO TO 2000-EXIT
           END-IF.

           ADD WS-DAY-INTEREST TO LM-ACCRUED-INT.

           SET DR-MASTER-CHANGED TO TRUE.

           MOVE "AC"            TO JQ-TXN-CODE.
           MOVE WS-DAY-INTEREST TO JQ-AMOUNT.
           MOVE 'N'             TO JQ-MEMO-SW.
           MOVE SPACES          TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT.

           MOVE LM-ACCRUED-INT   TO AD-ACCRUED.
           MOVE WS-CURRENCY-CODE TO AD-CURRENCY.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       2000-EXIT.
           EXIT.

       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - THE DAY'S ACCRUAL AS A MATCHED PAIR: A
      * DEBIT BUILDING UP INTEREST RECEIVABLE AND A CREDIT TO
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE LM-ACCT-NO           TO GL-ACCT-NO.
           MOVE LM-BRANCH            TO GL-BRANCH.
           MOVE WS-GL-INT-RECEIVABLE TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-DAY-INTEREST      TO GL-AMOUNT.
           MOVE "DAILY ACCRUAL"      TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-DAY-INTEREST * WS-FX-RATE.
           MOVE 'P' TO GQ-FUNCTION.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.

           MOVE WS-GL-INT-INCOME     TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

               MOVE WS-CURRENCY-CODE TO SE-ENTRY-ID
               MOVE "FX RATE MISSING FOR CURRENCY" TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               MOVE 'P' TO XQ-FUNCTION
               CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
                                           SHARED-EXCEPTION-REC
           END-IF.
       4600-EXIT.
           EXIT.
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
           MOVE "DAYACC  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-STATE - THE RUNNING COUNTS, THE TOTAL ACCRUED AND
      * THE MISSING-FX SWITCH, FOR THE DRIVER'S CHECKPOINT.
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

           MOVE WS-TOTAL-ACCRUED TO TL-TOTAL-ACCRUED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO DR-RETURN-CODE
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
           END-IF.

           CLOSE ACCRUAL-REGISTER.
       9000-EXIT.
           EXIT.

