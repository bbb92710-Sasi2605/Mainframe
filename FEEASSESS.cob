      *                 SUBPROGRAM - A CLOSED-PERIOD NIGHT POSTS TO
      *                 THE CURRENT OPEN PERIOD AND SHOWS ON THE
      *                 PRIOR-PERIOD ADJUSTMENTS REPORT.
      * 2026-10-15 RSD  NO DELINQUENCY FEE IS ASSESSED ON AN ACCOUNT
      *                 UNDER A HARDSHIP DEFERRAL PLAN
      *                 (LM-DEFERRAL-SW).
      * 2026-10-15 RSD  NO FEE IS ASSESSED ON AN ACCOUNT UNDER A
      *                 BANKRUPTCY, DECEASED OR LITIGATION HOLD
      *                 (LEGAL-HOLD-CHECK); HELD ACCOUNTS ARE COUNTED
      *                 UNDER THE CLOSED-ACCOUNT COUNT.
      * 2026-10-15 RSD  AN ORIGINATION-FEE ROW (FS-APPLY-WHEN 'O') IS
      *                 PASSED OVER - IT IS A PREPAID FINANCE CHARGE
      *                 FOR THE TRUTH-IN-LENDING DISCLOSURE, NOT A FEE
      *                 TO ASSESS NIGHTLY.
      * 2026-10-15 RSD  A FEE IS ASSESSED ONLY WHERE THE ACCOUNT'S
      *                 LOAN PRODUCT LISTS IT (PRODUCT-CHECK); AN
      *                 ACCOUNT WITH NO PRODUCT, OR ONE NOT ON THE
      *                 PRODUCT MASTER, KEEPS EVERY FEE AS BEFORE.
      * 2026-10-15 RSD  EVERY FEE ASSESSED IS ALSO POSTED TO THE
      *                 ACCOUNT TRANSACTION JOURNAL THROUGH
      *                 ACCT-JOURNAL, AS A MEMO ENTRY - A FEE IS
      *                 CARRIED ON THE FEE RECEIVABLE, NOT ON THE
      *                 LOAN BALANCE.
      * 2026-10-15 RSD  NO FEE IS ASSESSED ON AN ACCOUNT WITH A
      *                 CUSTOMER DISPUTE OPEN, OR ONE WHOSE WAIVER IS
      *                 WAITING FOR APPROVAL (DISPUTE-CHECK); DISPUTED
      *                 ACCOUNTS ARE COUNTED UNDER THE LEGAL HOLDS.
      * 2026-10-15 RSD  NOW A MODULE OF THE LOAN-MASTER DRIVER
      *                 (LNDRIVER) INSTEAD OF A STEP OF ITS OWN: THE
      *                 DRIVER READS THE MASTER AND HANDS EACH ACCOUNT
      *                 IN (LNDRVRQ.CPY).  GL POSTINGS AND EXCEPTIONS
      *                 GO THROUGH THE SHARED WRITERS GL-EXTRACT-POST
      *                 AND EXCEPTION-POST.  THE COUNTS, THE TOTAL
      *                 ASSESSED AND THE MISSING-FX SWITCH ARE SAVED AT
      *                 EACH DRIVER CHECKPOINT AND RESTORED ON A
      *                 RESUMED PASS, WHICH APPENDS TO THE REGISTER AND
      *                 THE FEE TRANSACTION FILE.
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
           SELECT FEE-SCHEDULE    ASSIGN TO FEESCHED
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEE-TXN-OUT     ASSIGN TO FEETXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       COPY FEESCHED.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FT-AMOUNT            PIC 9(7)V99.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-FEE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FEE-SCHEDULE        VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
           05 WS-DELINQUENT-SW     PIC X(01) VALUE 'N'.
              88 ACCOUNT-IS-DELINQUENT      VALUE 'Y'.

       01  WS-STATE-PTR            PIC 9(07) COMP.

      *----------------------------------------------------------------
      * FEE-SCHEDULE TABLE.

       01  WS-GL-FEE-RECEIVABLE    PIC X(10) VALUE "1060-FEERC".

       01  WS-TOTALS.
           05 WS-TOTAL-ASSESSED    PIC 9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-FEES-ASSESSED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-CLOSED      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-HELD        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-DISPUTED    PIC 9(7) COMP VALUE 0.

       01  CLOSED-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "CLOSED ACCOUNTS SKIPPED=".
           05 CC-CLOSED            PIC ZZZZ9.

       01  HELD-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "LEGAL HOLDS SKIPPED    =".
           05 HC-HELD              PIC ZZZZ9.

       01  DISPUTED-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "DISPUTES SKIPPED       =".
           05 DC-DISPUTED          PIC ZZZZ9.

      *----------------------------------------------------------------
      * LEGAL-STATUS HOLDS - SEE LHOLDRQ.CPY.
      *----------------------------------------------------------------
       COPY LHOLDRQ.

      *----------------------------------------------------------------
      * CUSTOMER DISPUTES - SEE DISPRQ.CPY.
      *----------------------------------------------------------------
       COPY DISPRQ.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * LOAN PRODUCT RULES - SEE PRODRQ.CPY.
      *----------------------------------------------------------------
       COPY PRODRQ.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
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
           05 FILLER                PIC X(15) VALUE "TOTAL ASSESSED=".
           05 TL-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.99.

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
                   PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
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
           MOVE "FEEASS  " TO RQ-PROGRAM-ID.
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
      * 1000-INITIALIZE - A RESUMED PASS APPENDS TO THE REGISTER AND
      * THE FEE TRANSACTIONS THE FAILED PASS LEFT AND PICKS UP ITS
      * COUNTS AND TOTAL.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  FEE-SCHEDULE
           OPEN INPUT  FX-RATES.

           IF DR-RUN-IS-RESUMING
               OPEN EXTEND FEE-REGISTER
               OPEN EXTEND FEE-TXN-OUT
               ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
               PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT
           ELSE
               OPEN OUTPUT FEE-REGISTER
               OPEN OUTPUT FEE-TXN-OUT
               PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT
           END-IF.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           IF NOT DR-RUN-IS-RESUMING
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
               WRITE REGISTER-LINE FROM REGISTER-HEADING-2
           END-IF.

           PERFORM 1100-LOAD-FEE-SCHEDULE THRU 1100-EXIT
               UNTIL END-OF-FEE-SCHEDULE.
           COMPUTE WS-BUS-DATE-INT =
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

      *    UNTIL THE ARCHIVE RUN PURGES IT.
           IF LM-ACCOUNT-IS-CLOSED OR LM-ACCOUNT-IS-CHARGED-OFF
               ADD 1 TO WS-ACCTS-CLOSED
               GO TO 2000-EXIT
           END-IF.

      *    NO FEE IS RAISED AGAINST A BANKRUPT, DECEASED OR LITIGATED
      *    BORROWER WHILE THE HOLD IS IN FORCE.
           MOVE LM-ACCT-NO      TO LQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW TO LQ-BUS-DATE.
           CALL "LEGAL-HOLD-CHECK" USING LEGAL-HOLD-REQUEST.
           IF LQ-ACCOUNT-IS-HELD
               ADD 1 TO WS-ACCTS-HELD
               GO TO 2000-EXIT
           END-IF.

      *    NOR WHILE THE CUSTOMER HAS A DISPUTE OPEN - A FEE RAISED
      *    ON TOP OF ONE UNDER DISPUTE WOULD ONLY BE DISPUTED TOO.
           MOVE LM-ACCT-NO TO DQ-ACCT-NO.
           CALL "DISPUTE-CHECK" USING DISPUTE-CHECK-REQUEST.
           IF DQ-ACCOUNT-IS-DISPUTED
               ADD 1 TO WS-ACCTS-DISPUTED
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-ASSESS-ONE-FEE THRU 3000-EXIT
               VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > WS-FEE-TABLE-COUNT.
       2000-EXIT.
           EXIT.

               GO TO 2100-EXIT
           END-IF.

      *    A DUE DATE PASSED UNDER A HARDSHIP DEFERRAL PLAN IS NOT A
      *    MISSED PAYMENT - NO LATE FEE WHILE THE PLAN RUNS.
           IF LM-ACCOUNT-IS-DEFERRED
               GO TO 2100-EXIT
           END-IF.

           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE).
           IF WS-DUE-DATE-INT NOT = ZERO
      * 3000-ASSESS-ONE-FEE
      *----------------------------------------------------------------
       3000-ASSESS-ONE-FEE.
           IF FEE-TABLE-WHEN(FEE-IDX) = 'O'
               GO TO 3000-EXIT
           END-IF.

           IF FEE-TABLE-WHEN(FEE-IDX) = 'D'
              AND NOT ACCOUNT-IS-DELINQUENT
               GO TO 3000-EXIT
           END-IF.

           MOVE 'F'                     TO PQ-FUNCTION.
           MOVE LM-PRODUCT-CODE         TO PQ-PRODUCT-CODE.
           MOVE FEE-TABLE-CODE(FEE-IDX) TO PQ-FEE-CODE.
           CALL "PRODUCT-CHECK" USING PRODUCT-REQUEST.
           IF NOT PQ-FEE-APPLIES
               GO TO 3000-EXIT
           END-IF.

           IF FEE-TABLE-TYPE(FEE-IDX) = 'R'
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   LM-PRINCIPAL * FEE-TABLE-RATE(FEE-IDX) / 100
           MOVE WS-FEE-AMOUNT           TO FT-AMOUNT.
           WRITE FEE-TXN-REC.

           MOVE "FE"                    TO JQ-TXN-CODE.
           MOVE WS-FEE-AMOUNT           TO JQ-AMOUNT.
           MOVE 'Y'                     TO JQ-MEMO-SW.
           MOVE FEE-TABLE-CODE(FEE-IDX) TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT.
       3000-EXIT.
           EXIT.
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE LM-ACCT-NO              TO GL-ACCT-NO.
           MOVE LM-BRANCH               TO GL-BRANCH.
           MOVE WS-GL-FEE-RECEIVABLE    TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT              TO TRUE.
           MOVE WS-FEE-AMOUNT           TO GL-AMOUNT.
           MOVE FEE-TABLE-DESC(FEE-IDX) TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-FEE-AMOUNT * WS-FX-RATE.
           MOVE 'P' TO GQ-FUNCTION.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.

           MOVE FEE-TABLE-GL-ACCT(FEE-IDX) TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT             TO TRUE.
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
           MOVE "FEEASS  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-STATE - THE RUNNING COUNTS, THE TOTAL ASSESSED
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

           MOVE WS-TOTAL-ASSESSED TO TL-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO DR-RETURN-CODE
           END-IF.

           CLOSE FEE-REGISTER
                 FEE-TXN-OUT.
       9000-EXIT.
           EXIT.

       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-CLOSED  TO CC-CLOSED.
           WRITE REGISTER-LINE FROM CLOSED-COUNT-LINE.
           MOVE WS-ACCTS-HELD    TO HC-HELD.
           WRITE REGISTER-LINE FROM HELD-COUNT-LINE.
           MOVE WS-ACCTS-DISPUTED TO DC-DISPUTED.
           WRITE REGISTER-LINE FROM DISPUTED-COUNT-LINE.
           MOVE WS-ACCTS-READ    TO CT-RECORDS-READ.
           MOVE WS-FEES-ASSESSED TO CT-RECORDS-PROCESSED.
           MOVE "ASSESSED  "     TO CT-RECONCILE-MSG.
