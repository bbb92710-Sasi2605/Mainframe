      *                 AN INCIDENT RECORD THROUGH THE SHARED
      *                 INCIDENT-LOG SUBPROGRAM FOR THE MORNING
      *                 INCIDENT REPORT.
      * 2026-10-15 RSD  THE REGISTER NOW SHOWS THE EXPECTED NET LOSS
      *                 NEXT TO THE GROSS WRITE-OFF - THE WRITE-OFF
      *                 LESS THE APPRAISED VALUE OF THE ACCOUNT'S
      *                 ITEMS ON THE COLLATERAL REGISTER, NEVER BELOW
      *                 ZERO - WITH A NET TOTAL UNDER THE GROSS ONE.
      *                 THE GL POSTINGS AND THE HISTORY FILE STAY AT
      *                 THE GROSS AMOUNT.
      * 2026-10-15 RSD  A CHARGE-OFF IS ALSO POSTED TO THE ACCOUNT
      *                 TRANSACTION JOURNAL THROUGH ACCT-JOURNAL - THE
      *                 ACCRUED INTEREST REVERSED AS A REDUCTION, AND
      *                 THE PRINCIPAL WRITTEN OFF AS A MEMO ENTRY,
      *                 SINCE IT STAYS ON THE RECORD AS THE MEMO
      *                 BALANCE RECOVERIES ARE MEASURED AGAINST.
      * 2026-10-15 RSD  NOW A MODULE OF THE LOAN-MASTER DRIVER
      *                 (LNDRIVER) INSTEAD OF A STEP OF ITS OWN: THE
      *                 DRIVER READS AND REWRITES THE MASTER AND HANDS
      *                 EACH ACCOUNT IN (LNDRVRQ.CPY).  GL POSTINGS AND
      *                 EXCEPTIONS GO THROUGH THE SHARED WRITERS
      *                 GL-EXTRACT-POST AND EXCEPTION-POST.  THE
      *                 RUNNING COUNTS AND TOTALS ARE SAVED AT EACH
      *                 DRIVER CHECKPOINT AND RESTORED ON A RESUMED
      *                 PASS, WHICH APPENDS TO THE CHARGE-OFF REGISTER.
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
           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-FILE-STATUS.

           SELECT CHGOFF-REGISTER ASSIGN TO CHGOFREG
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.
       01  CHGOFF-CONTROL-REC.
           05 CG-THRESHOLD-DAYS    PIC 9(03).

       FD  COLLATERAL-FILE
           RECORDING MODE IS F.
       COPY COLLATRL.

       FD  CHGOFF-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).
           RECORDING MODE IS F.
       COPY CHGOHIST.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-CHART-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-COLL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-COLLATERAL          VALUE 'Y'.

       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-COLL-FILE-STATUS     PIC X(02).
           88 COLL-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * DELINQUENCY THRESHOLD - DAYS PAST DUE BEFORE AN ACCOUNT IS
       01  WS-FX-RATE              PIC 9(4)V9(6).
       01  WS-CURRENCY-CODE        PIC X(03).

      *----------------------------------------------------------------
      * COLLATERAL TABLE - ACCOUNT AND APPRAISED VALUE OF EVERY ITEM
      * ON THE REGISTER, FOR THE NET-LOSS COLUMN.  A REGISTER LONGER
      * THAN THE TABLE ONLY UNDERSTATES THE COLLATERAL (OVERSTATING
      * THE NET LOSS), SO THE RUN WARNS AND CARRIES ON.
      *----------------------------------------------------------------
       01  WS-COLL-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-COLL-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  COLLATERAL-TABLE.
           05 COLL-ENTRY OCCURS 5000 TIMES.
              10 COLL-ACCT-NO      PIC X(06).
              10 COLL-VALUE        PIC 9(9)V99.
       01  WS-COLL-SUB             PIC 9(04) COMP.
       01  WS-COLL-TOTAL           PIC 9(11)V99.

       01  WS-WRITEOFF-AMT         PIC 9(7)V99.
       01  WS-NET-LOSS-AMT         PIC 9(7)V99.
       01  WS-REVERSED-AMT         PIC 9(7)V99.
       01  WS-TOTALS.
           05 WS-TOTAL-NET-LOSS    PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-WRITTEN-OFF PIC 9(11)V99 VALUE 0.
       01  WS-STATE-PTR            PIC 9(07) COMP.
       01  WS-REASON               PIC X(40).

       01  WS-COUNTS.
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
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "WRITTEN OFF".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "NET OF COLL".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "INT REVERSED".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "CUR".
           05 FILLER                PIC X(07) VALUE SPACES.
           05 RD-WRITTEN-OFF        PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RD-NET-LOSS           PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RD-REVERSED           PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RD-CURRENCY           PIC X(03).
              "TOTAL WRITTEN OFF =".
           05 TL-TOTAL-WRITTEN      PIC ZZZ,ZZZ,ZZ9.99.

       01  REGISTER-NET-LINE.
           05 FILLER                PIC X(19) VALUE
              "TOTAL NET OF COLL =".
           05 TL-TOTAL-NET          PIC ZZZ,ZZZ,ZZ9.99.

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
           MOVE "CHGOFF  " TO RQ-PROGRAM-ID.
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
           OPEN INPUT  GL-CHART
           OPEN INPUT  FX-RATES.

           OPEN EXTEND CHGOFF-HISTORY.
           IF HIST-FILE-NOT-FOUND
               OPEN OUTPUT CHGOFF-HISTORY
           END-IF.

           IF DR-RUN-IS-RESUMING
               OPEN EXTEND CHGOFF-REGISTER
               ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
               PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT
           ELSE
               OPEN OUTPUT CHGOFF-REGISTER
               PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT
           END-IF.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           IF NOT DR-RUN-IS-RESUMING
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
               WRITE REGISTER-LINE FROM REGISTER-HEADING-2
           END-IF.

           PERFORM 1020-READ-CONTROL-CARD THRU 1020-EXIT.

               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

      *    NO REGISTER YET MEANS EVERY WRITE-OFF NETS TO ITSELF.
           OPEN INPUT COLLATERAL-FILE.
           IF NOT COLL-FILE-NOT-FOUND
               PERFORM 1190-LOAD-COLLATERAL THRU 1190-EXIT
                   UNTIL END-OF-COLLATERAL
               CLOSE COLLATERAL-FILE
           END-IF.

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

      *----------------------------------------------------------------
      * 1190-LOAD-COLLATERAL
      *----------------------------------------------------------------
       1190-LOAD-COLLATERAL.
           READ COLLATERAL-FILE
               AT END
                   MOVE 'Y' TO WS-COLL-EOF-SW
               NOT AT END
                   IF WS-COLL-TABLE-COUNT < WS-COLL-TABLE-MAX
                       ADD 1 TO WS-COLL-TABLE-COUNT
                       MOVE CL-ACCT-NO
                           TO COLL-ACCT-NO(WS-COLL-TABLE-COUNT)
                       MOVE CL-APPRAISED-VALUE
                           TO COLL-VALUE(WS-COLL-TABLE-COUNT)
                   ELSE
                       DISPLAY "COLLATERAL TABLE FULL - NET LOSS "
                           "OVERSTATED PAST THE LIMIT"
                       MOVE 'Y' TO WS-COLL-EOF-SW
                   END-IF
           END-READ.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REVIEW-ACCOUNT - WRITES OFF AN ACTIVE ACCOUNT PAST THE
      * THRESHOLD; EVERYTHING ELSE PASSES UNTOUCHED.
              OR LM-NEXT-DUE-DATE = ZERO
              OR LM-PRINCIPAL = ZERO
               ADD 1 TO WS-ACCTS-SKIPPED
               GO TO 2000-EXIT
           END-IF.

               MOVE "NEXT DUE DATE NOT A VALID DATE" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-ACCTS-SKIPPED
               GO TO 2000-EXIT
           END-IF.

           ELSE
               ADD 1 TO WS-ACCTS-SKIPPED
           END-IF.
       2000-EXIT.
           EXIT.

           SET LM-ACCOUNT-IS-CHARGED-OFF TO TRUE.
           SET LM-ACCOUNT-IS-NON-ACCRUAL TO TRUE.

           SET DR-MASTER-CHANGED TO TRUE.
           PERFORM 3050-JOURNAL-CHARGE-OFF THRU 3050-EXIT.

           MOVE LM-ACCT-NO       TO CO-ACCT-NO.
           MOVE WS-BUS-DATE-RAW  TO CO-CHGOFF-DATE.

           ADD WS-WRITEOFF-AMT TO WS-TOTAL-WRITTEN-OFF.

           PERFORM 3700-NET-OF-COLLATERAL THRU 3700-EXIT.
           ADD WS-NET-LOSS-AMT TO WS-TOTAL-NET-LOSS.

           MOVE LM-ACCT-NO       TO RD-ACCT-NO.
           MOVE WS-DAYS-PAST-DUE TO RD-DAYS-OVER.
           MOVE WS-WRITEOFF-AMT  TO RD-WRITTEN-OFF.
           MOVE WS-NET-LOSS-AMT  TO RD-NET-LOSS.
           MOVE WS-REVERSED-AMT  TO RD-REVERSED.
           MOVE WS-CURRENCY-CODE TO RD-CURRENCY.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-JOURNAL-CHARGE-OFF - THE REVERSED INTEREST COMES OFF THE
      * BALANCE; THE WRITE-OFF ITSELF IS A MEMO ENTRY.
      *----------------------------------------------------------------
       3050-JOURNAL-CHARGE-OFF.
           MOVE SPACES TO JQ-REFERENCE.
           IF WS-REVERSED-AMT > ZERO
               MOVE "NR"            TO JQ-TXN-CODE
               COMPUTE JQ-AMOUNT = ZERO - WS-REVERSED-AMT
               MOVE 'N'             TO JQ-MEMO-SW
               PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT
           END-IF.
           MOVE "CO"                TO JQ-TXN-CODE.
           MOVE WS-WRITEOFF-AMT     TO JQ-AMOUNT.
           MOVE 'Y'                 TO JQ-MEMO-SW.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-REVERSE-INCOME-GL - SAME PAIR THE NON-ACCRUAL RUN
      * POSTS: A DEBIT TAKING THE INCOME BACK AND A CREDIT RELIEVING
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE LM-ACCT-NO           TO GL-ACCT-NO.
           MOVE LM-BRANCH            TO GL-BRANCH.
           MOVE WS-GL-INT-INCOME     TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT   TO GL-GL-ACCOUNT.
           MOVE "CHGOFF INT REVERSAL" TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-REVERSED-AMT * WS-FX-RATE.
           MOVE 'P' TO GQ-FUNCTION.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.

           MOVE WS-GL-INT-RECEIVABLE TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT   TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           MOVE 'P' TO GQ-FUNCTION.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.
       3500-EXIT.
           EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE LM-ACCT-NO           TO GL-ACCT-NO.
           MOVE LM-BRANCH            TO GL-BRANCH.
           MOVE WS-GL-LOAN-LOSS      TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT   TO GL-GL-ACCOUNT.
           MOVE "PRINCIPAL CHARGED"  TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-WRITEOFF-AMT * WS-FX-RATE.
           MOVE 'P' TO GQ-FUNCTION.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.

           MOVE WS-GL-LOAN-ASSET     TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT   TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           MOVE 'P' TO GQ-FUNCTION.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-NET-OF-COLLATERAL - THE WRITE-OFF LESS THE APPRAISED
      * VALUE OF EVERY REGISTER ITEM FOR THE ACCOUNT.  COLLATERAL
      * WORTH MORE THAN THE WRITE-OFF NETS THE LOSS TO ZERO.
      *----------------------------------------------------------------
       3700-NET-OF-COLLATERAL.
           MOVE ZERO TO WS-COLL-TOTAL.
           PERFORM 3750-ADD-ONE-ITEM THRU 3750-EXIT
               VARYING WS-COLL-SUB FROM 1 BY 1
               UNTIL WS-COLL-SUB > WS-COLL-TABLE-COUNT.

           IF WS-COLL-TOTAL >= WS-WRITEOFF-AMT
               MOVE ZERO TO WS-NET-LOSS-AMT
           ELSE
               COMPUTE WS-NET-LOSS-AMT =
                   WS-WRITEOFF-AMT - WS-COLL-TOTAL
           END-IF.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3750-ADD-ONE-ITEM
      *----------------------------------------------------------------
       3750-ADD-ONE-ITEM.
           IF COLL-ACCT-NO(WS-COLL-SUB) = LM-ACCT-NO
               ADD COLL-VALUE(WS-COLL-SUB) TO WS-COLL-TOTAL
           END-IF.
       3750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-VALIDATE-GL-ACCOUNT - SAME CHART CHECK CI-CALCULATOR
      * MAKES: AN ACCOUNT THE CHART DOES NOT CARRY IS REPLACED WITH
               MOVE "GL ACCOUNT NOT ON CHART - TO SUSPENSE"
                   TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               MOVE 'P' TO XQ-FUNCTION
               CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
                                           SHARED-EXCEPTION-REC
               MOVE WS-GL-SUSPENSE TO WS-GL-POST-ACCOUNT
           END-IF.
       4400-EXIT.
               MOVE WS-CURRENCY-CODE TO SE-ENTRY-ID
               MOVE "FX RATE MISSING FOR CURRENCY" TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               MOVE 'P' TO XQ-FUNCTION
               CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
                                           SHARED-EXCEPTION-REC
           END-IF.
       4600-EXIT.
           EXIT.
       4650-EXIT.
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
           MOVE "CHGOFF  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
           MOVE LM-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           MOVE 'P' TO XQ-FUNCTION.
           CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
                                       SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-STATE - THE RUNNING COUNTS, THE GROSS AND NET
      * TOTALS AND THE MISSING-FX SWITCH, FOR THE DRIVER'S CHECKPOINT.
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

           MOVE WS-TOTAL-WRITTEN-OFF TO TL-TOTAL-WRITTEN.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE WS-TOTAL-NET-LOSS TO TL-TOTAL-NET.
           WRITE REGISTER-LINE FROM REGISTER-NET-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO DR-RETURN-CODE
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
           END-IF.

           CLOSE CHGOFF-REGISTER
                 CHGOFF-HISTORY.
       9000-EXIT.
           EXIT.

