      *                 AN INCIDENT RECORD THROUGH THE SHARED
      *                 INCIDENT-LOG SUBPROGRAM FOR THE MORNING
      *                 INCIDENT REPORT.
      * 2026-10-15 RSD  THE HISTORY RECORD GREW AN ESCROW-APPLIED
      *                 FIELD - A SETTLEMENT TAKES NOTHING FOR
      *                 ESCROW, SO IT IS WRITTEN AS ZERO.
      * 2026-10-15 RSD  A QUOTE CARRYING A PREPAYMENT PENALTY NOW HAS
      *                 IT COLLECTED ON SETTLEMENT - CASH AGAINST THE
      *                 FEE-INCOME ACCOUNT THE PREPAY-PENALTY
      *                 SUBPROGRAM NAMES - AND WRITTEN TO THE SHARED
      *                 PENALTY REGISTER; A PENALTY WAIVED ON THE
      *                 QUOTE IS REGISTERED AS WAIVED, NOT POSTED.
      * 2026-10-15 RSD  A SETTLEMENT IS ALSO POSTED TO THE ACCOUNT
      *                 TRANSACTION JOURNAL THROUGH ACCT-JOURNAL - THE
      *                 BALANCE CLEARED AS A PAYOFF, AND A COLLECTED
      *                 PENALTY AS A MEMO ENTRY.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      * 2026-10-15 RSD  GL POSTINGS NOW CARRY A BRANCH: THE CASH SIDE
      *                 THE BRANCH THAT TOOK THE PAYOFF FUNDS
      *                 (PT-RECV-BRANCH), THE OTHER SIDE THE LOAN'S
      *                 LM-BRANCH.
      * 2026-10-15 RSD  A QUOTE CARRYING INTEREST PARKED BY A HARDSHIP
      *                 DEFERRAL PLAN NOW HAS IT COLLECTED ON
      *                 SETTLEMENT - CASH AGAINST THE DEFERRED-INTEREST
      *                 RECEIVABLE (1055-DEFIN), A MEMO ENTRY ON THE
      *                 JOURNAL - AND THE PLAN'S PARKED BALANCE IS
      *                 CLEARED ON DEFPLAN WITH THE LOAN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT PENALTY-REGISTER ASSIGN TO PPENLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENLOG-FILE-STATUS.

           SELECT DEFERRAL-MASTER ASSIGN TO DEFPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           RECORDING MODE IS F.
       COPY EXCPTLOG.

       FD  PENALTY-REGISTER
           RECORDING MODE IS F.
       COPY PPENLOG.

       FD  DEFERRAL-MASTER
           RECORDING MODE IS F.
       COPY DEFPLAN.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-PENLOG-FILE-STATUS   PIC X(02).
           88 PENLOG-FILE-NOT-FOUND        VALUE '35'.

      *----------------------------------------------------------------
      * OPEN-QUOTE TABLE - THE LATEST QUOTE PER ACCOUNT WINS; AN
              10 QT-PRINCIPAL      PIC 9(9)V99.
              10 QT-INTEREST       PIC 9(9)V99.
              10 QT-PAYOFF-AMT     PIC 9(9)V99.
              10 QT-PENALTY        PIC 9(9)V99.
              10 QT-PENALTY-SW     PIC X(01).
                 88 QT-PENALTY-IS-WAIVED   VALUE 'W'.
              10 QT-DEFERRED-INT   PIC 9(9)V99.
       01  WS-QUOTE-SUB            PIC 9(04) COMP.
       01  WS-MATCH-SUB            PIC 9(04) COMP.

       01  WS-OVERPAID-AMT         PIC 9(9)V99.
       01  WS-INT-PORTION          PIC 9(9)V99.
       01  WS-PRIN-PORTION         PIC 9(9)V99.
       01  WS-PEN-PORTION          PIC 9(9)V99.
       01  WS-DEF-PORTION          PIC 9(9)V99.
       01  WS-CURRENCY-CODE        PIC X(03).
       01  WS-REASON               PIC X(40).

           05 WS-GL-CASH           PIC X(10) VALUE "1010-CASH ".
           05 WS-GL-INT-RECEIVABLE PIC X(10) VALUE "1050-INTRC".
           05 WS-GL-LOAN-ASSET     PIC X(10) VALUE "1040-LOANP".
           05 WS-GL-DEFERRED-INT   PIC X(10) VALUE "1055-DEFIN".

       01  WS-TOTAL-SETTLED        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PENALTY        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEFERRED       PIC 9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * DEFERRAL TABLE - THE HARDSHIP DEFERRAL PLANS, LOADED AT
      * START-UP THE WAY PAYMENT-POST LOADS THEM.  A SETTLEMENT CLEARS
      * ITS PLAN'S DP-PARKED-INT IN STORAGE, AND THE TABLE REPLACES
      * THE FILE AT CLOSE.
      *----------------------------------------------------------------
       01  WS-DEF-FILE-STATUS      PIC X(02).
           88 DEF-FILE-NOT-FOUND           VALUE '35'.
       01  WS-DEF-EOF-SW           PIC X(01) VALUE 'N'.
           88 END-OF-DEFERRAL-MASTER       VALUE 'Y'.
       01  WS-DEF-FOUND-SW         PIC X(01).
           88 DEFERRAL-PLAN-WAS-FOUND      VALUE 'Y'.
       01  WS-DEF-OVERFLOW-SW      PIC X(01) VALUE 'N'.
           88 DEFERRAL-LOAD-OVERFLOWED     VALUE 'Y'.
       01  WS-DEF-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-DEF-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  DEF-TABLE.
           05 DEF-IMAGE OCCURS 5000 TIMES PIC X(73).
       01  WS-DEF-SUB              PIC 9(04) COMP.

       01  WS-COUNTS.
           05 WS-PAYMENTS-READ     PIC 9(7) COMP VALUE 0.
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
      * PREPAYMENT PENALTY - SEE PPENRQ.CPY.
      *----------------------------------------------------------------
       COPY PPENRQ.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
      *----------------------------------------------------------------
           05 TL-REFUNDS            PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE " AMOUNT=".
           05 TL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(11) VALUE " PENALTIES=".
           05 TL-PENALTIES          PIC ZZZ,ZZZ,ZZ9.99.

       01  DEFERRED-TOTAL-LINE.
           05 FILLER                PIC X(28) VALUE
              "DEFERRED INTEREST COLLECTED=".
           05 TL-DEFERRED           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
      *    THE DEFERRAL PLANS ARE REWRITTEN AT CLOSE, SO A PARTIAL
      *    LOAD WOULD DROP PLANS - REFUSE BEFORE ANYTHING IS OPENED.
           OPEN INPUT DEFERRAL-MASTER.
           IF DEF-FILE-NOT-FOUND
               MOVE 'Y' TO WS-DEF-EOF-SW
           ELSE
               PERFORM 1550-LOAD-ONE-PLAN THRU 1550-EXIT
                   UNTIL END-OF-DEFERRAL-MASTER
               CLOSE DEFERRAL-MASTER
           END-IF.
           IF DEFERRAL-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - DEFPLAN LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O    LOAN-MASTER
           OPEN OUTPUT SETTLE-REGISTER.

               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           OPEN EXTEND PENALTY-REGISTER.
           IF PENLOG-FILE-NOT-FOUND
               OPEN OUTPUT PENALTY-REGISTER
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           MOVE PQ-PRINCIPAL  TO QT-PRINCIPAL(WS-QUOTE-SUB).
           MOVE PQ-INTEREST   TO QT-INTEREST(WS-QUOTE-SUB).
           MOVE PQ-PAYOFF-AMT TO QT-PAYOFF-AMT(WS-QUOTE-SUB).
      *    A QUOTE EXPORTED BEFORE THE PENALTY FIELDS EXISTED CARRIES
      *    SPACES THERE - NO PENALTY.
           IF PQ-PENALTY IS NUMERIC
               MOVE PQ-PENALTY    TO QT-PENALTY(WS-QUOTE-SUB)
               MOVE PQ-PENALTY-SW TO QT-PENALTY-SW(WS-QUOTE-SUB)
           ELSE
               MOVE ZERO          TO QT-PENALTY(WS-QUOTE-SUB)
               MOVE SPACE         TO QT-PENALTY-SW(WS-QUOTE-SUB)
           END-IF.
      *    LIKEWISE A QUOTE FROM BEFORE DEFERRED INTEREST WAS QUOTED.
           IF PQ-DEFERRED-INT IS NUMERIC
               MOVE PQ-DEFERRED-INT TO QT-DEFERRED-INT(WS-QUOTE-SUB)
           ELSE
               MOVE ZERO          TO QT-DEFERRED-INT(WS-QUOTE-SUB)
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1550-LOAD-ONE-PLAN
      *----------------------------------------------------------------
       1550-LOAD-ONE-PLAN.
           READ DEFERRAL-MASTER
               AT END
                   MOVE 'Y' TO WS-DEF-EOF-SW
               NOT AT END
                   IF WS-DEF-TABLE-COUNT < WS-DEF-TABLE-MAX
                       ADD 1 TO WS-DEF-TABLE-COUNT
                       MOVE DEFERRAL-PLAN-REC
                           TO DEF-IMAGE(WS-DEF-TABLE-COUNT)
                   ELSE
                       DISPLAY "DEFERRAL PLAN TABLE FULL - "
                               "RAISE LIMIT"
                       MOVE 'Y' TO WS-DEF-OVERFLOW-SW
                       MOVE 'Y' TO WS-DEF-EOF-SW
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1160-MATCH-ONE-QUOTE
      *----------------------------------------------------------------
           MOVE QT-INTEREST(WS-QUOTE-SUB)  TO WS-INT-PORTION.
           MOVE QT-PRINCIPAL(WS-QUOTE-SUB) TO WS-PRIN-PORTION.

      *    WHATEVER THE ACCOUNT CARRIED IS WHAT THE PAYOFF CLEARS.
           COMPUTE JQ-AMOUNT = ZERO - LM-PRINCIPAL - LM-ACCRUED-INT.
           MOVE ZERO TO LM-PRINCIPAL.
           MOVE ZERO TO LM-ACCRUED-INT.
           SET LM-ACCOUNT-IS-CLOSED TO TRUE.
           MOVE WS-PRIN-PORTION TO PH-PRIN-APPLIED.
           MOVE SPACE           TO PH-TXN-TYPE.
           MOVE ZERO            TO PH-PAY-COUNT.
           MOVE ZERO            TO PH-ESC-APPLIED.
           WRITE PAYMENT-HISTORY-REC.

           MOVE "PF"            TO JQ-TXN-CODE.
           MOVE 'N'             TO JQ-MEMO-SW.
           MOVE SPACES          TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           IF WS-INT-PORTION > ZERO
               PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
           END-IF.
           IF WS-PRIN-PORTION > ZERO
               PERFORM 4550-POST-PRINCIPAL-PAIR THRU 4550-EXIT
           END-IF.
           IF QT-PENALTY(WS-QUOTE-SUB) > ZERO
               PERFORM 3500-SETTLE-PENALTY THRU 3500-EXIT
           END-IF.
           IF QT-DEFERRED-INT(WS-QUOTE-SUB) > ZERO
               PERFORM 3600-SETTLE-DEFERRED-INT THRU 3600-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-SETTLE-DEFERRED-INT - THE PARKED DEFERRAL INTEREST ON THE
      * QUOTE IS COLLECTED AS QUOTED: JOURNALLED AS A MEMO ENTRY (IT
      * LEFT THE ACCOUNT'S BALANCE WHEN IT WAS PARKED) AND POSTED
      * CASH AGAINST THE DEFERRED-INTEREST RECEIVABLE.  THE LOAN IS
      * CLOSED, SO WHATEVER THE PLAN STILL CARRIES IS CLEARED.
      *----------------------------------------------------------------
       3600-SETTLE-DEFERRED-INT.
           MOVE QT-DEFERRED-INT(WS-QUOTE-SUB) TO WS-DEF-PORTION.

           PERFORM 3650-FIND-DEFERRAL THRU 3650-EXIT.
           IF DEFERRAL-PLAN-WAS-FOUND
               MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC
               MOVE ZERO TO DP-PARKED-INT
               MOVE DEFERRAL-PLAN-REC TO DEF-IMAGE(WS-DEF-SUB)
           END-IF.
           ADD WS-DEF-PORTION TO WS-TOTAL-DEFERRED.

           MOVE "DI"           TO JQ-TXN-CODE.
           COMPUTE JQ-AMOUNT = ZERO - WS-DEF-PORTION.
           MOVE 'Y'            TO JQ-MEMO-SW.
           MOVE SPACES         TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           PERFORM 4570-POST-DEFERRED-PAIR THRU 4570-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3650-FIND-DEFERRAL - LEAVES WS-DEF-SUB ON THE ACCOUNT'S PLAN.
      *----------------------------------------------------------------
       3650-FIND-DEFERRAL.
           MOVE 'N' TO WS-DEF-FOUND-SW.
           MOVE 1   TO WS-DEF-SUB.
           PERFORM 3660-CHECK-ONE-PLAN THRU 3660-EXIT
               UNTIL DEFERRAL-PLAN-WAS-FOUND
                  OR WS-DEF-SUB > WS-DEF-TABLE-COUNT.
       3650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3660-CHECK-ONE-PLAN
      *----------------------------------------------------------------
       3660-CHECK-ONE-PLAN.
           IF DEF-IMAGE(WS-DEF-SUB)(1:6) = PT-ACCT-NO
               MOVE 'Y' TO WS-DEF-FOUND-SW
           ELSE
               ADD 1 TO WS-DEF-SUB
           END-IF.
       3660-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-SETTLE-PENALTY - THE QUOTED PENALTY IS WHAT THE CUSTOMER
      * WAS TOLD AND PAID, SO IT IS COLLECTED AS QUOTED.  THE
      * SUBPROGRAM IS CALLED WITH THE QUOTE'S FIGURES FOR THE
      * FEE-INCOME ACCOUNT, LOAN YEAR AND PERCENT THE REGISTER SHOWS.
      *----------------------------------------------------------------
       3500-SETTLE-PENALTY.
           MOVE QT-PENALTY(WS-QUOTE-SUB)    TO WS-PEN-PORTION.

           MOVE PT-ACCT-NO                  TO PN-ACCT-NO.
           MOVE LM-RATE-CODE                TO PN-RATE-CODE.
           MOVE LM-OPEN-DATE                TO PN-OPEN-DATE.
           MOVE QT-QUOTE-DATE(WS-QUOTE-SUB) TO PN-PREPAY-DATE.
           MOVE WS-PRIN-PORTION             TO PN-BALANCE
                                               PN-PREPAID.
           CALL "PREPAY-PENALTY" USING PREPAY-PENALTY-REQUEST.

           MOVE SPACES TO PREPAY-PENALTY-LOG-REC.
           IF QT-PENALTY-IS-WAIVED(WS-QUOTE-SUB)
               MOVE "WAIVED  " TO PL-DISPOSITION
               IF PN-WAIVE-REASON = SPACES
                   MOVE "WAIVED ON THE QUOTE" TO PL-REASON
               ELSE
                   MOVE PN-WAIVE-REASON TO PL-REASON
               END-IF
           ELSE
               PERFORM 4560-POST-PENALTY-PAIR THRU 4560-EXIT
               ADD WS-PEN-PORTION TO WS-TOTAL-PENALTY
               MOVE "ASSESSED" TO PL-DISPOSITION
               MOVE "COLLECTED AT PAYOFF" TO PL-REASON
               MOVE "FE"           TO JQ-TXN-CODE
               MOVE WS-PEN-PORTION TO JQ-AMOUNT
               MOVE 'Y'            TO JQ-MEMO-SW
               MOVE "PREPAY PEN"   TO JQ-REFERENCE
               PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT
           END-IF.

           MOVE "PAYSET  "      TO PL-PROGRAM-ID.
           MOVE PT-ACCT-NO      TO PL-ACCT-NO.
           MOVE PT-PAY-DATE     TO PL-PREPAY-DATE.
           MOVE PN-LOAN-YEAR    TO PL-LOAN-YEAR.
           MOVE WS-PRIN-PORTION TO PL-PREPAID.
           MOVE PN-PENALTY-PCT  TO PL-PENALTY-PCT.
           MOVE WS-PEN-PORTION  TO PL-PENALTY.
           MOVE WS-BUS-DATE-FMT TO PL-BUS-DATE.
           WRITE PREPAY-PENALTY-LOG-REC.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - THE QUOTED INTEREST COLLECTED: A DEBIT TO
      * CASH AND A CREDIT RELIEVING THE RECEIVABLE, THE SAME PAIR
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE PT-ACCT-NO           TO GL-ACCT-NO.
           MOVE PT-RECV-BRANCH       TO GL-BRANCH.
           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-INT-PORTION       TO GL-AMOUNT.
           WRITE GL-EXTRACT-REC.

           MOVE WS-GL-INT-RECEIVABLE TO GL-GL-ACCOUNT.
           MOVE LM-BRANCH            TO GL-BRANCH.
           SET GL-IS-CREDIT          TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE PT-ACCT-NO           TO GL-ACCT-NO.
           MOVE PT-RECV-BRANCH       TO GL-BRANCH.
           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-PRIN-PORTION      TO GL-AMOUNT.
           WRITE GL-EXTRACT-REC.

           MOVE WS-GL-LOAN-ASSET     TO GL-GL-ACCOUNT.
           MOVE LM-BRANCH            TO GL-BRANCH.
           SET GL-IS-CREDIT          TO TRUE.
           WRITE GL-EXTRACT-REC.
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4560-POST-PENALTY-PAIR - THE PREPAYMENT PENALTY COLLECTED: A
      * DEBIT TO CASH AND A CREDIT TO THE SCHEDULE'S FEE-INCOME
      * ACCOUNT.
      *----------------------------------------------------------------
       4560-POST-PENALTY-PAIR.
           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE PT-ACCT-NO           TO GL-ACCT-NO.
           MOVE PT-RECV-BRANCH       TO GL-BRANCH.
           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-PEN-PORTION       TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE     TO GL-CURRENCY.
           MOVE "PREPAYMENT PENALTY" TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-PEN-PORTION * WS-FX-RATE.
           WRITE GL-EXTRACT-REC.

           MOVE PN-GL-ACCOUNT        TO GL-GL-ACCOUNT.
           MOVE LM-BRANCH            TO GL-BRANCH.
           SET GL-IS-CREDIT          TO TRUE.
           WRITE GL-EXTRACT-REC.
       4560-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4570-POST-DEFERRED-PAIR - THE PARKED DEFERRAL INTEREST
      * COLLECTED: A DEBIT TO CASH AND A CREDIT RELIEVING THE
      * DEFERRED-INTEREST RECEIVABLE, THE SAME PAIR PAYMENT-POST
      * WRITES.
      *----------------------------------------------------------------
       4570-POST-DEFERRED-PAIR.
           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE PT-ACCT-NO           TO GL-ACCT-NO.
           MOVE PT-RECV-BRANCH       TO GL-BRANCH.
           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-DEF-PORTION       TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE     TO GL-CURRENCY.
           MOVE "PAYOFF DEFERRED INT" TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-DEF-PORTION * WS-FX-RATE.
           WRITE GL-EXTRACT-REC.

           MOVE WS-GL-DEFERRED-INT   TO GL-GL-ACCOUNT.
           MOVE LM-BRANCH            TO GL-BRANCH.
           SET GL-IS-CREDIT          TO TRUE.
           WRITE GL-EXTRACT-REC.
       4570-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - USD CONVERTS AT 1; ANY OTHER CURRENCY
      * WITHOUT A RATE CONVERTS AT ZERO, IS LOGGED, AND ENDS THE
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-POST-ACCOUNT-JOURNAL - THE CALLER SETS THE TRANSACTION
      * CODE, AMOUNT, MEMO SWITCH AND REFERENCE; THE MASTER RECORD IS
      * AS THE POSTING LEFT IT.  A SETTLEMENT IS EFFECTIVE ON ITS
      * OWN PAYMENT DATE.
      *----------------------------------------------------------------
       4700-POST-ACCOUNT-JOURNAL.
           MOVE 'P'              TO JQ-FUNCTION.
           MOVE PT-ACCT-NO       TO JQ-ACCT-NO.
           MOVE PT-PAY-DATE      TO JQ-EFF-DATE.
           MOVE LM-PRINCIPAL     TO JQ-PRINCIPAL.
           MOVE LM-ACCRUED-INT   TO JQ-ACCRUED-INT.
           MOVE "PAYSET  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1180-LOAD-FX-RATES
      *----------------------------------------------------------------
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

      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE 'C' TO JQ-FUNCTION.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           MOVE WS-ITEMS-SETTLED TO TL-SETTLED.
           MOVE WS-ITEMS-SHORT   TO TL-SHORT.
           MOVE WS-ITEMS-EXPIRED TO TL-EXPIRED.
           MOVE WS-ITEMS-REFUND  TO TL-REFUNDS.
           MOVE WS-TOTAL-SETTLED TO TL-AMOUNT.
           MOVE WS-TOTAL-PENALTY TO TL-PENALTIES.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           IF WS-TOTAL-DEFERRED > ZERO
               MOVE WS-TOTAL-DEFERRED TO TL-DEFERRED
               WRITE REGISTER-LINE FROM DEFERRED-TOTAL-LINE
           END-IF.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

                 SETTLE-REGISTER
                 PAYMENT-HISTORY
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG
                 PENALTY-REGISTER.

      *    THE DEFERRAL TABLE, WITH TONIGHT'S CLEARED PLANS, REPLACES
      *    THE DEFERRAL PLAN MASTER.
           OPEN OUTPUT DEFERRAL-MASTER.
           PERFORM 9350-WRITE-ONE-PLAN THRU 9350-EXIT
               VARYING WS-DEF-SUB FROM 1 BY 1
               UNTIL WS-DEF-SUB > WS-DEF-TABLE-COUNT.
           CLOSE DEFERRAL-MASTER.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9350-WRITE-ONE-PLAN
      *----------------------------------------------------------------
       9350-WRITE-ONE-PLAN.
           MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC.
           WRITE DEFERRAL-PLAN-REC.
       9350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9700-CAPTURE-INCIDENT - THE RUN IS ENDING BADLY, SO THE
      * EVIDENCE THE MORNING RERUN DECISION NEEDS GOES TO THE
