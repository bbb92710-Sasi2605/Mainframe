      *                 IS NEVER COMPUTED MID-POSTING.  A STALE LOCK
      *                 CAN BE DELIBERATELY OVERRIDDEN, AND THE
      *                 OVERRIDE GOES ON SYSAUDIT.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V') IS
      *                 QUOTED AT ITS OWN LM-RATE, AS ARM-RESET LAST
      *                 SET IT, AND NEVER LOOKS UP LM-RATE-CODE.
      * 2026-10-15 RSD  THE QUOTE NOW PRICES THE PREPAYMENT PENALTY
      *                 THROUGH THE SHARED PREPAY-PENALTY SUBPROGRAM
      *                 (PPAYPEN SCHEDULE BY RATE CODE AND LOAN YEAR,
      *                 LESS THE FREE ALLOWANCE) AND SHOWS IT ON ITS
      *                 OWN LINE UNDER THE QUOTE.  THE PAYOFF FIGURE
      *                 INCLUDES IT UNLESS THE ACCOUNT IS ON THE
      *                 PPWAIVE LIST, AND THE EXPORT CARRIES THE
      *                 PENALTY AND ITS WAIVED FLAG FOR SETTLEMENT.
      * 2026-10-15 RSD  AN INTEREST-ONLY LOAN'S OPENING LM-AMORT-MONTHS
      *                 ARE NOT COMPOUNDED - THAT INTEREST WAS BILLED
      *                 AND PAID AS IT FELL DUE.  A BALLOON LOAN'S
      *                 QUOTE SHOWS THE BALLOON DUE DATE, AND A QUOTE
      *                 ON OR AFTER THAT DATE CARRIES NO PREPAYMENT
      *                 PENALTY.
      * 2026-10-15 RSD  PAYMENTS THE TELLERS HAVE MEMO-POSTED TODAY
      *                 (PAYMEMO.CPY) COME OFF THE QUOTE, INTEREST
      *                 FIRST AND THEN PRINCIPAL THE WAY PAYMENT-POST
      *                 WILL APPLY THEM TONIGHT, AND SHOW ON THEIR OWN
      *                 LINE.  THE PENALTY IS PRICED ON THE PRINCIPAL
      *                 LEFT, AND THE EXPORT CARRIES THE NET FIGURES,
      *                 SO A PAYOFF CHECK SENT ON TODAY'S QUOTE NO
      *                 LONGER COMES IN SHORT.
      * 2026-10-15 RSD  INTEREST PARKED BY A HARDSHIP DEFERRAL PLAN
      *                 (DEFPLAN.CPY) THAT HAS NOT YET BEEN REPAID IS
      *                 PART OF WHAT IT COSTS TO CLOSE THE LOAN - IT IS
      *                 ADDED TO THE PAYOFF FIGURE, SHOWN ON ITS OWN
      *                 LINE, AND CARRIED ON THE EXPORT SO SETTLEMENT
      *                 CAN CLEAR IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.

           SELECT PAYMENT-MEMO    ASSIGN TO PAYMEMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-FILE-STATUS.

           SELECT DEFERRAL-MASTER ASSIGN TO DEFPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           RECORDING MODE IS F.
       COPY PAYQEXT.

       FD  PAYMENT-MEMO
           RECORDING MODE IS F.
       COPY PAYMEMO.

       FD  DEFERRAL-MASTER
           RECORDING MODE IS F.
       COPY DEFPLAN.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.
           05 WS-QUOTE-SW          PIC X(01) VALUE 'Y'.
              88 QUOTE-IS-CLEAN             VALUE 'Y'.
              88 QUOTE-FAILED               VALUE 'N'.
           05 WS-MEMO-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-MEMOS               VALUE 'Y'.
           05 WS-DEF-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-DEFERRAL-MASTER     VALUE 'Y'.

       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-QUOTE-FILE-STATUS    PIC X(02).
           88 QUOTE-FILE-NOT-FOUND         VALUE '35'.
       01  WS-EXPORT-FILE-STATUS   PIC X(02).
           88 EXPORT-FILE-NOT-FOUND        VALUE '35'.
       01  WS-MEMO-FILE-STATUS     PIC X(02).
           88 MEMO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-DEF-FILE-STATUS      PIC X(02).
           88 DEF-FILE-NOT-FOUND           VALUE '35'.
       01  WS-GOOD-THRU-INT        PIC S9(08) COMP.
       01  WS-GOOD-THRU            PIC 9(08).

       01  WS-PAYOFF-AMT           PIC 9(9)V99.
       01  WS-ACCRUED-INT          PIC 9(9)V99.

      *----------------------------------------------------------------
      * PAYMENTS MEMO-POSTED TODAY - WS-QUOTE-PRINCIPAL IS THE
      * PRINCIPAL LEFT ONCE THEY ARE APPLIED.
      *----------------------------------------------------------------
       01  WS-PENDING-COUNT        PIC 9(05) COMP.
       01  WS-PENDING-AMT          PIC 9(9)V99.
       01  WS-PENDING-LEFT         PIC 9(9)V99.
       01  WS-QUOTE-PRINCIPAL      PIC 9(9)V99.

      *----------------------------------------------------------------
      * INTEREST PARKED BY A DEFERRAL PLAN AND NOT YET REPAID.
      *----------------------------------------------------------------
       01  WS-DEFERRED-INT         PIC 9(9)V99.

      *----------------------------------------------------------------
      * AMORTIZATION STRUCTURE - WS-FIRST-PERIOD IS THE FIRST PERIOD
      * COMPOUNDED, PAST THE INTEREST-ONLY PERIODS.  THE BALLOON DATE
      * IS THE TERM START PLUS LM-AMORT-MONTHS, THE DAY PULLED BACK
      * TO THE MONTH END WHEN THE MONTH IS SHORTER.
      *----------------------------------------------------------------
       01  WS-IO-PERIODS           PIC 9(05) COMP.
       01  WS-FIRST-PERIOD         PIC 9(05) COMP.
       01  WS-MONTH-WORK           PIC 9(05) COMP.
       01  WS-BALLOON-DATE.
           05 WS-BALLOON-YYYY      PIC 9(04).
           05 WS-BALLOON-MM        PIC 9(02).
           05 WS-BALLOON-DD        PIC 9(02).
       01  WS-BALLOON-DATE-NUM REDEFINES WS-BALLOON-DATE
                                   PIC 9(08).
       01  WS-START-DATE-PARTS.
           05 WS-START-YYYY        PIC 9(04).
           05 WS-START-MM          PIC 9(02).
           05 WS-START-DD          PIC 9(02).
       01  WS-START-DATE-PNUM REDEFINES WS-START-DATE-PARTS
                                   PIC 9(08).
       01  WS-BALLOON-SW           PIC X(01).
           88 BALLOON-IS-PAST-DUE          VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
      *----------------------------------------------------------------

       COPY RUNSTAMP.

      *----------------------------------------------------------------
      * PREPAYMENT PENALTY - SEE PPENRQ.CPY.
      *----------------------------------------------------------------
       COPY PPENRQ.

       01  QUOTE-DETAIL.
           05 FILLER                PIC X(06) VALUE "QUOTE ".
           05 QD-QUOTE-DATE         PIC 9(08).
           05 FILLER                PIC X(08) VALUE " PAYOFF=".
           05 QD-PAYOFF             PIC ZZZ,ZZZ,ZZ9.99.

       01  PENALTY-DETAIL.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(19)
                                    VALUE "PREPAYMENT PENALTY ".
           05 FILLER                PIC X(05) VALUE "YEAR ".
           05 PD-LOAN-YEAR          PIC 9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PD-PENALTY-PCT        PIC Z9.99.
           05 FILLER                PIC X(02) VALUE "%=".
           05 PD-PENALTY            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PD-DISPOSITION        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PD-REASON             PIC X(20).

       01  PENDING-DETAIL.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(19)
                                    VALUE "LESS PENDING TODAY ".
           05 PP-PENDING-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE " PAYMENT(S)=".
           05 PP-PENDING-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(23)
                                    VALUE " APPLIED INTEREST FIRST".

       01  DEFERRED-DETAIL.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(19)
                                    VALUE "PLUS DEFERRED INT  ".
           05 FILLER                PIC X(17)
                                    VALUE "PARKED BY PLAN = ".
           05 DD-DEFERRED-INT       PIC ZZZ,ZZZ,ZZ9.99.

       01  BALLOON-DETAIL.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "BALLOON DUE ".
           05 BD-BALLOON-DATE       PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BD-NOTE               PIC X(30).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
           END-IF.

           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 3100-LOOKUP-RATE THRU 3100-EXIT
           END-IF.

               MOVE ZERO TO WS-STUB-DAYS
           END-IF.

           MOVE ZERO TO WS-IO-PERIODS.
           IF LM-AMORT-IS-INTEREST-ONLY
               COMPUTE WS-IO-PERIODS = LM-AMORT-MONTHS * WS-FREQ / 12
           END-IF.
           COMPUTE WS-FIRST-PERIOD = WS-IO-PERIODS + 1.

           MOVE 1 TO WS-POWER.
           ADD 1 TO WS-PERIOD-RATE.
           PERFORM 3200-COMPOUND-ONE-PERIOD THRU 3200-EXIT
               VARYING WS-CNT FROM WS-FIRST-PERIOD BY 1
               UNTIL WS-CNT > WS-FULL-PERIODS
                  OR QUOTE-FAILED.
           SUBTRACT 1 FROM WS-PERIOD-RATE.
                          * (WS-STUB-DAYS / WS-PERIOD-DAYS).
           COMPUTE WS-PAYOFF-AMT = WS-BALANCE + WS-STUB-INTEREST.
           COMPUTE WS-ACCRUED-INT = WS-PAYOFF-AMT - LM-PRINCIPAL.

           MOVE LM-PRINCIPAL TO WS-QUOTE-PRINCIPAL.
           PERFORM 3020-APPLY-PENDING THRU 3020-EXIT.
           PERFORM 3040-APPLY-DEFERRED THRU 3040-EXIT.

           MOVE 'N' TO WS-BALLOON-SW.
           IF LM-AMORT-IS-BALLOON
               PERFORM 3050-SET-BALLOON-DATE THRU 3050-EXIT
               IF WS-QUOTE-DATE >= WS-BALLOON-DATE-NUM
                   SET BALLOON-IS-PAST-DUE TO TRUE
               END-IF
           END-IF.

      *    THE BALLOON IS THE CONTRACTUAL PAYOFF, SO PAYING IT ON OR
      *    AFTER ITS DATE IS NOT A PREPAYMENT.
           IF BALLOON-IS-PAST-DUE
               MOVE ZERO  TO PN-PENALTY
               MOVE SPACE TO PN-WAIVE-SW
           ELSE
               PERFORM 3300-COMPUTE-PENALTY THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3020-APPLY-PENDING - TODAY'S TELLER MEMOS FOR THE ACCOUNT
      * COME OFF THE ACCRUED INTEREST FIRST AND THEN THE PRINCIPAL.
      * MORE PENDING THAN THE WHOLE PAYOFF LEAVES NOTHING TO QUOTE -
      * THE EXCESS IS PAYMENT-POST'S TO DEAL WITH TONIGHT.  THE MEMO
      * FILE IS RE-READ FOR EVERY QUOTE; NO FILE MEANS NOTHING
      * PENDING.
      *----------------------------------------------------------------
       3020-APPLY-PENDING.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-PENDING-AMT.
           MOVE ZERO TO WS-PENDING-LEFT.
           MOVE 'N'  TO WS-MEMO-EOF-SW.

           OPEN INPUT PAYMENT-MEMO.
           IF MEMO-FILE-NOT-FOUND
               GO TO 3020-EXIT
           END-IF.
           PERFORM 3030-SCAN-ONE-MEMO THRU 3030-EXIT
               UNTIL END-OF-MEMOS.
           CLOSE PAYMENT-MEMO.

           IF WS-PENDING-AMT = ZERO
               GO TO 3020-EXIT
           END-IF.

           MOVE WS-PENDING-AMT TO WS-PENDING-LEFT.
           IF WS-PENDING-LEFT > WS-ACCRUED-INT
               SUBTRACT WS-ACCRUED-INT FROM WS-PENDING-LEFT
               MOVE ZERO TO WS-ACCRUED-INT
           ELSE
               SUBTRACT WS-PENDING-LEFT FROM WS-ACCRUED-INT
               MOVE ZERO TO WS-PENDING-LEFT
           END-IF.

           IF WS-PENDING-LEFT > WS-QUOTE-PRINCIPAL
               MOVE ZERO TO WS-QUOTE-PRINCIPAL
           ELSE
               SUBTRACT WS-PENDING-LEFT FROM WS-QUOTE-PRINCIPAL
           END-IF.

           COMPUTE WS-PAYOFF-AMT = WS-QUOTE-PRINCIPAL + WS-ACCRUED-INT.
       3020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3030-SCAN-ONE-MEMO
      *----------------------------------------------------------------
       3030-SCAN-ONE-MEMO.
           READ PAYMENT-MEMO
               AT END
                   MOVE 'Y' TO WS-MEMO-EOF-SW
               NOT AT END
                   IF PM-ACCT-NO = LM-ACCT-NO
                       ADD 1         TO WS-PENDING-COUNT
                       ADD PM-AMOUNT TO WS-PENDING-AMT
                   END-IF
           END-READ.
       3030-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3040-APPLY-DEFERRED - INTEREST A DEFERRAL PLAN PARKED AND NOT
      * YET REPAID IS OWED IN FULL AT PAYOFF, WHATEVER THE PLAN'S
      * REPAYMENT METHOD.  ANY PENDING PAYMENT LEFT OVER AFTER THE
      * INTEREST AND PRINCIPAL COMES OFF IT, SO THE TOTAL MATCHES
      * WHAT PAYMENT-POST WILL LEAVE OWING TONIGHT.  THE PLAN FILE
      * IS RE-READ FOR EVERY QUOTE; NO FILE MEANS NO PLANS.
      *----------------------------------------------------------------
       3040-APPLY-DEFERRED.
           MOVE ZERO TO WS-DEFERRED-INT.
           MOVE 'N'  TO WS-DEF-EOF-SW.

           OPEN INPUT DEFERRAL-MASTER.
           IF DEF-FILE-NOT-FOUND
               GO TO 3040-EXIT
           END-IF.
           PERFORM 3045-SCAN-ONE-PLAN THRU 3045-EXIT
               UNTIL END-OF-DEFERRAL-MASTER.
           CLOSE DEFERRAL-MASTER.

           IF WS-DEFERRED-INT = ZERO
               GO TO 3040-EXIT
           END-IF.

           IF WS-PENDING-LEFT > WS-DEFERRED-INT
               MOVE ZERO TO WS-DEFERRED-INT
           ELSE
               SUBTRACT WS-PENDING-LEFT FROM WS-DEFERRED-INT
           END-IF.

           ADD WS-DEFERRED-INT TO WS-PAYOFF-AMT.
       3040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3045-SCAN-ONE-PLAN
      *----------------------------------------------------------------
       3045-SCAN-ONE-PLAN.
           READ DEFERRAL-MASTER
               AT END
                   MOVE 'Y' TO WS-DEF-EOF-SW
               NOT AT END
                   IF DP-ACCT-NO = LM-ACCT-NO
                      AND DP-PARKED-INT > ZERO
                       MOVE DP-PARKED-INT TO WS-DEFERRED-INT
                   END-IF
           END-READ.
       3045-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-SET-BALLOON-DATE - TERM START PLUS LM-AMORT-MONTHS, THE
      * SAME DAY OF THE MONTH OR THE LAST DAY OF A SHORTER MONTH.
      *----------------------------------------------------------------
       3050-SET-BALLOON-DATE.
           MOVE WS-START-DATE TO WS-START-DATE-PNUM.
           COMPUTE WS-MONTH-WORK = WS-START-MM - 1 + LM-AMORT-MONTHS.
           DIVIDE WS-MONTH-WORK BY 12
               GIVING WS-MONTH-WORK REMAINDER WS-BALLOON-MM.
           ADD 1 TO WS-BALLOON-MM.
           COMPUTE WS-BALLOON-YYYY = WS-START-YYYY + WS-MONTH-WORK.
           MOVE WS-START-DD TO WS-BALLOON-DD.
           PERFORM 3060-STEP-BALLOON-DAY THRU 3060-EXIT
               UNTIL FUNCTION INTEGER-OF-DATE(WS-BALLOON-DATE-NUM)
                     NOT = ZERO
                  OR WS-BALLOON-DD < 29.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3060-STEP-BALLOON-DAY
      *----------------------------------------------------------------
       3060-STEP-BALLOON-DAY.
           SUBTRACT 1 FROM WS-BALLOON-DD.
       3060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-LOOKUP-RATE - EFFECTIVE-DATED RATE-MASTER LOOKUP AGAINST
      * THE QUOTE DATE, SO THE QUOTE PRICES AT THE RATE IN EFFECT ON
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-COMPUTE-PENALTY - THE WHOLE PRINCIPAL LEFT AFTER TODAY'S
      * PENDING PAYMENTS IS PREPAID AT PAYOFF.  A PENALTY THAT IS NOT
      * WAIVED IS ADDED TO THE PAYOFF FIGURE; A WAIVED ONE IS SHOWN
      * BUT NOT ADDED.
      *----------------------------------------------------------------
       3300-COMPUTE-PENALTY.
           MOVE LM-ACCT-NO    TO PN-ACCT-NO.
           MOVE LM-RATE-CODE  TO PN-RATE-CODE.
           MOVE WS-START-DATE TO PN-OPEN-DATE.
           MOVE WS-QUOTE-DATE TO PN-PREPAY-DATE.
           MOVE WS-QUOTE-PRINCIPAL TO PN-BALANCE
                                      PN-PREPAID.
           CALL "PREPAY-PENALTY" USING PREPAY-PENALTY-REQUEST.

           IF PN-PENALTY > ZERO AND NOT PN-PENALTY-IS-WAIVED
               ADD PN-PENALTY TO WS-PAYOFF-AMT
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-QUOTE - THE DATED QUOTE LINE GOES TO THE CONSOLE
      * FOR THE CALLER AND TO THE QUOTE FILE FOR THE RECORD.
       4000-PRINT-QUOTE.
           MOVE WS-QUOTE-DATE  TO QD-QUOTE-DATE.
           MOVE LM-ACCT-NO     TO QD-ACCT-NO.
           MOVE WS-QUOTE-PRINCIPAL TO QD-PRINCIPAL.
           MOVE WS-ACCRUED-INT TO QD-INTEREST.
           MOVE WS-PAYOFF-AMT  TO QD-PAYOFF.

           DISPLAY QUOTE-DETAIL.
           WRITE QUOTE-LINE FROM QUOTE-DETAIL.

           IF WS-PENDING-COUNT > ZERO
               MOVE WS-PENDING-COUNT TO PP-PENDING-COUNT
               MOVE WS-PENDING-AMT   TO PP-PENDING-AMT
               DISPLAY PENDING-DETAIL
               WRITE QUOTE-LINE FROM PENDING-DETAIL
           END-IF.

           IF WS-DEFERRED-INT > ZERO
               MOVE WS-DEFERRED-INT TO DD-DEFERRED-INT
               DISPLAY DEFERRED-DETAIL
               WRITE QUOTE-LINE FROM DEFERRED-DETAIL
           END-IF.

           IF PN-PENALTY > ZERO
               MOVE PN-LOAN-YEAR   TO PD-LOAN-YEAR
               MOVE PN-PENALTY-PCT TO PD-PENALTY-PCT
               MOVE PN-PENALTY     TO PD-PENALTY
               IF PN-PENALTY-IS-WAIVED
                   MOVE "WAIVED  "      TO PD-DISPOSITION
                   MOVE PN-WAIVE-REASON TO PD-REASON
               ELSE
                   MOVE "INCLUDED"      TO PD-DISPOSITION
                   MOVE SPACES          TO PD-REASON
               END-IF
               DISPLAY PENALTY-DETAIL
               WRITE QUOTE-LINE FROM PENALTY-DETAIL
           END-IF.

           IF LM-AMORT-IS-BALLOON
               MOVE WS-BALLOON-DATE-NUM TO BD-BALLOON-DATE
               IF BALLOON-IS-PAST-DUE
                   MOVE "- NO PREPAYMENT PENALTY" TO BD-NOTE
               ELSE
                   MOVE SPACES TO BD-NOTE
               END-IF
               DISPLAY BALLOON-DETAIL
               WRITE QUOTE-LINE FROM BALLOON-DETAIL
           END-IF.

      *    THE EXPORT TWIN OF THE PRINTED LINE - RAW FIGURES PLUS A
      *    GOOD-THROUGH DATE TEN CALENDAR DAYS OUT.
           COMPUTE WS-GOOD-THRU-INT = WS-QUOTE-DATE-INT + 10.
           MOVE LM-ACCT-NO     TO PQ-ACCT-NO.
           MOVE WS-QUOTE-DATE  TO PQ-QUOTE-DATE.
           MOVE WS-GOOD-THRU   TO PQ-GOOD-THRU.
           MOVE WS-QUOTE-PRINCIPAL TO PQ-PRINCIPAL.
           MOVE WS-ACCRUED-INT TO PQ-INTEREST.
           MOVE WS-PAYOFF-AMT  TO PQ-PAYOFF-AMT.
           MOVE PN-PENALTY     TO PQ-PENALTY.
           IF PN-PENALTY-IS-WAIVED
               MOVE 'W'        TO PQ-PENALTY-SW
           ELSE
               MOVE SPACE      TO PQ-PENALTY-SW
           END-IF.
           MOVE WS-DEFERRED-INT TO PQ-DEFERRED-INT.
           WRITE PAYOFF-QUOTE-EXP-REC.
       4000-EXIT.
           EXIT.
