      * 2026-09-02 RSD  THE END-OF-STEP GATE CALL NOW ALSO REPORTS
      *                 THE RECORDS WRITTEN, CARRIED TO THE STEP
      *                 METRICS NEXT TO THE RECORDS READ.
      * 2026-10-15 RSD  ESCROW.  A PAYMENT ON AN ACCOUNT WITH AN
      *                 ESCROW ACCOUNT NOW HAS THE MONTHLY ESCROW
      *                 DEPOSIT SPLIT OFF FIRST (THE WHOLE PAYMENT
      *                 IF IT IS SMALLER), AND ONLY THE REST GOES
      *                 INTEREST-FIRST.  THE DEPOSIT IS ADDED TO THE
      *                 ESCROW BALANCE, LOGGED ON THE ESCROW HISTORY
      *                 AND POSTED CASH/ESCROW-LIABILITY; IT CARRIES
      *                 ON THE PAYMENT HISTORY'S NEW ESCROW-APPLIED
      *                 FIELD SO A REVERSAL BACKS IT OUT THE SAME
      *                 WAY.  THE REGISTER GREW AN ESCROW COLUMN AND
      *                 TOTAL, AND THE OVER-PAYMENT EDIT ALLOWS FOR
      *                 THE ESCROW PART.
      * 2026-10-15 RSD  PREPAYMENT PENALTY ON LARGE CURTAILMENTS.  A
      *                 PAYMENT WHOSE LOAN PORTION EXCEEDS THE LEVEL
      *                 SCHEDULED PAYMENT (DERIVED THE WAY BILLING-
      *                 NOTICE DERIVES IT, SO THE RATE MASTER IS NOW
      *                 LOADED HERE TOO) IS PRICED THROUGH THE SHARED
      *                 PREPAY-PENALTY SUBPROGRAM.  A PENALTY OVER
      *                 THE FREE ALLOWANCE IS RAISED RECEIVABLE-
      *                 AGAINST-FEE-INCOME LIKE THE NSF CHARGE, OR
      *                 REGISTERED AS WAIVED FOR A PPWAIVE ACCOUNT;
      *                 EITHER WAY IT GOES ON THE SHARED PENALTY
      *                 REGISTER AND UNDER THE POSTING-REGISTER LINE.
      * 2026-10-15 RSD  NEW REVERSAL TYPE 'W' FROM ACH-RETURNS BACKS
      *                 OUT A RETURNED AUTOPAY DEBIT LIKE 'R' BUT
      *                 RAISES NO NSF CHARGE (ACCOUNT CLOSED, NO
      *                 AUTHORIZATION AND OTHER NON-FUNDS RETURNS).
      * 2026-10-15 RSD  REVOLVING LINES OF CREDIT.  PRINCIPAL PAID ON
      *                 A CREDIT-LINE ACCOUNT (LM-PRODUCT-TYPE 'L')
      *                 COMES OFF THE LINE-OF-CREDIT MASTER'S
      *                 OUTSTANDING BALANCE AND RESTORES THE CREDIT
      *                 AVAILABLE, AND A REVERSAL TAKES IT BACK.  A
      *                 LINE IS NEVER CHARGED A PREPAYMENT PENALTY.
      *                 A CREDIT-LINE ACCOUNT MISSING FROM LOCMSTR
      *                 STILL POSTS AND GOES ON THE SHARED EXCEPTION
      *                 LOG FOR THE LINE TO BE PUT RIGHT.
      * 2026-10-15 RSD  EVERY POSTING IS ALSO WRITTEN TO THE ACCOUNT
      *                 TRANSACTION JOURNAL THROUGH ACCT-JOURNAL -
      *                 THE LOAN PORTION OF A PAYMENT AND OF ITS
      *                 REVERSAL AGAINST THE BALANCE, AND THE NSF
      *                 CHARGE, AN ASSESSED PREPAYMENT PENALTY, AND A
      *                 RECOVERY OR ITS REVERSAL AS MEMO ENTRIES.
      * 2026-10-15 RSD  THE TELLERS' INTRADAY MEMO FILE (PAYMEMO.CPY)
      *                 IS NOW THE BRANCH PAYMENT INPUT IN PLACE OF A
      *                 SEPARATELY KEYED PAYMTXN FILE - ITS PAYMTXN
      *                 IMAGES ARE READ FIRST, THEN THE PAYMTXN
      *                 CONCATENATION (AUTOPAY AND ACH RETURNS).  A
      *                 MISSING MEMO FILE MEANS NO BRANCH PAYMENTS,
      *                 AND THE REGISTER SHOWS HOW MANY CAME FROM IT.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE, SO THE BUSINESS DATE IS NOW READ AHEAD
      *                 OF THE FX LOAD.
      * 2026-10-15 RSD  GL POSTINGS NOW CARRY A BRANCH: THE CASH SIDE
      *                 THE NEW PT-RECV-BRANCH (FROM THE TELLER'S MEMO,
      *                 OR HEAD OFFICE FOR A CENTRAL RECEIPT), THE
      *                 SUSPENSE SIDE HEAD OFFICE, AND THE LOAN SIDE
      *                 THE LOAN'S LM-BRANCH.  ALL EXTRACT LINES ARE
      *                 NOW WRITTEN THROUGH 4580-WRITE-GL-LINE.
      * 2026-10-15 RSD  HARDSHIP DEFERRALS.  ONCE A PLAN HAS EXITED,
      *                 A PAYMENT ON A SPREAD PLAN TAKES THE PLAN'S
      *                 SPREAD AMOUNT OF THE PARKED INTEREST AFTER THE
      *                 ESCROW AND AHEAD OF THE ACCRUED INTEREST, AND
      *                 A PAYMENT THAT CLEARS THE WHOLE BALANCE TAKES
      *                 ALL THE PARKED INTEREST UNDER EITHER METHOD.
      *                 THE PART TAKEN COMES OFF DP-PARKED-INT, POSTS
      *                 CASH/DEFERRED-INTEREST RECEIVABLE (1055-DEFIN)
      *                 AND A MEMO 'DI' JOURNAL ENTRY, AND IS TOTALLED
      *                 ON THE REGISTER.  A REVERSAL PUTS IT BACK ON
      *                 THE PLAN.  DEFPLAN IS LOADED AT START-UP AND
      *                 REWRITTEN AT CLOSE LIKE THE ESCROW MASTER.
      * 2026-10-15 RSD  THE SCHEDULED PAYMENT A CURTAILMENT IS MEASURED
      *                 FROM NOW FOLLOWS LM-AMORT-TYPE - THE MONTH'S
      *                 INTEREST INSIDE THE INTEREST-ONLY MONTHS, THE
      *                 WHOLE BALANCE AT THE BALLOON INSTALLMENT - AS
      *                 BILLING-NOTICE BILLS IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT PAYMENT-TXN     ASSIGN TO PAYMTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-MEMO    ASSIGN TO PAYMEMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT LOC-MASTER      ASSIGN TO LOCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-ACCT-NO
               FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT POSTING-REGISTER ASSIGN TO PAYREG
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-FILE-STATUS.

           SELECT ESCROW-MASTER   ASSIGN TO ESCMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.

           SELECT DEFERRAL-MASTER ASSIGN TO DEFPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT ESCROW-HISTORY  ASSIGN TO ESCHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHIST-FILE-STATUS.

           SELECT FEE-SCHEDULE    ASSIGN TO FEESCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENALTY-REGISTER ASSIGN TO PPENLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENLOG-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           RECORDING MODE IS F.
       COPY PAYMTXN.

       FD  PAYMENT-MEMO
           RECORDING MODE IS F.
       COPY PAYMEMO.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  LOC-MASTER.
       COPY LOCMSTR.

       FD  POSTING-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(110).

       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       01  PAYMENT-HISTORY-LINE    PIC X(56).

       FD  GL-EXTRACT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  PENALTY-REGISTER
           RECORDING MODE IS F.
       COPY PPENLOG.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY PAYSUSP.

       FD  PAYMENT-HISTORY-IN
           RECORDING MODE IS F.
       01  HIST-IN-LINE            PIC X(56).

       FD  ESCROW-MASTER
           RECORDING MODE IS F.
       COPY ESCMSTR.

       FD  DEFERRAL-MASTER
           RECORDING MODE IS F.
       COPY DEFPLAN.

       FD  ESCROW-HISTORY
           RECORDING MODE IS F.
       COPY ESCHIST.

       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       01  WS-SWITCHES.
           05 WS-EOF-SW             PIC X(01) VALUE 'N'.
              88 END-OF-PAYMENTS            VALUE 'Y'.
           05 WS-MEMO-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-MEMOS               VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 PAYMENT-IS-VALID           VALUE 'Y'.
              88 PAYMENT-IS-INVALID         VALUE 'N'.
       01  WS-HIST-FILE-STATUS      PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * LINE-OF-CREDIT MASTER - PRINCIPAL PAID ON A CREDIT-LINE
      * ACCOUNT RESTORES ITS CREDIT AVAILABLE.  A NIGHT WITH NO
      * LOCMSTR YET POSTS AS USUAL AND LOGS EACH LINE PAYMENT.
      *----------------------------------------------------------------
       01  WS-LOC-FILE-STATUS       PIC X(02).
           88 LOC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-LOC-OPEN-SW           PIC X(01) VALUE 'N'.
           88 LOC-MASTER-IS-OPEN           VALUE 'Y'.
       01  WS-LOC-PRIN-CHANGE       PIC S9(9)V99.

       01  WS-REASON                PIC X(40).

       01  WS-COUNTS.
           05 WS-PAYMENTS-REJECTED  PIC 9(7) COMP VALUE 0.
           05 WS-PAYMENTS-SUSPENDED PIC 9(7) COMP VALUE 0.
           05 WS-PAYMENTS-REVERSED  PIC 9(7) COMP VALUE 0.
           05 WS-MEMOS-READ         PIC 9(7) COMP VALUE 0.

       01  WS-MEMO-FILE-STATUS      PIC X(02).
           88 MEMO-FILE-NOT-FOUND          VALUE '35'.

       01  WS-SUSP-FILE-STATUS      PIC X(02).
           88 SUSP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-FEE-EOF-SW            PIC X(01) VALUE 'N'.
           88 END-OF-FEE-SCHEDULE          VALUE 'Y'.

      *----------------------------------------------------------------
      * ESCROW TABLE - THE ESCROW MASTER IS LOADED AT START-UP, EACH
      * DEPOSIT AND DEPOSIT REVERSAL MOVES THE BALANCE IN STORAGE,
      * AND THE TABLE REPLACES THE FILE AT CLOSE.
      *----------------------------------------------------------------
       01  WS-ESC-FILE-STATUS       PIC X(02).
           88 ESC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EHIST-FILE-STATUS     PIC X(02).
           88 EHIST-FILE-NOT-FOUND         VALUE '35'.
       01  WS-ESC-EOF-SW            PIC X(01) VALUE 'N'.
           88 END-OF-ESCROW-MASTER         VALUE 'Y'.
       01  WS-ESC-FOUND-SW          PIC X(01).
           88 ESCROW-ACCOUNT-WAS-FOUND     VALUE 'Y'.
       01  WS-ESC-OVERFLOW-SW       PIC X(01) VALUE 'N'.
           88 ESCROW-LOAD-OVERFLOWED       VALUE 'Y'.
       01  WS-ESC-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  WS-ESC-TABLE-MAX         PIC 9(04) VALUE 5000.
       01  ESCROW-TABLE.
           05 ESC-ENTRY OCCURS 5000 TIMES.
              10 ESC-IMAGE          PIC X(30).
       01  WS-ESC-SUB               PIC 9(04) COMP.

      *----------------------------------------------------------------
      * DEFERRAL TABLE - THE HARDSHIP DEFERRAL PLANS, LOADED AT
      * START-UP LIKE THE ESCROW MASTER.  EACH DEFERRED-INTEREST
      * COLLECTION AND REVERSAL MOVES DP-PARKED-INT IN STORAGE, AND
      * THE TABLE REPLACES THE FILE AT CLOSE.
      *----------------------------------------------------------------
       01  WS-DEF-FILE-STATUS       PIC X(02).
           88 DEF-FILE-NOT-FOUND           VALUE '35'.
       01  WS-DEF-EOF-SW            PIC X(01) VALUE 'N'.
           88 END-OF-DEFERRAL-MASTER       VALUE 'Y'.
       01  WS-DEF-FOUND-SW          PIC X(01).
           88 DEFERRAL-PLAN-WAS-FOUND      VALUE 'Y'.
       01  WS-DEF-OVERFLOW-SW       PIC X(01) VALUE 'N'.
           88 DEFERRAL-LOAD-OVERFLOWED     VALUE 'Y'.
       01  WS-DEF-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  WS-DEF-TABLE-MAX         PIC 9(04) VALUE 5000.
       01  DEF-TABLE.
           05 DEF-IMAGE OCCURS 5000 TIMES PIC X(73).
       01  WS-DEF-SUB               PIC 9(04) COMP.

      *----------------------------------------------------------------
      * PAYMENT-HISTORY TABLE - LOADED AT START-UP SO A REVERSAL CAN
      * FIND ITS ORIGINAL PAYMENT AND ITS SPLIT, THE SAME WAY
              10 HT-AMOUNT          PIC 9(7)V99.
              10 HT-INT-APPLIED     PIC 9(7)V99.
              10 HT-PRIN-APPLIED    PIC 9(7)V99.
              10 HT-ESC-APPLIED     PIC 9(7)V99.
      *       SPACE A PAYMENT, 'V' A CHARGE-OFF RECOVERY - A
      *       REVERSAL MATCHING A RECOVERY TAKES ITS OWN PATH,
      *       BACKING OUT THE CASH/RECOVERY-INCOME PAIR INSTEAD OF
       01  WS-PRIN-PORTION          PIC 9(7)V99.
       01  WS-INT-POSTED            PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * ESCROW SPLIT - THE MONTHLY ESCROW DEPOSIT COMES OFF THE TOP
      * OF THE PAYMENT; THE LOAN PORTION LEFT OVER IS WHAT THE
      * INTEREST-FIRST SPLIT WORKS ON.
      *----------------------------------------------------------------
       01  WS-ESC-PORTION           PIC 9(7)V99.
       01  WS-LOAN-PORTION          PIC 9(7)V99.
       01  WS-ESC-POSTED            PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * DEFERRED-INTEREST SPLIT - THE SHARE OF AN EXITED PLAN'S
      * PARKED INTEREST THE PAYMENT REPAYS, TAKEN AFTER THE ESCROW.
      * WS-DEF-PARKED IS THE WHOLE PARKED BALANCE, WHICH THE PAYMENT
      * MAY CLEAR ALONG WITH THE LOAN.
      *----------------------------------------------------------------
       01  WS-DEF-PORTION           PIC 9(7)V99.
       01  WS-DEF-PARKED            PIC 9(7)V99.
       01  WS-DEF-AVAILABLE         PIC 9(7)V99.
       01  WS-DEF-POSTED            PIC 9(9)V99 VALUE 0.
       01  WS-DEF-REVERSED          PIC 9(9)V99 VALUE 0.

       01  WS-GL-FILE-STATUS        PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.

      *----------------------------------------------------------------
      * PREPAYMENT PENALTY - A PAYMENT'S LOAN PORTION IS MEASURED
      * AGAINST THE LEVEL SCHEDULED PAYMENT, AND THE EXCESS IS PRICED
      * BY THE SHARED SUBPROGRAM (SEE PPENRQ.CPY).  THE RATE MASTER IS
      * LOADED FOR THE SCHEDULED-PAYMENT RATE, SELECTED AGAINST THE
      * PAYMENT DATE.
      *----------------------------------------------------------------
       01  WS-PENLOG-FILE-STATUS    PIC X(02).
           88 PENLOG-FILE-NOT-FOUND        VALUE '35'.
       01  WS-RATE-EOF-SW           PIC X(01) VALUE 'N'.
           88 END-OF-RATE-MASTER           VALUE 'Y'.
       01  WS-RATE-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  RATE-MASTER-TABLE.
           05 RM-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-RATE-TABLE-COUNT
                 INDEXED BY RM-IDX.
              10 RM-TABLE-CODE      PIC X(04).
              10 RM-TABLE-RATE      PIC 9(3)V99.
              10 RM-TABLE-DATE      PIC 9(08).
       01  WS-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
           88 RATE-CODE-WAS-FOUND          VALUE 'Y'.
       01  WS-BEST-EFFECT-DATE      PIC 9(08).

       01  WS-RATE                  PIC 9(3)V99.
       01  WS-MONTH-RATE            PIC 9(3)V9(6).
       01  WS-ELAPSED-MONTHS        PIC S9(05) COMP.
       01  WS-REMAIN-MONTHS         PIC S9(05) COMP.
       01  WS-TERM-MONTHS           PIC S9(05) COMP.
       01  WS-DUE-MONTH-NO          PIC S9(05) COMP.
       01  WS-CNT                   PIC 9(5) COMP.
       01  WS-POWER                 PIC 9(9)V9(6).
       01  WS-SCHED-PAYMENT         PIC 9(7)V99.
       01  WS-OVERFLOW-SW           PIC X(01).
           88 PAYMENT-OVERFLOWED           VALUE 'Y'.
       01  WS-OPEN-DATE.
           05 WS-OPEN-YYYY          PIC 9(04).
           05 WS-OPEN-MM            PIC 9(02).
           05 WS-OPEN-DD            PIC 9(02).
       01  WS-OPEN-DATE-NUM REDEFINES WS-OPEN-DATE
                                    PIC 9(08).
       01  WS-PAY-DATE.
           05 WS-PAY-YYYY           PIC 9(04).
           05 WS-PAY-MM             PIC 9(02).
           05 WS-PAY-DD             PIC 9(02).
       01  WS-PAY-DATE-NUM REDEFINES WS-PAY-DATE
                                    PIC 9(08).
       01  WS-CURTAILMENT           PIC S9(7)V99.
       01  WS-PENALTY-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-PENALTY-POSTED        PIC 9(9)V99 VALUE 0.
       01  WS-PENALTY-WAIVED        PIC 9(9)V99 VALUE 0.

       COPY PPENRQ.

      *----------------------------------------------------------------
      * GENERAL-LEDGER EXTRACT - GL ACCOUNT CODES FOR THE INTEREST-
      * COLLECTED DEBIT/CREDIT PAIR.  CASH IS DEBITED AND THE
           05 WS-GL-INT-RECEIVABLE  PIC X(10) VALUE "1050-INTRC".
           05 WS-GL-SUSPENSE        PIC X(10) VALUE "2999-SUSPN".
           05 WS-GL-RECOVERY-INC    PIC X(10) VALUE "4300-RECOV".
           05 WS-GL-ESCROW          PIC X(10) VALUE "2100-ESCRW".
           05 WS-GL-DEFERRED-INT    PIC X(10) VALUE "1055-DEFIN".

      *----------------------------------------------------------------
      * FX-RATE TABLE - LOADED FROM FX-RATES AT START-UP AND SEARCHED
      *----------------------------------------------------------------
       COPY INCDRQ.

      *----------------------------------------------------------------
      * ACCOUNT TRANSACTION JOURNAL - SEE JRNLRQ.CPY.
      *----------------------------------------------------------------
       COPY JRNLRQ.

      *----------------------------------------------------------------
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.  THE POSTING
      * PERIOD IS RESOLVED ONCE AT START-UP AND STAMPED ON EVERY GL
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "     AMOUNT".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "     ESCROW".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "   INTEREST".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "  PRINCIPAL".
           05 FILLER                PIC X(06) VALUE SPACES.
           05 PR-AMOUNT             PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 PR-ESCROW             PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 PR-INTEREST           PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 PR-PRINCIPAL          PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(15) VALUE
              " INTEREST PART=".
           05 TL-TOTAL-INTEREST     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(15) VALUE
              " ESCROW PART  =".
           05 TL-TOTAL-ESCROW       PIC ZZZ,ZZZ,ZZ9.99.

       01  DEFERRED-TOTAL-LINE.
           05 FILLER                PIC X(28) VALUE
              "DEFERRED INTEREST COLLECTED=".
           05 DT-COLLECTED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(11) VALUE " REVERSED =".
           05 DT-REVERSED           PIC ZZZ,ZZZ,ZZ9.99.

       01  PENALTY-DETAIL.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(19)
                                    VALUE "PREPAYMENT PENALTY ".
           05 PD-DISPOSITION        PIC X(08).
           05 FILLER                PIC X(07) VALUE " YEAR ".
           05 PD-YEAR               PIC 9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PD-PCT                PIC Z9.99.
           05 FILLER                PIC X(05) VALUE "% ON ".
           05 PD-PREPAID            PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE " = ".
           05 PD-PENALTY            PIC ZZZZ,ZZ9.99.

       01  PENALTY-TOTAL-LINE.
           05 FILLER                PIC X(22) VALUE
              "PREPAYMENT PENALTIES =".
           05 PD-TOT-COUNT          PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE " ASSESSED =".
           05 PD-TOT-POSTED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(09) VALUE " WAIVED =".
           05 PD-TOT-WAIVED         PIC ZZZ,ZZZ,ZZ9.99.

       01  REVERSAL-SECTION-HEADING.
           05 FILLER                PIC X(30) VALUE
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-NSF-CHARGE         PIC ZZZZ,ZZ9.99.

       01  MEMO-TOTAL-LINE.
           05 FILLER                PIC X(30) VALUE
              "TELLER MEMO PAYMENTS READ =   ".
           05 MM-COUNT              PIC ZZZZ9.

       01  REVERSAL-TOTAL-LINE.
           05 FILLER                PIC X(17) VALUE
              "TOTAL REVERSED = ".
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
      *    THE ESCROW MASTER IS LOADED BEFORE ANYTHING IS OPENED FOR
      *    OUTPUT - A TABLE PAST ITS LIMIT MUST NOT REWRITE THE
      *    MASTER FROM A TRUNCATED PICTURE, SO THE RUN STOPS WITH
      *    EVERYTHING UNTOUCHED, THE LIMIT IS RAISED, AND THE NIGHT
      *    RERUNS.
           OPEN INPUT ESCROW-MASTER.
           IF ESC-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ESC-EOF-SW
           ELSE
               PERFORM 1500-LOAD-ONE-ESCROW THRU 1500-EXIT
                   UNTIL END-OF-ESCROW-MASTER
               CLOSE ESCROW-MASTER
           END-IF.
           IF ESCROW-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - ESCMSTR LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE DEFERRAL PLANS ARE REWRITTEN AT CLOSE THE SAME WAY, SO
      *    THE SAME REFUSAL APPLIES.
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

           OPEN INPUT RATE-MASTER.
           PERFORM 1100-LOAD-RATE-MASTER THRU 1100-EXIT
               UNTIL END-OF-RATE-MASTER.
           CLOSE RATE-MASTER.

           OPEN INPUT  PAYMENT-TXN
           OPEN I-O    LOAN-MASTER
           OPEN OUTPUT POSTING-REGISTER
           OPEN OUTPUT PAYMENT-REJECTS.

           OPEN INPUT PAYMENT-MEMO.
           IF MEMO-FILE-NOT-FOUND
               MOVE 'Y' TO WS-MEMO-EOF-SW
           END-IF.

           OPEN I-O LOC-MASTER.
           IF NOT LOC-FILE-NOT-FOUND
               SET LOC-MASTER-IS-OPEN TO TRUE
           END-IF.

           OPEN EXTEND PAYMENT-HISTORY.
           IF HIST-FILE-NOT-FOUND
               OPEN OUTPUT PAYMENT-HISTORY
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           OPEN EXTEND ESCROW-HISTORY.
           IF EHIST-FILE-NOT-FOUND
               OPEN OUTPUT ESCROW-HISTORY
           END-IF.

           OPEN EXTEND PENALTY-REGISTER.
           IF PENLOG-FILE-NOT-FOUND
               OPEN OUTPUT PENALTY-REGISTER
           END-IF.

      *    THIS STEP RUNS AHEAD OF CI-CALCULATOR, SO IT CREATES THE
      *    NIGHT'S EXTRACT; THE LATER GL WRITERS APPEND TO IT.
           OPEN EXTEND GL-EXTRACT.
               OPEN OUTPUT GL-EXTRACT
           END-IF.

      *    THE FX LOAD TAKES THE RATES IN EFFECT ON THE BUSINESS
      *    DATE, SO THE DATE IS NEEDED BEFORE THE RUN STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT FX-RATES.
           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.

      *    THE HISTORY IS OPENED FOR EXTEND ABOVE BUT NOTHING IS
      *    APPENDED UNTIL THE FIRST PAYMENT POSTS, SO THIS LOAD SEES
      *    ONLY EARLIER NIGHTS' RECORDS AND A REVERSAL CAN FIND ITS
      *    ORIGINAL PAYMENT.  THE LOAD READS INTO THE EXTEND FILE'S
      *    RECORD AREA, WHICH IS WHY IT COMES AFTER THAT OPEN.  A
      *    MISSING HISTORY FILE JUST MEANS NOTHING CAN BE REVERSED.
           OPEN INPUT PAYMENT-HISTORY-IN.
           IF HISTIN-FILE-NOT-FOUND
               MOVE "PAYMENT AMOUNT IS ZERO" TO WS-REASON
           END-IF.

           MOVE ZERO TO WS-ESC-PORTION.
           MOVE ZERO TO WS-DEF-PORTION.
           MOVE ZERO TO WS-DEF-PARKED.
           IF PAYMENT-IS-VALID AND PT-IS-PAYMENT
              AND NOT LM-ACCOUNT-IS-CHARGED-OFF
               PERFORM 2050-SET-ESCROW-PORTION THRU 2050-EXIT
               PERFORM 2080-SET-DEFERRED-PORTION THRU 2080-EXIT
           END-IF.

           IF PAYMENT-IS-VALID AND PT-IS-PAYMENT
              AND NOT LM-ACCOUNT-IS-CHARGED-OFF
              AND PT-AMOUNT > LM-PRINCIPAL + LM-ACCRUED-INT
                              + WS-ESC-PORTION + WS-DEF-PARKED
               SET PAYMENT-IS-INVALID TO TRUE
               MOVE "PAYMENT EXCEEDS BALANCE PLUS ESCROW DUE"
                   TO WS-REASON
           END-IF.

           EXIT.

      *----------------------------------------------------------------
      * 2100-POST-PAYMENT - TAKES THE ESCROW DEPOSIT OFF THE TOP, THEN
      * ANY DEFERRED INTEREST DUE TO AN EXITED HARDSHIP PLAN,
      * SPLITS WHAT IS LEFT INTEREST-FIRST AGAINST THE ACCRUED-
      * INTEREST BUCKET, PRINCIPAL SECOND, REWRITES THE MASTER
      * RECORD, AND PRINTS THE POSTING ON THE REGISTER WITH THE
      * SPLIT AND THE BALANCE BEFORE AND AFTER.  THE INTEREST
      * PORTION ALSO POSTS A CASH/RECEIVABLE PAIR TO THE GL EXTRACT.
      *----------------------------------------------------------------
       2100-POST-PAYMENT.
           MOVE LM-PRINCIPAL TO WS-OLD-BALANCE.

           COMPUTE WS-LOAN-PORTION =
               PT-AMOUNT - WS-ESC-PORTION - WS-DEF-PORTION.
           IF WS-LOAN-PORTION > LM-ACCRUED-INT
               MOVE LM-ACCRUED-INT TO WS-INT-PORTION
           ELSE
               MOVE WS-LOAN-PORTION TO WS-INT-PORTION
           END-IF.
           COMPUTE WS-PRIN-PORTION = WS-LOAN-PORTION - WS-INT-PORTION.

      *    A REVOLVING LINE IS MEANT TO BE PAID DOWN AT WILL.
           IF LM-IS-CREDIT-LINE
               MOVE ZERO TO PN-PENALTY
           ELSE
               PERFORM 2300-CHECK-PREPAYMENT THRU 2300-EXIT
           END-IF.

           SUBTRACT WS-INT-PORTION  FROM LM-ACCRUED-INT.
           COMPUTE WS-NEW-BALANCE = LM-PRINCIPAL - WS-PRIN-PORTION.
           IF PAYMENT-IS-VALID
               ADD PT-AMOUNT       TO WS-AMOUNT-POSTED
               ADD WS-INT-PORTION  TO WS-INT-POSTED
               ADD WS-ESC-PORTION  TO WS-ESC-POSTED
               MOVE PT-ACCT-NO     TO PR-ACCT-NO
               MOVE PT-PAY-DATE    TO PR-PAY-DATE
               MOVE PT-AMOUNT      TO PR-AMOUNT
               MOVE WS-ESC-PORTION TO PR-ESCROW
               MOVE WS-INT-PORTION TO PR-INTEREST
               MOVE WS-PRIN-PORTION TO PR-PRINCIPAL
               MOVE WS-OLD-BALANCE TO PR-OLD-BALANCE
               MOVE WS-NEW-BALANCE TO PR-NEW-BALANCE
               WRITE REGISTER-LINE FROM REGISTER-DETAIL
               PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT
               MOVE "PY"           TO JQ-TXN-CODE
               COMPUTE JQ-AMOUNT =
                   ZERO - WS-INT-PORTION - WS-PRIN-PORTION
               MOVE 'N'            TO JQ-MEMO-SW
               MOVE SPACES         TO JQ-REFERENCE
               PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT
               IF WS-ESC-PORTION > ZERO
                   PERFORM 2150-POST-ESCROW-DEPOSIT THRU 2150-EXIT
               END-IF
               IF WS-DEF-PORTION > ZERO
                   PERFORM 2160-COLLECT-DEFERRED-INT THRU 2160-EXIT
               END-IF
               IF WS-INT-PORTION > ZERO
                   PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
               END-IF
               IF WS-PRIN-PORTION > ZERO
                   PERFORM 4550-POST-PRINCIPAL-PAIR THRU 4550-EXIT
               END-IF
               IF PN-PENALTY > ZERO
                   PERFORM 2400-ASSESS-PENALTY THRU 2400-EXIT
               END-IF
               IF LM-IS-CREDIT-LINE AND WS-PRIN-PORTION > ZERO
                   COMPUTE WS-LOC-PRIN-CHANGE = ZERO - WS-PRIN-PORTION
                   PERFORM 2800-ADJUST-CREDIT-LINE THRU 2800-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHECK-PREPAYMENT - RUNS BEFORE THE MASTER IS TOUCHED, SO
      * LM-PRINCIPAL IS STILL THE BALANCE THE PAYMENT ARRIVED AGAINST.
      * THE PART OF THE LOAN PORTION OVER THE SCHEDULED PAYMENT IS
      * THE CURTAILMENT; THE SUBPROGRAM TAKES THE FREE ALLOWANCE OFF
      * IT AND PRICES THE REST.  PN-PENALTY COMES BACK ZERO WHEN NO
      * PENALTY IS DUE.
      *----------------------------------------------------------------
       2300-CHECK-PREPAYMENT.
           MOVE ZERO TO PN-PENALTY.
           PERFORM 2350-COMPUTE-SCHEDULED THRU 2350-EXIT.

           COMPUTE WS-CURTAILMENT = WS-LOAN-PORTION - WS-SCHED-PAYMENT.
           IF WS-CURTAILMENT <= ZERO
               GO TO 2300-EXIT
           END-IF.

           MOVE PT-ACCT-NO     TO PN-ACCT-NO.
           MOVE LM-RATE-CODE   TO PN-RATE-CODE.
           MOVE LM-OPEN-DATE   TO PN-OPEN-DATE.
           MOVE PT-PAY-DATE    TO PN-PREPAY-DATE.
           MOVE LM-PRINCIPAL   TO PN-BALANCE.
           MOVE WS-CURTAILMENT TO PN-PREPAID.
           CALL "PREPAY-PENALTY" USING PREPAY-PENALTY-REQUEST.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-COMPUTE-SCHEDULED - THE LEVEL MONTHLY PAYMENT OVER THE
      * MONTHS LEFT OF THE TERM AS AT THE PAYMENT DATE, THE SAME
      * FORMULA BILLING-NOTICE BILLS FROM.  AN ACCOUNT IN ITS LAST
      * MONTH OR WITH NO TERM IS SCHEDULED TO PAY IT ALL, SO NOTHING
      * IT PAYS IS A PREPAYMENT.  AN INTEREST-ONLY LOAN INSIDE ITS
      * INTEREST-ONLY MONTHS IS SCHEDULED THE MONTH'S INTEREST, AND
      * A BALLOON LOAN AT ITS BALLOON INSTALLMENT IS SCHEDULED TO PAY
      * IT ALL, AS BILLING-NOTICE BILLS THEM.
      *----------------------------------------------------------------
       2350-COMPUTE-SCHEDULED.
           MOVE LM-RATE TO WS-RATE.
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 2360-LOOKUP-RATE THRU 2360-EXIT
           END-IF.

      * THE INSTALLMENT BEING PAID IS THE ONE NOW DUE, COUNTED IN
      * MONTHS FROM THE OPEN DATE AS BILLING-NOTICE COUNTS IT.  PAST
      * THE INTEREST-ONLY MONTHS THE LOAN FALLS THROUGH TO THE LEVEL
      * PAYMENT OVER WHAT IS LEFT OF THE TERM.
           IF NOT LM-AMORT-IS-LEVEL
              AND LM-OPEN-DATE NOT = ZERO
               MOVE LM-OPEN-DATE     TO WS-OPEN-DATE-NUM
               MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
               COMPUTE WS-DUE-MONTH-NO =
                   (WS-DUE-YYYY - WS-OPEN-YYYY) * 12
                   + WS-DUE-MM - WS-OPEN-MM
               IF LM-AMORT-IS-INTEREST-ONLY
                  AND WS-DUE-MONTH-NO <= LM-AMORT-MONTHS
                   COMPUTE WS-SCHED-PAYMENT ROUNDED =
                       LM-PRINCIPAL * WS-RATE / 1200
                   GO TO 2350-EXIT
               END-IF
               IF LM-AMORT-IS-BALLOON
                  AND WS-DUE-MONTH-NO >= LM-AMORT-MONTHS
                   COMPUTE WS-SCHED-PAYMENT =
                       LM-PRINCIPAL + LM-ACCRUED-INT
                   GO TO 2350-EXIT
               END-IF
           END-IF.

           COMPUTE WS-TERM-MONTHS = LM-YEARS * 12.
           IF LM-OPEN-DATE NOT = ZERO
               MOVE LM-OPEN-DATE TO WS-OPEN-DATE-NUM
               MOVE PT-PAY-DATE  TO WS-PAY-DATE-NUM
               COMPUTE WS-ELAPSED-MONTHS =
                   (WS-PAY-YYYY - WS-OPEN-YYYY) * 12
                   + WS-PAY-MM - WS-OPEN-MM
           ELSE
               MOVE ZERO TO WS-ELAPSED-MONTHS
           END-IF.
           COMPUTE WS-REMAIN-MONTHS =
               WS-TERM-MONTHS - WS-ELAPSED-MONTHS.

           IF WS-REMAIN-MONTHS <= 1
               COMPUTE WS-SCHED-PAYMENT =
                   LM-PRINCIPAL + LM-ACCRUED-INT
               GO TO 2350-EXIT
           END-IF.

           IF WS-RATE = ZERO
               COMPUTE WS-SCHED-PAYMENT ROUNDED =
                   LM-PRINCIPAL / WS-REMAIN-MONTHS
               GO TO 2350-EXIT
           END-IF.

           COMPUTE WS-MONTH-RATE = WS-RATE / 12 / 100.

           MOVE 'N' TO WS-OVERFLOW-SW.
           MOVE 1 TO WS-POWER.
           PERFORM 2380-COMPOUND-ONE-MONTH THRU 2380-EXIT
               VARYING WS-CNT FROM 1 BY 1
               UNTIL WS-CNT > WS-REMAIN-MONTHS
                  OR PAYMENT-OVERFLOWED.

           IF PAYMENT-OVERFLOWED
               COMPUTE WS-SCHED-PAYMENT ROUNDED =
                   LM-PRINCIPAL / WS-REMAIN-MONTHS
               GO TO 2350-EXIT
           END-IF.

           COMPUTE WS-SCHED-PAYMENT ROUNDED =
               LM-PRINCIPAL * WS-MONTH-RATE * WS-POWER
                   / (WS-POWER - 1)
               ON SIZE ERROR
                   COMPUTE WS-SCHED-PAYMENT ROUNDED =
                       LM-PRINCIPAL / WS-REMAIN-MONTHS
           END-COMPUTE.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2360-LOOKUP-RATE - SAME EFFECTIVE-DATED SELECTION AS
      * BILLING-NOTICE, AGAINST THE PAYMENT DATE.
      *----------------------------------------------------------------
       2360-LOOKUP-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE.
           PERFORM 2370-SEARCH-RATE THRU 2370-EXIT
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-RATE-TABLE-COUNT.
       2360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2370-SEARCH-RATE
      *----------------------------------------------------------------
       2370-SEARCH-RATE.
           IF RM-TABLE-CODE(RM-IDX) = LM-RATE-CODE
              AND RM-TABLE-DATE(RM-IDX) <= PT-PAY-DATE
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RM-TABLE-DATE(RM-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RM-TABLE-RATE(RM-IDX) TO WS-RATE
               MOVE RM-TABLE-DATE(RM-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       2370-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2380-COMPOUND-ONE-MONTH
      *----------------------------------------------------------------
       2380-COMPOUND-ONE-MONTH.
           COMPUTE WS-POWER = WS-POWER * (1 + WS-MONTH-RATE)
               ON SIZE ERROR
                   SET PAYMENT-OVERFLOWED TO TRUE
           END-COMPUTE.
       2380-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-ASSESS-PENALTY - A PENALTY THAT IS NOT WAIVED IS RAISED
      * RECEIVABLE-AGAINST-FEE-INCOME, THE WAY 3500 RAISES THE NSF
      * CHARGE.  ASSESSED OR WAIVED, IT IS PRINTED UNDER THE POSTING
      * AND WRITTEN TO THE SHARED PENALTY REGISTER.
      *----------------------------------------------------------------
       2400-ASSESS-PENALTY.
           ADD 1 TO WS-PENALTY-COUNT.
           MOVE SPACES TO PREPAY-PENALTY-LOG-REC.
           IF PN-PENALTY-IS-WAIVED
               ADD PN-PENALTY TO WS-PENALTY-WAIVED
               MOVE "WAIVED  "      TO PL-DISPOSITION
               MOVE PN-WAIVE-REASON TO PL-REASON
           ELSE
               PERFORM 2450-POST-PENALTY-PAIR THRU 2450-EXIT
               ADD PN-PENALTY TO WS-PENALTY-POSTED
               MOVE "ASSESSED"      TO PL-DISPOSITION
               MOVE "CURTAILMENT"   TO PL-REASON
               MOVE "FE"            TO JQ-TXN-CODE
               MOVE PN-PENALTY      TO JQ-AMOUNT
               MOVE 'Y'             TO JQ-MEMO-SW
               MOVE "PREPAY PEN"    TO JQ-REFERENCE
               PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT
           END-IF.

           MOVE "PAYPST  "      TO PL-PROGRAM-ID.
           MOVE PT-ACCT-NO      TO PL-ACCT-NO.
           MOVE PT-PAY-DATE     TO PL-PREPAY-DATE.
           MOVE PN-LOAN-YEAR    TO PL-LOAN-YEAR.
           MOVE PN-PREPAID      TO PL-PREPAID.
           MOVE PN-PENALTY-PCT  TO PL-PENALTY-PCT.
           MOVE PN-PENALTY      TO PL-PENALTY.
           MOVE WS-BUS-DATE-FMT TO PL-BUS-DATE.
           WRITE PREPAY-PENALTY-LOG-REC.

           MOVE PL-DISPOSITION  TO PD-DISPOSITION.
           MOVE PN-LOAN-YEAR    TO PD-YEAR.
           MOVE PN-PENALTY-PCT  TO PD-PCT.
           MOVE PN-PREPAID      TO PD-PREPAID.
           MOVE PN-PENALTY      TO PD-PENALTY.
           WRITE REGISTER-LINE FROM PENALTY-DETAIL.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-POST-PENALTY-PAIR - A DEBIT TO THE FEE RECEIVABLE AND A
      * CREDIT TO THE SCHEDULE'S FEE-INCOME ACCOUNT.
      *----------------------------------------------------------------
       2450-POST-PENALTY-PAIR.
           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE PT-ACCT-NO           TO GL-ACCT-NO.
           MOVE WS-GL-FEE-RECEIVABLE TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE PN-PENALTY           TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE     TO GL-CURRENCY.
           MOVE "PREPAYMENT PENALTY" TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               PN-PENALTY * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE PN-GL-ACCOUNT        TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-RATE-MASTER
      *----------------------------------------------------------------
       1100-LOAD-RATE-MASTER.
           READ RATE-MASTER
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RATE-TABLE-COUNT
                   MOVE RM-RATE-CODE
                       TO RM-TABLE-CODE(WS-RATE-TABLE-COUNT)
                   MOVE RM-RATE
                       TO RM-TABLE-RATE(WS-RATE-TABLE-COUNT)
                   MOVE RM-EFFECT-DATE
                       TO RM-TABLE-DATE(WS-RATE-TABLE-COUNT)
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-SET-ESCROW-PORTION - THE ACCOUNT'S MONTHLY ESCROW
      * DEPOSIT, OR THE WHOLE PAYMENT WHEN IT IS SMALLER.  AN
      * ACCOUNT WITHOUT AN ESCROW ACCOUNT TAKES NOTHING, AND
      * WS-ESC-SUB IS LEFT ON THE ESCROW ENTRY FOR 2150.
      *----------------------------------------------------------------
       2050-SET-ESCROW-PORTION.
           PERFORM 2060-FIND-ESCROW THRU 2060-EXIT.
           IF NOT ESCROW-ACCOUNT-WAS-FOUND
               GO TO 2050-EXIT
           END-IF.

           MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC.
           IF PT-AMOUNT < ES-MONTHLY-DEPOSIT
               MOVE PT-AMOUNT TO WS-ESC-PORTION
           ELSE
               MOVE ES-MONTHLY-DEPOSIT TO WS-ESC-PORTION
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-FIND-ESCROW - LEAVES WS-ESC-SUB ON THE PAYMENT'S ESCROW
      * ENTRY WHEN THERE IS ONE.
      *----------------------------------------------------------------
       2060-FIND-ESCROW.
           MOVE 'N' TO WS-ESC-FOUND-SW.
           MOVE 1   TO WS-ESC-SUB.
           PERFORM 2070-CHECK-ONE-ESCROW THRU 2070-EXIT
               UNTIL ESCROW-ACCOUNT-WAS-FOUND
                  OR WS-ESC-SUB > WS-ESC-TABLE-COUNT.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2070-CHECK-ONE-ESCROW
      *----------------------------------------------------------------
       2070-CHECK-ONE-ESCROW.
           IF ESC-IMAGE(WS-ESC-SUB)(1:6) = PT-ACCT-NO
               MOVE 'Y' TO WS-ESC-FOUND-SW
           ELSE
               ADD 1 TO WS-ESC-SUB
           END-IF.
       2070-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2080-SET-DEFERRED-PORTION - AN ACCOUNT WHOSE HARDSHIP PLAN HAS
      * EXITED WITH INTEREST STILL PARKED REPAYS IT OUT OF THE
      * PAYMENT AFTER THE ESCROW: A SPREAD PLAN ITS SPREAD AMOUNT,
      * NEVER MORE THAN IS PARKED OR LEFT OF THE PAYMENT, AND ANY
      * PLAN THE WHOLE PARKED BALANCE WHEN THE PAYMENT CLEARS THE
      * LOAN AS WELL.  WS-DEF-SUB IS LEFT ON THE PLAN FOR 2160.
      *----------------------------------------------------------------
       2080-SET-DEFERRED-PORTION.
           PERFORM 2085-FIND-DEFERRAL THRU 2085-EXIT.
           IF NOT DEFERRAL-PLAN-WAS-FOUND
               GO TO 2080-EXIT
           END-IF.

           MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC.
           IF NOT DP-PLAN-HAS-EXITED
              OR DP-PARKED-INT = ZERO
               GO TO 2080-EXIT
           END-IF.

           MOVE DP-PARKED-INT TO WS-DEF-PARKED.
           COMPUTE WS-DEF-AVAILABLE = PT-AMOUNT - WS-ESC-PORTION.
           IF WS-DEF-AVAILABLE >=
                  LM-PRINCIPAL + LM-ACCRUED-INT + DP-PARKED-INT
               MOVE DP-PARKED-INT TO WS-DEF-PORTION
               GO TO 2080-EXIT
           END-IF.

           IF DP-REPAY-SPREAD
               MOVE DP-SPREAD-AMT TO WS-DEF-PORTION
               IF WS-DEF-PORTION > DP-PARKED-INT
                   MOVE DP-PARKED-INT TO WS-DEF-PORTION
               END-IF
               IF WS-DEF-PORTION > WS-DEF-AVAILABLE
                   MOVE WS-DEF-AVAILABLE TO WS-DEF-PORTION
               END-IF
           END-IF.
       2080-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2085-FIND-DEFERRAL - LEAVES WS-DEF-SUB ON THE PAYMENT'S
      * DEFERRAL PLAN WHEN THERE IS ONE.
      *----------------------------------------------------------------
       2085-FIND-DEFERRAL.
           MOVE 'N' TO WS-DEF-FOUND-SW.
           MOVE 1   TO WS-DEF-SUB.
           PERFORM 2090-CHECK-ONE-PLAN THRU 2090-EXIT
               UNTIL DEFERRAL-PLAN-WAS-FOUND
                  OR WS-DEF-SUB > WS-DEF-TABLE-COUNT.
       2085-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2090-CHECK-ONE-PLAN
      *----------------------------------------------------------------
       2090-CHECK-ONE-PLAN.
           IF DEF-IMAGE(WS-DEF-SUB)(1:6) = PT-ACCT-NO
               MOVE 'Y' TO WS-DEF-FOUND-SW
           ELSE
               ADD 1 TO WS-DEF-SUB
           END-IF.
       2090-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-COLLECT-DEFERRED-INT - THE DEFERRED INTEREST REPAID COMES
      * OFF THE PLAN'S PARKED BALANCE, IS JOURNALLED AS A MEMO ENTRY
      * (IT LEFT THE ACCOUNT'S BALANCE WHEN IT WAS PARKED), AND POSTS
      * A DEBIT TO CASH AND A CREDIT RELIEVING THE DEFERRED-INTEREST
      * RECEIVABLE DEFERRAL-ROLL BOOKED AT EXIT.
      *----------------------------------------------------------------
       2160-COLLECT-DEFERRED-INT.
           MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC.
           SUBTRACT WS-DEF-PORTION FROM DP-PARKED-INT.
           MOVE DEFERRAL-PLAN-REC TO DEF-IMAGE(WS-DEF-SUB).
           ADD WS-DEF-PORTION TO WS-DEF-POSTED.

           MOVE "DI"           TO JQ-TXN-CODE.
           COMPUTE JQ-AMOUNT = ZERO - WS-DEF-PORTION.
           MOVE 'Y'            TO JQ-MEMO-SW.
           MOVE SPACES         TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           PERFORM 4570-POST-DEFERRED-PAIR THRU 4570-EXIT.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-POST-ESCROW-DEPOSIT - THE DEPOSIT GOES ONTO THE ESCROW
      * BALANCE, ONTO THE ESCROW HISTORY, AND TO THE GL AS A DEBIT
      * TO CASH AND A CREDIT TO THE ESCROW LIABILITY.
      *----------------------------------------------------------------
       2150-POST-ESCROW-DEPOSIT.
           MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC.
           ADD WS-ESC-PORTION TO ES-BALANCE.
           MOVE ESCROW-MASTER-REC TO ESC-IMAGE(WS-ESC-SUB).

           MOVE SPACES          TO ESCROW-HISTORY-REC.
           MOVE PT-ACCT-NO      TO EH-ACCT-NO.
           MOVE PT-PAY-DATE     TO EH-TXN-DATE.
           SET EH-IS-DEPOSIT    TO TRUE.
           MOVE WS-ESC-PORTION  TO EH-AMOUNT.
           WRITE ESCROW-HISTORY-REC.

           PERFORM 4560-POST-ESCROW-PAIR THRU 4560-EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-WRITE-HISTORY - APPENDS THE POSTED PAYMENT, WITH ITS
      * INTEREST/PRINCIPAL SPLIT, TO THE CUMULATIVE HISTORY FILE.
           MOVE WS-PRIN-PORTION TO PH-PRIN-APPLIED.
           MOVE SPACE           TO PH-TXN-TYPE.
           MOVE ZERO TO PH-PAY-COUNT.
           MOVE WS-ESC-PORTION  TO PH-ESC-APPLIED.
           WRITE PAYMENT-HISTORY-LINE FROM PAYMENT-HISTORY-REC.

      *    THE FRESH PAYMENT ALSO GOES INTO THE IN-STORAGE TABLE SO
               MOVE PH-AMOUNT       TO HT-AMOUNT(WS-HIST-SUB)
               MOVE PH-INT-APPLIED  TO HT-INT-APPLIED(WS-HIST-SUB)
               MOVE PH-PRIN-APPLIED TO HT-PRIN-APPLIED(WS-HIST-SUB)
               MOVE PH-ESC-APPLIED  TO HT-ESC-APPLIED(WS-HIST-SUB)
               MOVE SPACE           TO HT-TXN-TYPE(WS-HIST-SUB)
               MOVE 'N'             TO HT-REVERSED-SW(WS-HIST-SUB)
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-ADJUST-CREDIT-LINE - MOVES A CREDIT LINE'S OUTSTANDING
      * BALANCE BY WS-LOC-PRIN-CHANGE (NEGATIVE FOR PRINCIPAL PAID,
      * POSITIVE FOR PRINCIPAL PUT BACK BY A REVERSAL) AND RE-DERIVES
      * ITS CREDIT AVAILABLE.  THE BALANCE NEVER GOES BELOW ZERO.
      * THE PAYMENT HAS ALREADY POSTED, SO A MISSING LINE IS LOGGED,
      * NOT REJECTED.
      *----------------------------------------------------------------
       2800-ADJUST-CREDIT-LINE.
           MOVE SPACES TO WS-REASON.
           IF NOT LOC-MASTER-IS-OPEN
               MOVE "CREDIT LINE NOT ON FILE - NOT RESTORED"
                   TO WS-REASON
           ELSE
               MOVE PT-ACCT-NO TO LI-ACCT-NO
               READ LOC-MASTER
                   INVALID KEY
                       MOVE "CREDIT LINE NOT ON FILE - NOT RESTORED"
                           TO WS-REASON
               END-READ
           END-IF.

           IF WS-REASON = SPACES
               IF WS-LOC-PRIN-CHANGE < ZERO
                  AND LI-OUTSTANDING < ZERO - WS-LOC-PRIN-CHANGE
                   MOVE ZERO TO LI-OUTSTANDING
               ELSE
                   ADD WS-LOC-PRIN-CHANGE TO LI-OUTSTANDING
               END-IF
               COMPUTE LI-AVAILABLE = LI-CREDIT-LIMIT - LI-OUTSTANDING
               REWRITE LOC-MASTER-REC
                   INVALID KEY
                       MOVE "CREDIT LINE REWRITE FAILED" TO WS-REASON
               END-REWRITE
           END-IF.

           IF WS-REASON NOT = SPACES
               MOVE SPACES     TO SHARED-EXCEPTION-REC
               MOVE "PAYPST"   TO SE-PROGRAM-ID
               MOVE PT-ACCT-NO TO SE-ENTRY-ID
               MOVE WS-REASON  TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               WRITE SHARED-EXCEPTION-REC
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-HISTORY - A PAYMENT ENTRY GOES INTO THE TABLE;
      * A REVERSAL ENTRY FROM AN EARLIER NIGHT CONSUMES ITS MATCHING
                   IF PH-PAY-COUNT NOT NUMERIC
                       MOVE ZERO TO PH-PAY-COUNT
                   END-IF
                   IF PH-ESC-APPLIED NOT NUMERIC
                       MOVE ZERO TO PH-ESC-APPLIED
                   END-IF
                   EVALUATE TRUE
                       WHEN PH-IS-REVERSAL
                           PERFORM 1350-CONSUME-REVERSAL
                               TO HT-INT-APPLIED(WS-HIST-SUB)
                           MOVE PH-PRIN-APPLIED
                               TO HT-PRIN-APPLIED(WS-HIST-SUB)
                           MOVE PH-ESC-APPLIED
                               TO HT-ESC-APPLIED(WS-HIST-SUB)
                           MOVE PH-TXN-TYPE
                               TO HT-TXN-TYPE(WS-HIST-SUB)
                           MOVE 'N' TO HT-REVERSED-SW(WS-HIST-SUB)
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-ONE-ESCROW
      *----------------------------------------------------------------
       1500-LOAD-ONE-ESCROW.
           READ ESCROW-MASTER
               AT END
                   MOVE 'Y' TO WS-ESC-EOF-SW
               NOT AT END
                   IF WS-ESC-TABLE-COUNT < WS-ESC-TABLE-MAX
                       ADD 1 TO WS-ESC-TABLE-COUNT
                       MOVE ESCROW-MASTER-REC
                           TO ESC-IMAGE(WS-ESC-TABLE-COUNT)
                   ELSE
                       DISPLAY "ESCROW TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-ESC-OVERFLOW-SW
                       MOVE 'Y' TO WS-ESC-EOF-SW
                   END-IF
           END-READ.
       1500-EXIT.
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
      * 3000-REVERSE-PAYMENT - FINDS THE ORIGINAL PAYMENT ON THE
      * HISTORY, PUTS ITS PRINCIPAL AND ACCRUED-INTEREST SPLIT BACK
      * ON THE MASTER, ROLLS THE DUE DATE BACK THE MONTH THE PAYMENT
      * HAD ROLLED IT FORWARD, WRITES THE OFFSETTING HISTORY ENTRY,
      * BACKS OUT ANY ESCROW DEPOSIT THE PAYMENT MADE, REVERSES THE
      * INTEREST GL POSTING, AND RAISES THE NSF LATE CHARGE FROM
      * THE FEE SCHEDULE - EXCEPT ON A TYPE 'W' REVERSAL, AN ACH
      * RETURN FOR A REASON OTHER THAN INSUFFICIENT FUNDS.
      *----------------------------------------------------------------
       3000-REVERSE-PAYMENT.
           PERFORM 3100-FIND-ORIGINAL THRU 3100-EXIT.

           MOVE 'Y' TO HT-REVERSED-SW(WS-HIST-SUB).

           MOVE "RV"        TO JQ-TXN-CODE.
           COMPUTE JQ-AMOUNT = HT-INT-APPLIED(WS-HIST-SUB)
                             + HT-PRIN-APPLIED(WS-HIST-SUB).
           MOVE 'N'         TO JQ-MEMO-SW.
           MOVE SPACES      TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           MOVE PT-ACCT-NO  TO PH-ACCT-NO.
           MOVE PT-PAY-DATE TO PH-PAY-DATE.
           MOVE PT-AMOUNT   TO PH-AMOUNT.
           MOVE HT-PRIN-APPLIED(WS-HIST-SUB) TO PH-PRIN-APPLIED.
           MOVE 'R'         TO PH-TXN-TYPE.
           MOVE ZERO TO PH-PAY-COUNT.
           MOVE HT-ESC-APPLIED(WS-HIST-SUB)  TO PH-ESC-APPLIED.
           WRITE PAYMENT-HISTORY-LINE FROM PAYMENT-HISTORY-REC.

           MOVE HT-ESC-APPLIED(WS-HIST-SUB) TO WS-ESC-PORTION.
           IF WS-ESC-PORTION > ZERO
               PERFORM 3600-REVERSE-ESCROW THRU 3600-EXIT
           END-IF.

      *    WHATEVER OF THE PAYMENT WENT TO NEITHER ESCROW, INTEREST
      *    NOR PRINCIPAL REPAID A HARDSHIP PLAN'S PARKED INTEREST.
           MOVE ZERO TO WS-DEF-PORTION.
           IF HT-AMOUNT(WS-HIST-SUB) > HT-ESC-APPLIED(WS-HIST-SUB)
                                     + HT-INT-APPLIED(WS-HIST-SUB)
                                     + HT-PRIN-APPLIED(WS-HIST-SUB)
               COMPUTE WS-DEF-PORTION = HT-AMOUNT(WS-HIST-SUB)
                                      - HT-ESC-APPLIED(WS-HIST-SUB)
                                      - HT-INT-APPLIED(WS-HIST-SUB)
                                      - HT-PRIN-APPLIED(WS-HIST-SUB)
           END-IF.
           IF WS-DEF-PORTION > ZERO
               PERFORM 3650-REVERSE-DEFERRED-INT THRU 3650-EXIT
           END-IF.

           MOVE HT-INT-APPLIED(WS-HIST-SUB) TO WS-INT-PORTION.
           IF WS-INT-PORTION > ZERO
               PERFORM 3400-REVERSE-GL-PAIR THRU 3400-EXIT
               PERFORM 3450-REVERSE-PRIN-PAIR THRU 3450-EXIT
           END-IF.

           IF LM-IS-CREDIT-LINE AND WS-PRIN-PORTION > ZERO
               MOVE WS-PRIN-PORTION TO WS-LOC-PRIN-CHANGE
               PERFORM 2800-ADJUST-CREDIT-LINE THRU 2800-EXIT
           END-IF.

           MOVE ZERO TO WS-NSF-CHARGE.
           IF NSF-FEE-IS-ON-FILE AND NOT PT-REVERSAL-WAIVES-NSF
               PERFORM 3500-RAISE-NSF-CHARGE THRU 3500-EXIT
           END-IF.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3650-REVERSE-DEFERRED-INT - PUTS THE DEFERRED INTEREST THE
      * ORIGINAL PAYMENT REPAID BACK ON THE PLAN'S PARKED BALANCE,
      * JOURNALS THE MEMO ENTRY BACK, AND BACKS THE GL OUT: A DEBIT
      * REINSTATING THE DEFERRED-INTEREST RECEIVABLE AND A CREDIT
      * TAKING THE CASH BACK OUT.  A PLAN NO LONGER ON FILE STILL
      * POSTS THE GL AND IS LOGGED FOR OPERATIONS TO RESOLVE.
      *----------------------------------------------------------------
       3650-REVERSE-DEFERRED-INT.
           PERFORM 2085-FIND-DEFERRAL THRU 2085-EXIT.
           IF DEFERRAL-PLAN-WAS-FOUND
               MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC
               ADD WS-DEF-PORTION TO DP-PARKED-INT
               MOVE DEFERRAL-PLAN-REC TO DEF-IMAGE(WS-DEF-SUB)
           ELSE
               MOVE SPACES TO SHARED-EXCEPTION-REC
               MOVE "PAYPST" TO SE-PROGRAM-ID
               MOVE PT-ACCT-NO TO SE-ENTRY-ID
               MOVE "DEFERRAL PLAN GONE - REVERSAL NOT HELD"
                   TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               WRITE SHARED-EXCEPTION-REC
           END-IF.
           ADD WS-DEF-PORTION TO WS-DEF-REVERSED.

           MOVE "DI"           TO JQ-TXN-CODE.
           MOVE WS-DEF-PORTION TO JQ-AMOUNT.
           MOVE 'Y'            TO JQ-MEMO-SW.
           MOVE SPACES         TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE PT-ACCT-NO           TO GL-ACCT-NO.
           MOVE WS-GL-DEFERRED-INT   TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-DEF-PORTION       TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE     TO GL-CURRENCY.
           MOVE "DEFERRED INT REVRSD" TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-DEF-PORTION * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       3650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-REVERSE-GL-PAIR - BACKS OUT THE INTEREST-COLLECTED PAIR
      * THE ORIGINAL PAYMENT POSTED: A DEBIT REINSTATING THE
           MOVE "INT REVERSED"       TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-INT-PORTION * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       3400-EXIT.
           EXIT.

           MOVE "PRIN REVERSED"      TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-PRIN-PORTION * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-REVERSE-ESCROW - THE ESCROW DEPOSIT THE ORIGINAL PAYMENT
      * MADE COMES BACK OFF THE ESCROW BALANCE (WHICH MAY GO NEGATIVE
      * IF A BILL HAS ALREADY BEEN PAID FROM IT), IS LOGGED ON THE
      * ESCROW HISTORY, AND IS BACKED OUT OF THE GL: A DEBIT TO THE
      * ESCROW LIABILITY AND A CREDIT TAKING THE CASH BACK OUT.  AN
      * ESCROW ACCOUNT CLOSED SINCE THE PAYMENT STILL POSTS THE GL
      * AND HISTORY, AND IS LOGGED FOR OPERATIONS TO RESOLVE.
      *----------------------------------------------------------------
       3600-REVERSE-ESCROW.
           PERFORM 2060-FIND-ESCROW THRU 2060-EXIT.
           IF ESCROW-ACCOUNT-WAS-FOUND
               MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC
               SUBTRACT WS-ESC-PORTION FROM ES-BALANCE
               MOVE ESCROW-MASTER-REC TO ESC-IMAGE(WS-ESC-SUB)
           ELSE
               MOVE SPACES TO SHARED-EXCEPTION-REC
               MOVE "PAYPST" TO SE-PROGRAM-ID
               MOVE PT-ACCT-NO TO SE-ENTRY-ID
               MOVE "ESCROW ACCOUNT GONE - REVERSAL NOT HELD"
                   TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               WRITE SHARED-EXCEPTION-REC
           END-IF.

           MOVE SPACES               TO ESCROW-HISTORY-REC.
           MOVE PT-ACCT-NO           TO EH-ACCT-NO.
           MOVE PT-PAY-DATE          TO EH-TXN-DATE.
           SET EH-IS-DEPOSIT-REVERSAL TO TRUE.
           MOVE WS-ESC-PORTION       TO EH-AMOUNT.
           WRITE ESCROW-HISTORY-REC.

           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE PT-ACCT-NO           TO GL-ACCT-NO.
           MOVE WS-GL-ESCROW         TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-ESC-PORTION       TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE     TO GL-CURRENCY.
           MOVE "ESCROW REVERSED"    TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-ESC-PORTION * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3800-REVERSE-RECOVERY - A BOUNCED RECOVERY CHECK: THE CASH
      * COMES BACK OUT OF RECOVERY INCOME, THE OFFSETTING HISTORY
           MOVE ZERO        TO PH-PRIN-APPLIED.
           MOVE 'R'         TO PH-TXN-TYPE.
           MOVE ZERO        TO PH-PAY-COUNT.
           MOVE ZERO        TO PH-ESC-APPLIED.
           WRITE PAYMENT-HISTORY-LINE FROM PAYMENT-HISTORY-REC.

           MOVE "RC"        TO JQ-TXN-CODE.
           COMPUTE JQ-AMOUNT = ZERO - PT-AMOUNT.
           MOVE 'Y'         TO JQ-MEMO-SW.
           MOVE "REVERSED"  TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           MOVE "RECOVERY REVERSED"  TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               PT-AMOUNT * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE ZERO TO WS-NSF-CHARGE.
           ADD PT-AMOUNT TO WS-AMOUNT-REVERSED.
           MOVE WS-NSF-DESC          TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-NSF-CHARGE * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-NSF-GL-ACCOUNT    TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE "FE"                 TO JQ-TXN-CODE.
           MOVE WS-NSF-CHARGE        TO JQ-AMOUNT.
           MOVE 'Y'                  TO JQ-MEMO-SW.
           MOVE "NSF"                TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.
       3500-EXIT.
           EXIT.

           MOVE "CHARGE-OFF RECOVERY" TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               PT-AMOUNT * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-RECOVERY-INC   TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE PT-ACCT-NO  TO PH-ACCT-NO.
           MOVE PT-PAY-DATE TO PH-PAY-DATE.
           MOVE ZERO        TO PH-PRIN-APPLIED.
           MOVE 'V'         TO PH-TXN-TYPE.
           MOVE ZERO TO PH-PAY-COUNT.
           MOVE ZERO        TO PH-ESC-APPLIED.
           WRITE PAYMENT-HISTORY-LINE FROM PAYMENT-HISTORY-REC.

           MOVE "RC"        TO JQ-TXN-CODE.
           MOVE PT-AMOUNT   TO JQ-AMOUNT.
           MOVE 'Y'         TO JQ-MEMO-SW.
           MOVE SPACES      TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

      *    THE FRESH RECOVERY ALSO GOES INTO THE IN-STORAGE TABLE
      *    SO A REVERSAL ARRIVING LATER THE SAME NIGHT TAKES THE
      *    RECOVERY-REVERSAL PATH.
               MOVE PH-AMOUNT       TO HT-AMOUNT(WS-HIST-SUB)
               MOVE ZERO            TO HT-INT-APPLIED(WS-HIST-SUB)
               MOVE ZERO            TO HT-PRIN-APPLIED(WS-HIST-SUB)
               MOVE ZERO            TO HT-ESC-APPLIED(WS-HIST-SUB)
               MOVE 'V'             TO HT-TXN-TYPE(WS-HIST-SUB)
               MOVE 'N'             TO HT-REVERSED-SW(WS-HIST-SUB)
           END-IF.
           MOVE PT-ACCT-NO     TO PR-ACCT-NO.
           MOVE PT-PAY-DATE    TO PR-PAY-DATE.
           MOVE PT-AMOUNT      TO PR-AMOUNT.
           MOVE ZERO           TO PR-ESCROW.
           MOVE ZERO           TO PR-INTEREST.
           MOVE ZERO           TO PR-PRINCIPAL.
           MOVE LM-PRINCIPAL   TO PR-OLD-BALANCE.
           MOVE "USD"            TO GL-CURRENCY.
           MOVE "CASH TO SUSPENSE"   TO GL-NARRATIVE.
           MOVE PT-AMOUNT        TO GL-BASE-AMOUNT.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-SUSPENSE   TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT      TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       2700-EXIT.
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

           MOVE "INT COLLECTED"      TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-INT-PORTION * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-INT-RECEIVABLE TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       4500-EXIT.
           EXIT.

           MOVE "PRIN COLLECTED"     TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-PRIN-PORTION * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-LOAN-ASSET     TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4560-POST-ESCROW-PAIR - THE ESCROW PORTION AS ITS OWN
      * MATCHED PAIR: A DEBIT TO CASH AND A CREDIT TO THE ESCROW
      * LIABILITY THE DISBURSEMENT RUN LATER RELIEVES.
      *----------------------------------------------------------------
       4560-POST-ESCROW-PAIR.
           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE PT-ACCT-NO           TO GL-ACCT-NO.
           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-ESC-PORTION       TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE     TO GL-CURRENCY.
           MOVE "ESCROW DEPOSIT"     TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-ESC-PORTION * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-ESCROW         TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       4560-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4570-POST-DEFERRED-PAIR - THE DEFERRED-INTEREST PORTION AS ITS
      * OWN MATCHED PAIR: A DEBIT TO CASH AND A CREDIT RELIEVING THE
      * DEFERRED-INTEREST RECEIVABLE.
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
           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE WS-DEF-PORTION       TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE     TO GL-CURRENCY.
           MOVE "DEFERRED INT COLLECT" TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-DEF-PORTION * WS-FX-RATE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.

           MOVE WS-GL-DEFERRED-INT   TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           PERFORM 4580-WRITE-GL-LINE THRU 4580-EXIT.
       4570-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4580-WRITE-GL-LINE - EVERY PAYMENT-POST EXTRACT LINE IS
      * WRITTEN HERE, STAMPED WITH ITS BRANCH: THE CASH SIDE GOES TO
      * THE BRANCH THAT TOOK THE MONEY, SUSPENSE IS HELD AT HEAD
      * OFFICE, AND EVERYTHING ELSE GOES TO THE LOAN'S OWN BRANCH.
      * A PAYMENT TAKEN AWAY FROM THE LOAN'S BRANCH LEAVES BOTH
      * BRANCHES OUT OF BALANCE UNTIL GL-INTER-BRANCH SETTLES THEM.
      *----------------------------------------------------------------
       4580-WRITE-GL-LINE.
           EVALUATE TRUE
               WHEN GL-GL-ACCOUNT = WS-GL-CASH
                   MOVE PT-RECV-BRANCH TO GL-BRANCH
               WHEN GL-GL-ACCOUNT = WS-GL-SUSPENSE
                   MOVE SPACES         TO GL-BRANCH
               WHEN OTHER
                   MOVE LM-BRANCH      TO GL-BRANCH
           END-EVALUATE.
           WRITE GL-EXTRACT-REC.
       4580-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - USD CONVERTS AT 1; ANY OTHER CURRENCY
      * WITHOUT A RATE CONVERTS AT ZERO, IS LOGGED, AND ENDS THE RUN
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-POST-ACCOUNT-JOURNAL - THE CALLER SETS THE TRANSACTION
      * CODE, AMOUNT, MEMO SWITCH AND REFERENCE; THE MASTER RECORD IS
      * AS THE POSTING LEFT IT.  A PAYMENT IS EFFECTIVE ON ITS OWN
      * PAYMENT DATE.
      *----------------------------------------------------------------
       4700-POST-ACCOUNT-JOURNAL.
           MOVE 'P'              TO JQ-FUNCTION.
           MOVE PT-ACCT-NO       TO JQ-ACCT-NO.
           MOVE PT-PAY-DATE      TO JQ-EFF-DATE.
           MOVE LM-PRINCIPAL     TO JQ-PRINCIPAL.
           MOVE LM-ACCRUED-INT   TO JQ-ACCRUED-INT.
           MOVE "PAYPST  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-PAYMENT
      *----------------------------------------------------------------
       8000-READ-PAYMENT.
           IF NOT END-OF-MEMOS
               PERFORM 8050-READ-MEMO THRU 8050-EXIT
               IF NOT END-OF-MEMOS
                   GO TO 8000-EXIT
               END-IF
           END-IF.

           READ PAYMENT-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8050-READ-MEMO - A TELLER MEMO IS POSTED FROM THE PAYMTXN
      * IMAGE IT CARRIES, EXACTLY AS A KEYED PAYMENT WAS.
      *----------------------------------------------------------------
       8050-READ-MEMO.
           READ PAYMENT-MEMO
               AT END
                   MOVE 'Y' TO WS-MEMO-EOF-SW
               NOT AT END
                   MOVE PM-PAYMENT-IMAGE TO PAYMENT-TXN-REC
                   MOVE PM-RECV-BRANCH   TO PT-RECV-BRANCH
                   ADD 1 TO WS-PAYMENTS-READ
                   ADD 1 TO WS-MEMOS-READ
           END-READ.
       8050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE 'C' TO JQ-FUNCTION.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           MOVE WS-AMOUNT-POSTED TO TL-TOTAL-POSTED.
           MOVE WS-INT-POSTED    TO TL-TOTAL-INTEREST.
           MOVE WS-ESC-POSTED    TO TL-TOTAL-ESCROW.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           IF WS-DEF-POSTED > ZERO OR WS-DEF-REVERSED > ZERO
               MOVE WS-DEF-POSTED   TO DT-COLLECTED
               MOVE WS-DEF-REVERSED TO DT-REVERSED
               WRITE REGISTER-LINE FROM DEFERRED-TOTAL-LINE
           END-IF.

           IF WS-PENALTY-COUNT > ZERO
               MOVE WS-PENALTY-COUNT  TO PD-TOT-COUNT
               MOVE WS-PENALTY-POSTED TO PD-TOT-POSTED
               MOVE WS-PENALTY-WAIVED TO PD-TOT-WAIVED
               WRITE REGISTER-LINE FROM PENALTY-TOTAL-LINE
           END-IF.

           IF WS-PAYMENTS-REVERSED > ZERO
               PERFORM 9200-WRITE-REVERSAL-SECTION THRU 9200-EXIT
           END-IF.

           IF WS-MEMOS-READ > ZERO
               MOVE WS-MEMOS-READ TO MM-COUNT
               WRITE REGISTER-LINE FROM MEMO-TOTAL-LINE
           END-IF.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

      *    A HISTORY PAST THE TABLE LIMIT MEANS A REVERSAL OF AN
                 PAYMENT-HISTORY
                 GL-EXTRACT
                 SUSPENSE-FILE
                 ESCROW-HISTORY
                 SHARED-EXCEPTION-LOG
                 PENALTY-REGISTER.
           IF LOC-MASTER-IS-OPEN
               CLOSE LOC-MASTER
           END-IF.
           IF NOT MEMO-FILE-NOT-FOUND
               CLOSE PAYMENT-MEMO
           END-IF.

      *    THE ESCROW TABLE, WITH TONIGHT'S DEPOSITS AND REVERSALS,
      *    REPLACES THE ESCROW MASTER.
           OPEN OUTPUT ESCROW-MASTER.
           PERFORM 9300-WRITE-ONE-ESCROW THRU 9300-EXIT
               VARYING WS-ESC-SUB FROM 1 BY 1
               UNTIL WS-ESC-SUB > WS-ESC-TABLE-COUNT.
           CLOSE ESCROW-MASTER.

      *    AND THE DEFERRAL TABLE, WITH TONIGHT'S COLLECTIONS AND
      *    REVERSALS, REPLACES THE DEFERRAL PLAN MASTER.
           OPEN OUTPUT DEFERRAL-MASTER.
           PERFORM 9350-WRITE-ONE-PLAN THRU 9350-EXIT
               VARYING WS-DEF-SUB FROM 1 BY 1
               UNTIL WS-DEF-SUB > WS-DEF-TABLE-COUNT.
           CLOSE DEFERRAL-MASTER.
       9000-EXIT.
           EXIT.

           WRITE REGISTER-LINE FROM REVERSAL-DETAIL.
       9250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9300-WRITE-ONE-ESCROW
      *----------------------------------------------------------------
       9300-WRITE-ONE-ESCROW.
           MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC.
           WRITE ESCROW-MASTER-REC.
       9300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9350-WRITE-ONE-PLAN
      *----------------------------------------------------------------
       9350-WRITE-ONE-PLAN.
           MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC.
           WRITE DEFERRAL-PLAN-REC.
       9350-EXIT.
           EXIT.
