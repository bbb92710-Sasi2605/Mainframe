      *                 BILLING REGISTER WITH CONTROL TOTALS BACKS THE
      *                 MORNING CHECK.  AN ACCOUNT INSIDE ITS LAST
      *                 MONTH IS BILLED FOR THE FULL BALANCE.
      * 2026-10-15 RSD  ESCROW.  AN ACCOUNT ON THE ESCROW MASTER IS
      *                 BILLED ITS MONTHLY ESCROW DEPOSIT ON TOP OF
      *                 PRINCIPAL AND INTEREST - THE NOTICE SHOWS THE
      *                 TWO PARTS UNDER THE AMOUNT DUE, AND THE
      *                 REGISTER GREW AN ESCROW COLUMN AND TOTAL.
      *                 THE DEPOSIT IS READ FRESH EVERY RUN, SO THE
      *                 AMOUNT THE ANNUAL ESCROW ANALYSIS SETS IS
      *                 BILLED FROM THE NEXT NOTICE ON.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V') IS
      *                 BILLED FROM ITS OWN LM-RATE, SO THE PAYMENT IS
      *                 RE-DERIVED AT THE RATE ARM-RESET LAST SET FROM
      *                 THE FIRST NOTICE AFTER EACH RESET.
      * 2026-10-15 RSD  NO NOTICE IS PRINTED FOR AN ACCOUNT UNDER A
      *                 BANKRUPTCY, DECEASED OR LITIGATION HOLD
      *                 (LEGAL-HOLD-CHECK); HELD NOTICES ARE COUNTED
      *                 ON THE REGISTER AND IN THE CONTROL TOTALS.
      * 2026-10-15 RSD  A REVOLVING LINE OF CREDIT (LM-PRODUCT-TYPE
      *                 'L') IS BILLED ITS LINE'S MINIMUM PAYMENT
      *                 FROM THE LINE-OF-CREDIT MASTER INSTEAD OF A
      *                 LEVEL INSTALLMENT - A MONTH'S INTEREST PLUS
      *                 THE RULE'S PERCENTAGE OF THE BALANCE (OR THE
      *                 PERCENTAGE ALONE), NEVER BELOW THE LINE'S
      *                 FLOOR NOR ABOVE THE PAYOFF.  THE NOTICE ALSO
      *                 SHOWS THE LIMIT AND CREDIT AVAILABLE.  A LINE
      *                 MISSING FROM LOCMSTR IS LOGGED AND BILLED THE
      *                 LEVEL INSTALLMENT.
      * 2026-10-15 RSD  A CUSTOMER WHOSE ADDRESS IS FLAGGED BAD BY
      *                 RETURNED-MAIL IS STILL BILLED AND REGISTERED,
      *                 BUT THE NOTICE IS WRITTEN TO THE HELDMAIL FILE
      *                 INSTEAD OF BEING PRINTED; THE REGISTER LINE
      *                 SAYS MAIL HELD AND THE HELD NOTICES ARE
      *                 COUNTED AFTER THE LEGAL-STATUS COUNT.
      * 2026-10-15 RSD  AN INTEREST-ONLY LOAN IS BILLED THE MONTH'S
      *                 INTEREST ALONE UNTIL LM-AMORT-MONTHS HAVE RUN,
      *                 AND A BALLOON LOAN IS BILLED THE WHOLE BALANCE
      *                 PLUS INTEREST ON ITS BALLOON INSTALLMENT; THE
      *                 NOTICE CARRIES A LINE NAMING EITHER BASIS.
      * 2026-10-15 RSD  HARDSHIP DEFERRALS.  NO NOTICE IS PRINTED FOR
      *                 AN ACCOUNT WHOSE PLAN IS ACTIVE (LM-ACCOUNT-
      *                 IS-DEFERRED) OR PENDING TO START ON OR BEFORE
      *                 THE DUE DATE; THOSE ACCOUNTS ARE COUNTED AFTER
      *                 THE LEGAL-STATUS COUNT.  ONCE A SPREAD PLAN HAS
      *                 EXITED EACH INSTALLMENT CARRIES THE PLAN'S
      *                 SPREAD AMOUNT OF THE PARKED INTEREST, AND THE
      *                 LAST OR BALLOON BILL CARRIES WHATEVER IS STILL
      *                 PARKED UNDER EITHER METHOD.  THE NOTICE SHOWS
      *                 THE DEFERRED INTEREST ON ITS OWN LINE AND THE
      *                 REGISTER TOTALS IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT LOC-MASTER      ASSIGN TO LOCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-ACCT-NO
               FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT BILL-CONTROL    ASSIGN TO BILLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ESCROW-MASTER   ASSIGN TO ESCMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.

           SELECT DEFERRAL-MASTER ASSIGN TO DEFPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT BILL-NOTICES    ASSIGN TO BILLNOTC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILL-REGISTER   ASSIGN TO BILLREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-MAIL       ASSIGN TO HELDMAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
       FD  CUSTOMER-NAMES.
       COPY CUSTMSTR.

       FD  LOC-MASTER.
       COPY LOCMSTR.

       FD  BILL-CONTROL
           RECORDING MODE IS F.
       01  BILL-CONTROL-REC.
           05 BL-LEAD-DAYS         PIC 9(03).

       FD  ESCROW-MASTER
           RECORDING MODE IS F.
       COPY ESCMSTR.

       FD  DEFERRAL-MASTER
           RECORDING MODE IS F.
       COPY DEFPLAN.

       FD  BILL-NOTICES
           RECORDING MODE IS F.
       01  NOTICE-LINE             PIC X(80).
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).

       FD  HELD-MAIL
           RECORDING MODE IS F.
       COPY HELDMAIL.

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       COPY EXCPTLOG.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-BILL-SW           PIC X(01).
              88 ACCOUNT-GETS-A-NOTICE      VALUE 'Y'.
           05 WS-ESC-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ESCROW-MASTER       VALUE 'Y'.
           05 WS-ESC-FOUND-SW      PIC X(01).
              88 ESCROW-ACCOUNT-WAS-FOUND   VALUE 'Y'.
           05 WS-ESC-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 ESCROW-LOAD-OVERFLOWED     VALUE 'Y'.
           05 WS-DEF-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-DEFERRAL-MASTER     VALUE 'Y'.
           05 WS-DEF-FOUND-SW      PIC X(01).
              88 DEFERRAL-PLAN-WAS-FOUND    VALUE 'Y'.
           05 WS-DEF-PENDING-SW    PIC X(01).
              88 DEFERRAL-HOLDS-NOTICE      VALUE 'Y'.
           05 WS-DEF-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 DEFERRAL-LOAD-OVERFLOWED   VALUE 'Y'.
           05 WS-LOC-OPEN-SW       PIC X(01) VALUE 'N'.
              88 LOC-MASTER-IS-OPEN         VALUE 'Y'.
           05 WS-LOC-FOUND-SW      PIC X(01).
              88 CREDIT-LINE-WAS-FOUND      VALUE 'Y'.

       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-CUST-FILE-STATUS     PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-ESC-FILE-STATUS      PIC X(02).
           88 ESC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-DEF-FILE-STATUS      PIC X(02).
           88 DEF-FILE-NOT-FOUND           VALUE '35'.
       01  WS-LOC-FILE-STATUS      PIC X(02).
           88 LOC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-HELD-FILE-STATUS     PIC X(02).
           88 HELD-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * ESCROW TABLE - THE ESCROW MASTER, LOADED AT START-UP AND
      * SEARCHED FOR EACH BILLED ACCOUNT'S MONTHLY DEPOSIT.
      *----------------------------------------------------------------
       01  WS-ESC-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ESC-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  ESCROW-TABLE.
           05 ESC-ENTRY OCCURS 5000 TIMES.
              10 ESC-ACCT-NO       PIC X(06).
              10 ESC-DEPOSIT       PIC 9(5)V99.
       01  WS-ESC-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * DEFERRAL TABLE - THE HARDSHIP DEFERRAL PLANS, LOADED AT
      * START-UP.  A PLAN PENDING OR ACTIVE FOR THE DUE DATE HOLDS
      * THE NOTICE; AN EXITED PLAN WITH INTEREST STILL PARKED ADDS
      * ITS SHARE TO THE INSTALLMENT.
      *----------------------------------------------------------------
       01  WS-DEF-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-DEF-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  DEFERRAL-TABLE.
           05 DEF-ENTRY OCCURS 5000 TIMES.
              10 DEF-ACCT-NO       PIC X(06).
              10 DEF-START-DATE    PIC 9(08).
              10 DEF-REPAY-METHOD  PIC X(01).
                 88 DEF-REPAY-SPREAD          VALUE 'S'.
              10 DEF-STATUS        PIC X(01).
                 88 DEF-PLAN-IS-PENDING       VALUE 'P'.
                 88 DEF-PLAN-HAS-EXITED       VALUE 'X'.
              10 DEF-PARKED-INT    PIC 9(7)V99.
              10 DEF-SPREAD-AMT    PIC 9(7)V99.
              10 DEF-FIRST-DUE     PIC 9(08).
       01  WS-DEF-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * LEAD DAYS - HOW FAR AHEAD OF THE DUE DATE A NOTICE GOES OUT.
           05 WS-OPEN-DD           PIC 9(02).
       01  WS-OPEN-DATE-NUM REDEFINES WS-OPEN-DATE
                                   PIC 9(08).
       01  WS-DUE-DATE.
           05 WS-DUE-YYYY          PIC 9(04).
           05 WS-DUE-MM            PIC 9(02).
           05 WS-DUE-DD            PIC 9(02).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
                                   PIC 9(08).
       01  WS-DUE-MONTH-NO         PIC S9(05) COMP.
       01  WS-PAY-BASIS-SW         PIC X(01).
           88 PAYMENT-IS-LEVEL             VALUE SPACE.
           88 PAYMENT-IS-INTEREST-ONLY     VALUE 'I'.
           88 PAYMENT-IS-BALLOON           VALUE 'B'.
           88 PAYMENT-IS-FINAL             VALUE 'F'.

      *----------------------------------------------------------------
      * INSTALLMENT - THE LEVEL PAYMENT (PRINCIPAL AND INTEREST) PLUS
      * THE ACCOUNT'S ESCROW DEPOSIT, ZERO WITHOUT AN ESCROW ACCOUNT.
      *----------------------------------------------------------------
       01  WS-ESC-DEPOSIT          PIC 9(5)V99.
       01  WS-LINE-INTEREST        PIC 9(7)V99.
       01  WS-LINE-PAYOFF          PIC 9(9)V99.
       01  WS-INSTALLMENT          PIC 9(7)V99.

      *----------------------------------------------------------------
      * DEFERRED INTEREST BILLED WITH THE INSTALLMENT - AN EXITED
      * SPREAD PLAN'S SPREAD AMOUNT, OR ON THE LAST OR BALLOON BILL
      * ALL THE INTEREST STILL PARKED.  ZERO WITHOUT A PLAN.
      *----------------------------------------------------------------
       01  WS-DEF-DUE              PIC 9(7)V99.

       01  WS-TOTAL-BILLED         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ESCROW         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEFERRED       PIC 9(11)V99 VALUE 0.
       01  WS-CUST-NAME            PIC X(20).
       01  WS-REASON               PIC X(40).

           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-BILLED      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-SKIPPED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-HELD        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-DEFERRED    PIC 9(7) COMP VALUE 0.
           05 WS-MAIL-HELD         PIC 9(7) COMP VALUE 0.

       01  HELD-COUNT-LINE.
           05 FILLER               PIC X(29) VALUE
              "NOTICES HELD - LEGAL STATUS =".
           05 HC-HELD              PIC ZZZZ9.

       01  DEFERRAL-HELD-COUNT-LINE.
           05 FILLER               PIC X(29) VALUE
              "NOTICES HELD - DEFERRAL     =".
           05 DH-HELD              PIC ZZZZ9.

       01  MAIL-HELD-COUNT-LINE.
           05 FILLER               PIC X(29) VALUE
              "NOTICES HELD - BAD ADDRESS  =".
           05 MH-HELD              PIC ZZZZ9.

      *----------------------------------------------------------------
      * LEGAL-STATUS HOLDS - SEE LHOLDRQ.CPY.
      *----------------------------------------------------------------
       COPY LHOLDRQ.

       COPY CTLTOTAL.

           05 FILLER                PIC X(01) VALUE SPACE.
           05 NT-CURRENCY           PIC X(03).

       01  NOTICE-SPLIT-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(21) VALUE
              "PRINCIPAL+INTEREST   ".
           05 NT-PRIN-INT           PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE "  ESCROW  ".
           05 NT-ESCROW             PIC ZZ,ZZ9.99.

       01  NOTICE-DEFERRED-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(21) VALUE
              "DEFERRED INTEREST    ".
           05 NT-DEFERRED-INT       PIC ZZZZ,ZZ9.99.

       01  NOTICE-LINE-OF-CREDIT-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "CREDIT LIMIT  ".
           05 NT-CREDIT-LIMIT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(13) VALUE "  AVAILABLE  ".
           05 NT-AVAILABLE          PIC ZZZ,ZZZ,ZZ9.99-.

       01  NOTICE-BASIS-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 NT-BASIS-TEXT         PIC X(40).

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "BILLING NOTICE REGISTER".
           05 FILLER                PIC X(11) VALUE "    PAYMENT".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "CUR".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "     ESCROW".

       01  REGISTER-DETAIL.
           05 RG-ACCT-NO            PIC X(06).
           05 RG-PAYMENT            PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-CURRENCY           PIC X(03).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-ESCROW             PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-MAIL-FLAG          PIC X(09).

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(14) VALUE "TOTAL BILLED =".
           05 TL-TOTAL-BILLED       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(17) VALUE
              "  ESCROW BILLED =".
           05 TL-TOTAL-ESCROW       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(17) VALUE
              "  DEFERRED INT = ".
           05 TL-TOTAL-DEFERRED     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
      *    A TABLE PAST ITS LIMIT WOULD UNDER-BILL EVERY ESCROW
      *    ACCOUNT IT DROPPED - THE RUN STOPS BEFORE A NOTICE IS
      *    WRITTEN SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           OPEN INPUT ESCROW-MASTER.
           IF ESC-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ESC-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ONE-ESCROW THRU 1200-EXIT
                   UNTIL END-OF-ESCROW-MASTER
               CLOSE ESCROW-MASTER
           END-IF.
           IF ESCROW-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO NOTICES WRITTEN, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE SAME HOLDS FOR THE DEFERRAL PLANS - A DROPPED PLAN
      *    WOULD BILL A DEFERRED ACCOUNT OR LOSE ITS PARKED INTEREST.
           OPEN INPUT DEFERRAL-MASTER.
           IF DEF-FILE-NOT-FOUND
               MOVE 'Y' TO WS-DEF-EOF-SW
           ELSE
               PERFORM 1250-LOAD-ONE-PLAN THRU 1250-EXIT
                   UNTIL END-OF-DEFERRAL-MASTER
               CLOSE DEFERRAL-MASTER
           END-IF.
           IF DEFERRAL-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO NOTICES WRITTEN, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-ACCOUNTS
           OPEN INPUT  RATE-MASTER
           OPEN INPUT  CUSTOMER-NAMES
           OPEN OUTPUT BILL-NOTICES
           OPEN OUTPUT BILL-REGISTER.

           OPEN INPUT LOC-MASTER.
           IF NOT LOC-FILE-NOT-FOUND
               SET LOC-MASTER-IS-OPEN TO TRUE
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           OPEN EXTEND HELD-MAIL.
           IF HELD-FILE-NOT-FOUND
               OPEN OUTPUT HELD-MAIL
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-ESCROW
      *----------------------------------------------------------------
       1200-LOAD-ONE-ESCROW.
           READ ESCROW-MASTER
               AT END
                   MOVE 'Y' TO WS-ESC-EOF-SW
               NOT AT END
                   IF WS-ESC-TABLE-COUNT < WS-ESC-TABLE-MAX
                       ADD 1 TO WS-ESC-TABLE-COUNT
                       MOVE ES-ACCT-NO
                           TO ESC-ACCT-NO(WS-ESC-TABLE-COUNT)
                       MOVE ES-MONTHLY-DEPOSIT
                           TO ESC-DEPOSIT(WS-ESC-TABLE-COUNT)
                   ELSE
                       DISPLAY "ESCROW TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-ESC-OVERFLOW-SW
                       MOVE 'Y' TO WS-ESC-EOF-SW
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-LOAD-ONE-PLAN
      *----------------------------------------------------------------
       1250-LOAD-ONE-PLAN.
           READ DEFERRAL-MASTER
               AT END
                   MOVE 'Y' TO WS-DEF-EOF-SW
               NOT AT END
                   IF WS-DEF-TABLE-COUNT < WS-DEF-TABLE-MAX
                       ADD 1 TO WS-DEF-TABLE-COUNT
                       MOVE DP-ACCT-NO
                           TO DEF-ACCT-NO(WS-DEF-TABLE-COUNT)
                       MOVE DP-START-DATE
                           TO DEF-START-DATE(WS-DEF-TABLE-COUNT)
                       MOVE DP-REPAY-METHOD
                           TO DEF-REPAY-METHOD(WS-DEF-TABLE-COUNT)
                       MOVE DP-STATUS
                           TO DEF-STATUS(WS-DEF-TABLE-COUNT)
                       MOVE DP-PARKED-INT
                           TO DEF-PARKED-INT(WS-DEF-TABLE-COUNT)
                       MOVE DP-SPREAD-AMT
                           TO DEF-SPREAD-AMT(WS-DEF-TABLE-COUNT)
                       MOVE DP-FIRST-DUE-DATE
                           TO DEF-FIRST-DUE(WS-DEF-TABLE-COUNT)
                   ELSE
                       DISPLAY "DEFERRAL PLAN TABLE FULL - "
                               "RAISE LIMIT"
                       MOVE 'Y' TO WS-DEF-OVERFLOW-SW
                       MOVE 'Y' TO WS-DEF-EOF-SW
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-BILL-ACCOUNT - DECIDES WHETHER THE ACCOUNT'S DUE DATE
      * FALLS INSIDE THE NOTICE WINDOW AND, WHEN IT DOES, COMPUTES
               PERFORM 2100-CHECK-WINDOW THRU 2100-EXIT
           END-IF.

      *    A BANKRUPT, DECEASED OR LITIGATED BORROWER IS NOT SENT A
      *    DEMAND FOR PAYMENT WHILE THE HOLD IS IN FORCE.
           IF ACCOUNT-GETS-A-NOTICE
               MOVE LM-ACCT-NO      TO LQ-ACCT-NO
               MOVE WS-BUS-DATE-RAW TO LQ-BUS-DATE
               CALL "LEGAL-HOLD-CHECK" USING LEGAL-HOLD-REQUEST
               IF LQ-ACCOUNT-IS-HELD
                   ADD 1 TO WS-ACCTS-HELD
                   PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

      *    NOR IS ONE WHOSE PAYMENT A HARDSHIP PLAN DEFERS - A PLAN
      *    ALREADY ACTIVE, OR ONE PENDING TO START BY THE DUE DATE.
           MOVE 'N' TO WS-DEF-FOUND-SW.
           IF ACCOUNT-GETS-A-NOTICE
               PERFORM 2200-FIND-DEFERRAL THRU 2200-EXIT
               IF LM-ACCOUNT-IS-DEFERRED
                  OR DEFERRAL-HOLDS-NOTICE
                   ADD 1 TO WS-ACCTS-DEFERRED
                   PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-LOC-FOUND-SW.
           MOVE SPACE TO WS-PAY-BASIS-SW.
           IF ACCOUNT-GETS-A-NOTICE
               IF LM-IS-CREDIT-LINE
                   PERFORM 3400-COMPUTE-LINE-MINIMUM THRU 3400-EXIT
               ELSE
                   PERFORM 3000-COMPUTE-PAYMENT THRU 3000-EXIT
               END-IF
               PERFORM 3300-ADD-ESCROW THRU 3300-EXIT
               PERFORM 3500-ADD-DEFERRED-INT THRU 3500-EXIT
           END-IF.

           IF ACCOUNT-GETS-A-NOTICE
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-DEFERRAL - LOOKS THE ACCOUNT UP IN THE DEFERRAL
      * TABLE, LEAVING WS-DEF-SUB ON ITS PLAN WHEN IT HAS ONE, AND
      * FLAGS A PENDING PLAN THAT STARTS ON OR BEFORE THE DUE DATE.
      *----------------------------------------------------------------
       2200-FIND-DEFERRAL.
           MOVE 'N' TO WS-DEF-FOUND-SW.
           MOVE 'N' TO WS-DEF-PENDING-SW.
           MOVE 1   TO WS-DEF-SUB.
           PERFORM 2250-CHECK-ONE-PLAN THRU 2250-EXIT
               UNTIL DEFERRAL-PLAN-WAS-FOUND
                  OR WS-DEF-SUB > WS-DEF-TABLE-COUNT.
           IF NOT DEFERRAL-PLAN-WAS-FOUND
               GO TO 2200-EXIT
           END-IF.
           IF DEF-PLAN-IS-PENDING(WS-DEF-SUB)
              AND DEF-START-DATE(WS-DEF-SUB) <= LM-NEXT-DUE-DATE
               MOVE 'Y' TO WS-DEF-PENDING-SW
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-ONE-PLAN
      *----------------------------------------------------------------
       2250-CHECK-ONE-PLAN.
           IF DEF-ACCT-NO(WS-DEF-SUB) = LM-ACCT-NO
               MOVE 'Y' TO WS-DEF-FOUND-SW
           ELSE
               ADD 1 TO WS-DEF-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-COMPUTE-PAYMENT - THE LEVEL MONTHLY PAYMENT THAT RETIRES
      * THE BALANCE OVER THE MONTHS REMAINING OF THE TERM:
       3000-COMPUTE-PAYMENT.
           MOVE LM-RATE TO WS-RATE.
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 3100-LOOKUP-RATE THRU 3100-EXIT
           END-IF.

      * INTEREST-ONLY AND BALLOON STRUCTURES ARE MEASURED BY THE
      * INSTALLMENT NUMBER OF THE DUE DATE BEING BILLED, COUNTED IN
      * MONTHS FROM THE OPEN DATE.  WITH NO OPEN DATE THE LOAN IS
      * BILLED LEVEL.
           IF NOT LM-AMORT-IS-LEVEL
              AND LM-OPEN-DATE NOT = ZERO
               MOVE LM-OPEN-DATE     TO WS-OPEN-DATE-NUM
               MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
               COMPUTE WS-DUE-MONTH-NO =
                   (WS-DUE-YYYY - WS-OPEN-YYYY) * 12
                   + WS-DUE-MM - WS-OPEN-MM
               IF LM-AMORT-IS-INTEREST-ONLY
                  AND WS-DUE-MONTH-NO <= LM-AMORT-MONTHS
                   SET PAYMENT-IS-INTEREST-ONLY TO TRUE
                   COMPUTE WS-PAYMENT ROUNDED =
                       LM-PRINCIPAL * WS-RATE / 1200
                   GO TO 3000-EXIT
               END-IF
               IF LM-AMORT-IS-BALLOON
                  AND WS-DUE-MONTH-NO >= LM-AMORT-MONTHS
                   SET PAYMENT-IS-BALLOON TO TRUE
                   COMPUTE WS-PAYMENT ROUNDED =
                       LM-PRINCIPAL + LM-PRINCIPAL * WS-RATE / 1200
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           COMPUTE WS-TERM-MONTHS = LM-YEARS * 12.
           IF LM-OPEN-DATE NOT = ZERO
               MOVE LM-OPEN-DATE TO WS-OPEN-DATE-NUM
               WS-TERM-MONTHS - WS-ELAPSED-MONTHS.

           IF WS-REMAIN-MONTHS <= 1
               SET PAYMENT-IS-FINAL TO TRUE
               MOVE LM-PRINCIPAL TO WS-PAYMENT
               GO TO 3000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-ADD-ESCROW - THE INSTALLMENT BILLED IS THE LEVEL PAYMENT
      * PLUS THE ACCOUNT'S MONTHLY ESCROW DEPOSIT, IF IT HAS ONE.
      *----------------------------------------------------------------
       3300-ADD-ESCROW.
           MOVE ZERO TO WS-ESC-DEPOSIT.
           MOVE 'N'  TO WS-ESC-FOUND-SW.
           MOVE 1    TO WS-ESC-SUB.
           PERFORM 3350-CHECK-ONE-ESCROW THRU 3350-EXIT
               UNTIL ESCROW-ACCOUNT-WAS-FOUND
                  OR WS-ESC-SUB > WS-ESC-TABLE-COUNT.
           IF ESCROW-ACCOUNT-WAS-FOUND
               MOVE ESC-DEPOSIT(WS-ESC-SUB) TO WS-ESC-DEPOSIT
           END-IF.
           COMPUTE WS-INSTALLMENT = WS-PAYMENT + WS-ESC-DEPOSIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3350-CHECK-ONE-ESCROW
      *----------------------------------------------------------------
       3350-CHECK-ONE-ESCROW.
           IF ESC-ACCT-NO(WS-ESC-SUB) = LM-ACCT-NO
               MOVE 'Y' TO WS-ESC-FOUND-SW
           ELSE
               ADD 1 TO WS-ESC-SUB
           END-IF.
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-ADD-DEFERRED-INT - ONCE A PLAN HAS EXITED AND ITS FIRST
      * PAYMENT HAS COME DUE, A SPREAD PLAN BILLS ITS SPREAD AMOUNT
      * WITH EACH INSTALLMENT (NEVER MORE THAN IS STILL PARKED), AND
      * THE LAST OR BALLOON BILL TAKES ALL THE PARKED INTEREST WHAT-
      * EVER THE REPAYMENT METHOD.  PAYMENT-POST COLLECTS IT.
      *----------------------------------------------------------------
       3500-ADD-DEFERRED-INT.
           MOVE ZERO TO WS-DEF-DUE.
           IF NOT DEFERRAL-PLAN-WAS-FOUND
               GO TO 3500-EXIT
           END-IF.
           IF NOT DEF-PLAN-HAS-EXITED(WS-DEF-SUB)
              OR DEF-PARKED-INT(WS-DEF-SUB) = ZERO
              OR DEF-FIRST-DUE(WS-DEF-SUB) > LM-NEXT-DUE-DATE
               GO TO 3500-EXIT
           END-IF.

           IF PAYMENT-IS-FINAL OR PAYMENT-IS-BALLOON
               MOVE DEF-PARKED-INT(WS-DEF-SUB) TO WS-DEF-DUE
           ELSE
               IF DEF-REPAY-SPREAD(WS-DEF-SUB)
                   MOVE DEF-SPREAD-AMT(WS-DEF-SUB) TO WS-DEF-DUE
                   IF WS-DEF-DUE > DEF-PARKED-INT(WS-DEF-SUB)
                       MOVE DEF-PARKED-INT(WS-DEF-SUB) TO WS-DEF-DUE
                   END-IF
               END-IF
           END-IF.
           ADD WS-DEF-DUE TO WS-INSTALLMENT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-COMPUTE-LINE-MINIMUM - A CREDIT LINE'S MINIMUM PAYMENT
      * BY ITS LINE'S RULE: A MONTH'S INTEREST ON THE BALANCE AT THE
      * ACCOUNT'S EFFECTIVE RATE PLUS THE PERCENTAGE OF THE BALANCE
      * ('I'), OR THE PERCENTAGE OF THE BALANCE ALONE ('P').  THE
      * RESULT IS RAISED TO THE LINE'S FLOOR AND CAPPED AT THE
      * BALANCE PLUS THE MONTH'S INTEREST, SO A SMALL BALANCE IS
      * BILLED ITS PAYOFF.  A LINE NOT ON LOCMSTR IS LOGGED AND
      * BILLED THE LEVEL INSTALLMENT.
      *----------------------------------------------------------------
       3400-COMPUTE-LINE-MINIMUM.
           IF LOC-MASTER-IS-OPEN
               MOVE LM-ACCT-NO TO LI-ACCT-NO
               READ LOC-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CREDIT-LINE-WAS-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT CREDIT-LINE-WAS-FOUND
               MOVE "CREDIT LINE MISSING - LEVEL PMT BILLED"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               PERFORM 3000-COMPUTE-PAYMENT THRU 3000-EXIT
               GO TO 3400-EXIT
           END-IF.

           MOVE LM-RATE TO WS-RATE.
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 3100-LOOKUP-RATE THRU 3100-EXIT
           END-IF.
           COMPUTE WS-LINE-INTEREST ROUNDED =
               LM-PRINCIPAL * WS-RATE / 1200.

           IF LI-MIN-IS-PCT-ONLY
               COMPUTE WS-PAYMENT ROUNDED =
                   LM-PRINCIPAL * LI-MIN-PAY-PCT / 100
           ELSE
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-LINE-INTEREST
                   + LM-PRINCIPAL * LI-MIN-PAY-PCT / 100
           END-IF.

           IF WS-PAYMENT < LI-MIN-PAY-FLOOR
               MOVE LI-MIN-PAY-FLOOR TO WS-PAYMENT
           END-IF.

           COMPUTE WS-LINE-PAYOFF = LM-PRINCIPAL + WS-LINE-INTEREST.
           IF WS-PAYMENT > WS-LINE-PAYOFF
               MOVE WS-LINE-PAYOFF TO WS-PAYMENT
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-WRITE-NOTICE - THE MAILED NOTICE (NAME, ADDRESS, AND THE
      * PAYMENT LINE) AND THE MATCHING REGISTER LINE.  AN ACCOUNT NOT
      * ON THE CUSTOMER MASTER STILL GETS ITS REGISTER LINE, WITH A
      * BLANK NAME, THE WAY THE INTEREST REGISTER PRINTS ONE.  A
      * CUSTOMER WHOSE ADDRESS IS FLAGGED BAD HAS THE NOTICE HELD
      * INSTEAD OF PRINTED.
      *----------------------------------------------------------------
       4000-WRITE-NOTICE.
           PERFORM 4100-LOOKUP-CUSTOMER THRU 4100-EXIT.

           IF LM-CURRENCY-CODE = SPACES
               MOVE "USD" TO NT-CURRENCY
           ELSE
               MOVE LM-CURRENCY-CODE TO NT-CURRENCY
           END-IF.

           MOVE SPACES TO RG-MAIL-FLAG.
           IF CU-ADDRESS-IS-BAD
               PERFORM 4150-HOLD-NOTICE THRU 4150-EXIT
               MOVE "MAIL HELD" TO RG-MAIL-FLAG
           ELSE
               PERFORM 4050-PRINT-NOTICE THRU 4050-EXIT
           END-IF.

           MOVE LM-ACCT-NO       TO RG-ACCT-NO.
           MOVE WS-CUST-NAME     TO RG-NAME.
           MOVE LM-NEXT-DUE-DATE TO RG-DUE-DATE.
           MOVE WS-INSTALLMENT   TO RG-PAYMENT.
           MOVE NT-CURRENCY      TO RG-CURRENCY.
           MOVE WS-ESC-DEPOSIT   TO RG-ESCROW.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           ADD WS-INSTALLMENT TO WS-TOTAL-BILLED.
           ADD WS-ESC-DEPOSIT TO WS-TOTAL-ESCROW.
           ADD WS-DEF-DUE     TO WS-TOTAL-DEFERRED.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4050-PRINT-NOTICE - THE MAILED NOTICE ITSELF.
      *----------------------------------------------------------------
       4050-PRINT-NOTICE.
           WRITE NOTICE-LINE FROM NOTICE-RULE-LINE.
           MOVE WS-CUST-NAME TO NT-NAME.
           WRITE NOTICE-LINE FROM NOTICE-NAME-LINE.

           MOVE LM-ACCT-NO       TO NT-ACCT-NO.
           MOVE LM-NEXT-DUE-DATE TO NT-DUE-DATE.
           MOVE WS-INSTALLMENT   TO NT-PAYMENT.
           WRITE NOTICE-LINE FROM NOTICE-BODY-LINE.
           IF WS-ESC-DEPOSIT > ZERO
               MOVE WS-PAYMENT     TO NT-PRIN-INT
               MOVE WS-ESC-DEPOSIT TO NT-ESCROW
               WRITE NOTICE-LINE FROM NOTICE-SPLIT-LINE
           END-IF.
           IF WS-DEF-DUE > ZERO
               MOVE WS-DEF-DUE     TO NT-DEFERRED-INT
               WRITE NOTICE-LINE FROM NOTICE-DEFERRED-LINE
           END-IF.
           IF PAYMENT-IS-INTEREST-ONLY
               MOVE "INTEREST-ONLY PAYMENT" TO NT-BASIS-TEXT
               WRITE NOTICE-LINE FROM NOTICE-BASIS-LINE
           END-IF.
           IF PAYMENT-IS-BALLOON
               MOVE "BALLOON PAYMENT - BALANCE DUE IN FULL"
                   TO NT-BASIS-TEXT
               WRITE NOTICE-LINE FROM NOTICE-BASIS-LINE
           END-IF.
           IF CREDIT-LINE-WAS-FOUND
               MOVE LI-CREDIT-LIMIT TO NT-CREDIT-LIMIT
               MOVE LI-AVAILABLE    TO NT-AVAILABLE
               WRITE NOTICE-LINE FROM NOTICE-LINE-OF-CREDIT-LINE
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4150-HOLD-NOTICE - THE NOTICE GOES TO THE HELD-MAIL FILE FOR
      * THE MAILROOM TO RELEASE ONCE A GOOD ADDRESS IS ON FILE.
      *----------------------------------------------------------------
       4150-HOLD-NOTICE.
           MOVE SPACES           TO HELD-MAIL-REC.
           MOVE "BILLNT"         TO HM-PROGRAM-ID.
           SET HM-IS-BILLING-NOTICE TO TRUE.
           MOVE CU-CUST-NO       TO HM-CUST-NO.
           MOVE LM-ACCT-NO       TO HM-ACCT-NO.
           MOVE WS-CUST-NAME     TO HM-NAME.
           MOVE CU-BAD-ADDR-DATE TO HM-BAD-ADDR-DATE.
           MOVE WS-INSTALLMENT   TO HM-AMOUNT.
           MOVE NT-CURRENCY      TO HM-CURRENCY.
           MOVE WS-BUS-DATE-FMT  TO HM-BUS-DATE.
           WRITE HELD-MAIL-REC.
           ADD 1 TO WS-MAIL-HELD.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-TOTAL-BILLED TO TL-TOTAL-BILLED.
           MOVE WS-TOTAL-ESCROW TO TL-TOTAL-ESCROW.
           MOVE WS-TOTAL-DEFERRED TO TL-TOTAL-DEFERRED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.
                 CUSTOMER-NAMES
                 BILL-NOTICES
                 BILL-REGISTER
                 SHARED-EXCEPTION-LOG
                 HELD-MAIL.
           IF LOC-MASTER-IS-OPEN
               CLOSE LOC-MASTER
           END-IF.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ACCOUNTS READ AGAINST
      * ACCOUNTS BILLED PLUS ACCOUNTS OUTSIDE THE WINDOW PLUS
      * ACCOUNTS HELD FOR LEGAL STATUS OR A DEFERRAL.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-HELD   TO HC-HELD.
           WRITE REGISTER-LINE FROM HELD-COUNT-LINE.
           MOVE WS-ACCTS-DEFERRED TO DH-HELD.
           WRITE REGISTER-LINE FROM DEFERRAL-HELD-COUNT-LINE.
           MOVE WS-MAIL-HELD    TO MH-HELD.
           WRITE REGISTER-LINE FROM MAIL-HELD-COUNT-LINE.
           MOVE WS-ACCTS-READ   TO CT-RECORDS-READ.
           MOVE WS-ACCTS-BILLED TO CT-RECORDS-PROCESSED.
           IF WS-ACCTS-READ = WS-ACCTS-BILLED + WS-ACCTS-SKIPPED
                                              + WS-ACCTS-HELD
                                              + WS-ACCTS-DEFERRED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
