      *                 UNMATCHED REVERSAL AND A CHARGE-OFF
      *                 RECOVERY PRINT LABELED, AND A ROLL-UP MONTH
      *                 SUMMARY SAYS SO.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V') IS
      *                 STATED AT ITS OWN LM-RATE, AS ARM-RESET LAST
      *                 SET IT, AND NEVER LOOKS UP LM-RATE-CODE.
      * 2026-10-15 RSD  THE ACCOUNT'S CUSTOMER IS LOOKED UP ON THE
      *                 CUSTOMER MASTER, KEYED BY ACCOUNT NUMBER AS
      *                 THE NOTICE RUNS DO.  WHEN RETURNED-MAIL HAS
      *                 FLAGGED THE ADDRESS BAD THE STATEMENT IS NOT
      *                 PRINTED BUT WRITTEN TO THE HELDMAIL FILE; THE
      *                 HELD STATEMENTS ARE COUNTED AT THE FOOT AND
      *                 BALANCE IN THE CONTROL TOTALS.
      * 2026-10-15 RSD  AN INTEREST-ONLY OR BALLOON LOAN GETS A
      *                 STRUCTURE LINE UNDER ITS TERMS, AND ITS
      *                 SCHEDULE IS COMPUTED AS CI-CALCULATOR NOW DOES
      *                 - NO COMPOUNDING OVER THE INTEREST-ONLY MONTHS,
      *                 AND A BALLOON SCHEDULE ENDING AT THE BALLOON
      *                 MONTH, WHOSE VALUE IS LABELLED BALLOON VALUE.
      * 2026-10-15 RSD  THE PAYMENTS BLOCK IS REPLACED BY THE ACCOUNT'S
      *                 ACTIVITY FROM THE ACCOUNT TRANSACTION JOURNAL
      *                 (ACTJRNL) - PAYMENTS AND REVERSALS, FEES,
      *                 DRAWS, CAPITALIZED AND DEFERRED INTEREST,
      *                 CHARGE-OFFS AND RECOVERIES, EACH WITH THE
      *                 RUNNING BALANCE AFTER IT.  THE DAILY ACCRUALS
      *                 PRINT AS ONE LINE PER MONTH.  PAYHIST IS NO
      *                 LONGER READ.
      * 2026-10-15 RSD  A FEE WAIVED ON A CUSTOMER DISPUTE PRINTS AS
      *                 FEE WAIVED.
      * 2026-10-15 RSD  PARKED DEFERRAL INTEREST REPAID BY A PAYMENT
      *                 PRINTS AS DEFERRED INT REPAID.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT CURRENCY-MASTER ASSIGN TO CURRMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-JOURNAL ASSIGN TO ACTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT STATEMENT-REQUESTS ASSIGN TO STMTREQ
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT STATEMENT-PRINT ASSIGN TO CISTMT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-NAMES  ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT HELD-MAIL       ASSIGN TO HELDMAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           RECORDING MODE IS F.
       COPY CURRMSTR.

       FD  ACCOUNT-JOURNAL
           RECORDING MODE IS F.
       COPY ACTJRNL.

       FD  STATEMENT-REQUESTS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  STATEMENT-LINE          PIC X(80).

       FD  CUSTOMER-NAMES.
       COPY CUSTMSTR.

       FD  HELD-MAIL
           RECORDING MODE IS F.
       COPY HELDMAIL.

       FD  CUST-RELATIONS
           RECORDING MODE IS F.
       COPY CUSTREL.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-CURR-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CURRENCY-MASTER     VALUE 'Y'.
           05 WS-JRNL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-JOURNAL             VALUE 'Y'.
           05 WS-REQ-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-REQUESTS            VALUE 'Y'.
           05 WS-REQ-PRESENT-SW    PIC X(01) VALUE 'N'.
              88 ACCOUNT-IS-WANTED          VALUE 'Y'.

       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-JRNL-FILE-STATUS     PIC X(02).
           88 JRNL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-REQ-FILE-STATUS      PIC X(02).
           88 REQ-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CUST-FILE-STATUS     PIC X(02).
       01  WS-HELD-FILE-STATUS     PIC X(02).
           88 HELD-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - LOADED FROM RATE-MASTER AT START-UP AND
       01  WS-ROUND-SCALED         PIC 9(12).

      *----------------------------------------------------------------
      * ACTIVITY TABLE - THE WHOLE JOURNAL IS LOADED AT START-UP SO
      * EACH ACCOUNT'S ACTIVITY CAN BE PULLED OUT AS ITS STATEMENT IS
      * BUILT.  AN ACCRUAL IS FOLDED INTO THE ACCOUNT'S PREVIOUS
      * ENTRY WHEN THAT IS AN ACCRUAL OF THE SAME MONTH, SO A MONTH OF
      * DAILY ACCRUALS TAKES ONE SLOT AND PRINTS AS ONE LINE.  A
      * JOURNAL PAST THE TABLE LIMIT STOPS LOADING AND FLAGS THE RUN
      * SO THE LIMIT GETS RAISED RATHER THAN ACTIVITY SILENTLY
      * DROPPING OFF STATEMENTS.
      *----------------------------------------------------------------
       01  WS-ACT-TABLE-COUNT      PIC 9(05) VALUE 0.
       01  WS-ACT-TABLE-MAX        PIC 9(05) VALUE 20000.
       01  WS-ACT-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
           88 ACT-TABLE-IS-FULL            VALUE 'Y'.
       01  ACCOUNT-ACTIVITY-TABLE.
           05 ACT-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-ACT-TABLE-COUNT
                 INDEXED BY ACT-IDX.
              10 ACT-TABLE-ACCT     PIC X(06).
              10 ACT-TABLE-DATE     PIC 9(08).
              10 ACT-TABLE-CODE     PIC X(02).
              10 ACT-TABLE-AMOUNT   PIC S9(8)V99.
              10 ACT-TABLE-BALANCE  PIC S9(8)V99.
              10 ACT-TABLE-REF      PIC X(10).

       01  WS-ACT-SUB              PIC 9(05) COMP.
       01  WS-ACT-FOUND-SW         PIC X(01).
           88 ACCOUNT-ENTRY-WAS-FOUND      VALUE 'Y'.

      *----------------------------------------------------------------
      * REQUEST-LIST TABLE - ACCOUNT NUMBERS TO STATEMENT.  EMPTY OR
       01  WS-FREQ                  PIC 99 COMP.
       01  WS-TOTAL-PERIODS         PIC 9(5) COMP.
       01  WS-PERIOD-RATE           PIC 9(3)V9999.
       01  WS-IO-PERIODS            PIC 9(5) COMP.
       01  WS-IO-INTEREST           PIC 9(9)V99.
       01  WS-LAST-SCHED-SW         PIC X(01).
           88 LAST-SCHEDULE-PERIOD         VALUE 'Y'.
       01  WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88 SCHEDULE-OVERFLOWED          VALUE 'Y'.

       01  WS-ACTIVITY-SHOWN        PIC 9(04) COMP VALUE 0.

       01  WS-COUNTS.
           05 WS-ACCTS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-STMTS-PRINTED      PIC 9(7) COMP VALUE 0.
           05 WS-STMTS-HELD         PIC 9(7) COMP VALUE 0.

       01  STMTS-HELD-LINE.
           05 FILLER                PIC X(32) VALUE
              "STATEMENTS HELD - BAD ADDRESS  =".
           05 SH-HELD               PIC ZZZZZZ9.

       COPY CTLTOTAL.

           05 FILLER                PIC X(08) VALUE "  FREQ: ".
           05 TM-FREQ               PIC Z9.

       01  STMT-STRUCTURE-LINE.
           05 FILLER                PIC X(11) VALUE "STRUCTURE: ".
           05 ST-TEXT               PIC X(20).
           05 ST-MONTHS             PIC ZZ9.
           05 FILLER                PIC X(07) VALUE " MONTHS".

       01  STMT-RATE-CODE-LINE.
           05 FILLER                PIC X(23) VALUE
              "RATE SET BY RATE CODE: ".
           05 SC-CURRENCY           PIC X(03).

       01  STMT-MATURITY-LINE.
           05 MV-LABEL              PIC X(16).
           05 MV-AMT                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(17) VALUE "  TOTAL INTEREST:".
           05 MV-CI                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(40) VALUE
              "SCHEDULE NOT SHOWN - VALUE OVERFLOWED".

       01  ACTIVITY-HEADING.
           05 FILLER                PIC X(17) VALUE "ACCOUNT ACTIVITY:".

       01  ACTIVITY-COLUMNS.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "DATE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE "DESCRIPTION".
           05 FILLER                PIC X(12) VALUE "      AMOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "      BALANCE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "REFERENCE".

       01  ACTIVITY-DETAIL.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-EFF-DATE           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-DESCRIPTION        PIC X(20).
           05 AD-AMOUNT             PIC -ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-BALANCE            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-REFERENCE          PIC X(10).

       01  NO-ACTIVITY-LINE.
           05 FILLER                PIC X(22) VALUE
              "  NO ACTIVITY ON FILE.".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
           OPEN INPUT  LOAN-ACCOUNTS
           OPEN INPUT  RATE-MASTER
           OPEN INPUT  CURRENCY-MASTER
           OPEN INPUT  CUSTOMER-NAMES
           OPEN OUTPUT STATEMENT-PRINT.

           OPEN EXTEND HELD-MAIL.
           IF HELD-FILE-NOT-FOUND
               OPEN OUTPUT HELD-MAIL
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           PERFORM 1100-LOAD-RATE-MASTER THRU 1100-EXIT
               UNTIL END-OF-CURRENCY-MASTER.
           CLOSE CURRENCY-MASTER.

           PERFORM 1200-LOAD-ACTIVITY THRU 1200-EXIT.
           PERFORM 1300-LOAD-REQUEST-LIST THRU 1300-EXIT.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ACTIVITY - LOADS THE ACCOUNT TRANSACTION JOURNAL.
      * A MISSING JOURNAL (NOTHING EVER POSTED) IS NOT AN ERROR -
      * STATEMENTS SIMPLY SHOW NO ACTIVITY.
      *----------------------------------------------------------------
       1200-LOAD-ACTIVITY.
           OPEN INPUT ACCOUNT-JOURNAL.
           IF JRNL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-JRNL-EOF-SW
           ELSE
               PERFORM 1250-LOAD-ONE-ENTRY THRU 1250-EXIT
                   UNTIL END-OF-JOURNAL
               CLOSE ACCOUNT-JOURNAL
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-LOAD-ONE-ENTRY
      *----------------------------------------------------------------
       1250-LOAD-ONE-ENTRY.
           READ ACCOUNT-JOURNAL
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
                   GO TO 1250-EXIT
           END-READ.

           IF AJ-TXN-IS-ACCRUAL
               PERFORM 1270-FOLD-ONE-ACCRUAL THRU 1270-EXIT
               IF ACCOUNT-ENTRY-WAS-FOUND
                   GO TO 1250-EXIT
               END-IF
           END-IF.

           IF WS-ACT-TABLE-COUNT NOT < WS-ACT-TABLE-MAX
               SET ACT-TABLE-IS-FULL TO TRUE
               MOVE 'Y' TO WS-JRNL-EOF-SW
               GO TO 1250-EXIT
           END-IF.

           ADD 1 TO WS-ACT-TABLE-COUNT.
           MOVE AJ-ACCT-NO   TO ACT-TABLE-ACCT(WS-ACT-TABLE-COUNT).
           MOVE AJ-EFF-DATE  TO ACT-TABLE-DATE(WS-ACT-TABLE-COUNT).
           MOVE AJ-TXN-CODE  TO ACT-TABLE-CODE(WS-ACT-TABLE-COUNT).
           MOVE AJ-AMOUNT    TO ACT-TABLE-AMOUNT(WS-ACT-TABLE-COUNT).
           MOVE AJ-BALANCE   TO ACT-TABLE-BALANCE(WS-ACT-TABLE-COUNT).
           MOVE AJ-REFERENCE TO ACT-TABLE-REF(WS-ACT-TABLE-COUNT).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1270-FOLD-ONE-ACCRUAL - FINDS THE ACCOUNT'S LATEST ENTRY.
      * WHEN IT IS AN ACCRUAL OF THE SAME MONTH THIS ACCRUAL IS ADDED
      * INTO IT AND THE BALANCE MOVES TO THIS ONE'S; OTHERWISE THE
      * SWITCH IS LEFT OFF AND THE ACCRUAL LOADS AS A NEW LINE.
      *----------------------------------------------------------------
       1270-FOLD-ONE-ACCRUAL.
           MOVE 'N' TO WS-ACT-FOUND-SW.
           MOVE WS-ACT-TABLE-COUNT TO WS-ACT-SUB.
           PERFORM 1280-FIND-ACCOUNT-ENTRY THRU 1280-EXIT
               UNTIL ACCOUNT-ENTRY-WAS-FOUND
                  OR WS-ACT-SUB < 1.

           IF NOT ACCOUNT-ENTRY-WAS-FOUND
               GO TO 1270-EXIT
           END-IF.

           IF ACT-TABLE-CODE(WS-ACT-SUB) NOT = "AC"
              OR ACT-TABLE-DATE(WS-ACT-SUB)(1:6) NOT = AJ-EFF-DATE(1:6)
               MOVE 'N' TO WS-ACT-FOUND-SW
               GO TO 1270-EXIT
           END-IF.

           ADD AJ-AMOUNT    TO ACT-TABLE-AMOUNT(WS-ACT-SUB).
           MOVE AJ-BALANCE  TO ACT-TABLE-BALANCE(WS-ACT-SUB).
           MOVE AJ-EFF-DATE TO ACT-TABLE-DATE(WS-ACT-SUB).
       1270-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1280-FIND-ACCOUNT-ENTRY - LATEST ENTRY FOR THE SAME ACCOUNT.
      *----------------------------------------------------------------
       1280-FIND-ACCOUNT-ENTRY.
           IF ACT-TABLE-ACCT(WS-ACT-SUB) = AJ-ACCT-NO
               MOVE 'Y' TO WS-ACT-FOUND-SW
           ELSE
               SUBTRACT 1 FROM WS-ACT-SUB
           END-IF.
       1280-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ACCOUNT - BUILDS ONE STATEMENT PAGE WHEN THE
      * ACCOUNT IS ON THE REQUEST LIST (OR NO LIST WAS GIVEN).  A
      * CUSTOMER WHOSE ADDRESS IS FLAGGED BAD HAS THE STATEMENT HELD.
      *----------------------------------------------------------------
       2000-PROCESS-ACCOUNT.
           PERFORM 2100-CHECK-WANTED THRU 2100-EXIT.

           IF ACCOUNT-IS-WANTED
               PERFORM 2200-LOOKUP-CUSTOMER THRU 2200-EXIT
               IF CU-ADDRESS-IS-BAD
                   PERFORM 2300-HOLD-STATEMENT THRU 2300-EXIT
                   ADD 1 TO WS-STMTS-HELD
               ELSE
                   PERFORM 3000-BUILD-STATEMENT THRU 3000-EXIT
                   ADD 1 TO WS-STMTS-PRINTED
               END-IF
           END-IF.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-LOOKUP-CUSTOMER
      *----------------------------------------------------------------
       2200-LOOKUP-CUSTOMER.
           MOVE LM-ACCT-NO TO CU-CUST-NO.
           READ CUSTOMER-NAMES
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-REC
                   MOVE LM-ACCT-NO TO CU-CUST-NO
           END-READ.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-HOLD-STATEMENT - THE STATEMENT GOES TO THE HELD-MAIL
      * FILE FOR THE MAILROOM TO RELEASE ONCE A GOOD ADDRESS IS ON
      * FILE, CARRYING THE PRINCIPAL AND THE ACCOUNT'S CURRENCY.
      *----------------------------------------------------------------
       2300-HOLD-STATEMENT.
           MOVE SPACES           TO HELD-MAIL-REC.
           MOVE "CISTMT"         TO HM-PROGRAM-ID.
           SET HM-IS-STATEMENT   TO TRUE.
           MOVE CU-CUST-NO       TO HM-CUST-NO.
           MOVE LM-ACCT-NO       TO HM-ACCT-NO.
           MOVE CU-NAME          TO HM-NAME.
           MOVE CU-BAD-ADDR-DATE TO HM-BAD-ADDR-DATE.
           MOVE LM-PRINCIPAL     TO HM-AMOUNT.
           IF LM-CURRENCY-CODE = SPACES
               MOVE "USD" TO HM-CURRENCY
           ELSE
               MOVE LM-CURRENCY-CODE TO HM-CURRENCY
           END-IF.
           MOVE WS-BUS-DATE-FMT  TO HM-BUS-DATE.
           WRITE HELD-MAIL-REC.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-BUILD-STATEMENT - ONE FULL STATEMENT PAGE: HEADER BLOCK,
      * YEAR-BY-YEAR SCHEDULE, MATURITY LINE, AND ACCOUNT ACTIVITY.
      *----------------------------------------------------------------
       3000-BUILD-STATEMENT.
           PERFORM 3100-RESOLVE-TERMS THRU 3100-EXIT.
           MOVE WS-FREQ      TO TM-FREQ.
           WRITE STATEMENT-LINE FROM STMT-TERMS-LINE.

           IF LM-AMORT-IS-INTEREST-ONLY
               MOVE "INTEREST ONLY, FIRST" TO ST-TEXT
               MOVE LM-AMORT-MONTHS        TO ST-MONTHS
               WRITE STATEMENT-LINE FROM STMT-STRUCTURE-LINE
           END-IF.
           IF LM-AMORT-IS-BALLOON
               MOVE "BALLOON DUE AFTER"    TO ST-TEXT
               MOVE LM-AMORT-MONTHS        TO ST-MONTHS
               WRITE STATEMENT-LINE FROM STMT-STRUCTURE-LINE
           END-IF.

           IF LM-RATE-CODE NOT = SPACES
               MOVE LM-RATE-CODE TO RC-RATE-CODE
               WRITE STATEMENT-LINE FROM STMT-RATE-CODE-LINE
           IF SCHEDULE-OVERFLOWED
               WRITE STATEMENT-LINE FROM STMT-OVERFLOW-LINE
           ELSE
               IF LM-AMORT-IS-BALLOON
                   MOVE "BALLOON VALUE:  " TO MV-LABEL
               ELSE
                   MOVE "MATURITY VALUE: " TO MV-LABEL
               END-IF
               MOVE WS-AMT TO MV-AMT
               MOVE WS-CI  TO MV-CI
               WRITE STATEMENT-LINE FROM STMT-MATURITY-LINE

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM ACTIVITY-HEADING.
           WRITE STATEMENT-LINE FROM ACTIVITY-COLUMNS.
           PERFORM 3300-LIST-ACTIVITY THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

           END-IF.

           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               MOVE 'N'  TO WS-RATE-FOUND-SW
               MOVE ZERO TO WS-BEST-EFFECT-DATE
               PERFORM 3150-SEARCH-RATE THRU 3150-EXIT
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

           IF NOT SCHEDULE-OVERFLOWED
               COMPUTE WS-AMT = WS-PRINCIPAL * WS-POWER
               COMPUTE WS-CI  = WS-AMT - WS-PRINCIPAL
                                + WS-IO-INTEREST
               MOVE WS-CI TO WS-ROUND-AMT
               PERFORM 3270-ROUND-TO-CURRENCY THRU 3270-EXIT
               MOVE WS-ROUND-AMT TO WS-CI
           EXIT.

      *----------------------------------------------------------------
      * 3250-COMPOUND-ONE-PERIOD - AN INTEREST-ONLY PERIOD EARNS
      * SIMPLE INTEREST AND LEAVES WS-POWER ALONE; A BALLOON LOAN'S
      * LAST PERIOD PRINTS A LINE EVEN INSIDE A YEAR.
      *----------------------------------------------------------------
       3250-COMPOUND-ONE-PERIOD.
           IF WS-CNT <= WS-IO-PERIODS
               COMPUTE WS-IO-INTEREST = WS-IO-INTEREST
                   + WS-PRINCIPAL * (WS-PERIOD-RATE - 1)
           ELSE
               COMPUTE WS-POWER = WS-POWER * WS-PERIOD-RATE
                   ON SIZE ERROR
                       SET SCHEDULE-OVERFLOWED TO TRUE
               END-COMPUTE
           END-IF.

           MOVE 'N' TO WS-LAST-SCHED-SW.
           IF LM-AMORT-IS-BALLOON AND WS-CNT = WS-TOTAL-PERIODS
               MOVE 'Y' TO WS-LAST-SCHED-SW
           END-IF.

           IF NOT SCHEDULE-OVERFLOWED
               AND (FUNCTION MOD(WS-CNT, WS-FREQ) = 0
                    OR LAST-SCHEDULE-PERIOD)
               COMPUTE WS-YEAR-AMT = WS-PRINCIPAL * WS-POWER
               MOVE WS-YEAR-AMT TO WS-ROUND-AMT
               PERFORM 3270-ROUND-TO-CURRENCY THRU 3270-EXIT
               MOVE WS-ROUND-AMT TO WS-YEAR-AMT
               COMPUTE SC-YEAR = (WS-CNT + WS-FREQ - 1) / WS-FREQ
               MOVE WS-YEAR-AMT     TO SC-AMT
               MOVE WS-CURRENCY-SYM TO SC-CURRENCY
               WRITE STATEMENT-LINE FROM SCHED-DETAIL
           EXIT.

      *----------------------------------------------------------------
      * 3300-LIST-ACTIVITY - PRINTS EVERY JOURNAL ENTRY FOR THE
      * ACCOUNT, IN THE ORDER THEY WERE POSTED.
      *----------------------------------------------------------------
       3300-LIST-ACTIVITY.
           MOVE 0 TO WS-ACTIVITY-SHOWN.
           PERFORM 3350-LIST-ONE-ENTRY THRU 3350-EXIT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACT-TABLE-COUNT.

           IF WS-ACTIVITY-SHOWN = 0
               WRITE STATEMENT-LINE FROM NO-ACTIVITY-LINE
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3350-LIST-ONE-ENTRY
      *----------------------------------------------------------------
       3350-LIST-ONE-ENTRY.
           IF ACT-TABLE-ACCT(ACT-IDX) NOT = LM-ACCT-NO
               GO TO 3350-EXIT
           END-IF.

           MOVE ACT-TABLE-DATE(ACT-IDX)    TO AD-EFF-DATE.
           MOVE ACT-TABLE-AMOUNT(ACT-IDX)  TO AD-AMOUNT.
           MOVE ACT-TABLE-BALANCE(ACT-IDX) TO AD-BALANCE.
           MOVE ACT-TABLE-REF(ACT-IDX)     TO AD-REFERENCE.
           EVALUATE ACT-TABLE-CODE(ACT-IDX)
               WHEN "OP"
                   MOVE "LOAN OPENED"          TO AD-DESCRIPTION
               WHEN "BF"
                   MOVE "BALANCE FORWARD"      TO AD-DESCRIPTION
               WHEN "AJ"
                   MOVE "ADJUSTMENT"           TO AD-DESCRIPTION
               WHEN "DR"
                   MOVE "CREDIT LINE DRAW"     TO AD-DESCRIPTION
               WHEN "AC"
                   MOVE "INTEREST FOR MONTH"   TO AD-DESCRIPTION
               WHEN "NR"
                   MOVE "INTEREST REVERSED"    TO AD-DESCRIPTION
               WHEN "CP"
                   MOVE "INTEREST CAPITALIZED" TO AD-DESCRIPTION
               WHEN "DC"
                   MOVE "DEFERRED INT CAPTLZD" TO AD-DESCRIPTION
               WHEN "DP"
                   MOVE "INTEREST DEFERRED"    TO AD-DESCRIPTION
               WHEN "DI"
                   MOVE "DEFERRED INT REPAID"  TO AD-DESCRIPTION
               WHEN "PY"
                   MOVE "PAYMENT"              TO AD-DESCRIPTION
               WHEN "RV"
                   MOVE "PAYMENT REVERSED"     TO AD-DESCRIPTION
               WHEN "PF"
                   MOVE "PAID IN FULL"         TO AD-DESCRIPTION
               WHEN "CO"
                   MOVE "CHARGED OFF"          TO AD-DESCRIPTION
               WHEN "FE"
                   MOVE "FEE CHARGED"          TO AD-DESCRIPTION
               WHEN "WV"
                   MOVE "FEE WAIVED"           TO AD-DESCRIPTION
               WHEN "RC"
                   MOVE "RECOVERY"             TO AD-DESCRIPTION
               WHEN OTHER
                   MOVE ACT-TABLE-CODE(ACT-IDX) TO AD-DESCRIPTION
           END-EVALUATE.
           WRITE STATEMENT-LINE FROM ACTIVITY-DETAIL.
           ADD 1 TO WS-ACTIVITY-SHOWN.
       3350-EXIT.
           EXIT.

      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF ACT-TABLE-IS-FULL
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "ACTIVITY TABLE FULL - RAISE LIMIT"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           MOVE WS-STMTS-HELD TO SH-HELD.
           WRITE STATEMENT-LINE FROM STMTS-HELD-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE LOAN-ACCOUNTS
                 CUSTOMER-NAMES
                 STATEMENT-PRINT
                 HELD-MAIL.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ACCOUNTS READ AGAINST
      * STATEMENTS PRINTED PLUS STATEMENTS HELD.  WITH A REQUEST LIST
      * IN PLAY THE TWO WILL DIFFER BY DESIGN, SO THE RECONCILE
      * MESSAGE ONLY FLAGS AN IMBALANCE WHEN THE WHOLE BOOK WAS BEING
      * STATEMENTED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-READ    TO CT-RECORDS-READ.
           IF REQUEST-LIST-PRESENT
               MOVE "REQUESTED " TO CT-RECONCILE-MSG
           ELSE
               IF WS-ACCTS-READ = WS-STMTS-PRINTED + WS-STMTS-HELD
                   MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
               ELSE
                   MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
