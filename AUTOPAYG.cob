      *                 BEFORE POSTING RUNS; INSTRUCTIONS FOR UNKNOWN
      *                 OR INACTIVE ACCOUNTS GO TO THE SHARED
      *                 EXCEPTION LOG.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V')
      *                 SCHEDULES ITS PAYMENT FROM ITS OWN LM-RATE, AS
      *                 ARM-RESET LAST SET IT.
      * 2026-10-15 RSD  NO AUTOPAY DEBIT IS GENERATED FOR AN ACCOUNT
      *                 UNDER A BANKRUPTCY, DECEASED OR LITIGATION
      *                 HOLD (LEGAL-HOLD-CHECK); HELD INSTRUCTIONS
      *                 ARE COUNTED AND RECONCILED.
      * 2026-10-15 RSD  EVERY DEBIT GENERATED IS NOW ALSO WRITTEN TO A
      *                 NACHA-FORMAT ACH FILE (ACHDEBIT) FOR OUR BANK -
      *                 ONE PPD BATCH OF ENTRIES DRAWN ON EACH
      *                 BORROWER'S ROUTING AND ACCOUNT NUMBER, AN
      *                 OFFSETTING CREDIT TO THE SETTLEMENT ACCOUNT SO
      *                 THE FILE BALANCES, BATCH AND FILE CONTROL
      *                 RECORDS, BLOCKED IN TENS.  THE ENTRIES TAKE
      *                 EFFECT THE NEXT BUSINESS DAY (WEEKENDS AND THE
      *                 HOLIDAY CALENDAR SKIPPED).  AN INSTRUCTION
      *                 WITHOUT BANK DETAILS IS REJECTED; THE RUN IS
      *                 REFUSED WITHOUT A COMPLETE ACHCTL RECORD.
      * 2026-10-15 RSD  HARDSHIP DEFERRALS.  NO DEBIT IS GENERATED FOR
      *                 AN ACCOUNT WHOSE PLAN IS ACTIVE (LM-ACCOUNT-
      *                 IS-DEFERRED) OR PENDING TO START ON OR BEFORE
      *                 THE DUE DATE; THOSE INSTRUCTIONS ARE COUNTED
      *                 AND RECONCILED LIKE THE LEGAL HOLDS.  ONCE A
      *                 SPREAD PLAN HAS EXITED A SCHEDULED DRAW ADDS
      *                 THE PLAN'S SPREAD AMOUNT, AND THE LAST ONE ALL
      *                 THE INTEREST STILL PARKED, AS BILLING-NOTICE
      *                 BILLS THEM.  NO DRAW IS CAPPED BELOW THE
      *                 PARKED INTEREST.
      * 2026-10-15 RSD  A SCHEDULED DRAW NOW MATCHES WHAT BILLING-NOTICE
      *                 BILLS: THE ESCROW MASTER'S MONTHLY DEPOSIT ON
      *                 TOP OF PRINCIPAL AND INTEREST, A CREDIT LINE'S
      *                 MINIMUM PAYMENT FROM THE LINE-OF-CREDIT MASTER,
      *                 AND THE INTEREST-ONLY OR BALLOON INSTALLMENT OF
      *                 AN LM-AMORT-TYPE 'I' OR 'B' LOAN.  NO DRAW IS
      *                 CAPPED BELOW THE ESCROW DEPOSIT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-NAMES  ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACH-CONTROL     ASSIGN TO ACHCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHCTL-FILE-STATUS.

           SELECT HOLIDAY-CAL     ASSIGN TO HOLCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-FILE-STATUS.

           SELECT ACH-DEBIT-FILE  ASSIGN TO ACHDEBIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUTOPAY-TXN-OUT ASSIGN TO AUTOPTXN
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT DEFERRAL-MASTER ASSIGN TO DEFPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT ESCROW-MASTER   ASSIGN TO ESCMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.

           SELECT LOC-MASTER      ASSIGN TO LOCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-ACCT-NO
               FILE STATUS IS WS-LOC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  CUSTOMER-NAMES.
       COPY CUSTMSTR.

       FD  ACH-CONTROL
           RECORDING MODE IS F.
       COPY ACHCTL.

       FD  HOLIDAY-CAL
           RECORDING MODE IS F.
       COPY HOLCAL.

       FD  ACH-DEBIT-FILE
           RECORDING MODE IS F.
       COPY ACHREC.

       FD  AUTOPAY-TXN-OUT
           RECORDING MODE IS F.
       COPY PAYMTXN.
           RECORDING MODE IS F.
       COPY BUSDATE.

       FD  DEFERRAL-MASTER
           RECORDING MODE IS F.
       COPY DEFPLAN.

       FD  ESCROW-MASTER
           RECORDING MODE IS F.
       COPY ESCMSTR.

       FD  LOC-MASTER.
       COPY LOCMSTR.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-GEN-SW            PIC X(01).
              88 INSTRUCTION-GENERATES      VALUE 'Y'.
           05 WS-ACHCTL-SW         PIC X(01) VALUE 'N'.
              88 ACH-CONTROL-IS-LOADED      VALUE 'Y'.
           05 WS-ACH-STARTED-SW    PIC X(01) VALUE 'N'.
              88 ACH-FILE-IS-STARTED        VALUE 'Y'.
           05 WS-HOL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-HOLIDAYS            VALUE 'Y'.
           05 WS-DAY-SW            PIC X(01) VALUE 'N'.
              88 DAY-IS-A-BUSINESS-DAY      VALUE 'Y'.
           05 WS-HOLIDAY-SW        PIC X(01) VALUE 'N'.
              88 DAY-IS-A-HOLIDAY           VALUE 'Y'.
           05 WS-DEF-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-DEFERRAL-MASTER     VALUE 'Y'.
           05 WS-DEF-FOUND-SW      PIC X(01).
              88 DEFERRAL-PLAN-WAS-FOUND    VALUE 'Y'.
           05 WS-DEF-PENDING-SW    PIC X(01).
              88 DEFERRAL-HOLDS-DEBIT       VALUE 'Y'.
           05 WS-DEF-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 DEFERRAL-LOAD-OVERFLOWED   VALUE 'Y'.
           05 WS-ESC-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ESCROW-MASTER       VALUE 'Y'.
           05 WS-ESC-FOUND-SW      PIC X(01).
              88 ESCROW-ACCOUNT-WAS-FOUND   VALUE 'Y'.
           05 WS-ESC-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 ESCROW-LOAD-OVERFLOWED     VALUE 'Y'.
           05 WS-LOC-OPEN-SW       PIC X(01) VALUE 'N'.
              88 LOC-MASTER-IS-OPEN         VALUE 'Y'.
           05 WS-LOC-FOUND-SW      PIC X(01).
              88 CREDIT-LINE-WAS-FOUND      VALUE 'Y'.

       01  WS-AUTO-FILE-STATUS     PIC X(02).
           88 AUTO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CUST-FILE-STATUS     PIC X(02).
       01  WS-ACHCTL-FILE-STATUS   PIC X(02).
           88 ACHCTL-FILE-NOT-FOUND        VALUE '35'.
       01  WS-HOLCAL-FILE-STATUS   PIC X(02).
           88 HOLCAL-FILE-NOT-FOUND        VALUE '35'.
       01  WS-DEF-FILE-STATUS      PIC X(02).
           88 DEF-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ESC-FILE-STATUS      PIC X(02).
           88 ESC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-LOC-FILE-STATUS      PIC X(02).
           88 LOC-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * ESCROW TABLE - THE ESCROW MASTER, LOADED AT START-UP THE WAY
      * BILLING-NOTICE LOADS IT.  A SCHEDULED DRAW ADDS THE MONTHLY
      * DEPOSIT, WHICH PAYMENT-POST TAKES OFF THE TOP.
      *----------------------------------------------------------------
       01  WS-ESC-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ESC-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  ESCROW-TABLE.
           05 ESC-ENTRY OCCURS 5000 TIMES.
              10 ESC-ACCT-NO       PIC X(06).
              10 ESC-DEPOSIT       PIC 9(5)V99.
       01  WS-ESC-SUB              PIC 9(04) COMP.
       01  WS-ESC-DEPOSIT          PIC 9(5)V99.

      *----------------------------------------------------------------
      * DEFERRAL TABLE - THE HARDSHIP DEFERRAL PLANS, LOADED AT
      * START-UP THE WAY BILLING-NOTICE LOADS THEM.  A PLAN PENDING
      * OR ACTIVE FOR THE DUE DATE HOLDS THE DEBIT; AN EXITED PLAN
      * WITH INTEREST STILL PARKED ADDS ITS SHARE TO A SCHEDULED
      * DRAW.
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
       01  WS-DEF-PARKED           PIC 9(7)V99.
       01  WS-DEF-DUE              PIC 9(7)V99.

      *----------------------------------------------------------------
      * HOLIDAY TABLE - FOR ROLLING THE ACH EFFECTIVE ENTRY DATE TO
      * THE NEXT BUSINESS DAY, THE SAME WAY BUSDATE-ROLL ROLLS THE
      * BUSINESS DATE.
      *----------------------------------------------------------------
       01  WS-HOLIDAY-COUNT        PIC 9(04) VALUE 0.
       01  HOLIDAY-TABLE.
           05 HOL-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-HOLIDAY-COUNT
                 INDEXED BY HOL-IDX.
              10 HOL-TABLE-DATE     PIC 9(08).
       01  WS-DATE-INT             PIC S9(08) COMP.
       01  WS-DAY-OF-WEEK          PIC 9(01).
       01  WS-EFFECTIVE-DATE       PIC 9(08).

      *----------------------------------------------------------------
      * ACH FILE FIGURES.  THE ENTRY HASH IS THE SUM OF THE EIGHT-
      * DIGIT RDFI ROUTING NUMBERS, KEPT TO ITS LOW TEN DIGITS; THE
      * LINE COUNT DRIVES THE BLOCK COUNT AND THE NINES FILL.
      *----------------------------------------------------------------
       01  WS-ACH-ENTRY-COUNT      PIC 9(06) COMP VALUE 0.
       01  WS-ACH-DEBIT-COUNT      PIC 9(06) COMP VALUE 0.
       01  WS-ACH-LINE-COUNT       PIC 9(06) COMP VALUE 0.
       01  WS-ACH-BLOCK-COUNT      PIC 9(06) COMP VALUE 0.
       01  WS-ACH-FILL-COUNT       PIC 9(06) COMP VALUE 0.
       01  WS-ACH-TRACE-SEQ        PIC 9(07) VALUE 0.
       01  WS-ACH-ROUTING-8        PIC 9(08).
       01  WS-ACH-HASH-WORK        PIC 9(12) VALUE 0.
       01  WS-ACH-HASH             PIC 9(10).
       01  WS-ACH-TOTAL-DEBIT      PIC 9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - FOR THE SCHEDULED-PAYMENT COMPUTATION
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
       01  WS-LINE-INTEREST        PIC 9(7)V99.
       01  WS-LINE-PAYOFF          PIC 9(9)V99.

       01  WS-TOTAL-GENERATED      PIC 9(11)V99 VALUE 0.
       01  WS-REASON               PIC X(40).
           05 WS-TXNS-GENERATED    PIC 9(7) COMP VALUE 0.
           05 WS-INSTR-SKIPPED     PIC 9(7) COMP VALUE 0.
           05 WS-INSTR-REJECTED    PIC 9(7) COMP VALUE 0.
           05 WS-INSTR-HELD        PIC 9(7) COMP VALUE 0.
           05 WS-INSTR-DEFERRED    PIC 9(7) COMP VALUE 0.

       01  HELD-COUNT-LINE.
           05 FILLER               PIC X(29) VALUE
              "DEBITS HELD - LEGAL STATUS  =".
           05 HC-HELD              PIC ZZZZ9.

       01  DEFERRAL-HELD-COUNT-LINE.
           05 FILLER               PIC X(29) VALUE
              "DEBITS HELD - DEFERRAL      =".
           05 DH-HELD              PIC ZZZZ9.

      *----------------------------------------------------------------
      * LEGAL-STATUS HOLDS - SEE LHOLDRQ.CPY.
      *----------------------------------------------------------------
       COPY LHOLDRQ.

       COPY CTLTOTAL.

              "TOTAL GENERATED =".
           05 TL-TOTAL-GENERATED    PIC ZZZ,ZZZ,ZZ9.99.

       01  ACH-TOTAL-LINE.
           05 FILLER                PIC X(17) VALUE
              "ACH DEBITS      =".
           05 AT-DEBIT-COUNT        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE
              "EFFECTIVE DATE ".
           05 AT-EFFECTIVE-DATE     PIC 9(08).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
      *    WITH INSTRUCTIONS TO WORK BUT NO ORIGINATION DETAILS THE
      *    DEBITS COULD BE POSTED BUT NEVER COLLECTED - THE RUN STOPS
      *    BEFORE ANYTHING IS WRITTEN.
           OPEN INPUT AUTOPAY-FILE.
           IF NOT AUTO-FILE-NOT-FOUND
               PERFORM 1200-READ-ACH-CONTROL THRU 1200-EXIT
               IF NOT ACH-CONTROL-IS-LOADED
                   DISPLAY "RUN REFUSED - ACHCTL RECORD MISSING OR "
                           "INCOMPLETE, NO DEBITS GENERATED"
                   CLOSE AUTOPAY-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *    A DEFERRAL PLAN DROPPED FROM A FULL TABLE WOULD DRAW ON A
      *    BORROWER WHOSE PAYMENT IT DEFERS - NOTHING IS WRITTEN
      *    UNTIL THE LIMIT IS RAISED AND THE NIGHT RERUN.
           OPEN INPUT DEFERRAL-MASTER.
           IF DEF-FILE-NOT-FOUND
               MOVE 'Y' TO WS-DEF-EOF-SW
           ELSE
               PERFORM 1500-LOAD-ONE-PLAN THRU 1500-EXIT
                   UNTIL END-OF-DEFERRAL-MASTER
               CLOSE DEFERRAL-MASTER
           END-IF.
           IF DEFERRAL-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO DEBITS GENERATED, "
                       "RAISE THE LIMIT AND RERUN"
               IF NOT AUTO-FILE-NOT-FOUND
                   CLOSE AUTOPAY-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE SAME HOLDS FOR THE ESCROW ACCOUNTS - A DROPPED ONE
      *    WOULD BE DRAWN SHORT OF ITS DEPOSIT EVERY MONTH.
           OPEN INPUT ESCROW-MASTER.
           IF ESC-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ESC-EOF-SW
           ELSE
               PERFORM 1600-LOAD-ONE-ESCROW THRU 1600-EXIT
                   UNTIL END-OF-ESCROW-MASTER
               CLOSE ESCROW-MASTER
           END-IF.
           IF ESCROW-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO DEBITS GENERATED, "
                       "RAISE THE LIMIT AND RERUN"
               IF NOT AUTO-FILE-NOT-FOUND
                   CLOSE AUTOPAY-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-MASTER
           OPEN INPUT  RATE-MASTER
           OPEN INPUT  CUSTOMER-NAMES
           OPEN OUTPUT AUTOPAY-TXN-OUT
           OPEN OUTPUT AUTOPAY-REGISTER
           OPEN OUTPUT ACH-DEBIT-FILE.

           OPEN INPUT LOC-MASTER.
           IF NOT LOC-FILE-NOT-FOUND
               SET LOC-MASTER-IS-OPEN TO TRUE
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               UNTIL END-OF-RATE-MASTER.
           CLOSE RATE-MASTER.

           PERFORM 1300-SET-EFFECTIVE-DATE THRU 1300-EXIT.

           IF AUTO-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-READ-ACH-CONTROL - THE ONE ORIGINATION RECORD.  IT
      * COUNTS AS LOADED ONLY WITH A NUMERIC ODFI AND SETTLEMENT
      * ROUTING NUMBER, SINCE EVERY ENTRY AND TRACE NUMBER USES THEM.
      *----------------------------------------------------------------
       1200-READ-ACH-CONTROL.
           OPEN INPUT ACH-CONTROL.
           IF ACHCTL-FILE-NOT-FOUND
               GO TO 1200-EXIT
           END-IF.

           READ ACH-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF AK-ODFI-ID IS NUMERIC
                      AND AK-SETTLE-ROUTING IS NUMERIC
                       MOVE 'Y' TO WS-ACHCTL-SW
                   END-IF
           END-READ.
           CLOSE ACH-CONTROL.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-SET-EFFECTIVE-DATE - THE ENTRIES SETTLE ON THE FIRST
      * BUSINESS DAY AFTER THE BUSINESS DATE.
      *----------------------------------------------------------------
       1300-SET-EFFECTIVE-DATE.
           OPEN INPUT HOLIDAY-CAL.
           IF HOLCAL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-HOL-EOF-SW
           ELSE
               PERFORM 1350-LOAD-ONE-HOLIDAY THRU 1350-EXIT
                   UNTIL END-OF-HOLIDAYS
               CLOSE HOLIDAY-CAL
           END-IF.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).
           PERFORM 1400-TRY-NEXT-DAY THRU 1400-EXIT
               UNTIL DAY-IS-A-BUSINESS-DAY.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-LOAD-ONE-HOLIDAY
      *----------------------------------------------------------------
       1350-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-CAL
               AT END
                   MOVE 'Y' TO WS-HOL-EOF-SW
               NOT AT END
                   IF WS-HOLIDAY-COUNT < 500
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE HC-HOLIDAY-DATE
                           TO HOL-TABLE-DATE(WS-HOLIDAY-COUNT)
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-TRY-NEXT-DAY - INTEGER-OF-DATE DAY 1 IS A MONDAY, SO
      * MOD 7 GIVES 6 FOR SATURDAY AND 0 FOR SUNDAY.
      *----------------------------------------------------------------
       1400-TRY-NEXT-DAY.
           ADD 1 TO WS-DATE-INT.
           COMPUTE WS-EFFECTIVE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7).

           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               GO TO 1400-EXIT
           END-IF.

           MOVE 'N' TO WS-HOLIDAY-SW.
           PERFORM 1450-CHECK-HOLIDAY THRU 1450-EXIT
               VARYING HOL-IDX FROM 1 BY 1
               UNTIL HOL-IDX > WS-HOLIDAY-COUNT
                  OR DAY-IS-A-HOLIDAY.

           IF NOT DAY-IS-A-HOLIDAY
               MOVE 'Y' TO WS-DAY-SW
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-CHECK-HOLIDAY
      *----------------------------------------------------------------
       1450-CHECK-HOLIDAY.
           IF HOL-TABLE-DATE(HOL-IDX) = WS-EFFECTIVE-DATE
               MOVE 'Y' TO WS-HOLIDAY-SW
           END-IF.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-ONE-PLAN
      *----------------------------------------------------------------
       1500-LOAD-ONE-PLAN.
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
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-LOAD-ONE-ESCROW
      *----------------------------------------------------------------
       1600-LOAD-ONE-ESCROW.
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
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-WORK-INSTRUCTION - ONE STANDING INSTRUCTION: IS IT IN
      * FORCE, HAS ITS ACCOUNT REACHED ITS DUE DATE, AND IF SO WHAT
               SET INSTRUCTION-GENERATES TO TRUE
           END-IF.

      *    NO DEBIT IS DRAWN FROM A BANKRUPT, DECEASED OR LITIGATED
      *    BORROWER WHILE THE HOLD IS IN FORCE.
           IF INSTRUCTION-GENERATES
               MOVE LM-ACCT-NO      TO LQ-ACCT-NO
               MOVE WS-BUS-DATE-RAW TO LQ-BUS-DATE
               CALL "LEGAL-HOLD-CHECK" USING LEGAL-HOLD-REQUEST
               IF LQ-ACCOUNT-IS-HELD
                   ADD 1 TO WS-INSTR-HELD
                   PERFORM 8000-READ-INSTRUCTION THRU 8000-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

      *    NOR FROM ONE WHOSE PAYMENT A HARDSHIP PLAN DEFERS - A PLAN
      *    ALREADY ACTIVE, OR ONE PENDING TO START BY THE DUE DATE.
           MOVE 'N' TO WS-DEF-FOUND-SW.
           IF INSTRUCTION-GENERATES
               PERFORM 2200-FIND-DEFERRAL THRU 2200-EXIT
               IF LM-ACCOUNT-IS-DEFERRED
                  OR DEFERRAL-HOLDS-DEBIT
                   ADD 1 TO WS-INSTR-DEFERRED
                   PERFORM 8000-READ-INSTRUCTION THRU 8000-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

      *    A DEBIT NEEDS SOMEWHERE TO BE DRAWN FROM - AN INSTRUCTION
      *    SET UP BEFORE BANK DETAILS WERE CARRIED IS REJECTED UNTIL
      *    THEY ARE KEYED.
           IF INSTRUCTION-GENERATES
              AND (AP-ROUTING-NO IS NOT NUMERIC
                   OR AP-BANK-ACCT-NO = SPACES)
               MOVE "AUTOPAY BANK DETAILS MISSING" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-INSTR-REJECTED
               PERFORM 8000-READ-INSTRUCTION THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF INSTRUCTION-GENERATES
               PERFORM 3000-GENERATE-PAYMENT THRU 3000-EXIT
               ADD 1 TO WS-TXNS-GENERATED
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
      * 3000-GENERATE-PAYMENT - WRITES THE READY-TO-POST TRANSACTION,
      * ITS ACH DEBIT ENTRY AND ITS REGISTER LINE.  A DRAW LARGER
      * THAN WHAT IS OWED IS CAPPED AT PRINCIPAL PLUS ACCRUED, PLUS
      * ANY DEFERRED INTEREST STILL PARKED AND THE ESCROW DEPOSIT, SO
      * PAYMENT-POST DOES NOT REJECT IT.  A SCHEDULED DRAW IS THE
      * INSTALLMENT BILLING-NOTICE BILLS - THE LINE MINIMUM FOR A
      * CREDIT LINE, OTHERWISE THE SCHEDULED PAYMENT, THEN THE ESCROW
      * DEPOSIT AND THE DEFERRED-INTEREST SHARE ON TOP.
      *----------------------------------------------------------------
       3000-GENERATE-PAYMENT.
           MOVE ZERO TO WS-DEF-PARKED.
           IF DEFERRAL-PLAN-WAS-FOUND
               IF DEF-PLAN-HAS-EXITED(WS-DEF-SUB)
                   MOVE DEF-PARKED-INT(WS-DEF-SUB) TO WS-DEF-PARKED
               END-IF
           END-IF.
           PERFORM 3450-FIND-ESCROW THRU 3450-EXIT.

           MOVE 'N'   TO WS-LOC-FOUND-SW.
           MOVE SPACE TO WS-PAY-BASIS-SW.
           IF AP-AMOUNT = ZERO
               IF LM-IS-CREDIT-LINE
                   PERFORM 3400-COMPUTE-LINE-MINIMUM THRU 3400-EXIT
               ELSE
                   PERFORM 3500-COMPUTE-SCHEDULED THRU 3500-EXIT
               END-IF
               ADD WS-ESC-DEPOSIT TO WS-PAYMENT
               PERFORM 3550-ADD-DEFERRED-INT THRU 3550-EXIT
               MOVE "SCHEDULED" TO RG-SOURCE
           ELSE
               MOVE AP-AMOUNT TO WS-PAYMENT
           END-IF.

           IF WS-PAYMENT > LM-PRINCIPAL + LM-ACCRUED-INT
                           + WS-DEF-PARKED + WS-ESC-DEPOSIT
               COMPUTE WS-PAYMENT = LM-PRINCIPAL + LM-ACCRUED-INT
                                  + WS-DEF-PARKED + WS-ESC-DEPOSIT
           END-IF.

           MOVE SPACES           TO PAYMENT-TXN-REC.
           MOVE WS-PAYMENT       TO RG-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           PERFORM 3200-WRITE-ACH-DEBIT THRU 3200-EXIT.

           ADD WS-PAYMENT TO WS-TOTAL-GENERATED.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-START-ACH-FILE - FILE HEADER AND THE ONE PPD BATCH
      * HEADER, WRITTEN AHEAD OF THE FIRST ENTRY.  SERVICE CLASS 200
      * BECAUSE THE BATCH CARRIES ITS OWN OFFSETTING CREDIT.
      *----------------------------------------------------------------
       3100-START-ACH-FILE.
           MOVE SPACES                TO ACH-RECORD.
           MOVE '1'                   TO FH-RECORD-TYPE.
           MOVE "01"                  TO FH-PRIORITY-CODE.
           MOVE AK-IMMED-DEST         TO FH-IMMED-DEST.
           MOVE AK-IMMED-ORIGIN       TO FH-IMMED-ORIGIN.
           MOVE WS-RUN-DATE-RAW(3:6)  TO FH-CREATION-DATE.
           MOVE WS-RUN-TIME-RAW(1:4)  TO FH-CREATION-TIME.
           MOVE 'A'                   TO FH-FILE-ID-MODIFIER.
           MOVE "094"                 TO FH-RECORD-SIZE.
           MOVE "10"                  TO FH-BLOCKING-FACTOR.
           MOVE '1'                   TO FH-FORMAT-CODE.
           MOVE AK-DEST-NAME          TO FH-DEST-NAME.
           MOVE AK-ORIGIN-NAME        TO FH-ORIGIN-NAME.
           WRITE ACH-RECORD.

           MOVE SPACES                TO ACH-RECORD.
           MOVE '5'                   TO BH-RECORD-TYPE.
           MOVE "200"                 TO BH-SERVICE-CLASS.
           MOVE AK-COMPANY-NAME       TO BH-COMPANY-NAME.
           MOVE AK-COMPANY-ID         TO BH-COMPANY-ID.
           MOVE "PPD"                 TO BH-SEC-CODE.
           MOVE "LOAN PMT"            TO BH-ENTRY-DESC.
           MOVE WS-EFFECTIVE-DATE(3:6) TO BH-EFFECTIVE-DATE.
           MOVE '1'                   TO BH-ORIGINATOR-STATUS.
           MOVE AK-ODFI-ID            TO BH-ODFI-ID.
           MOVE 1                     TO BH-BATCH-NO.
           WRITE ACH-RECORD.

           ADD 2 TO WS-ACH-LINE-COUNT.
           MOVE 'Y' TO WS-ACH-STARTED-SW.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-WRITE-ACH-DEBIT - ONE PPD DEBIT ENTRY.  THE INDIVIDUAL
      * ID CARRIES THE LOAN ACCOUNT AND THE PAYMENT DATE POSTED, SO A
      * RETURN NAMES THE PAYMENT TO BACK OUT.
      *----------------------------------------------------------------
       3200-WRITE-ACH-DEBIT.
           IF NOT ACH-FILE-IS-STARTED
               PERFORM 3100-START-ACH-FILE THRU 3100-EXIT
           END-IF.

           MOVE SPACES                TO ACH-RECORD.
           MOVE '6'                   TO ED-RECORD-TYPE.
           IF AP-BANK-IS-SAVINGS
               MOVE "37"              TO ED-TRANSACTION-CODE
           ELSE
               MOVE "27"              TO ED-TRANSACTION-CODE
           END-IF.
           MOVE AP-ROUTING-NO(1:8)    TO ED-RDFI-ROUTING.
           MOVE AP-ROUTING-NO(9:1)    TO ED-CHECK-DIGIT.
           MOVE AP-BANK-ACCT-NO       TO ED-DFI-ACCOUNT.
           MOVE WS-PAYMENT            TO ED-AMOUNT.
           MOVE AP-ACCT-NO            TO ED-LOAN-ACCT-NO.
           MOVE WS-BUS-DATE-RAW       TO ED-PAY-DATE.

           MOVE AP-ACCT-NO            TO CU-CUST-NO.
           READ CUSTOMER-NAMES
               INVALID KEY
                   STRING "LOAN ACCOUNT "  DELIMITED BY SIZE
                          AP-ACCT-NO       DELIMITED BY SIZE
                       INTO ED-INDIVIDUAL-NAME
               NOT INVALID KEY
                   MOVE CU-NAME       TO ED-INDIVIDUAL-NAME
           END-READ.

           MOVE '0'                   TO ED-ADDENDA-IND.
           PERFORM 3300-SET-TRACE-NO THRU 3300-EXIT.
           WRITE ACH-RECORD.

           MOVE AP-ROUTING-NO(1:8)    TO WS-ACH-ROUTING-8.
           ADD WS-ACH-ROUTING-8       TO WS-ACH-HASH-WORK.
           ADD WS-PAYMENT             TO WS-ACH-TOTAL-DEBIT.
           ADD 1 TO WS-ACH-ENTRY-COUNT
                    WS-ACH-DEBIT-COUNT
                    WS-ACH-LINE-COUNT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-SET-TRACE-NO - OUR BANK'S ODFI FOLLOWED BY A SEQUENCE
      * NUMBER UNIQUE WITHIN THE FILE.
      *----------------------------------------------------------------
       3300-SET-TRACE-NO.
           ADD 1 TO WS-ACH-TRACE-SEQ.
           STRING AK-ODFI-ID          DELIMITED BY SIZE
                  WS-ACH-TRACE-SEQ    DELIMITED BY SIZE
               INTO ED-TRACE-NO.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-COMPUTE-LINE-MINIMUM - A CREDIT LINE'S MINIMUM PAYMENT BY
      * ITS LINE'S RULE, AS BILLING-NOTICE BILLS IT: A MONTH'S
      * INTEREST PLUS THE PERCENTAGE OF THE BALANCE ('I'), OR THE
      * PERCENTAGE ALONE ('P'), RAISED TO THE LINE'S FLOOR AND CAPPED
      * AT THE BALANCE PLUS THE MONTH'S INTEREST.  A LINE NOT ON
      * LOCMSTR IS LOGGED AND DRAWS THE LEVEL PAYMENT.
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
               MOVE "CREDIT LINE MISSING - LEVEL PMT DRAWN"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               PERFORM 3500-COMPUTE-SCHEDULED THRU 3500-EXIT
               GO TO 3400-EXIT
           END-IF.

           MOVE LM-RATE TO WS-RATE.
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 3600-LOOKUP-RATE THRU 3600-EXIT
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
      * 3450-FIND-ESCROW - THE ACCOUNT'S MONTHLY ESCROW DEPOSIT, ZERO
      * WITHOUT AN ESCROW ACCOUNT.
      *----------------------------------------------------------------
       3450-FIND-ESCROW.
           MOVE ZERO TO WS-ESC-DEPOSIT.
           MOVE 'N'  TO WS-ESC-FOUND-SW.
           MOVE 1    TO WS-ESC-SUB.
           PERFORM 3460-CHECK-ONE-ESCROW THRU 3460-EXIT
               UNTIL ESCROW-ACCOUNT-WAS-FOUND
                  OR WS-ESC-SUB > WS-ESC-TABLE-COUNT.
           IF ESCROW-ACCOUNT-WAS-FOUND
               MOVE ESC-DEPOSIT(WS-ESC-SUB) TO WS-ESC-DEPOSIT
           END-IF.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3460-CHECK-ONE-ESCROW
      *----------------------------------------------------------------
       3460-CHECK-ONE-ESCROW.
           IF ESC-ACCT-NO(WS-ESC-SUB) = LM-ACCT-NO
               MOVE 'Y' TO WS-ESC-FOUND-SW
           ELSE
               ADD 1 TO WS-ESC-SUB
           END-IF.
       3460-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-COMPUTE-SCHEDULED - THE LEVEL MONTHLY PAYMENT OVER THE
      * MONTHS REMAINING OF THE TERM, THE SAME ARITHMETIC
      * BILLING-NOTICE PRINTS ON ITS NOTICES.  AN INTEREST-ONLY LOAN
      * INSIDE ITS INTEREST-ONLY MONTHS DRAWS THE MONTH'S INTEREST,
      * AND A BALLOON LOAN AT ITS BALLOON INSTALLMENT THE WHOLE
      * BALANCE PLUS INTEREST, BY THE SAME INSTALLMENT COUNT.
      *----------------------------------------------------------------
       3500-COMPUTE-SCHEDULED.
           MOVE LM-RATE TO WS-RATE.
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 3600-LOOKUP-RATE THRU 3600-EXIT
           END-IF.

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
                   GO TO 3500-EXIT
               END-IF
               IF LM-AMORT-IS-BALLOON
                  AND WS-DUE-MONTH-NO >= LM-AMORT-MONTHS
                   SET PAYMENT-IS-BALLOON TO TRUE
                   COMPUTE WS-PAYMENT ROUNDED =
                       LM-PRINCIPAL + LM-PRINCIPAL * WS-RATE / 1200
                   GO TO 3500-EXIT
               END-IF
           END-IF.

           COMPUTE WS-TERM-MONTHS = LM-YEARS * 12.
           IF LM-OPEN-DATE NOT = ZERO
               MOVE LM-OPEN-DATE TO WS-OPEN-DATE-NUM
               WS-TERM-MONTHS - WS-ELAPSED-MONTHS.

           IF WS-REMAIN-MONTHS <= 1
               SET PAYMENT-IS-FINAL TO TRUE
               MOVE LM-PRINCIPAL TO WS-PAYMENT
               GO TO 3500-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3550-ADD-DEFERRED-INT - THE SAME DEFERRED-INTEREST SHARE
      * BILLING-NOTICE BILLS: ONCE THE PLAN HAS EXITED AND ITS FIRST
      * PAYMENT HAS COME DUE, A SPREAD PLAN'S SPREAD AMOUNT (NEVER
      * MORE THAN IS PARKED), OR ON THE LAST OR BALLOON PAYMENT ALL
      * OF IT.
      *----------------------------------------------------------------
       3550-ADD-DEFERRED-INT.
           MOVE ZERO TO WS-DEF-DUE.
           IF WS-DEF-PARKED = ZERO
               GO TO 3550-EXIT
           END-IF.
           IF DEF-FIRST-DUE(WS-DEF-SUB) > LM-NEXT-DUE-DATE
               GO TO 3550-EXIT
           END-IF.

           IF PAYMENT-IS-FINAL OR PAYMENT-IS-BALLOON
               MOVE WS-DEF-PARKED TO WS-DEF-DUE
           ELSE
               IF DEF-REPAY-SPREAD(WS-DEF-SUB)
                   MOVE DEF-SPREAD-AMT(WS-DEF-SUB) TO WS-DEF-DUE
                   IF WS-DEF-DUE > WS-DEF-PARKED
                       MOVE WS-DEF-PARKED TO WS-DEF-DUE
                   END-IF
               END-IF
           END-IF.
           ADD WS-DEF-DUE TO WS-PAYMENT.
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-LOOKUP-RATE - SAME EFFECTIVE-DATED SELECTION AS
      * CI-CALCULATOR'S 2050-LOOKUP-RATE.
           MOVE WS-TOTAL-GENERATED TO TL-TOTAL-GENERATED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           IF ACH-FILE-IS-STARTED
               PERFORM 9200-FINISH-ACH-FILE THRU 9200-EXIT
           END-IF.
           MOVE WS-ACH-DEBIT-COUNT TO AT-DEBIT-COUNT.
           MOVE WS-EFFECTIVE-DATE  TO AT-EFFECTIVE-DATE.
           WRITE REGISTER-LINE FROM ACH-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT AUTO-FILE-NOT-FOUND
               CLOSE AUTOPAY-FILE
           END-IF.
           CLOSE LOAN-MASTER
                 CUSTOMER-NAMES
                 AUTOPAY-TXN-OUT
                 AUTOPAY-REGISTER
                 ACH-DEBIT-FILE
                 SHARED-EXCEPTION-LOG.
           IF LOC-MASTER-IS-OPEN
               CLOSE LOC-MASTER
           END-IF.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-FINISH-ACH-FILE - THE OFFSETTING CREDIT TO OUR
      * SETTLEMENT ACCOUNT FOR THE DEBIT TOTAL, THE BATCH AND FILE
      * CONTROL RECORDS, AND NINES FILL TO A WHOLE BLOCK OF TEN.
      *----------------------------------------------------------------
       9200-FINISH-ACH-FILE.
           MOVE SPACES                TO ACH-RECORD.
           MOVE '6'                   TO ED-RECORD-TYPE.
           MOVE "22"                  TO ED-TRANSACTION-CODE.
           MOVE AK-SETTLE-ROUTING(1:8) TO ED-RDFI-ROUTING.
           MOVE AK-SETTLE-ROUTING(9:1) TO ED-CHECK-DIGIT.
           MOVE AK-SETTLE-ACCT        TO ED-DFI-ACCOUNT.
           MOVE WS-ACH-TOTAL-DEBIT    TO ED-AMOUNT.
           MOVE WS-BUS-DATE-RAW       TO ED-PAY-DATE.
           MOVE AK-COMPANY-NAME       TO ED-INDIVIDUAL-NAME.
           MOVE '0'                   TO ED-ADDENDA-IND.
           PERFORM 3300-SET-TRACE-NO THRU 3300-EXIT.
           WRITE ACH-RECORD.

           MOVE AK-SETTLE-ROUTING(1:8) TO WS-ACH-ROUTING-8.
           ADD WS-ACH-ROUTING-8       TO WS-ACH-HASH-WORK.
           ADD 1 TO WS-ACH-ENTRY-COUNT
                    WS-ACH-LINE-COUNT.
           MOVE WS-ACH-HASH-WORK      TO WS-ACH-HASH.

           MOVE SPACES                TO ACH-RECORD.
           MOVE '8'                   TO CB-RECORD-TYPE.
           MOVE "200"                 TO CB-SERVICE-CLASS.
           MOVE WS-ACH-ENTRY-COUNT    TO CB-ENTRY-COUNT.
           MOVE WS-ACH-HASH           TO CB-ENTRY-HASH.
           MOVE WS-ACH-TOTAL-DEBIT    TO CB-TOTAL-DEBIT
                                         CB-TOTAL-CREDIT.
           MOVE AK-COMPANY-ID         TO CB-COMPANY-ID.
           MOVE AK-ODFI-ID            TO CB-ODFI-ID.
           MOVE 1                     TO CB-BATCH-NO.
           WRITE ACH-RECORD.
           ADD 1 TO WS-ACH-LINE-COUNT.

      *    THE FILE CONTROL RECORD COUNTS ITSELF IN THE BLOCKS.
           ADD 1 TO WS-ACH-LINE-COUNT.
           COMPUTE WS-ACH-BLOCK-COUNT = (WS-ACH-LINE-COUNT + 9) / 10.
           COMPUTE WS-ACH-FILL-COUNT =
               WS-ACH-BLOCK-COUNT * 10 - WS-ACH-LINE-COUNT.

           MOVE SPACES                TO ACH-RECORD.
           MOVE '9'                   TO CF-RECORD-TYPE.
           MOVE 1                     TO CF-BATCH-COUNT.
           MOVE WS-ACH-BLOCK-COUNT    TO CF-BLOCK-COUNT.
           MOVE WS-ACH-ENTRY-COUNT    TO CF-ENTRY-COUNT.
           MOVE WS-ACH-HASH           TO CF-ENTRY-HASH.
           MOVE WS-ACH-TOTAL-DEBIT    TO CF-TOTAL-DEBIT
                                         CF-TOTAL-CREDIT.
           WRITE ACH-RECORD.

           MOVE ALL '9' TO ACH-RECORD.
           PERFORM 9250-WRITE-FILL-RECORD THRU 9250-EXIT
               WS-ACH-FILL-COUNT TIMES.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9250-WRITE-FILL-RECORD
      *----------------------------------------------------------------
       9250-WRITE-FILL-RECORD.
           WRITE ACH-RECORD.
       9250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES INSTRUCTIONS READ
      * AGAINST TRANSACTIONS GENERATED PLUS INSTRUCTIONS SKIPPED OR
      * REJECTED OR HELD FOR LEGAL STATUS OR A DEFERRAL.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-INSTR-HELD     TO HC-HELD.
           WRITE REGISTER-LINE FROM HELD-COUNT-LINE.
           MOVE WS-INSTR-DEFERRED TO DH-HELD.
           WRITE REGISTER-LINE FROM DEFERRAL-HELD-COUNT-LINE.
           MOVE WS-INSTR-READ     TO CT-RECORDS-READ.
           MOVE WS-TXNS-GENERATED TO CT-RECORDS-PROCESSED.
           IF WS-INSTR-READ = WS-TXNS-GENERATED + WS-INSTR-SKIPPED
                              + WS-INSTR-REJECTED + WS-INSTR-HELD
                              + WS-INSTR-DEFERRED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
