       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPAY-PENALTY.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ONE PLACE THAT OWNS THE
      *                 PREPAYMENT-PENALTY SCHEDULE AND WAIVER LIST,
      *                 THE WAY PERIOD-CHECK OWNS THE ACCOUNTING-
      *                 PERIOD FILE, SO THE PAYOFF QUOTE, THE PAYOFF
      *                 SETTLEMENT AND PAYMENT POSTING ALL PRICE A
      *                 PREPAYMENT THE SAME WAY.  THE CALLER PASSES
      *                 THE ACCOUNT, RATE CODE, OPEN DATE, PREPAYMENT
      *                 DATE, OPEN PRINCIPAL AND AMOUNT PREPAID; THE
      *                 LOAN YEAR PICKS THE DECLINING PERCENT OFF THE
      *                 RATE CODE'S PPAYPEN ROW, THE FREE ALLOWANCE IS
      *                 TAKEN OFF THE PREPAID AMOUNT, AND THE PENALTY
      *                 ON THE REST IS RETURNED WITH THE FEE-INCOME
      *                 ACCOUNT AND ANY PPWAIVE WAIVER AND REASON.
      *                 BOTH FILES ARE LOADED ON THE FIRST CALL ONLY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENALTY-SCHEDULE ASSIGN TO PPAYPEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT PENALTY-WAIVERS  ASSIGN TO PPWAIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENALTY-SCHEDULE
           RECORDING MODE IS F.
       COPY PPAYPEN.

       FD  PENALTY-WAIVERS
           RECORDING MODE IS F.
       COPY PPWAIVE.

       WORKING-STORAGE SECTION.
       01  WS-SCHED-FILE-STATUS    PIC X(02).
           88 SCHED-FILE-NOT-FOUND         VALUE '35'.
       01  WS-WAIVE-FILE-STATUS    PIC X(02).
           88 WAIVE-FILE-NOT-FOUND         VALUE '35'.

       01  WS-SWITCHES.
           05 WS-LOADED-SW         PIC X(01) VALUE 'N'.
              88 TABLES-ARE-LOADED          VALUE 'Y'.
           05 WS-SCHED-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-SCHEDULE            VALUE 'Y'.
           05 WS-WAIVE-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-WAIVERS             VALUE 'Y'.
           05 WS-ROW-FOUND-SW      PIC X(01).
              88 SCHEDULE-ROW-FOUND         VALUE 'Y'.

      *----------------------------------------------------------------
      * FEE-INCOME ACCOUNT FOR A SCHEDULE ROW THAT NAMES NONE, AND
      * THE ONE RETURNED WHEN NO ROW APPLIES.
      *----------------------------------------------------------------
       01  WS-DEFAULT-GL-ACCOUNT   PIC X(10) VALUE "4100-PPPEN".

      *----------------------------------------------------------------
      * PENALTY SCHEDULE AND WAIVER TABLES - LOADED ONCE, KEPT FOR THE
      * REST OF THE CALLER'S RUN.
      *----------------------------------------------------------------
       01  WS-SCHED-MAX            PIC 9(04) VALUE 200.
       01  WS-SCHED-COUNT          PIC 9(04) VALUE 0.
       01  PENALTY-SCHEDULE-TABLE.
           05 PS-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-SCHED-COUNT
                 INDEXED BY PS-IDX.
              10 PS-RATE-CODE       PIC X(04).
              10 PS-YEAR-PCT        PIC 9(2)V99 OCCURS 5 TIMES.
              10 PS-FREE-PCT        PIC 9(2)V99.
              10 PS-GL-ACCOUNT      PIC X(10).

       01  WS-WAIVE-MAX            PIC 9(05) VALUE 5000.
       01  WS-WAIVE-COUNT          PIC 9(05) VALUE 0.
       01  PENALTY-WAIVER-TABLE.
           05 PW-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-WAIVE-COUNT
                 INDEXED BY PW-IDX.
              10 PW-TABLE-ACCT      PIC X(06).
              10 PW-TABLE-REASON    PIC X(20).

       01  WS-ROW-IDX              PIC 9(04) COMP.
       01  WS-YEAR-IDX             PIC 9(02) COMP.

      *----------------------------------------------------------------
      * LOAN-YEAR WORK AREAS.
      *----------------------------------------------------------------
       01  WS-OPEN-DATE.
           05 WS-OPEN-YYYY         PIC 9(04).
           05 WS-OPEN-MM           PIC 9(02).
           05 WS-OPEN-DD           PIC 9(02).
       01  WS-OPEN-DATE-NUM REDEFINES WS-OPEN-DATE
                                   PIC 9(08).
       01  WS-PREPAY-DATE.
           05 WS-PREPAY-YYYY       PIC 9(04).
           05 WS-PREPAY-MM         PIC 9(02).
           05 WS-PREPAY-DD         PIC 9(02).
       01  WS-PREPAY-DATE-NUM REDEFINES WS-PREPAY-DATE
                                   PIC 9(08).
       01  WS-ELAPSED-MONTHS       PIC S9(05) COMP.
       01  WS-CHARGEABLE           PIC S9(9)V99.

       LINKAGE SECTION.
       COPY PPENRQ.

       PROCEDURE DIVISION USING PREPAY-PENALTY-REQUEST.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF NOT TABLES-ARE-LOADED
               PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
           END-IF.

           MOVE ZERO   TO PN-LOAN-YEAR
                          PN-PENALTY-PCT
                          PN-FREE-AMT
                          PN-PENALTY.
           MOVE WS-DEFAULT-GL-ACCOUNT TO PN-GL-ACCOUNT.
           MOVE SPACES TO PN-WAIVE-REASON.
           MOVE 'N'    TO PN-WAIVE-SW.

           PERFORM 2000-COMPUTE-PENALTY THRU 2000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-TABLES - A MISSING SCHEDULE LEAVES THE TABLE EMPTY
      * (NO PENALTY IS EVER DUE); A MISSING WAIVER FILE WAIVES
      * NOTHING.  A FILE LONGER THAN ITS TABLE STOPS THE RUN RATHER
      * THAN PRICE A PENALTY OFF A PARTIAL SCHEDULE OR WAIVER LIST.
      *----------------------------------------------------------------
       1000-LOAD-TABLES.
           SET TABLES-ARE-LOADED TO TRUE.

           OPEN INPUT PENALTY-SCHEDULE.
           IF NOT SCHED-FILE-NOT-FOUND
               PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
                   UNTIL END-OF-SCHEDULE
               CLOSE PENALTY-SCHEDULE
           END-IF.

           OPEN INPUT PENALTY-WAIVERS.
           IF NOT WAIVE-FILE-NOT-FOUND
               PERFORM 1200-LOAD-ONE-WAIVER THRU 1200-EXIT
                   UNTIL END-OF-WAIVERS
               CLOSE PENALTY-WAIVERS
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-ROW
      *----------------------------------------------------------------
       1100-LOAD-ONE-ROW.
           READ PENALTY-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-SCHED-COUNT >= WS-SCHED-MAX
               DISPLAY "RUN REFUSED - PREPAYMENT PENALTY SCHEDULE "
                       "EXCEEDS " WS-SCHED-MAX " ROWS - RAISE THE "
                       "LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-SCHED-COUNT.
           MOVE PP-RATE-CODE  TO PS-RATE-CODE(WS-SCHED-COUNT).
           PERFORM 1150-MOVE-ONE-YEAR THRU 1150-EXIT
               VARYING WS-YEAR-IDX FROM 1 BY 1
               UNTIL WS-YEAR-IDX > 5.
           MOVE PP-FREE-PCT   TO PS-FREE-PCT(WS-SCHED-COUNT).
           IF PP-GL-ACCOUNT = SPACES
               MOVE WS-DEFAULT-GL-ACCOUNT
                   TO PS-GL-ACCOUNT(WS-SCHED-COUNT)
           ELSE
               MOVE PP-GL-ACCOUNT TO PS-GL-ACCOUNT(WS-SCHED-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-MOVE-ONE-YEAR
      *----------------------------------------------------------------
       1150-MOVE-ONE-YEAR.
           MOVE PP-YEAR-PCT(WS-YEAR-IDX)
               TO PS-YEAR-PCT(WS-SCHED-COUNT, WS-YEAR-IDX).
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-WAIVER
      *----------------------------------------------------------------
       1200-LOAD-ONE-WAIVER.
           READ PENALTY-WAIVERS
               AT END
                   MOVE 'Y' TO WS-WAIVE-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF WS-WAIVE-COUNT >= WS-WAIVE-MAX
               DISPLAY "RUN REFUSED - PREPAYMENT PENALTY WAIVER LIST "
                       "EXCEEDS " WS-WAIVE-MAX " ACCOUNTS - RAISE THE "
                       "LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-WAIVE-COUNT.
           MOVE PW-ACCT-NO TO PW-TABLE-ACCT(WS-WAIVE-COUNT).
           MOVE PW-REASON  TO PW-TABLE-REASON(WS-WAIVE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-COMPUTE-PENALTY - NO OPEN DATE, A PREPAYMENT DATED BEFORE
      * IT, A LOAN PAST ITS FIFTH YEAR OR A RATE CODE OFF THE SCHEDULE
      * ALL MEAN NO PENALTY.  OTHERWISE THE PART OF THE PREPAYMENT
      * OVER THE FREE ALLOWANCE BEARS THE LOAN YEAR'S PERCENT.
      *----------------------------------------------------------------
       2000-COMPUTE-PENALTY.
           IF PN-OPEN-DATE = ZERO OR PN-PREPAID = ZERO
               GO TO 2000-EXIT
           END-IF.

           MOVE PN-OPEN-DATE   TO WS-OPEN-DATE-NUM.
           MOVE PN-PREPAY-DATE TO WS-PREPAY-DATE-NUM.
           COMPUTE WS-ELAPSED-MONTHS =
               (WS-PREPAY-YYYY - WS-OPEN-YYYY) * 12
               + WS-PREPAY-MM - WS-OPEN-MM.
           IF WS-PREPAY-DD < WS-OPEN-DD
               SUBTRACT 1 FROM WS-ELAPSED-MONTHS
           END-IF.
           IF WS-ELAPSED-MONTHS < 0
               GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-YEAR-IDX = WS-ELAPSED-MONTHS / 12 + 1.
           IF WS-YEAR-IDX > 5
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-ROW-FOUND-SW.
           PERFORM 2100-FIND-ROW THRU 2100-EXIT
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > WS-SCHED-COUNT
                  OR SCHEDULE-ROW-FOUND.
           IF NOT SCHEDULE-ROW-FOUND
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-YEAR-IDX TO PN-LOAN-YEAR.
           MOVE PS-YEAR-PCT(WS-ROW-IDX, WS-YEAR-IDX) TO PN-PENALTY-PCT.
           MOVE PS-GL-ACCOUNT(WS-ROW-IDX)            TO PN-GL-ACCOUNT.
           COMPUTE PN-FREE-AMT ROUNDED =
               PN-BALANCE * PS-FREE-PCT(WS-ROW-IDX) / 100.

           COMPUTE WS-CHARGEABLE = PN-PREPAID - PN-FREE-AMT.
           IF WS-CHARGEABLE <= ZERO OR PN-PENALTY-PCT = ZERO
               GO TO 2000-EXIT
           END-IF.
           COMPUTE PN-PENALTY ROUNDED =
               WS-CHARGEABLE * PN-PENALTY-PCT / 100.

           PERFORM 2200-CHECK-WAIVER THRU 2200-EXIT
               VARYING PW-IDX FROM 1 BY 1
               UNTIL PW-IDX > WS-WAIVE-COUNT
                  OR PN-PENALTY-IS-WAIVED.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIND-ROW
      *----------------------------------------------------------------
       2100-FIND-ROW.
           IF PS-RATE-CODE(PS-IDX) = PN-RATE-CODE
               SET WS-ROW-IDX TO PS-IDX
               SET SCHEDULE-ROW-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-WAIVER
      *----------------------------------------------------------------
       2200-CHECK-WAIVER.
           IF PW-TABLE-ACCT(PW-IDX) = PN-ACCT-NO
               MOVE 'Y' TO PN-WAIVE-SW
               MOVE PW-TABLE-REASON(PW-IDX) TO PN-WAIVE-REASON
           END-IF.
       2200-EXIT.
           EXIT.
