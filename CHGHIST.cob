      *                 ITS OPERATOR OR PROGRAM AND BUSINESS DATE,
      *                 SORTED THROUGH SORT-SERVICE.  999999 ENDS
      *                 THE SESSION.
      * 2026-10-15 RSD  THE LOAN SIDE'S MONEY EVENTS NOW COME FROM THE
      *                 ACCOUNT TRANSACTION JOURNAL (ACTJRNL) IN PLACE
      *                 OF PAYHIST - EVERY POSTING WITH ITS AMOUNT,
      *                 THE RUNNING BALANCE AFTER IT, AND THE PROGRAM
      *                 THAT POSTED IT.  A MONTH'S DAILY ACCRUALS SHOW
      *                 AS ONE LINE.
      * 2026-10-15 RSD  A FEE WAIVED ON A CUSTOMER DISPUTE SHOWS AS
      *                 FEE WAIVED.
      * 2026-10-15 RSD  A STUDENT LEAVING SHOWS AS LEFT WITH THE DATE
      *                 AND REASON, AND THE LEAVERS RUN'S SETTLEMENT
      *                 AS THE TRANSFER CERTIFICATE NUMBER ISSUED.
      * 2026-10-15 RSD  PARKED DEFERRAL INTEREST REPAID BY A PAYMENT
      *                 SHOWS AS DEFERRED INT REPAID.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT ACCOUNT-JOURNAL ASSIGN TO ACTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTJ-FILE-STATUS.

           SELECT LOAN-MLOG       ASSIGN TO LOANMLOG
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  STUD-JRNL-LINE          PIC X(190).

       FD  ACCOUNT-JOURNAL
           RECORDING MODE IS F.
       COPY ACTJRNL.

       FD  LOAN-MLOG
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS     PIC X(02).
           88 JRNL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-ACTJ-FILE-STATUS     PIC X(02).
           88 ACTJ-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MLOG-FILE-STATUS     PIC X(02).
           88 MLOG-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
      *----------------------------------------------------------------
       01  WS-AMT-ED-A             PIC ZZZZZZ9.99.
       01  WS-AMT-ED-B             PIC ZZZZZZ9.99.
       01  WS-SIGNED-ED-A          PIC -ZZZZZZ9.99.
       01  WS-SIGNED-ED-B          PIC -ZZZZZZ9.99.
       01  WS-DATE-FMT-WORK.
           05 WS-DFW-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DFW-DD            PIC 9(02).
       01  WS-PAY-DATE-HOLD        PIC 9(08).
       01  WS-TXN-DESC             PIC X(20).

      *----------------------------------------------------------------
      * ACCRUAL FOLDING - THE EVENT HOLDING THE CURRENT MONTH'S
      * ACCRUALS, ZERO WHEN THE ACCOUNT'S LAST ENTRY WAS NOT ONE.
      *----------------------------------------------------------------
       01  WS-AC-EV-SUB            PIC 9(04) COMP.
       01  WS-AC-MONTH             PIC 9(06).
       01  WS-AC-MONTH-AMT         PIC S9(8)V99.

      *----------------------------------------------------------------
      * THE BUSINESS DATE RIDING THE MAINTENANCE LOG'S LATEST RUN

           PERFORM 3000-GATHER-JOURNAL   THRU 3000-EXIT.
           IF INQUIRING-LOAN
               PERFORM 4000-GATHER-ACTIVITY THRU 4000-EXIT
           END-IF.
           PERFORM 5000-GATHER-MAINT-LOG THRU 5000-EXIT.
           PERFORM 6000-GATHER-AUDIT     THRU 6000-EXIT.
                   DELIMITED BY SIZE INTO WS-EVENT-TEXT
               PERFORM 2900-POST-ONE-EVENT THRU 2900-EXIT
           END-IF.

           IF SUB-LEAVER-SW NOT = SU-LEAVER-SW
              AND SU-LEFT-UNSETTLED
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "LEFT " SU-LEFT-DATE " REASON " SU-LEFT-REASON
                   DELIMITED BY SIZE INTO WS-EVENT-TEXT
               PERFORM 2900-POST-ONE-EVENT THRU 2900-EXIT
           END-IF.

           IF SUB-TC-NUMBER NOT = SU-TC-NUMBER
              AND SU-LEFT-SETTLED
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "SETTLED - TC NO " SU-TC-NUMBER
                   DELIMITED BY SIZE INTO WS-EVENT-TEXT
               PERFORM 2900-POST-ONE-EVENT THRU 2900-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-GATHER-ACTIVITY
      *----------------------------------------------------------------
       4000-GATHER-ACTIVITY.
           MOVE 'N'  TO WS-EOF-SW.
           MOVE ZERO TO WS-AC-EV-SUB.
           OPEN INPUT ACCOUNT-JOURNAL.
           IF ACTJ-FILE-NOT-FOUND
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-ONE-ENTRY THRU 4100-EXIT
               UNTIL END-OF-FILE.
           CLOSE ACCOUNT-JOURNAL.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-ONE-ENTRY
      *----------------------------------------------------------------
       4100-ONE-ENTRY.
           READ ACCOUNT-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF AJ-ACCT-NO = WS-KEY-ENTRY
                       PERFORM 4200-POST-ONE-ENTRY THRU 4200-EXIT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-POST-ONE-ENTRY - THE OPERATOR COLUMN CARRIES THE PROGRAM
      * THAT POSTED THE ENTRY.  AN ACCRUAL FOLLOWING AN ACCRUAL OF THE
      * SAME MONTH IS ADDED INTO THAT EVENT RATHER THAN LISTED.
      *----------------------------------------------------------------
       4200-POST-ONE-ENTRY.
           MOVE AJ-EFF-DATE TO WS-PAY-DATE-HOLD.
           MOVE WS-PAY-DATE-HOLD(1:4) TO WS-DFW-YYYY.
           MOVE WS-PAY-DATE-HOLD(5:2) TO WS-DFW-MM.
           MOVE WS-PAY-DATE-HOLD(7:2) TO WS-DFW-DD.
           MOVE WS-DATE-FMT-WORK TO WS-EVENT-DATE.
           MOVE "ACTJRNL "       TO WS-EVENT-SOURCE.
           MOVE AJ-SOURCE-PGM    TO WS-EVENT-OPERATOR.

           IF AJ-TXN-IS-ACCRUAL
              AND WS-AC-EV-SUB > ZERO
              AND WS-AC-MONTH = WS-PAY-DATE-HOLD(1:6)
               ADD AJ-AMOUNT TO WS-AC-MONTH-AMT
           ELSE
               MOVE AJ-AMOUNT TO WS-AC-MONTH-AMT
           END-IF.

           PERFORM 4300-DESCRIBE-ENTRY THRU 4300-EXIT.
           MOVE WS-AC-MONTH-AMT TO WS-SIGNED-ED-A.
           MOVE AJ-BALANCE      TO WS-SIGNED-ED-B.
           MOVE SPACES TO WS-EVENT-TEXT.
           STRING WS-TXN-DESC WS-SIGNED-ED-A " BAL " WS-SIGNED-ED-B
               DELIMITED BY SIZE INTO WS-EVENT-TEXT.

           IF NOT AJ-TXN-IS-ACCRUAL
               MOVE ZERO TO WS-AC-EV-SUB
               PERFORM 2900-POST-ONE-EVENT THRU 2900-EXIT
               GO TO 4200-EXIT
           END-IF.

           IF WS-AC-EV-SUB > ZERO
              AND WS-AC-MONTH = WS-PAY-DATE-HOLD(1:6)
               MOVE WS-EVENT-DATE TO EV-DATE(WS-AC-EV-SUB)
               MOVE WS-EVENT-TEXT TO EV-TEXT(WS-AC-EV-SUB)
               GO TO 4200-EXIT
           END-IF.

           PERFORM 2900-POST-ONE-EVENT THRU 2900-EXIT.
           MOVE WS-EVENT-COUNT        TO WS-AC-EV-SUB.
           MOVE WS-PAY-DATE-HOLD(1:6) TO WS-AC-MONTH.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-DESCRIBE-ENTRY - SAME WORDING AS THE BORROWER STATEMENT.
      *----------------------------------------------------------------
       4300-DESCRIBE-ENTRY.
           EVALUATE TRUE
               WHEN AJ-TXN-IS-OPENING
                   MOVE "LOAN OPENED"          TO WS-TXN-DESC
               WHEN AJ-TXN-IS-BAL-FORWARD
                   MOVE "BALANCE FORWARD"      TO WS-TXN-DESC
               WHEN AJ-TXN-IS-ADJUSTMENT
                   MOVE "ADJUSTMENT"           TO WS-TXN-DESC
               WHEN AJ-TXN-IS-DRAW
                   MOVE "CREDIT LINE DRAW"     TO WS-TXN-DESC
               WHEN AJ-TXN-IS-ACCRUAL
                   MOVE "INTEREST FOR MONTH"   TO WS-TXN-DESC
               WHEN AJ-TXN-IS-ACCRUAL-REVERSAL
                   MOVE "INTEREST REVERSED"    TO WS-TXN-DESC
               WHEN AJ-TXN-IS-CAPITALIZATION
                   MOVE "INTEREST CAPITALIZED" TO WS-TXN-DESC
               WHEN AJ-TXN-IS-DEFERRAL-CAP
                   MOVE "DEFERRED INT CAPTLZD" TO WS-TXN-DESC
               WHEN AJ-TXN-IS-DEFERRAL-PARK
                   MOVE "INTEREST DEFERRED"    TO WS-TXN-DESC
               WHEN AJ-TXN-IS-DEFERRAL-REPAID
                   MOVE "DEFERRED INT REPAID"  TO WS-TXN-DESC
               WHEN AJ-TXN-IS-PAYMENT
                   MOVE "PAYMENT"              TO WS-TXN-DESC
               WHEN AJ-TXN-IS-PAY-REVERSAL
                   MOVE "PAYMENT REVERSED"     TO WS-TXN-DESC
               WHEN AJ-TXN-IS-PAYOFF
                   MOVE "PAID IN FULL"         TO WS-TXN-DESC
               WHEN AJ-TXN-IS-CHARGE-OFF
                   MOVE "CHARGED OFF"          TO WS-TXN-DESC
               WHEN AJ-TXN-IS-FEE
                   MOVE "FEE CHARGED"          TO WS-TXN-DESC
               WHEN AJ-TXN-IS-FEE-WAIVER
                   MOVE "FEE WAIVED"           TO WS-TXN-DESC
               WHEN AJ-TXN-IS-RECOVERY
                   MOVE "RECOVERY"             TO WS-TXN-DESC
               WHEN OTHER
                   MOVE AJ-TXN-CODE            TO WS-TXN-DESC
           END-EVALUATE.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
