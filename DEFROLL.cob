       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFERRAL-ROLL.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY RUN OF THE HARDSHIP
      *                 DEFERRAL PLANS.  A PENDING PLAN WHOSE START
      *                 DATE HAS ARRIVED GOES ACTIVE: THE ACCOUNT IS
      *                 MARKED DEFERRED ON THE LOAN MASTER (LM-
      *                 DEFERRAL-SW 'D', OR 'S' WHEN THE PLAN STOPS
      *                 THE DAILY ACCRUAL) SO THE AGING, FEE,
      *                 COLLECTIONS AND NON-ACCRUAL RUNS TREAT IT AS
      *                 CURRENT.  WHILE ACTIVE, EACH DUE DATE THAT
      *                 ARRIVES ROLLS FORWARD ONE MONTH WITH NO
      *                 PAYMENT.  ONCE THE AGREED PAYMENTS HAVE BEEN
      *                 DEFERRED THE PLAN EXITS: THE MARK IS CLEARED,
      *                 THE INTEREST BUILT UP DURING THE PLAN IS
      *                 CAPITALIZED (GL 1040-LOANP / 1050-INTRC) OR
      *                 MOVED TO THE DEFERRED-INTEREST RECEIVABLE (GL
      *                 1055-DEFIN / 1050-INTRC) FOR REPAYMENT AT
      *                 MATURITY OR SPREAD OVER THE PAYMENTS LEFT, AND
      *                 THE ACCOUNT IS LISTED ON THE EXIT REGISTER
      *                 WITH ITS FIRST PAYMENT DUE.  RUNS AHEAD OF
      *                 THE ACCRUAL AND AGING STEPS SO BOTH SEE THE
      *                 NIGHT'S DEFERRAL STATUS.
      * 2026-10-15 RSD  THE INTEREST A PLAN DEFERRED IS ALSO POSTED TO
      *                 THE ACCOUNT TRANSACTION JOURNAL AT EXIT
      *                 THROUGH ACCT-JOURNAL - A MEMO ENTRY WHEN IT IS
      *                 CAPITALIZED, SINCE THE BALANCE OWED DOES NOT
      *                 CHANGE, AND A REDUCTION WHEN IT MOVES OFF THE
      *                 ACCOUNT ONTO THE PLAN'S PARKED BALANCE.
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
           SELECT DEFERRAL-MASTER ASSIGN TO DEFPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXIT-REGISTER   ASSIGN TO DEFXREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRAL-MASTER
           RECORDING MODE IS F.
       COPY DEFPLAN.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  EXIT-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(100).

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       COPY EXCPTLOG.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.

      *----------------------------------------------------------------
      * BUSINESS PROCESSING DATE - FROM THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE.
      *----------------------------------------------------------------
       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-DD            PIC 9(02).

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-DEF-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-DEFERRAL-MASTER     VALUE 'Y'.
           05 WS-FX-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-LOAN-FOUND-SW      PIC X(01).
              88 LOAN-ACCOUNT-WAS-FOUND     VALUE 'Y'.
           05 WS-FX-MISSING-SW      PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.

       01  WS-DEF-FILE-STATUS       PIC X(02).
           88 DEF-FILE-NOT-FOUND           VALUE '35'.
       01  WS-LOAN-FILE-STATUS      PIC X(02).
       01  WS-GL-FILE-STATUS        PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * PLAN TABLE - THE MASTER IS LOADED AT START-UP, EACH PLAN IS
      * WORKED IN STORAGE, AND THE WHOLE TABLE REWRITTEN AT CLOSE.
      *----------------------------------------------------------------
       01  WS-DEF-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-DEF-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  DEF-TABLE.
           05 DEF-IMAGE OCCURS 5000 TIMES PIC X(73).
       01  WS-DEF-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * FX-RATE TABLE - FOR THE GL EXTRACT'S BASE-CURRENCY AMOUNT.
      *----------------------------------------------------------------
       01  WS-FX-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  FX-RATE-TABLE.
           05 FX-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-FX-TABLE-COUNT
                 INDEXED BY FX-IDX.
              10 FX-TABLE-CODE      PIC X(03).
              10 FX-TABLE-RATE      PIC 9(4)V9(6).
       01  WS-FX-FOUND-SW          PIC X(01) VALUE 'N'.
           88 FX-RATE-WAS-FOUND            VALUE 'Y'.
       01  WS-FX-RATE              PIC 9(4)V9(6).
       01  WS-CURRENCY-CODE        PIC X(03).

      *----------------------------------------------------------------
      * GL ACCOUNTS - THE EXIT RECLASSES THE DEFERRED INTEREST OUT OF
      * THE ACCRUED-INTEREST RECEIVABLE, INTO PRINCIPAL OR INTO THE
      * DEFERRED-INTEREST RECEIVABLE.
      *----------------------------------------------------------------
       01  WS-GL-CODES.
           05 WS-GL-LOAN-PRINCIPAL PIC X(10) VALUE "1040-LOANP".
           05 WS-GL-INT-RECEIVABLE PIC X(10) VALUE "1050-INTRC".
           05 WS-GL-DEFERRED-INT   PIC X(10) VALUE "1055-DEFIN".

      *----------------------------------------------------------------
      * DUE-DATE ROLL WORK AREA - SPLITS LM-NEXT-DUE-DATE INTO ITS
      * PARTS SO IT CAN BE STEPPED FORWARD ONE MONTH WITH A YEAR WRAP
      * AND THE DAY CLAMPED TO THE END OF A SHORTER MONTH, AS
      * PAYMENT-POST ROLLS IT FOR A PAYMENT.
      *----------------------------------------------------------------
       01  WS-DUE-DATE.
           05 WS-DUE-YYYY           PIC 9(04).
           05 WS-DUE-MM             PIC 9(02).
           05 WS-DUE-DD             PIC 9(02).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
                                    PIC 9(08).
       01  WS-MONTH-DAYS-TABLE.
           05 FILLER                PIC X(24) VALUE
              "312831303130313130313031".
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-DAYS-IN-MONTH      OCCURS 12 TIMES PIC 9(02).
       01  WS-LEAP-REM              PIC 9(03).
       01  WS-LEAP-YEAR             PIC 9(04).
       01  WS-LEAP-SW               PIC X(01).
           88 YEAR-IS-LEAP                 VALUE 'Y'.

      *----------------------------------------------------------------
      * EXIT WORK FIGURES - THE INTEREST DEFERRED, AND FOR A SPREAD
      * PLAN THE PAYMENTS LEFT BETWEEN THE FIRST PAYMENT DUE AND THE
      * MONTH THE TERM RUNS OUT.
      *----------------------------------------------------------------
       01  WS-OPEN-DATE.
           05 WS-OPEN-YYYY          PIC 9(04).
           05 WS-OPEN-MM            PIC 9(02).
           05 WS-OPEN-DD            PIC 9(02).
       01  WS-OPEN-DATE-NUM REDEFINES WS-OPEN-DATE
                                    PIC 9(08).
       01  WS-DEFERRED-INT          PIC 9(7)V99.
       01  WS-PAYMENTS-LEFT         PIC S9(05) COMP.

       01  WS-COUNTS.
           05 WS-PLANS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-PLANS-WORKED       PIC 9(7) COMP VALUE 0.
           05 WS-PLANS-IDLE         PIC 9(7) COMP VALUE 0.
           05 WS-PLANS-SKIPPED      PIC 9(7) COMP VALUE 0.
           05 WS-PLANS-STARTED      PIC 9(7) COMP VALUE 0.
           05 WS-PLANS-EXITED       PIC 9(7) COMP VALUE 0.
           05 WS-PAYMENTS-DEFERRED  PIC 9(7) COMP VALUE 0.

       01  WS-TOTAL-DEFERRED-INT    PIC 9(11)V99 VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * INCIDENT CAPTURE - SEE INCDRQ.CPY.
      *----------------------------------------------------------------
       COPY INCDRQ.

      *----------------------------------------------------------------
      * ACCOUNT TRANSACTION JOURNAL - SEE JRNLRQ.CPY.
      *----------------------------------------------------------------
       COPY JRNLRQ.

      *----------------------------------------------------------------
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.  THE POSTING
      * PERIOD IS RESOLVED ONCE AT START-UP AND STAMPED ON EVERY GL
      * EXTRACT RECORD, SO A CLOSED-PERIOD NIGHT POSTS AS A
      * PRIOR-PERIOD ADJUSTMENT INSTEAD OF BOUNCING THE LEDGER.
      *----------------------------------------------------------------
       COPY PERCKRQ.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-RAW     PIC 9(08).
       01  WS-RUN-TIME-RAW     PIC 9(06).
       01  WS-RUN-DATE-FMT.
           05 WS-RDF-YYYY      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-RDF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-RDF-DD        PIC 9(02).
       01  WS-RUN-ID-FMT.
           05 WS-RIF-PGM       PIC X(06) VALUE "DEFROL".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "DEFERRAL PLAN EXIT REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(06) VALUE "ACCT #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "STARTED ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "PMT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "REPAYMENT  ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "DEFERRED INT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "PER PAYMNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "1ST DUE ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "BRCH".

       01  REGISTER-DETAIL.
           05 RR-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-START-DATE         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-PAYMENTS           PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-REPAY-METHOD       PIC X(11).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-DEFERRED-INT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-SPREAD-AMT         PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-FIRST-DUE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-BRANCH             PIC X(04).

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(15) VALUE "PLANS STARTED =".
           05 TL-STARTED            PIC ZZZZ9.
           05 FILLER                PIC X(17) VALUE
              "  PLANS EXITED = ".
           05 TL-EXITED             PIC ZZZZ9.
           05 FILLER                PIC X(22) VALUE
              "  PAYMENTS DEFERRED = ".
           05 TL-PAYMENTS           PIC ZZZZ9.
           05 FILLER                PIC X(18) VALUE
              "  DEFERRED INT = ".
           05 TL-DEFERRED-INT       PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "DEFROL  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-WORK-ONE-PLAN   THRU 2000-EXIT
               VARYING WS-DEF-SUB FROM 1 BY 1
               UNTIL WS-DEF-SUB > WS-DEF-TABLE-COUNT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-PLANS-READ TO RQ-RECORD-COUNT
               MOVE WS-PLANS-WORKED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE PLAN TABLE IS LOADED BEFORE ANY OUTPUT
      * IS OPENED, SO A LOAD THAT OVERFLOWS LEAVES EVERY FILE
      * UNTOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT DEFERRAL-MASTER.
           IF DEF-FILE-NOT-FOUND
               MOVE 'Y' TO WS-DEF-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-PLAN THRU 1300-EXIT
                   UNTIL END-OF-DEFERRAL-MASTER
               CLOSE DEFERRAL-MASTER
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE MASTER FROM A
      *    TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - DEFPLAN AND LOANMSTR LEFT "
                       "UNTOUCHED, RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O    LOAN-MASTER
           OPEN INPUT  FX-RATES
           OPEN OUTPUT EXIT-REGISTER.

           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE EXIT REGISTER.
      *----------------------------------------------------------------
       1050-WRITE-RUN-STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.

           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           MOVE WS-RUN-DATE-FMT      TO RS-RUN-DATE.

           MOVE WS-RUN-TIME-RAW      TO WS-RIF-TIME.
           MOVE WS-RUN-ID-FMT        TO RS-RUN-ID.

           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           WRITE REGISTER-LINE FROM RUN-STAMP-LINE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1040-SET-BUSINESS-DATE - READS THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE WHEN THE FILE IS MISSING OR
      * EMPTY, AND FILLS THE RUN STAMP'S BUSDATE FIELD.
      *----------------------------------------------------------------
       1040-SET-BUSINESS-DATE.
           MOVE WS-RUN-DATE-RAW TO WS-BUS-DATE-RAW.
           OPEN INPUT BUS-DATE-CTL.
           IF NOT BUSDATE-FILE-NOT-FOUND
               READ BUS-DATE-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUS-DATE TO WS-BUS-DATE-RAW
               END-READ
               CLOSE BUS-DATE-CTL
           END-IF.

           MOVE WS-BUS-DATE-RAW(1:4) TO WS-BDF-YYYY.
           MOVE WS-BUS-DATE-RAW(5:2) TO WS-BDF-MM.
           MOVE WS-BUS-DATE-RAW(7:2) TO WS-BDF-DD.
           MOVE WS-BUS-DATE-FMT      TO RS-BUS-DATE.
       1040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1180-LOAD-FX-RATES
      *----------------------------------------------------------------
       1180-LOAD-FX-RATES.
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
      * 1300-LOAD-ONE-PLAN
      *----------------------------------------------------------------
       1300-LOAD-ONE-PLAN.
           READ DEFERRAL-MASTER
               AT END
                   MOVE 'Y' TO WS-DEF-EOF-SW
               NOT AT END
                   IF WS-DEF-TABLE-COUNT < WS-DEF-TABLE-MAX
                       ADD 1 TO WS-DEF-TABLE-COUNT
                       ADD 1 TO WS-PLANS-READ
                       MOVE DEFERRAL-PLAN-REC
                           TO DEF-IMAGE(WS-DEF-TABLE-COUNT)
                   ELSE
                       DISPLAY "DEFERRAL PLAN TABLE FULL - "
                               "RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-DEF-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-WORK-ONE-PLAN - AN EXITED PLAN, OR A PENDING ONE NOT YET
      * AT ITS START DATE, IS PASSED OVER.  OTHERWISE THE PLAN IS
      * STARTED IF IT IS PENDING, ITS ARRIVED DUE DATES ARE ROLLED,
      * AND IT IS EXITED ONCE ITS PAYMENTS HAVE ALL BEEN DEFERRED.
      * THE LOAN RECORD IS REWRITTEN ONCE, AT THE END.
      *----------------------------------------------------------------
       2000-WORK-ONE-PLAN.
           MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC.
           IF DP-PLAN-HAS-EXITED
              OR (DP-PLAN-IS-PENDING
                  AND DP-START-DATE > WS-BUS-DATE-RAW)
               ADD 1 TO WS-PLANS-IDLE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'Y' TO WS-LOAN-FOUND-SW.
           MOVE DP-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-LOAN-FOUND-SW
           END-READ.

           IF NOT LOAN-ACCOUNT-WAS-FOUND
               MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF.

      *    A LOAN THAT HAS CLOSED OR BEEN CHARGED OFF UNDER THE PLAN
      *    HAS NOTHING LEFT TO DEFER - THE PLAN IS EXITED AS IT
      *    STANDS.
           IF LM-ACCOUNT-IS-CLOSED OR LM-ACCOUNT-IS-CHARGED-OFF
               MOVE DP-DEFERRED-COUNT TO DP-PAYMENTS
           END-IF.

           IF DP-PLAN-IS-PENDING
               PERFORM 2100-START-PLAN THRU 2100-EXIT
           END-IF.

           PERFORM 2200-ROLL-DUE-DATE THRU 2200-EXIT
               UNTIL DP-DEFERRED-COUNT >= DP-PAYMENTS
                  OR LM-NEXT-DUE-DATE = ZERO
                  OR LM-NEXT-DUE-DATE > WS-BUS-DATE-RAW.

           MOVE ZERO TO WS-DEFERRED-INT.
           IF DP-DEFERRED-COUNT >= DP-PAYMENTS
               PERFORM 3000-EXIT-PLAN THRU 3000-EXIT
           END-IF.

           REWRITE LOAN-MASTER-REC
               INVALID KEY
                   MOVE "LOAN MASTER REWRITE FAILED" TO WS-REASON
           END-REWRITE.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-DEFERRED-INT > ZERO
               PERFORM 3050-JOURNAL-DEFERRED-INT THRU 3050-EXIT
           END-IF.

           ADD 1 TO WS-PLANS-WORKED.
           MOVE DEFERRAL-PLAN-REC TO DEF-IMAGE(WS-DEF-SUB).
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-START-PLAN - MARKS THE ACCOUNT DEFERRED AND NOTES WHERE
      * ITS ACCRUED INTEREST STOOD, SO THE INTEREST THE PLAN DEFERS
      * CAN BE MEASURED AT EXIT.
      *----------------------------------------------------------------
       2100-START-PLAN.
           SET DP-PLAN-IS-ACTIVE TO TRUE.
           MOVE LM-ACCRUED-INT TO DP-BASE-INT.
           IF DP-INTEREST-SUSPENDED
               MOVE 'S' TO LM-DEFERRAL-SW
           ELSE
               MOVE 'D' TO LM-DEFERRAL-SW
           END-IF.
           ADD 1 TO WS-PLANS-STARTED.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-ROLL-DUE-DATE - ONE DUE DATE DEFERRED: STEPS
      * LM-NEXT-DUE-DATE FORWARD ONE MONTH, WRAPPING DECEMBER INTO
      * JANUARY OF THE NEXT YEAR AND CLAMPING THE DAY TO THE LAST DAY
      * OF A SHORTER TARGET MONTH (29 FOR FEBRUARY IN A LEAP YEAR).
      *----------------------------------------------------------------
       2200-ROLL-DUE-DATE.
           MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-NUM.

           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.

           IF WS-DUE-DD > WS-DAYS-IN-MONTH(WS-DUE-MM)
               MOVE WS-DAYS-IN-MONTH(WS-DUE-MM) TO WS-DUE-DD
               IF WS-DUE-MM = 2
                   MOVE WS-DUE-YYYY TO WS-LEAP-YEAR
                   PERFORM 2250-SET-LEAP-SW THRU 2250-EXIT
                   IF YEAR-IS-LEAP
                       MOVE 29 TO WS-DUE-DD
                   END-IF
               END-IF
           END-IF.

           MOVE WS-DUE-DATE-NUM TO LM-NEXT-DUE-DATE.
           ADD 1 TO DP-DEFERRED-COUNT.
           ADD 1 TO WS-PAYMENTS-DEFERRED.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-SET-LEAP-SW - THE FULL CALENDAR RULE: A YEAR DIVISIBLE
      * BY FOUR IS LEAP UNLESS IT IS A CENTURY, AND A CENTURY IS
      * LEAP ONLY WHEN DIVISIBLE BY FOUR HUNDRED.
      *----------------------------------------------------------------
       2250-SET-LEAP-SW.
           MOVE 'N' TO WS-LEAP-SW.
           COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-LEAP-YEAR, 4).
           IF WS-LEAP-REM = 0
               COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-LEAP-YEAR, 100)
               IF WS-LEAP-REM NOT = 0
                   MOVE 'Y' TO WS-LEAP-SW
               ELSE
                   COMPUTE WS-LEAP-REM =
                       FUNCTION MOD(WS-LEAP-YEAR, 400)
                   IF WS-LEAP-REM = 0
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION - THE PLAN IS LEFT AS IT IS, SO IT IS
      * WORKED AGAIN THE NEXT NIGHT.
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           ADD 1 TO WS-PLANS-SKIPPED.
           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "DEFROL"   TO SE-PROGRAM-ID.
           MOVE DP-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-EXIT-PLAN - CLEARS THE DEFERRAL MARK AND SETTLES THE
      * INTEREST THAT BUILT UP WHILE THE PLAN RAN.  CAPITALIZED
      * INTEREST MOVES INTO PRINCIPAL.  INTEREST REPAID AT MATURITY
      * OR SPREAD MOVES OFF THE ACCRUED BUCKET, SO THE REGULAR
      * PAYMENTS DO NOT SWEEP IT UP, ONTO THE PLAN'S PARKED BALANCE;
      * A SPREAD PLAN DIVIDES THAT BALANCE OVER THE PAYMENTS LEFT.
      *----------------------------------------------------------------
       3000-EXIT-PLAN.
           MOVE SPACE TO LM-DEFERRAL-SW.
           SET DP-PLAN-HAS-EXITED TO TRUE.
           MOVE WS-BUS-DATE-RAW  TO DP-EXIT-DATE.
           MOVE LM-NEXT-DUE-DATE TO DP-FIRST-DUE-DATE.

           MOVE ZERO TO WS-DEFERRED-INT.
           IF LM-ACCRUED-INT > DP-BASE-INT
               COMPUTE WS-DEFERRED-INT = LM-ACCRUED-INT - DP-BASE-INT
           END-IF.
           MOVE WS-DEFERRED-INT TO DP-DEFERRED-INT.

           IF WS-DEFERRED-INT > ZERO
               SUBTRACT WS-DEFERRED-INT FROM LM-ACCRUED-INT
               IF DP-REPAY-CAPITALIZED
                   ADD WS-DEFERRED-INT TO LM-PRINCIPAL
               ELSE
                   ADD WS-DEFERRED-INT TO DP-PARKED-INT
               END-IF
               PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
           END-IF.

           MOVE ZERO TO DP-SPREAD-AMT.
           IF DP-REPAY-SPREAD AND DP-PARKED-INT > ZERO
               PERFORM 3100-COUNT-PAYMENTS-LEFT THRU 3100-EXIT
               COMPUTE DP-SPREAD-AMT ROUNDED =
                   DP-PARKED-INT / WS-PAYMENTS-LEFT
           END-IF.

           ADD 1 TO WS-PLANS-EXITED.
           ADD WS-DEFERRED-INT TO WS-TOTAL-DEFERRED-INT.

           MOVE SPACES            TO REGISTER-DETAIL.
           MOVE DP-ACCT-NO        TO RR-ACCT-NO.
           MOVE DP-START-DATE     TO RR-START-DATE.
           MOVE DP-DEFERRED-COUNT TO RR-PAYMENTS.
           EVALUATE TRUE
               WHEN DP-REPAY-CAPITALIZED
                   MOVE "CAPITALIZED" TO RR-REPAY-METHOD
               WHEN DP-REPAY-SPREAD
                   MOVE "SPREAD"      TO RR-REPAY-METHOD
               WHEN OTHER
                   MOVE "AT MATURITY" TO RR-REPAY-METHOD
           END-EVALUATE.
           MOVE WS-DEFERRED-INT   TO RR-DEFERRED-INT.
           MOVE DP-SPREAD-AMT     TO RR-SPREAD-AMT.
           MOVE DP-FIRST-DUE-DATE TO RR-FIRST-DUE.
           MOVE LM-BRANCH         TO RR-BRANCH.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-JOURNAL-DEFERRED-INT - CAPITALIZED INTEREST ONLY MOVES
      * FROM ONE BUCKET TO THE OTHER (A MEMO ENTRY); PARKED INTEREST
      * LEAVES THE ACCOUNT'S BALANCE FOR THE PLAN RECORD.
      *----------------------------------------------------------------
       3050-JOURNAL-DEFERRED-INT.
           IF DP-REPAY-CAPITALIZED
               MOVE "DC"            TO JQ-TXN-CODE
               MOVE WS-DEFERRED-INT TO JQ-AMOUNT
               MOVE 'Y'             TO JQ-MEMO-SW
           ELSE
               MOVE "DP"            TO JQ-TXN-CODE
               COMPUTE JQ-AMOUNT = ZERO - WS-DEFERRED-INT
               MOVE 'N'             TO JQ-MEMO-SW
           END-IF.
           MOVE SPACES              TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-COUNT-PAYMENTS-LEFT - MONTHLY PAYMENTS FROM THE FIRST
      * PAYMENT DUE THROUGH THE MONTH THE TERM RUNS OUT (OPEN DATE
      * PLUS LM-YEARS), NEVER FEWER THAN ONE.  A LOAN WITH NO OPEN
      * DATE REPAYS THE WHOLE BALANCE WITH ITS FIRST PAYMENT.
      *----------------------------------------------------------------
       3100-COUNT-PAYMENTS-LEFT.
           MOVE 1 TO WS-PAYMENTS-LEFT.
           IF LM-OPEN-DATE = ZERO OR LM-NEXT-DUE-DATE = ZERO
               GO TO 3100-EXIT
           END-IF.

           MOVE LM-OPEN-DATE     TO WS-OPEN-DATE-NUM.
           MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-NUM.
           COMPUTE WS-PAYMENTS-LEFT =
               ((WS-OPEN-YYYY + LM-YEARS) * 12 + WS-OPEN-MM)
             - (WS-DUE-YYYY * 12 + WS-DUE-MM) + 1.
           IF WS-PAYMENTS-LEFT < 1
               MOVE 1 TO WS-PAYMENTS-LEFT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - THE DEFERRED INTEREST LEAVES THE
      * ACCRUED-INTEREST RECEIVABLE (CREDIT) FOR PRINCIPAL OR THE
      * DEFERRED-INTEREST RECEIVABLE (DEBIT), IN THE LOAN'S CURRENCY.
      *----------------------------------------------------------------
       4500-POST-GL-PAIR.
           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD   TO GL-PERIOD.
           MOVE DP-ACCT-NO       TO GL-ACCT-NO.
           MOVE LM-BRANCH        TO GL-BRANCH.
           IF DP-REPAY-CAPITALIZED
               MOVE WS-GL-LOAN-PRINCIPAL TO GL-GL-ACCOUNT
               MOVE "DEFERRED INT CAPTLZD" TO GL-NARRATIVE
           ELSE
               MOVE WS-GL-DEFERRED-INT   TO GL-GL-ACCOUNT
               MOVE "DEFERRED INT PARKED " TO GL-NARRATIVE
           END-IF.
           SET GL-IS-DEBIT       TO TRUE.
           MOVE WS-DEFERRED-INT  TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE TO GL-CURRENCY.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-DEFERRED-INT * WS-FX-RATE.
           WRITE GL-EXTRACT-REC.

           MOVE WS-GL-INT-RECEIVABLE TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT      TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - USD CONVERTS AT 1; ANY OTHER CURRENCY
      * WITHOUT A RATE CONVERTS AT ZERO, IS LOGGED, AND ENDS THE RUN
      * WITH CONDITION CODE 8, MATCHING PAYMENT-POST.
      *----------------------------------------------------------------
       4600-SET-FX-RATE.
           IF WS-CURRENCY-CODE = "USD"
               MOVE 1 TO WS-FX-RATE
               GO TO 4600-EXIT
           END-IF.

           MOVE 'N' TO WS-FX-FOUND-SW.
           MOVE ZERO TO WS-FX-RATE.
           PERFORM 4650-SEARCH-FX-RATE THRU 4650-EXIT
               VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > WS-FX-TABLE-COUNT
                  OR FX-RATE-WAS-FOUND.

           IF NOT FX-RATE-WAS-FOUND
               SET AN-FX-RATE-WAS-MISSING TO TRUE
               MOVE SPACES TO SHARED-EXCEPTION-REC
               MOVE "DEFROL" TO SE-PROGRAM-ID
               MOVE WS-CURRENCY-CODE TO SE-ENTRY-ID
               MOVE "FX RATE MISSING FOR CURRENCY" TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               WRITE SHARED-EXCEPTION-REC
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4650-SEARCH-FX-RATE
      *----------------------------------------------------------------
       4650-SEARCH-FX-RATE.
           IF FX-TABLE-CODE(FX-IDX) = WS-CURRENCY-CODE
               MOVE FX-TABLE-RATE(FX-IDX) TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-FOUND-SW
           END-IF.
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
           MOVE "DEFROL  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE TABLE, WITH EACH PLAN'S PROGRESS,
      * REPLACES THE DEFERRAL PLAN MASTER.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE 'C' TO JQ-FUNCTION.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           MOVE WS-PLANS-STARTED      TO TL-STARTED.
           MOVE WS-PLANS-EXITED       TO TL-EXITED.
           MOVE WS-PAYMENTS-DEFERRED  TO TL-PAYMENTS.
           MOVE WS-TOTAL-DEFERRED-INT TO TL-DEFERRED-INT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT DEFERRAL-MASTER.
           PERFORM 9100-WRITE-ONE-PLAN THRU 9100-EXIT
               VARYING WS-DEF-SUB FROM 1 BY 1
               UNTIL WS-DEF-SUB > WS-DEF-TABLE-COUNT.
           CLOSE DEFERRAL-MASTER.

           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO RETURN-CODE
               MOVE "4600-SET-FX-RATE" TO IR-PHASE
               MOVE "FX RATE MISSING - ENDED CC 8" TO IR-MESSAGE
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
           END-IF.

           CLOSE LOAN-MASTER
                 EXIT-REGISTER
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-PLAN
      *----------------------------------------------------------------
       9100-WRITE-ONE-PLAN.
           MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC.
           WRITE DEFERRAL-PLAN-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES PLANS READ AGAINST
      * PLANS WORKED PLUS PLANS IDLE TONIGHT PLUS PLANS HELD.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-PLANS-READ   TO CT-RECORDS-READ.
           MOVE WS-PLANS-WORKED TO CT-RECORDS-PROCESSED.
           IF WS-PLANS-READ = WS-PLANS-WORKED + WS-PLANS-IDLE
                                              + WS-PLANS-SKIPPED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9700-CAPTURE-INCIDENT - THE RUN IS ENDING BADLY, SO THE
      * EVIDENCE THE MORNING RERUN DECISION NEEDS GOES TO THE
      * SHARED INCIDENT FILE IN ONE CALL.  THE CALLER HAS SET THE
      * PHASE AND MESSAGE.
      *----------------------------------------------------------------
       9700-CAPTURE-INCIDENT.
           MOVE "DEFROL  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-PLANS-READ TO IR-RECORDS-SO-FAR.
           MOVE DP-ACCT-NO TO IR-LAST-KEY.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
