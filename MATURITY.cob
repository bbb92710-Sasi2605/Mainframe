      *                 AN INCIDENT RECORD THROUGH THE SHARED
      *                 INCIDENT-LOG SUBPROGRAM FOR THE MORNING
      *                 INCIDENT REPORT.
      * 2026-10-15 RSD  A CUSTOMER WHOSE ADDRESS IS FLAGGED BAD BY
      *                 RETURNED-MAIL HAS THE ADVANCE NOTICE WRITTEN
      *                 TO THE HELDMAIL FILE INSTEAD OF PRINTED; THE
      *                 REGISTER SAYS NOTICE HELD AND THE HELD
      *                 NOTICES ARE COUNTED AT THE FOOT.
      * 2026-10-15 RSD  A BALLOON LOAN MATURES LM-AMORT-MONTHS AFTER
      *                 ITS OPEN DATE, NOT AT THE END OF LM-YEARS.
      *                 ITS 90- AND 30-DAY NOTICES ARE BALLOON NOTICES
      *                 SHOWING THE PROJECTED LUMP SUM - THE BALANCE
      *                 LEFT AFTER THE LEVEL PAYMENTS STILL TO COME,
      *                 PLUS THE BALLOON MONTH'S INTEREST - PRICED AT
      *                 THE RATE-MASTER RATE AS BILLING DOES.
      * 2026-10-15 RSD  NOW A MODULE OF THE LOAN-MASTER DRIVER
      *                 (LNDRIVER) INSTEAD OF A STEP OF ITS OWN: THE
      *                 DRIVER READS AND REWRITES THE MASTER AND HANDS
      *                 EACH ACCOUNT IN (LNDRVRQ.CPY); A FAILED REWRITE
      *                 IS NOW LOGGED AND CAPTURED BY THE DRIVER.
      *                 EXCEPTIONS GO THROUGH THE SHARED WRITER
      *                 EXCEPTION-POST.  THE RUNNING COUNTS AND THE
      *                 FORECAST ARE SAVED AT EACH DRIVER CHECKPOINT
      *                 AND RESTORED ON A RESUMED PASS, WHICH APPENDS
      *                 TO THE NOTICES AND THE REGISTER.
      * 2026-10-15 RSD  INTEREST PARKED BY A HARDSHIP DEFERRAL PLAN
      *                 (DEFPLAN.CPY) AND NOT YET REPAID FALLS DUE AT
      *                 MATURITY: AN ACCOUNT STILL CARRYING ANY IS NOT
      *                 CLOSED BUT MOVES TO MATURED PAST DUE, AND THE
      *                 ADVANCE NOTICES SHOW IT ON ITS OWN LINE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-NAMES  ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
           SELECT MATURITY-REGISTER ASSIGN TO MATUREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-MAIL       ASSIGN TO HELDMAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

           SELECT DEFERRAL-MASTER ASSIGN TO DEFPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  CUSTOMER-NAMES.
       COPY CUSTMSTR.
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).

       FD  HELD-MAIL
           RECORDING MODE IS F.
       COPY HELDMAIL.

       FD  DEFERRAL-MASTER
           RECORDING MODE IS F.
       COPY DEFPLAN.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-RATE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01).
              88 PAYMENT-OVERFLOWED         VALUE 'Y'.
           05 WS-DEF-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-DEFERRAL-MASTER     VALUE 'Y'.
           05 WS-DEF-FOUND-SW      PIC X(01).
              88 DEFERRAL-PLAN-WAS-FOUND    VALUE 'Y'.
           05 WS-DEF-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 DEFERRAL-LOAD-OVERFLOWED   VALUE 'Y'.

       01  WS-CUST-FILE-STATUS     PIC X(02).
       01  WS-HELD-FILE-STATUS     PIC X(02).
           88 HELD-FILE-NOT-FOUND          VALUE '35'.
       01  WS-DEF-FILE-STATUS      PIC X(02).
           88 DEF-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * DEFERRAL TABLE - THE PLANS STILL CARRYING PARKED INTEREST,
      * LOADED AT START-UP.  WS-DEF-PARKED IS THE CURRENT ACCOUNT'S.
      *----------------------------------------------------------------
       01  WS-DEF-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-DEF-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  DEFERRAL-TABLE.
           05 DEF-ENTRY OCCURS 5000 TIMES.
              10 DEF-ACCT-NO       PIC X(06).
              10 DEF-PARKED-INT    PIC 9(7)V99.
       01  WS-DEF-SUB              PIC 9(04) COMP.
       01  WS-DEF-PARKED           PIC 9(7)V99.

      *----------------------------------------------------------------
      * MATURITY-DATE WORK AREA.  THE MATURITY YEAR IS THE OPEN YEAR
           05 WS-MAT-DD            PIC 9(02).
       01  WS-MAT-DATE-NUM REDEFINES WS-MAT-DATE
                                   PIC 9(08).
       01  WS-MONTH-WORK           PIC 9(05) COMP.
       01  WS-LEAP-REM             PIC 9(03).
       01  WS-LEAP-YEAR            PIC 9(04).
       01  WS-LEAP-SW              PIC X(01).
       01  WS-FC-MM-WORK           PIC S9(04) COMP.
       01  WS-FC-MM-DISP           PIC 9(02).
       01  WS-FC-YYYY-WORK         PIC 9(04).
       01  WS-STATE-PTR            PIC 9(07) COMP.

      *----------------------------------------------------------------
      * TWELVE-MONTH MATURITY FORECAST - COUNT AND PRINCIPAL PER
              10 FC-COUNT          PIC 9(05).
              10 FC-PRINCIPAL      PIC 9(11)V99.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - SAME EFFECTIVE-DATED LOOKUP AS
      * CI-CALCULATOR.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  RATE-MASTER-TABLE.
           05 RM-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-RATE-TABLE-COUNT
                 INDEXED BY RM-IDX.
              10 RM-TABLE-CODE      PIC X(04).
              10 RM-TABLE-RATE      PIC 9(3)V99.
              10 RM-TABLE-DATE      PIC 9(08).
       01  WS-RATE-FOUND-SW        PIC X(01) VALUE 'N'.
           88 RATE-CODE-WAS-FOUND          VALUE 'Y'.
       01  WS-BEST-EFFECT-DATE     PIC 9(08).

      *----------------------------------------------------------------
      * BALLOON PROJECTION - THE LEVEL PAYMENT BILLING CHARGES OVER
      * THE MONTHS LEFT OF LM-YEARS, APPLIED MONTH BY MONTH UP TO
      * THE BALLOON MONTH; WHAT REMAINS PLUS THAT MONTH'S INTEREST IS
      * THE LUMP SUM.
      *----------------------------------------------------------------
       01  WS-RATE                 PIC 9(3)V99.
       01  WS-MONTH-RATE           PIC 9(3)V9(6).
       01  WS-ELAPSED-MONTHS       PIC S9(05) COMP.
       01  WS-REMAIN-MONTHS        PIC S9(05) COMP.
       01  WS-MONTHS-TO-BALLOON    PIC S9(05) COMP.
       01  WS-CNT                  PIC 9(05) COMP.
       01  WS-POWER                PIC 9(9)V9(6).
       01  WS-PAYMENT              PIC 9(7)V99.
       01  WS-PROJ-BALANCE         PIC S9(9)V99.
       01  WS-BALLOON-AMT          PIC 9(9)V99.

       01  WS-CUST-NAME            PIC X(20).
       01  WS-REASON               PIC X(40).

           05 WS-ACCTS-CLOSED      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-MATURED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-PASSED      PIC 9(7) COMP VALUE 0.
           05 WS-MAIL-HELD         PIC 9(7) COMP VALUE 0.

       01  MAIL-HELD-COUNT-LINE.
           05 FILLER               PIC X(29) VALUE
              "NOTICES HELD - BAD ADDRESS  =".
           05 MH-HELD              PIC ZZZZ9.

       COPY CTLTOTAL.

       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * SHARED EXCEPTION LOG WRITER - SEE EXCPRQ.CPY.
      *----------------------------------------------------------------
       COPY EXCPRQ.
       COPY EXCPTLOG.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
           05 FILLER                PIC X(09) VALUE " BALANCE ".
           05 NT-BALANCE            PIC ZZZZ,ZZ9.99.

       01  NOTICE-BALLOON-LINE.
           05 FILLER                PIC X(05) VALUE "ACCT ".
           05 NB-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(26) VALUE
              " YOUR BALLOON PAYMENT DUE ".
           05 NB-MAT-DATE           PIC 9(08).
           05 FILLER                PIC X(08) VALUE " AMOUNT ".
           05 NB-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  NOTICE-DEFERRED-LINE.
           05 FILLER                PIC X(05) VALUE "ACCT ".
           05 ND-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(34) VALUE
              " PLUS DEFERRED INTEREST DUE THEN  ".
           05 ND-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "MATURITY PROCESSING REGISTER".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FD-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.

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
                   PERFORM 2000-WORK-ACCOUNT THRU 2000-EXIT
               WHEN DR-FUNC-IS-SAVE
                   PERFORM 7000-SAVE-STATE     THRU 7000-EXIT
               WHEN DR-FUNC-IS-TERMINATE
                   PERFORM 5000-PRINT-FORECAST THRU 5000-EXIT
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
           MOVE "MATURE  " TO RQ-PROGRAM-ID.
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
      * 1000-INITIALIZE - A RESUMED PASS APPENDS TO THE NOTICES AND
      * THE REGISTER THE FAILED PASS LEFT AND PICKS UP ITS COUNTS AND
      * FORECAST.
      *----------------------------------------------------------------
       1000-INITIALIZE.
      *    A TRUNCATED PLAN TABLE WOULD CLOSE AN ACCOUNT STILL OWING
      *    PARKED INTEREST, SO THE MODULE REFUSES WITH NOTHING OPENED.
           OPEN INPUT DEFERRAL-MASTER.
           IF DEF-FILE-NOT-FOUND
               MOVE 'Y' TO WS-DEF-EOF-SW
           ELSE
               PERFORM 1250-LOAD-ONE-PLAN THRU 1250-EXIT
                   UNTIL END-OF-DEFERRAL-MASTER
               CLOSE DEFERRAL-MASTER
           END-IF.
           IF DEFERRAL-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - DEFERRAL PLAN TABLE FULL, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO DR-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT  RATE-MASTER
           OPEN INPUT  CUSTOMER-NAMES.

           OPEN EXTEND HELD-MAIL.
           IF HELD-FILE-NOT-FOUND
               OPEN OUTPUT HELD-MAIL
           END-IF.

           IF DR-RUN-IS-RESUMING
               OPEN EXTEND MATURITY-NOTICES
               OPEN EXTEND MATURITY-REGISTER
               ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
               PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT
           ELSE
               OPEN OUTPUT MATURITY-NOTICES
               OPEN OUTPUT MATURITY-REGISTER
               PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
               WRITE REGISTER-LINE FROM REGISTER-HEADING-2
           END-IF.

           PERFORM 1100-ZERO-FORECAST THRU 1100-EXIT
               VARYING WS-FC-SUB FROM 1 BY 1
               UNTIL WS-FC-SUB > 12.

           PERFORM 1200-LOAD-RATE-MASTER THRU 1200-EXIT
               UNTIL END-OF-RATE-MASTER.
           CLOSE RATE-MASTER.

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           IF DR-RUN-IS-RESUMING
               PERFORM 7100-RESTORE-STATE THRU 7100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-RATE-MASTER
      *----------------------------------------------------------------
       1200-LOAD-RATE-MASTER.
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
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-LOAD-ONE-PLAN - ONLY A PLAN WITH INTEREST STILL PARKED
      * MATTERS HERE.
      *----------------------------------------------------------------
       1250-LOAD-ONE-PLAN.
           READ DEFERRAL-MASTER
               AT END
                   MOVE 'Y' TO WS-DEF-EOF-SW
                   GO TO 1250-EXIT
           END-READ.

           IF DP-PARKED-INT = ZERO
               GO TO 1250-EXIT
           END-IF.
           IF WS-DEF-TABLE-COUNT >= WS-DEF-TABLE-MAX
               DISPLAY "DEFERRAL PLAN TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-DEF-OVERFLOW-SW
               MOVE 'Y' TO WS-DEF-EOF-SW
               GO TO 1250-EXIT
           END-IF.

           ADD 1 TO WS-DEF-TABLE-COUNT.
           MOVE DP-ACCT-NO    TO DEF-ACCT-NO(WS-DEF-TABLE-COUNT).
           MOVE DP-PARKED-INT TO DEF-PARKED-INT(WS-DEF-TABLE-COUNT).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP
      *----------------------------------------------------------------
              OR LM-OPEN-DATE = ZERO
              OR LM-YEARS = ZERO
               ADD 1 TO WS-ACCTS-PASSED
               GO TO 2000-EXIT
           END-IF.

               MOVE "MATURITY DATE NOT A VALID DATE" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-ACCTS-PASSED
               GO TO 2000-EXIT
           END-IF.

               WS-MAT-DATE-INT - WS-RUN-DATE-INT.

           PERFORM 2200-ADD-TO-FORECAST THRU 2200-EXIT.
           PERFORM 2300-FIND-DEFERRAL   THRU 2300-EXIT.

           EVALUATE TRUE
               WHEN WS-DAYS-TO-MATURITY <= ZERO
               WHEN OTHER
                   ADD 1 TO WS-ACCTS-PASSED
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SET-MATURITY-DATE - A BALLOON LOAN MATURES AT ITS
      * BALLOON MONTH, THE OPEN DAY PULLED BACK TO THE MONTH END WHEN
      * THAT MONTH IS SHORTER.
      *----------------------------------------------------------------
       2100-SET-MATURITY-DATE.
           MOVE LM-OPEN-DATE TO WS-OPEN-DATE-NUM.
           MOVE WS-OPEN-DATE TO WS-MAT-DATE.

           IF LM-AMORT-IS-BALLOON AND LM-AMORT-MONTHS > ZERO
               COMPUTE WS-MONTH-WORK =
                   WS-OPEN-MM - 1 + LM-AMORT-MONTHS
               DIVIDE WS-MONTH-WORK BY 12
                   GIVING WS-MONTH-WORK REMAINDER WS-MAT-MM
               ADD 1 TO WS-MAT-MM
               COMPUTE WS-MAT-YYYY = WS-OPEN-YYYY + WS-MONTH-WORK
               PERFORM 2120-STEP-MATURITY-DAY THRU 2120-EXIT
                   UNTIL FUNCTION INTEGER-OF-DATE(WS-MAT-DATE-NUM)
                         NOT = ZERO
                      OR WS-MAT-DD < 29
               GO TO 2100-EXIT
           END-IF.

           COMPUTE WS-MAT-YYYY = WS-OPEN-YYYY + LM-YEARS.

           IF WS-MAT-MM = 02 AND WS-MAT-DD = 29
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2120-STEP-MATURITY-DAY
      *----------------------------------------------------------------
       2120-STEP-MATURITY-DAY.
           SUBTRACT 1 FROM WS-MAT-DD.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SET-LEAP-SW - THE FULL CALENDAR RULE: A YEAR DIVISIBLE
      * BY FOUR IS LEAP UNLESS IT IS A CENTURY, AND A CENTURY IS
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-FIND-DEFERRAL - SETS WS-DEF-PARKED TO THE ACCOUNT'S
      * PARKED DEFERRAL INTEREST, ZERO WHEN IT HAS NONE.
      *----------------------------------------------------------------
       2300-FIND-DEFERRAL.
           MOVE ZERO TO WS-DEF-PARKED.
           MOVE 'N'  TO WS-DEF-FOUND-SW.
           MOVE 1    TO WS-DEF-SUB.
           PERFORM 2350-CHECK-ONE-PLAN THRU 2350-EXIT
               UNTIL DEFERRAL-PLAN-WAS-FOUND
                  OR WS-DEF-SUB > WS-DEF-TABLE-COUNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-CHECK-ONE-PLAN
      *----------------------------------------------------------------
       2350-CHECK-ONE-PLAN.
           IF DEF-ACCT-NO(WS-DEF-SUB) = LM-ACCT-NO
               MOVE DEF-PARKED-INT(WS-DEF-SUB) TO WS-DEF-PARKED
               MOVE 'Y' TO WS-DEF-FOUND-SW
           ELSE
               ADD 1 TO WS-DEF-SUB
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-DISPOSE-AT-MATURITY - A FULLY PAID ACCOUNT CLOSES FOR
      * THE ARCHIVE RUN; A STILL-OPEN BALANCE, OR DEFERRAL INTEREST
      * STILL PARKED, MOVES TO MATURED PAST DUE.
      *----------------------------------------------------------------
       3000-DISPOSE-AT-MATURITY.
           IF LM-PRINCIPAL = ZERO AND LM-ACCRUED-INT = ZERO
              AND WS-DEF-PARKED = ZERO
               SET LM-ACCOUNT-IS-CLOSED TO TRUE
               MOVE "CLOSED AT MATURITY" TO RD-ACTION
               ADD 1 TO WS-ACCTS-CLOSED
               ADD 1 TO WS-ACCTS-MATURED
           END-IF.

           SET DR-MASTER-CHANGED TO TRUE.

           MOVE LM-ACCT-NO      TO RD-ACCT-NO.
           MOVE WS-MAT-DATE-NUM TO RD-MAT-DATE.

      *----------------------------------------------------------------
      * 4000-SEND-NOTICE - NAME AND ADDRESS FROM THE CUSTOMER MASTER
      * PLUS THE MATURITY LINE, AND A MATCHING REGISTER LINE.  A
      * CUSTOMER WHOSE ADDRESS IS FLAGGED BAD HAS THE NOTICE HELD.
      *----------------------------------------------------------------
       4000-SEND-NOTICE.
           PERFORM 4100-LOOKUP-CUSTOMER THRU 4100-EXIT.

           IF LM-AMORT-IS-BALLOON
               PERFORM 4200-PROJECT-BALLOON THRU 4200-EXIT
           END-IF.

           IF CU-ADDRESS-IS-BAD
               PERFORM 4150-HOLD-NOTICE THRU 4150-EXIT
               MOVE "NOTICE HELD     " TO RD-ACTION
           ELSE
               PERFORM 4050-PRINT-NOTICE THRU 4050-EXIT
               IF LM-AMORT-IS-BALLOON
                   MOVE "BALLOON NOTICE  " TO RD-ACTION
               ELSE
                   MOVE "NOTICE SENT     " TO RD-ACTION
               END-IF
           END-IF.

           MOVE LM-ACCT-NO      TO RD-ACCT-NO.
           MOVE WS-MAT-DATE-NUM TO RD-MAT-DATE.
           MOVE LM-PRINCIPAL    TO RD-PRINCIPAL.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4050-PRINT-NOTICE - THE MAILED NOTICE ITSELF.
      *----------------------------------------------------------------
       4050-PRINT-NOTICE.
           WRITE NOTICE-LINE FROM NOTICE-RULE-LINE.
           MOVE WS-CUST-NAME TO NT-NAME.
           WRITE NOTICE-LINE FROM NOTICE-NAME-LINE.
               WRITE NOTICE-LINE FROM NOTICE-ADDR-LINE
           END-IF.

           IF LM-AMORT-IS-BALLOON
               MOVE LM-ACCT-NO      TO NB-ACCT-NO
               MOVE WS-MAT-DATE-NUM TO NB-MAT-DATE
               MOVE WS-BALLOON-AMT  TO NB-AMOUNT
               WRITE NOTICE-LINE FROM NOTICE-BALLOON-LINE
           ELSE
               MOVE LM-ACCT-NO      TO NT-ACCT-NO
               MOVE WS-MAT-DATE-NUM TO NT-MAT-DATE
               MOVE LM-PRINCIPAL    TO NT-BALANCE
               WRITE NOTICE-LINE FROM NOTICE-BODY-LINE
           END-IF.

           IF WS-DEF-PARKED > ZERO
               MOVE LM-ACCT-NO      TO ND-ACCT-NO
               MOVE WS-DEF-PARKED   TO ND-AMOUNT
               WRITE NOTICE-LINE FROM NOTICE-DEFERRED-LINE
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4150-HOLD-NOTICE - THE NOTICE GOES TO THE HELD-MAIL FILE FOR
      * THE MAILROOM TO RELEASE ONCE A GOOD ADDRESS IS ON FILE.
      *----------------------------------------------------------------
       4150-HOLD-NOTICE.
           MOVE SPACES           TO HELD-MAIL-REC.
           MOVE "MATURE"         TO HM-PROGRAM-ID.
           SET HM-IS-MATURITY-NOTICE TO TRUE.
           MOVE CU-CUST-NO       TO HM-CUST-NO.
           MOVE LM-ACCT-NO       TO HM-ACCT-NO.
           MOVE WS-CUST-NAME     TO HM-NAME.
           MOVE CU-BAD-ADDR-DATE TO HM-BAD-ADDR-DATE.
           IF LM-AMORT-IS-BALLOON
               MOVE WS-BALLOON-AMT   TO HM-AMOUNT
           ELSE
               MOVE LM-PRINCIPAL     TO HM-AMOUNT
           END-IF.
           ADD WS-DEF-PARKED TO HM-AMOUNT.
           IF LM-CURRENCY-CODE = SPACES
               MOVE "USD" TO HM-CURRENCY
           ELSE
               MOVE LM-CURRENCY-CODE TO HM-CURRENCY
           END-IF.
           MOVE WS-BUS-DATE-FMT  TO HM-BUS-DATE.
           WRITE HELD-MAIL-REC.
           ADD 1 TO WS-MAIL-HELD.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-PROJECT-BALLOON - THE LEVEL PAYMENT IS BILLING'S: THE
      * BALANCE RETIRED OVER THE MONTHS LEFT OF LM-YEARS AT THE
      * MONTHLY RATE, STRAIGHT-LINE AT A ZERO RATE OR ON OVERFLOW.
      * THE PAYMENTS DUE BEFORE THE BALLOON MONTH ARE APPLIED TO THE
      * BALANCE, AND THE BALLOON IS WHAT IS LEFT PLUS ONE MONTH'S
      * INTEREST.
      *----------------------------------------------------------------
       4200-PROJECT-BALLOON.
           MOVE LM-RATE TO WS-RATE.
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 4300-LOOKUP-RATE THRU 4300-EXIT
           END-IF.
           COMPUTE WS-MONTH-RATE = WS-RATE / 12 / 100.

           COMPUTE WS-MONTHS-TO-BALLOON =
               (WS-MAT-YYYY - WS-BDF-YYYY) * 12
               + WS-MAT-MM - WS-BDF-MM.
           IF WS-MONTHS-TO-BALLOON < 1
               MOVE 1 TO WS-MONTHS-TO-BALLOON
           END-IF.

           COMPUTE WS-ELAPSED-MONTHS =
               (WS-BDF-YYYY - WS-OPEN-YYYY) * 12
               + WS-BDF-MM - WS-OPEN-MM.
           COMPUTE WS-REMAIN-MONTHS =
               LM-YEARS * 12 - WS-ELAPSED-MONTHS.
           IF WS-REMAIN-MONTHS < 1
               MOVE 1 TO WS-REMAIN-MONTHS
           END-IF.

           MOVE 'N' TO WS-OVERFLOW-SW.
           IF WS-RATE = ZERO
               SET PAYMENT-OVERFLOWED TO TRUE
           ELSE
               MOVE 1 TO WS-POWER
               PERFORM 4250-COMPOUND-ONE-MONTH THRU 4250-EXIT
                   VARYING WS-CNT FROM 1 BY 1
                   UNTIL WS-CNT > WS-REMAIN-MONTHS
                      OR PAYMENT-OVERFLOWED
           END-IF.

           IF PAYMENT-OVERFLOWED
               COMPUTE WS-PAYMENT ROUNDED =
                   LM-PRINCIPAL / WS-REMAIN-MONTHS
           ELSE
               COMPUTE WS-PAYMENT ROUNDED =
                   LM-PRINCIPAL * WS-MONTH-RATE * WS-POWER
                       / (WS-POWER - 1)
                   ON SIZE ERROR
                       COMPUTE WS-PAYMENT ROUNDED =
                           LM-PRINCIPAL / WS-REMAIN-MONTHS
               END-COMPUTE
           END-IF.

           MOVE LM-PRINCIPAL TO WS-PROJ-BALANCE.
           PERFORM 4270-APPLY-ONE-PAYMENT THRU 4270-EXIT
               VARYING WS-CNT FROM 2 BY 1
               UNTIL WS-CNT > WS-MONTHS-TO-BALLOON.

           COMPUTE WS-BALLOON-AMT ROUNDED =
               WS-PROJ-BALANCE + WS-PROJ-BALANCE * WS-MONTH-RATE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4250-COMPOUND-ONE-MONTH
      *----------------------------------------------------------------
       4250-COMPOUND-ONE-MONTH.
           COMPUTE WS-POWER = WS-POWER * (1 + WS-MONTH-RATE)
               ON SIZE ERROR
                   SET PAYMENT-OVERFLOWED TO TRUE
           END-COMPUTE.
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4270-APPLY-ONE-PAYMENT - ONE MONTH'S INTEREST ON, ONE LEVEL
      * PAYMENT OFF.  THE BALANCE NEVER PROJECTS BELOW ZERO.
      *----------------------------------------------------------------
       4270-APPLY-ONE-PAYMENT.
           COMPUTE WS-PROJ-BALANCE ROUNDED =
               WS-PROJ-BALANCE + WS-PROJ-BALANCE * WS-MONTH-RATE
               - WS-PAYMENT.
           IF WS-PROJ-BALANCE < ZERO
               MOVE ZERO TO WS-PROJ-BALANCE
           END-IF.
       4270-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-LOOKUP-RATE - SAME EFFECTIVE-DATED SELECTION AS
      * CI-CALCULATOR'S 2050-LOOKUP-RATE.
      *----------------------------------------------------------------
       4300-LOOKUP-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE.
           PERFORM 4350-SEARCH-RATE THRU 4350-EXIT
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-RATE-TABLE-COUNT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4350-SEARCH-RATE
      *----------------------------------------------------------------
       4350-SEARCH-RATE.
           IF RM-TABLE-CODE(RM-IDX) = LM-RATE-CODE
              AND RM-TABLE-DATE(RM-IDX) <= WS-BUS-DATE-RAW
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RM-TABLE-DATE(RM-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RM-TABLE-RATE(RM-IDX) TO WS-RATE
               MOVE RM-TABLE-DATE(RM-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       4350-EXIT.
           EXIT.

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
      * 7000-SAVE-STATE - THE RUNNING COUNTS AND THE FORECAST
      * TABLE, FOR THE DRIVER'S CHECKPOINT.
      *----------------------------------------------------------------
       7000-SAVE-STATE.
           MOVE 1 TO WS-STATE-PTR.
           MOVE WS-COUNTS TO
               DR-STATE-AREA(WS-STATE-PTR:FUNCTION LENGTH(WS-COUNTS)).
           ADD FUNCTION LENGTH(WS-COUNTS) TO WS-STATE-PTR.
           MOVE FORECAST-TABLE TO
               DR-STATE-AREA(WS-STATE-PTR:
                             FUNCTION LENGTH(FORECAST-TABLE)).
           ADD FUNCTION LENGTH(FORECAST-TABLE) TO WS-STATE-PTR.
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
           MOVE DR-STATE-AREA(WS-STATE-PTR:
                              FUNCTION LENGTH(FORECAST-TABLE))
               TO FORECAST-TABLE.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-MAIL-HELD TO MH-HELD.
           WRITE REGISTER-LINE FROM MAIL-HELD-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE CUSTOMER-NAMES
                 MATURITY-NOTICES
                 MATURITY-REGISTER
                 HELD-MAIL.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ACCOUNTS READ AGAINST
      * NOTICES, CLOSURES, MATURED MOVES, AND ACCOUNTS PASSED.
