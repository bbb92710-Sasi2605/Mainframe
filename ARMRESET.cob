       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARM-RESET.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY RESET OF THE
      *                 ADJUSTABLE-RATE LOANS.  EVERY ARMTERMS ENTRY
      *                 WHOSE NEXT RESET DATE HAS ARRIVED IS REPRICED:
      *                 THE INDEX RATE THE EFFECTIVE-DATED RATE MASTER
      *                 HAS IN EFFECT ON THE RESET DATE, PLUS THE
      *                 MARGIN, HELD WITHIN THE PERIODIC CAP OF THE
      *                 OLD RATE AND THEN WITHIN THE LIFETIME FLOOR
      *                 AND CEILING.  THE NEW RATE GOES ONTO LM-RATE,
      *                 THE CHANGE IS RECORDED ON THE LOAN
      *                 MODIFICATION HISTORY SO THE MODIFICATIONS
      *                 REGISTER CARRIES IT, AND THE RESET DATE STEPS
      *                 FORWARD BY THE RESET FREQUENCY.  A RESET WHOSE
      *                 INDEX IS NOT YET PUBLISHED IS LEFT FOR THE NEXT
      *                 NIGHT AND REPORTED TO THE SHARED EXCEPTION LOG.
      *                 RUNS AHEAD OF THE BILLING AND ACCRUAL STEPS SO
      *                 BOTH SEE THE NEW RATE THE NIGHT IT TAKES
      *                 EFFECT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARM-MASTER      ASSIGN TO ARMTERMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARM-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOD-HISTORY     ASSIGN TO LOANMODS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODS-FILE-STATUS.

           SELECT RESET-REGISTER  ASSIGN TO ARMRREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARM-MASTER
           RECORDING MODE IS F.
       COPY ARMTERMS.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  MOD-HISTORY
           RECORDING MODE IS F.
       COPY LOANMODS.

       FD  RESET-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).

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
           05 WS-ARM-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-ARM-MASTER          VALUE 'Y'.
           05 WS-RATE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-LOAN-FOUND-SW      PIC X(01).
              88 LOAN-ACCOUNT-WAS-FOUND     VALUE 'Y'.

       01  WS-ARM-FILE-STATUS       PIC X(02).
           88 ARM-FILE-NOT-FOUND           VALUE '35'.
       01  WS-LOAN-FILE-STATUS      PIC X(02).
       01  WS-MODS-FILE-STATUS      PIC X(02).
           88 MODS-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * TERMS TABLE - THE MASTER IS LOADED AT START-UP, EACH DUE
      * ENTRY IS WORKED IN STORAGE, AND THE WHOLE TABLE REWRITTEN AT
      * CLOSE WITH THE NEW RESET DATES.
      *----------------------------------------------------------------
       01  WS-ARM-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ARM-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  ARM-TABLE.
           05 ARM-IMAGE OCCURS 5000 TIMES PIC X(46).
       01  WS-ARM-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - LOADED AT START-UP AND SEARCHED BY THE
      * INDEX CODE, SELECTING THE ROW WITH THE LATEST EFFECTIVE DATE
      * NOT AFTER THE RESET DATE, THE SAME WAY CI-CALCULATOR'S
      * 2050-LOOKUP-RATE SELECTS AGAINST THE PROCESSING DATE.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-RATE-TABLE-MAX       PIC 9(04) VALUE 1000.
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
      * RESET ARITHMETIC - SIGNED SO THE CAP AND FLOOR TESTS CAN SEE
      * A RATE THAT WOULD HAVE GONE BELOW ZERO.
      *----------------------------------------------------------------
       01  WS-INDEX-RATE           PIC 9(3)V99.
       01  WS-OLD-RATE             PIC 9(3)V99.
       01  WS-NEW-RATE             PIC S9(4)V99.
       01  WS-CAP-LIMIT            PIC S9(4)V99.

      *----------------------------------------------------------------
      * RESET-DATE STEP WORK AREA - SPLITS THE RESET DATE INTO ITS
      * PARTS SO IT CAN BE STEPPED FORWARD BY THE RESET FREQUENCY
      * WITH A YEAR WRAP AND THE DAY CLAMPED TO THE END OF A SHORTER
      * MONTH, AS PAYMENT-POST ROLLS THE DUE DATE.
      *----------------------------------------------------------------
       01  WS-RESET-DATE.
           05 WS-RST-YYYY           PIC 9(04).
           05 WS-RST-MM             PIC 9(02).
           05 WS-RST-DD             PIC 9(02).
       01  WS-RESET-DATE-NUM REDEFINES WS-RESET-DATE
                                    PIC 9(08).
       01  WS-MONTH-WORK            PIC 9(04).
       01  WS-YEAR-STEP             PIC 9(04).
       01  WS-MONTH-DAYS-TABLE.
           05 FILLER                PIC X(24) VALUE
              "312831303130313130313031".
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-DAYS-IN-MONTH      OCCURS 12 TIMES PIC 9(02).
       01  WS-LEAP-REM              PIC 9(03).
       01  WS-LEAP-YEAR             PIC 9(04).
       01  WS-LEAP-SW               PIC X(01).
           88 YEAR-IS-LEAP                 VALUE 'Y'.

       01  WS-COUNTS.
           05 WS-TERMS-DUE          PIC 9(7) COMP VALUE 0.
           05 WS-TERMS-RESET        PIC 9(7) COMP VALUE 0.
           05 WS-TERMS-SKIPPED      PIC 9(7) COMP VALUE 0.
           05 WS-RATES-CHANGED      PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "ARMRST".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "ADJUSTABLE-RATE RESET REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(06) VALUE "ACCT #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "INDX".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "RESET ON".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE " INDEX".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "MARGN".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "   OLD".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "   NEW".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "NEXT RST".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "STATUS".

       01  REGISTER-DETAIL.
           05 RR-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-INDEX-CODE         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-RESET-DATE         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-INDEX-RATE         PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-MARGIN             PIC Z9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-OLD-RATE           PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-NEW-RATE           PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-NEXT-RESET         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RR-STATUS             PIC X(16).

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(16) VALUE "RATES CHANGED = ".
           05 TL-RATES-CHANGED      PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "ARMRST  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-RESET-ONE-LOAN  THRU 2000-EXIT
               VARYING WS-ARM-SUB FROM 1 BY 1
               UNTIL WS-ARM-SUB > WS-ARM-TABLE-COUNT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-TERMS-DUE TO RQ-RECORD-COUNT
               MOVE WS-RATES-CHANGED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - BOTH TABLES ARE LOADED BEFORE ANY OUTPUT IS
      * OPENED, SO A LOAD THAT OVERFLOWS LEAVES EVERY FILE UNTOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT ARM-MASTER.
           IF ARM-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ARM-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-TERMS THRU 1300-EXIT
                   UNTIL END-OF-ARM-MASTER
               CLOSE ARM-MASTER
           END-IF.

           OPEN INPUT RATE-MASTER.
           PERFORM 1100-LOAD-RATE-MASTER THRU 1100-EXIT
               UNTIL END-OF-RATE-MASTER.
           CLOSE RATE-MASTER.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE MASTER FROM A
      *    TRUNCATED PICTURE OR PRICE OFF A PARTIAL RATE TABLE - THE
      *    RUN STOPS WITH EVERYTHING UNTOUCHED SO THE LIMIT CAN BE
      *    RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - ARMTERMS AND LOANMSTR LEFT "
                       "UNTOUCHED, RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O    LOAN-MASTER
           OPEN OUTPUT RESET-REGISTER.

           OPEN EXTEND MOD-HISTORY.
           IF MODS-FILE-NOT-FOUND
               OPEN OUTPUT MOD-HISTORY
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE RESET REGISTER.
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
      * 1100-LOAD-RATE-MASTER
      *----------------------------------------------------------------
       1100-LOAD-RATE-MASTER.
           READ RATE-MASTER
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   IF WS-RATE-TABLE-COUNT < WS-RATE-TABLE-MAX
                       ADD 1 TO WS-RATE-TABLE-COUNT
                       MOVE RM-RATE-CODE
                           TO RM-TABLE-CODE(WS-RATE-TABLE-COUNT)
                       MOVE RM-RATE
                           TO RM-TABLE-RATE(WS-RATE-TABLE-COUNT)
                       MOVE RM-EFFECT-DATE
                           TO RM-TABLE-DATE(WS-RATE-TABLE-COUNT)
                   ELSE
                       DISPLAY "RATE MASTER TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-RATE-EOF-SW
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-TERMS
      *----------------------------------------------------------------
       1300-LOAD-ONE-TERMS.
           READ ARM-MASTER
               AT END
                   MOVE 'Y' TO WS-ARM-EOF-SW
               NOT AT END
                   IF WS-ARM-TABLE-COUNT < WS-ARM-TABLE-MAX
                       ADD 1 TO WS-ARM-TABLE-COUNT
                       MOVE ARM-TERMS-REC
                           TO ARM-IMAGE(WS-ARM-TABLE-COUNT)
                   ELSE
                       DISPLAY "ARM TERMS TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-ARM-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-RESET-ONE-LOAN - AN ENTRY NOT YET DUE IS PASSED OVER.  A
      * DUE ENTRY IS REPRICED AND ITS RESET DATE STEPPED PAST THE
      * BUSINESS DATE, SO A RESET MISSED WHILE THE JOB WAS DOWN IS
      * APPLIED ONCE, AT THE RATE IN EFFECT ON ITS OWN RESET DATE.
      * A LOAN NO LONGER ACTIVE HAS ITS DATE STEPPED BUT ITS RATE
      * LEFT ALONE.
      *----------------------------------------------------------------
       2000-RESET-ONE-LOAN.
           MOVE ARM-IMAGE(WS-ARM-SUB) TO ARM-TERMS-REC.
           IF AM-NEXT-RESET-DATE > WS-BUS-DATE-RAW
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-TERMS-DUE.
           MOVE SPACES        TO REGISTER-DETAIL.
           MOVE AM-ACCT-NO    TO RR-ACCT-NO.
           MOVE AM-INDEX-CODE TO RR-INDEX-CODE.
           MOVE AM-NEXT-RESET-DATE TO RR-RESET-DATE.
           MOVE AM-MARGIN     TO RR-MARGIN.

           MOVE 'Y' TO WS-LOAN-FOUND-SW.
           MOVE AM-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-LOAN-FOUND-SW
           END-READ.

           IF NOT LOAN-ACCOUNT-WAS-FOUND
               MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF NOT LM-RATE-IS-VARIABLE
               MOVE "ARM TERMS ON A FIXED-RATE LOAN" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE LM-RATE TO WS-OLD-RATE
                           RR-OLD-RATE.

           IF NOT LM-ACCOUNT-IS-ACTIVE
               MOVE "NOT ACTIVE" TO RR-STATUS
               ADD 1 TO WS-TERMS-SKIPPED
               PERFORM 2800-ADVANCE-TERMS THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2050-LOOKUP-INDEX THRU 2050-EXIT.
           IF NOT RATE-CODE-WAS-FOUND
               MOVE "INDEX RATE NOT PUBLISHED FOR RESET DATE"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-PRICE-NEW-RATE THRU 2100-EXIT.

           IF WS-NEW-RATE = WS-OLD-RATE
               MOVE "NO CHANGE" TO RR-STATUS
           ELSE
               MOVE WS-NEW-RATE TO LM-RATE
               REWRITE LOAN-MASTER-REC
                   INVALID KEY
                       MOVE "LOAN MASTER REWRITE FAILED"
                           TO WS-REASON
               END-REWRITE
               IF WS-LOAN-FILE-STATUS NOT = "00"
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2200-WRITE-MOD-HISTORY THRU 2200-EXIT
               ADD 1 TO WS-RATES-CHANGED
               MOVE "RESET" TO RR-STATUS
           END-IF.

           ADD 1 TO WS-TERMS-RESET.
           PERFORM 2800-ADVANCE-TERMS THRU 2800-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-LOOKUP-INDEX
      *----------------------------------------------------------------
       2050-LOOKUP-INDEX.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE.
           PERFORM 2060-SEARCH-INDEX THRU 2060-EXIT
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-RATE-TABLE-COUNT.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-SEARCH-INDEX
      *----------------------------------------------------------------
       2060-SEARCH-INDEX.
           IF RM-TABLE-CODE(RM-IDX) = AM-INDEX-CODE
              AND RM-TABLE-DATE(RM-IDX) <= AM-NEXT-RESET-DATE
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RM-TABLE-DATE(RM-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RM-TABLE-RATE(RM-IDX) TO WS-INDEX-RATE
               MOVE RM-TABLE-DATE(RM-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-PRICE-NEW-RATE - INDEX PLUS MARGIN; THEN NO FURTHER FROM
      * THE OLD RATE THAN THE PERIODIC CAP; THEN NO LOWER THAN THE
      * LIFETIME FLOOR AND NO HIGHER THAN THE LIFETIME CEILING.  THE
      * LIFETIME LIMITS ARE APPLIED LAST SO THEY ALWAYS HOLD, EVEN
      * WHEN A CAPPED MOVE WOULD HAVE LEFT THE RATE OUTSIDE THEM.
      *----------------------------------------------------------------
       2100-PRICE-NEW-RATE.
           MOVE WS-INDEX-RATE TO RR-INDEX-RATE.
           COMPUTE WS-NEW-RATE = WS-INDEX-RATE + AM-MARGIN.

           IF AM-PERIODIC-CAP > ZERO
               COMPUTE WS-CAP-LIMIT = WS-OLD-RATE + AM-PERIODIC-CAP
               IF WS-NEW-RATE > WS-CAP-LIMIT
                   MOVE WS-CAP-LIMIT TO WS-NEW-RATE
               END-IF
               COMPUTE WS-CAP-LIMIT = WS-OLD-RATE - AM-PERIODIC-CAP
               IF WS-NEW-RATE < WS-CAP-LIMIT
                   MOVE WS-CAP-LIMIT TO WS-NEW-RATE
               END-IF
           END-IF.

           IF WS-NEW-RATE < AM-LIFE-FLOOR
               MOVE AM-LIFE-FLOOR TO WS-NEW-RATE
           END-IF.
           IF AM-LIFE-CEILING > ZERO
              AND WS-NEW-RATE > AM-LIFE-CEILING
               MOVE AM-LIFE-CEILING TO WS-NEW-RATE
           END-IF.

      *    LM-RATE CARRIES NO SIGN AND THREE WHOLE DIGITS.
           IF WS-NEW-RATE < ZERO
               MOVE ZERO TO WS-NEW-RATE
           END-IF.
           IF WS-NEW-RATE > 999.99
               MOVE 999.99 TO WS-NEW-RATE
           END-IF.
           MOVE WS-NEW-RATE TO RR-NEW-RATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-WRITE-MOD-HISTORY - THE RESET AS A MODIFICATION-HISTORY
      * ROW, DATED THE RESET DATE, SO THE MONTHLY MODIFICATIONS
      * REGISTER SHOWS EVERY RATE CHANGE ON THE ACCOUNT.  THE TERM IS
      * UNCHANGED; THE RATE-CODE COLUMNS CARRY THE INDEX CODE.
      *----------------------------------------------------------------
       2200-WRITE-MOD-HISTORY.
           MOVE AM-ACCT-NO         TO MD-ACCT-NO.
           MOVE AM-NEXT-RESET-DATE TO MD-EFFECT-DATE.
           MOVE LM-YEARS           TO MD-OLD-YEARS
                                      MD-NEW-YEARS.
           MOVE AM-INDEX-CODE      TO MD-OLD-RATE-CODE
                                      MD-NEW-RATE-CODE.
           MOVE WS-OLD-RATE        TO MD-OLD-RATE.
           MOVE LM-RATE            TO MD-NEW-RATE.
           WRITE LOAN-MOD-HISTORY-REC.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION - THE ENTRY IS LEFT AS IT IS, SO THE
      * RESET IS TRIED AGAIN THE NEXT NIGHT.
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           ADD 1 TO WS-TERMS-SKIPPED.
           MOVE "EXCEPTION" TO RR-STATUS.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "ARMRST"   TO SE-PROGRAM-ID.
           MOVE AM-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-ADVANCE-TERMS - RECORDS THE RESET JUST TAKEN AND STEPS
      * THE NEXT RESET DATE BY THE FREQUENCY UNTIL IT IS PAST THE
      * BUSINESS DATE.
      *----------------------------------------------------------------
       2800-ADVANCE-TERMS.
           MOVE AM-NEXT-RESET-DATE TO AM-LAST-RESET-DATE.
           MOVE AM-NEXT-RESET-DATE TO WS-RESET-DATE-NUM.
           PERFORM 2850-STEP-RESET-DATE THRU 2850-EXIT
               UNTIL WS-RESET-DATE-NUM > WS-BUS-DATE-RAW.
           MOVE WS-RESET-DATE-NUM  TO AM-NEXT-RESET-DATE
                                      RR-NEXT-RESET.
           MOVE ARM-TERMS-REC      TO ARM-IMAGE(WS-ARM-SUB).
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2850-STEP-RESET-DATE - STEPS WS-RESET-DATE FORWARD BY THE
      * RESET FREQUENCY, CARRYING WHOLE YEARS AND CLAMPING THE DAY TO
      * THE LAST DAY OF A SHORTER TARGET MONTH (29 FOR FEBRUARY IN A
      * LEAP YEAR).
      *----------------------------------------------------------------
       2850-STEP-RESET-DATE.
           COMPUTE WS-MONTH-WORK = WS-RST-MM - 1 + AM-RESET-MONTHS.
           DIVIDE WS-MONTH-WORK BY 12
               GIVING WS-YEAR-STEP REMAINDER WS-MONTH-WORK.
           ADD WS-YEAR-STEP TO WS-RST-YYYY.
           COMPUTE WS-RST-MM = WS-MONTH-WORK + 1.

           IF WS-RST-DD > WS-DAYS-IN-MONTH(WS-RST-MM)
               MOVE WS-DAYS-IN-MONTH(WS-RST-MM) TO WS-RST-DD
               IF WS-RST-MM = 2
                   MOVE WS-RST-YYYY TO WS-LEAP-YEAR
                   PERFORM 2860-SET-LEAP-SW THRU 2860-EXIT
                   IF YEAR-IS-LEAP
                       MOVE 29 TO WS-RST-DD
                   END-IF
               END-IF
           END-IF.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2860-SET-LEAP-SW - THE FULL CALENDAR RULE: A YEAR DIVISIBLE
      * BY FOUR IS LEAP UNLESS IT IS A CENTURY, AND A CENTURY IS
      * LEAP ONLY WHEN DIVISIBLE BY FOUR HUNDRED.
      *----------------------------------------------------------------
       2860-SET-LEAP-SW.
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
       2860-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE TABLE, WITH ITS STEPPED RESET DATES,
      * REPLACES THE ARM TERMS MASTER.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-RATES-CHANGED TO TL-RATES-CHANGED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT ARM-MASTER.
           PERFORM 9100-WRITE-ONE-TERMS THRU 9100-EXIT
               VARYING WS-ARM-SUB FROM 1 BY 1
               UNTIL WS-ARM-SUB > WS-ARM-TABLE-COUNT.
           CLOSE ARM-MASTER.

           CLOSE LOAN-MASTER
                 RESET-REGISTER
                 MOD-HISTORY
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-TERMS
      *----------------------------------------------------------------
       9100-WRITE-ONE-TERMS.
           MOVE ARM-IMAGE(WS-ARM-SUB) TO ARM-TERMS-REC.
           WRITE ARM-TERMS-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES RESETS DUE AGAINST
      * RESETS APPLIED PLUS RESETS SKIPPED OR HELD.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-TERMS-DUE    TO CT-RECORDS-READ.
           MOVE WS-TERMS-RESET  TO CT-RECORDS-PROCESSED.
           IF WS-TERMS-DUE = WS-TERMS-RESET + WS-TERMS-SKIPPED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
