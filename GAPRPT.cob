       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRICING-GAP.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  INTEREST-RATE REPRICING GAP
      *                 AND NET-INTEREST-INCOME SENSITIVITY FOR
      *                 TREASURY.  EVERY OPEN BALANCE ON THE MASTER IS
      *                 BUCKETED BY WHEN IT NEXT REPRICES OR MATURES -
      *                 0-3 MONTHS, 3-12 MONTHS, 1-3 YEARS, 3-5 YEARS,
      *                 OVER 5 YEARS.  MATURITY IS THE OPEN DATE PLUS
      *                 THE TERM.  A FIXED-RATE LOAN REPRICES ONLY AT
      *                 MATURITY; A LOAN PRICED OFF A PUBLISHED RATE
      *                 CODE FLOATS WITH IT AND REPRICES AT ONCE; AN
      *                 ADJUSTABLE-RATE LOAN REPRICES ON ITS NEXT
      *                 RESET DATE FROM THE ARM TERMS MASTER.  THE GAP
      *                 PRINTS BY CURRENCY IN BASE AMOUNTS AT FXRATES,
      *                 AND TWELVE-MONTH INTEREST INCOME IS PROJECTED
      *                 FOR THE BASE CASE AND FOR EACH RATESHK SHOCK
      *                 SCENARIO, HOLDING AN ARM LOAN TO ITS PERIODIC
      *                 CAP, FLOOR AND CEILING.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-ACCOUNTS   ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT ARM-MASTER      ASSIGN TO ARMTERMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARM-FILE-STATUS.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT SHOCK-CONTROL   ASSIGN TO RATESHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOCK-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GAP-REPORT      ASSIGN TO GAPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-ACCOUNTS.
       COPY LOANMSTR.

       FD  ARM-MASTER.
       COPY ARMTERMS.

       FD  RATE-MASTER.
       COPY RATEMSTR.

       FD  SHOCK-CONTROL.
       COPY RATESHK.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  GAP-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

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
       01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE-RAW.
           05 WS-BUS-YYYY          PIC 9(04).
           05 WS-BUS-MM            PIC 9(02).
           05 WS-BUS-DD            PIC 9(02).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-DD            PIC 9(02).

       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS            VALUE 'Y'.
           05 WS-ARM-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ARM-TERMS           VALUE 'Y'.
           05 WS-RATE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-SHOCK-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-SHOCKS              VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-CURR-FULL-SW      PIC X(01) VALUE 'N'.
              88 CURRENCY-TABLE-WAS-FULL    VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
              88 ENTRY-WAS-FOUND            VALUE 'Y'.
           05 WS-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
              88 RATE-CODE-WAS-FOUND        VALUE 'Y'.
           05 WS-ARM-FOUND-SW      PIC X(01) VALUE 'N'.
              88 ARM-TERMS-WERE-FOUND       VALUE 'Y'.

       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-ARM-FILE-STATUS      PIC X(02).
           88 ARM-FILE-NOT-FOUND           VALUE '35'.
       01  WS-RATE-FILE-STATUS     PIC X(02).
           88 RATE-FILE-NOT-FOUND          VALUE '35'.
       01  WS-SHOCK-FILE-STATUS    PIC X(02).
           88 SHOCK-FILE-NOT-FOUND         VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * ARM TERMS TABLE - ONLY WHAT THE GAP NEEDS: THE NEXT RESET,
      * THE RESET FREQUENCY AND THE LIMITS ON A RESET'S MOVE.
      *----------------------------------------------------------------
       01  WS-ARM-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ARM-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  ARM-TABLE.
           05 ARM-ENTRY OCCURS 5000 TIMES.
              10 AT-ACCT-NO         PIC X(06).
              10 AT-RESET-MONTHS    PIC 9(02).
              10 AT-NEXT-RESET-DATE PIC 9(08).
              10 AT-PERIODIC-CAP    PIC 9(2)V99.
              10 AT-LIFE-FLOOR      PIC 9(3)V99.
              10 AT-LIFE-CEILING    PIC 9(3)V99.
       01  WS-ARM-SUB              PIC 9(04) COMP.
       01  WS-ARM-HIT              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - A RATE-CODE LOAN EARNS THE ROW WITH THE
      * LATEST EFFECTIVE DATE NOT AFTER THE BUSINESS DATE, THE SAME
      * SELECTION CI-CALCULATOR MAKES.
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
       01  WS-BEST-EFFECT-DATE     PIC 9(08).

      *----------------------------------------------------------------
      * SCENARIO TABLE - ENTRY 1 IS THE BASE CASE (NO SHOCK); THE
      * RATESHK SCENARIOS FOLLOW IT.
      *----------------------------------------------------------------
       01  WS-SCEN-COUNT           PIC 9(02) VALUE 1.
       01  WS-SCEN-MAX             PIC 9(02) VALUE 11.
       01  SCENARIO-TABLE.
           05 SCEN-ENTRY OCCURS 11 TIMES.
              10 SCEN-NAME          PIC X(12).
              10 SCEN-SHOCK-BPS     PIC S9(04).
              10 SCEN-NII-BASE      PIC S9(13)V99.
       01  WS-SCEN-SUB             PIC 9(02) COMP.

      *----------------------------------------------------------------
      * CURRENCY TABLE - THE GAP BUCKETS AND THE PROJECTED INCOME PER
      * SCENARIO, IN THE LOAN CURRENCY UNTIL THE REPORT CONVERTS
      * THEM TO BASE.
      *----------------------------------------------------------------
       01  WS-CURR-TABLE-COUNT     PIC 9(02) VALUE 0.
       01  WS-CURR-TABLE-MAX       PIC 9(02) VALUE 50.
       01  CURRENCY-TABLE.
           05 CY-ENTRY OCCURS 50 TIMES.
              10 CY-CURRENCY        PIC X(03).
              10 CY-ACCOUNTS        PIC 9(07) COMP.
              10 CY-BUCKET-BAL      PIC 9(13)V99 OCCURS 5 TIMES.
              10 CY-NII             PIC S9(13)V99 OCCURS 11 TIMES.
       01  WS-CY-SUB               PIC 9(02) COMP.
       01  WS-BKT-SUB              PIC 9(02) COMP.

      *----------------------------------------------------------------
      * FX-RATE TABLE - EACH CURRENCY'S FIGURES ARE CONVERTED TO BASE
      * FOR PRINTING.
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
      * PER-LOAN WORK AREA.  MONTHS ARE WHOLE MONTHS FROM THE
      * BUSINESS DATE, A PART MONTH NOT COUNTED.
      *----------------------------------------------------------------
       01  WS-MATURITY-DATE        PIC 9(08).
       01  WS-MATURITY-PARTS REDEFINES WS-MATURITY-DATE.
           05 WS-MAT-YYYY          PIC 9(04).
           05 WS-MAT-MM            PIC 9(02).
           05 WS-MAT-DD            PIC 9(02).
       01  WS-TARGET-DATE          PIC 9(08).
       01  WS-TARGET-PARTS REDEFINES WS-TARGET-DATE.
           05 WS-TGT-YYYY          PIC 9(04).
           05 WS-TGT-MM            PIC 9(02).
           05 WS-TGT-DD            PIC 9(02).
       01  WS-MONTHS-OUT           PIC S9(05) COMP.
       01  WS-MATURITY-MONTHS      PIC S9(05) COMP.
       01  WS-REPRICE-MONTHS       PIC S9(05) COMP.
       01  WS-BUCKET               PIC 9(01).
       01  WS-CURRENT-RATE         PIC 9(3)V99.
       01  WS-SHOCKED-RATE         PIC S9(4)V99.
       01  WS-RATE-MOVE            PIC S9(4)V99.
       01  WS-MOVE-LIMIT           PIC S9(4)V99.
       01  WS-RESETS-IN-YEAR       PIC 9(02).
       01  WS-MONTHS-LEFT          PIC 9(02).
       01  WS-NII-ANNUAL           PIC S9(13)V99.
       01  WS-NII-CHANGE           PIC S9(13)V99.
       01  WS-REASON               PIC X(40).

      *----------------------------------------------------------------
      * REPORT TOTALS - BASE CURRENCY.
      *----------------------------------------------------------------
       01  WS-ROW-BASE             PIC 9(13)V99.
       01  WS-ROW-TOTAL            PIC 9(13)V99.
       01  WS-GAP-TOTALS.
           05 WS-GAP-BUCKET        PIC 9(13)V99 OCCURS 5 TIMES.
       01  WS-GAP-GRAND            PIC 9(13)V99 VALUE 0.
       01  WS-CUMULATIVE-GAP       PIC 9(13)V99.
       01  WS-NII-BASE-CASE        PIC S9(13)V99.
       01  WS-NII-PCT              PIC S9(5)V99.

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-BUCKETED    PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-SKIPPED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-NO-TERM     PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "GAPRPT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(60) VALUE
              "REPRICING GAP - BASE CURRENCY (USD) AT TODAY'S FX RATES".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(03) VALUE "CUR".
           05 FILLER                PIC X(09) VALUE "    ACCTS".
           05 FILLER                PIC X(14) VALUE
              "    0-3 MONTHS".
           05 FILLER                PIC X(14) VALUE
              "   3-12 MONTHS".
           05 FILLER                PIC X(14) VALUE
              "     1-3 YEARS".
           05 FILLER                PIC X(14) VALUE
              "     3-5 YEARS".
           05 FILLER                PIC X(14) VALUE
              "  OVER 5 YEARS".
           05 FILLER                PIC X(14) VALUE
              "         TOTAL".

       01  GAP-DETAIL.
           05 GD-CURRENCY           PIC X(05).
           05 GD-ACCOUNTS           PIC ZZZZZZ9.
           05 GD-BUCKET             PIC Z,ZZZ,ZZZ,ZZ9 OCCURS 5 TIMES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GD-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.

       01  GAP-TOTAL-LINE.
           05 GT-LABEL              PIC X(12).
           05 GT-BUCKET             PIC Z,ZZZ,ZZZ,ZZ9 OCCURS 5 TIMES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GT-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.

       01  NO-TERM-LINE.
           05 FILLER                PIC X(48) VALUE
              "ACCOUNTS WITHOUT AN OPEN DATE, SHOWN OVER 5 YRS:".
           05 NT-COUNT              PIC ZZZ,ZZ9.

       01  NII-HEADING-1.
           05 FILLER                PIC X(60) VALUE
              "TWELVE-MONTH NET INTEREST INCOME - BASE CURRENCY (USD)".

       01  NII-HEADING-2.
           05 FILLER                PIC X(14) VALUE "SCENARIO".
           05 FILLER                PIC X(10) VALUE " SHOCK BP".
           05 FILLER                PIC X(20) VALUE
              "      PROJECTED NII".
           05 FILLER                PIC X(20) VALUE
              "     CHANGE VS BASE".
           05 FILLER                PIC X(10) VALUE "  CHANGE %".

       01  NII-DETAIL.
           05 ND-NAME               PIC X(12).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 ND-SHOCK-BPS          PIC +ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ND-NII                PIC --,---,---,--9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ND-CHANGE             PIC --,---,---,--9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 ND-PCT                PIC -----9.99.

       01  FX-WITHHELD-LINE.
           05 FILLER                PIC X(60) VALUE
              "FX RATE MISSING - FIGURES UNDERSTATED, SEE EXCEPTIONS".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "GAPRPT  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-BUCKET-ACCOUNT   THRU 2000-EXIT
               UNTIL END-OF-ACCOUNTS.
           PERFORM 3000-PRINT-GAP        THRU 3000-EXIT.
           PERFORM 4000-PRINT-NII        THRU 4000-EXIT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ACCTS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE ARM TERMS AND RATE TABLES ARE LOADED
      * BEFORE THE REPORT IS OPENED, SO A TABLE PAST ITS LIMIT STOPS
      * THE RUN RATHER THAN PRINT A GAP BUILT ON PART OF THE TERMS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT ARM-MASTER.
           IF ARM-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ARM-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-TERMS THRU 1100-EXIT
                   UNTIL END-OF-ARM-TERMS
               CLOSE ARM-MASTER
           END-IF.

           OPEN INPUT RATE-MASTER.
           IF RATE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-RATE-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
                   UNTIL END-OF-RATE-MASTER
               CLOSE RATE-MASTER
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO REPORT PRINTED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-ACCOUNTS
           OPEN INPUT  FX-RATES
           OPEN OUTPUT GAP-REPORT.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

           PERFORM 1300-LOAD-SCENARIOS THRU 1300-EXIT.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP
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

           WRITE REPORT-LINE FROM RUN-STAMP-LINE.
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
      * 1100-LOAD-ONE-TERMS
      *----------------------------------------------------------------
       1100-LOAD-ONE-TERMS.
           READ ARM-MASTER
               AT END
                   MOVE 'Y' TO WS-ARM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-ARM-TABLE-COUNT >= WS-ARM-TABLE-MAX
               DISPLAY "ARM TERMS TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-ARM-EOF-SW
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-ARM-TABLE-COUNT.
           MOVE WS-ARM-TABLE-COUNT TO WS-ARM-SUB.
           MOVE AM-ACCT-NO         TO AT-ACCT-NO(WS-ARM-SUB).
           MOVE AM-RESET-MONTHS    TO AT-RESET-MONTHS(WS-ARM-SUB).
           MOVE AM-NEXT-RESET-DATE TO AT-NEXT-RESET-DATE(WS-ARM-SUB).
           MOVE AM-PERIODIC-CAP    TO AT-PERIODIC-CAP(WS-ARM-SUB).
           MOVE AM-LIFE-FLOOR      TO AT-LIFE-FLOOR(WS-ARM-SUB).
           MOVE AM-LIFE-CEILING    TO AT-LIFE-CEILING(WS-ARM-SUB).
       1100-EXIT.
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
      * 1200-LOAD-ONE-RATE
      *----------------------------------------------------------------
       1200-LOAD-ONE-RATE.
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
                       MOVE 'Y' TO WS-OVERFLOW-SW
                       MOVE 'Y' TO WS-RATE-EOF-SW
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-SCENARIOS - THE BASE CASE FIRST, THEN EACH RATESHK
      * SCENARIO.  A SHOCK THAT IS NOT NUMERIC IS IGNORED, AND NO
      * USABLE SCENARIO AT ALL RUNS THE STANDARD PLUS AND MINUS 200.
      *----------------------------------------------------------------
       1300-LOAD-SCENARIOS.
           MOVE "BASE CASE"  TO SCEN-NAME(1).
           MOVE ZERO         TO SCEN-SHOCK-BPS(1).

           OPEN INPUT SHOCK-CONTROL.
           IF NOT SHOCK-FILE-NOT-FOUND
               PERFORM 1350-LOAD-ONE-SCENARIO THRU 1350-EXIT
                   UNTIL END-OF-SHOCKS
               CLOSE SHOCK-CONTROL
           END-IF.

           IF WS-SCEN-COUNT = 1
               MOVE 3            TO WS-SCEN-COUNT
               MOVE "UP 200 BP"  TO SCEN-NAME(2)
               MOVE +200         TO SCEN-SHOCK-BPS(2)
               MOVE "DOWN 200 BP" TO SCEN-NAME(3)
               MOVE -200         TO SCEN-SHOCK-BPS(3)
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-LOAD-ONE-SCENARIO
      *----------------------------------------------------------------
       1350-LOAD-ONE-SCENARIO.
           READ SHOCK-CONTROL
               AT END
                   MOVE 'Y' TO WS-SHOCK-EOF-SW
                   GO TO 1350-EXIT
           END-READ.

           IF SK-SHOCK-BPS IS NOT NUMERIC
               DISPLAY "RATESHK SCENARIO IGNORED - " SK-SCENARIO-NAME
               GO TO 1350-EXIT
           END-IF.
           IF WS-SCEN-COUNT >= WS-SCEN-MAX
               DISPLAY "RATESHK SCENARIO OVER LIMIT - "
                       SK-SCENARIO-NAME
               GO TO 1350-EXIT
           END-IF.

           ADD 1 TO WS-SCEN-COUNT.
           MOVE SK-SCENARIO-NAME TO SCEN-NAME(WS-SCEN-COUNT).
           MOVE SK-SHOCK-BPS     TO SCEN-SHOCK-BPS(WS-SCEN-COUNT).
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-BUCKET-ACCOUNT - AN OPEN BALANCE IS PLACED IN THE BUCKET
      * OF ITS EARLIER OF REPRICING AND MATURITY, AND ITS INCOME
      * PROJECTED UNDER EACH SCENARIO.  CLOSED AND CHARGED-OFF
      * ACCOUNTS EARN NOTHING AND ARE PASSED OVER.
      *----------------------------------------------------------------
       2000-BUCKET-ACCOUNT.
           IF LM-ACCOUNT-IS-CLOSED
              OR LM-ACCOUNT-IS-CHARGED-OFF
              OR LM-PRINCIPAL = ZERO
               ADD 1 TO WS-ACCTS-SKIPPED
               PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-SET-MATURITY-MONTHS THRU 2100-EXIT.
           PERFORM 2200-SET-REPRICE-MONTHS  THRU 2200-EXIT.

           EVALUATE TRUE
               WHEN WS-REPRICE-MONTHS < 3
                   MOVE 1 TO WS-BUCKET
               WHEN WS-REPRICE-MONTHS < 12
                   MOVE 2 TO WS-BUCKET
               WHEN WS-REPRICE-MONTHS < 36
                   MOVE 3 TO WS-BUCKET
               WHEN WS-REPRICE-MONTHS < 60
                   MOVE 4 TO WS-BUCKET
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET
           END-EVALUATE.

           PERFORM 2500-FIND-CURRENCY THRU 2500-EXIT.
           IF NOT ENTRY-WAS-FOUND
               PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO CY-ACCOUNTS(WS-CY-SUB).
           ADD LM-PRINCIPAL TO CY-BUCKET-BAL(WS-CY-SUB, WS-BUCKET).

           COMPUTE WS-NII-ANNUAL ROUNDED =
               LM-PRINCIPAL * WS-CURRENT-RATE / 100.
           PERFORM 2400-PROJECT-ONE-SCENARIO THRU 2400-EXIT
               VARYING WS-SCEN-SUB FROM 1 BY 1
               UNTIL WS-SCEN-SUB > WS-SCEN-COUNT.

           ADD 1 TO WS-ACCTS-BUCKETED.
           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SET-MATURITY-MONTHS - THE OPEN DATE PLUS THE TERM IN
      * YEARS.  A MATURED-PAST-DUE ACCOUNT IS DUE NOW; AN ACCOUNT
      * WITH NO OPEN DATE HAS NO KNOWN MATURITY AND IS SHOWN IN THE
      * LAST BUCKET.
      *----------------------------------------------------------------
       2100-SET-MATURITY-MONTHS.
           IF LM-ACCOUNT-IS-MATURED
               MOVE ZERO TO WS-MATURITY-MONTHS
               GO TO 2100-EXIT
           END-IF.
           IF LM-OPEN-DATE IS NOT NUMERIC
              OR LM-OPEN-DATE = ZERO
               MOVE 999 TO WS-MATURITY-MONTHS
               ADD 1 TO WS-ACCTS-NO-TERM
               GO TO 2100-EXIT
           END-IF.

           MOVE LM-OPEN-DATE TO WS-MATURITY-DATE.
           ADD LM-YEARS TO WS-MAT-YYYY.
           MOVE WS-MATURITY-DATE TO WS-TARGET-DATE.
           PERFORM 2150-MONTHS-TO-TARGET THRU 2150-EXIT.
           MOVE WS-MONTHS-OUT TO WS-MATURITY-MONTHS.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-MONTHS-TO-TARGET - WHOLE MONTHS FROM THE BUSINESS DATE
      * TO WS-TARGET-DATE; A DATE ALREADY PAST IS ZERO.
      *----------------------------------------------------------------
       2150-MONTHS-TO-TARGET.
           COMPUTE WS-MONTHS-OUT =
               (WS-TGT-YYYY - WS-BUS-YYYY) * 12
               + WS-TGT-MM - WS-BUS-MM.
           IF WS-TGT-DD < WS-BUS-DD
               SUBTRACT 1 FROM WS-MONTHS-OUT
           END-IF.
           IF WS-MONTHS-OUT < ZERO
               MOVE ZERO TO WS-MONTHS-OUT
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-SET-REPRICE-MONTHS - BY THE RATE'S BEHAVIOR.  A FIXED
      * RATE HOLDS TO MATURITY.  A RATE CODE FOLLOWS THE PUBLISHED
      * RATE AND MOVES THE DAY THE RATE DOES.  AN ADJUSTABLE RATE
      * MOVES ON ITS NEXT RESET, OR AT MATURITY IF THAT COMES FIRST;
      * ONE WITH NO TERMS ON FILE IS LOGGED AND HELD TO MATURITY.
      * THE RATE THE ACCOUNT EARNS TODAY IS SET ALONG THE WAY.
      *----------------------------------------------------------------
       2200-SET-REPRICE-MONTHS.
           MOVE LM-RATE TO WS-CURRENT-RATE.
           MOVE WS-MATURITY-MONTHS TO WS-REPRICE-MONTHS.
           MOVE 'N' TO WS-ARM-FOUND-SW.

           EVALUATE TRUE
               WHEN LM-RATE-IS-VARIABLE
                   PERFORM 2300-FIND-ARM-TERMS THRU 2300-EXIT
                   IF ARM-TERMS-WERE-FOUND
                       MOVE AT-NEXT-RESET-DATE(WS-ARM-HIT)
                           TO WS-TARGET-DATE
                       PERFORM 2150-MONTHS-TO-TARGET THRU 2150-EXIT
                       IF WS-MONTHS-OUT < WS-REPRICE-MONTHS
                           MOVE WS-MONTHS-OUT TO WS-REPRICE-MONTHS
                       END-IF
                   ELSE
                       MOVE "ARM TERMS MISSING - HELD TO MATURITY"
                           TO WS-REASON
                       PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   END-IF
               WHEN LM-RATE-CODE NOT = SPACES
                   MOVE ZERO TO WS-REPRICE-MONTHS
                   PERFORM 2050-LOOKUP-RATE THRU 2050-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-LOOKUP-RATE - A CODE NOT ON THE RATE MASTER LEAVES
      * LM-RATE IN EFFECT.
      *----------------------------------------------------------------
       2050-LOOKUP-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE.
           PERFORM 2060-SEARCH-RATE THRU 2060-EXIT
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-RATE-TABLE-COUNT.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-SEARCH-RATE
      *----------------------------------------------------------------
       2060-SEARCH-RATE.
           IF RM-TABLE-CODE(RM-IDX) = LM-RATE-CODE
              AND RM-TABLE-DATE(RM-IDX) <= WS-BUS-DATE-RAW
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RM-TABLE-DATE(RM-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RM-TABLE-RATE(RM-IDX) TO WS-CURRENT-RATE
               MOVE RM-TABLE-DATE(RM-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-FIND-ARM-TERMS - LEAVES WS-ARM-HIT ON THE ENTRY.
      *----------------------------------------------------------------
       2300-FIND-ARM-TERMS.
           PERFORM 2350-SEARCH-ARM THRU 2350-EXIT
               VARYING WS-ARM-SUB FROM 1 BY 1
               UNTIL WS-ARM-SUB > WS-ARM-TABLE-COUNT
                  OR ARM-TERMS-WERE-FOUND.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-SEARCH-ARM
      *----------------------------------------------------------------
       2350-SEARCH-ARM.
           IF AT-ACCT-NO(WS-ARM-SUB) = LM-ACCT-NO
               MOVE WS-ARM-SUB TO WS-ARM-HIT
               MOVE 'Y' TO WS-ARM-FOUND-SW
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-PROJECT-ONE-SCENARIO - A YEAR AT TODAY'S RATE, PLUS THE
      * SHOCK ON THE PART OF THE YEAR AFTER THE BALANCE REPRICES.  A
      * BALANCE REPRICING A YEAR OR MORE OUT IS NOT MOVED.  AN
      * ADJUSTABLE RATE MOVES NO FURTHER THAN ITS PERIODIC CAP ON
      * EACH RESET INSIDE THE YEAR, AND STAYS BETWEEN ITS LIFETIME
      * FLOOR AND CEILING; NO RATE GOES BELOW ZERO.
      *----------------------------------------------------------------
       2400-PROJECT-ONE-SCENARIO.
           MOVE ZERO TO WS-NII-CHANGE.
           IF SCEN-SHOCK-BPS(WS-SCEN-SUB) = ZERO
              OR WS-REPRICE-MONTHS >= 12
               GO TO 2490-ADD-TO-CURRENCY
           END-IF.

           COMPUTE WS-RATE-MOVE = SCEN-SHOCK-BPS(WS-SCEN-SUB) / 100.
           MOVE WS-REPRICE-MONTHS TO WS-MONTHS-LEFT.
           SUBTRACT WS-MONTHS-LEFT FROM 12 GIVING WS-MONTHS-LEFT.

           IF ARM-TERMS-WERE-FOUND
              AND AT-PERIODIC-CAP(WS-ARM-HIT) > ZERO
               MOVE 1 TO WS-RESETS-IN-YEAR
               IF AT-RESET-MONTHS(WS-ARM-HIT) > ZERO
                   COMPUTE WS-RESETS-IN-YEAR = 1
                       + (WS-MONTHS-LEFT - 1)
                         / AT-RESET-MONTHS(WS-ARM-HIT)
               END-IF
               COMPUTE WS-MOVE-LIMIT =
                   AT-PERIODIC-CAP(WS-ARM-HIT) * WS-RESETS-IN-YEAR
               IF WS-RATE-MOVE > WS-MOVE-LIMIT
                   MOVE WS-MOVE-LIMIT TO WS-RATE-MOVE
               END-IF
               IF WS-RATE-MOVE < ZERO - WS-MOVE-LIMIT
                   COMPUTE WS-RATE-MOVE = ZERO - WS-MOVE-LIMIT
               END-IF
           END-IF.

           COMPUTE WS-SHOCKED-RATE = WS-CURRENT-RATE + WS-RATE-MOVE.
           IF ARM-TERMS-WERE-FOUND
               IF AT-LIFE-CEILING(WS-ARM-HIT) > ZERO
                  AND WS-SHOCKED-RATE > AT-LIFE-CEILING(WS-ARM-HIT)
                   MOVE AT-LIFE-CEILING(WS-ARM-HIT) TO WS-SHOCKED-RATE
               END-IF
               IF WS-SHOCKED-RATE < AT-LIFE-FLOOR(WS-ARM-HIT)
                   MOVE AT-LIFE-FLOOR(WS-ARM-HIT) TO WS-SHOCKED-RATE
               END-IF
           END-IF.
           IF WS-SHOCKED-RATE < ZERO
               MOVE ZERO TO WS-SHOCKED-RATE
           END-IF.

           COMPUTE WS-NII-CHANGE ROUNDED =
               LM-PRINCIPAL * (WS-SHOCKED-RATE - WS-CURRENT-RATE)
               * WS-MONTHS-LEFT / 1200.

       2490-ADD-TO-CURRENCY.
           COMPUTE CY-NII(WS-CY-SUB, WS-SCEN-SUB) =
               CY-NII(WS-CY-SUB, WS-SCEN-SUB)
               + WS-NII-ANNUAL + WS-NII-CHANGE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-FIND-CURRENCY - LEAVES WS-CY-SUB ON THE ACCOUNT'S
      * CURRENCY, ADDING IT IF NEW.  A CURRENCY THE TABLE HAS NO ROOM
      * FOR IS LOGGED AND ENDS THE RUN WITH CONDITION CODE 8.
      *----------------------------------------------------------------
       2500-FIND-CURRENCY.
           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2550-SEARCH-CURRENCY THRU 2550-EXIT
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-CURR-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               SUBTRACT 1 FROM WS-CY-SUB
               GO TO 2500-EXIT
           END-IF.

           IF WS-CURR-TABLE-COUNT >= WS-CURR-TABLE-MAX
               IF NOT CURRENCY-TABLE-WAS-FULL
                   MOVE 'Y' TO WS-CURR-FULL-SW
                   MOVE "CURRENCY TABLE FULL - ACCOUNT LEFT OUT"
                       TO WS-REASON
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               END-IF
               ADD 1 TO WS-ACCTS-SKIPPED
               GO TO 2500-EXIT
           END-IF.

           ADD 1 TO WS-CURR-TABLE-COUNT.
           MOVE WS-CURR-TABLE-COUNT TO WS-CY-SUB.
           MOVE WS-CURRENCY-CODE TO CY-CURRENCY(WS-CY-SUB).
           MOVE ZERO TO CY-ACCOUNTS(WS-CY-SUB).
           PERFORM 2560-CLEAR-ONE-BUCKET THRU 2560-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.
           PERFORM 2570-CLEAR-ONE-NII THRU 2570-EXIT
               VARYING WS-SCEN-SUB FROM 1 BY 1
               UNTIL WS-SCEN-SUB > WS-SCEN-MAX.
           MOVE 'Y' TO WS-FOUND-SW.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-SEARCH-CURRENCY
      *----------------------------------------------------------------
       2550-SEARCH-CURRENCY.
           IF CY-CURRENCY(WS-CY-SUB) = WS-CURRENCY-CODE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2560-CLEAR-ONE-BUCKET
      *----------------------------------------------------------------
       2560-CLEAR-ONE-BUCKET.
           MOVE ZERO TO CY-BUCKET-BAL(WS-CY-SUB, WS-BKT-SUB).
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2570-CLEAR-ONE-NII
      *----------------------------------------------------------------
       2570-CLEAR-ONE-NII.
           MOVE ZERO TO CY-NII(WS-CY-SUB, WS-SCEN-SUB).
       2570-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "GAPRPT"   TO SE-PROGRAM-ID.
           MOVE LM-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-GAP - ONE LINE PER CURRENCY IN BASE, THEN THE
      * PERIODIC AND CUMULATIVE GAP ACROSS ALL CURRENCIES.
      *----------------------------------------------------------------
       3000-PRINT-GAP.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           PERFORM 3050-CLEAR-ONE-GAP THRU 3050-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.

           PERFORM 3100-PRINT-ONE-CURRENCY THRU 3100-EXIT
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-CURR-TABLE-COUNT.

           MOVE "PERIOD GAP"   TO GT-LABEL.
           MOVE ZERO           TO WS-CUMULATIVE-GAP.
           PERFORM 3200-SET-ONE-PERIOD-GAP THRU 3200-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.
           MOVE WS-GAP-GRAND   TO GT-TOTAL.
           WRITE REPORT-LINE FROM GAP-TOTAL-LINE.

           MOVE "CUMULATIVE"   TO GT-LABEL.
           PERFORM 3250-SET-ONE-CUMULATIVE THRU 3250-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.
           MOVE WS-GAP-GRAND   TO GT-TOTAL.
           WRITE REPORT-LINE FROM GAP-TOTAL-LINE.

           IF WS-ACCTS-NO-TERM > ZERO
               MOVE WS-ACCTS-NO-TERM TO NT-COUNT
               WRITE REPORT-LINE FROM NO-TERM-LINE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-CLEAR-ONE-GAP
      *----------------------------------------------------------------
       3050-CLEAR-ONE-GAP.
           MOVE ZERO TO WS-GAP-BUCKET(WS-BKT-SUB).
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-ONE-CURRENCY
      *----------------------------------------------------------------
       3100-PRINT-ONE-CURRENCY.
           MOVE CY-CURRENCY(WS-CY-SUB) TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE ZERO TO WS-ROW-TOTAL.
           PERFORM 3150-CONVERT-ONE-BUCKET THRU 3150-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.

           MOVE CY-CURRENCY(WS-CY-SUB) TO GD-CURRENCY.
           MOVE CY-ACCOUNTS(WS-CY-SUB) TO GD-ACCOUNTS.
           MOVE WS-ROW-TOTAL           TO GD-TOTAL.
           WRITE REPORT-LINE FROM GAP-DETAIL.
           ADD WS-ROW-TOTAL TO WS-GAP-GRAND.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3150-CONVERT-ONE-BUCKET
      *----------------------------------------------------------------
       3150-CONVERT-ONE-BUCKET.
           COMPUTE WS-ROW-BASE ROUNDED =
               CY-BUCKET-BAL(WS-CY-SUB, WS-BKT-SUB) * WS-FX-RATE.
           MOVE WS-ROW-BASE TO GD-BUCKET(WS-BKT-SUB).
           ADD WS-ROW-BASE  TO WS-ROW-TOTAL
                               WS-GAP-BUCKET(WS-BKT-SUB).
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-SET-ONE-PERIOD-GAP
      *----------------------------------------------------------------
       3200-SET-ONE-PERIOD-GAP.
           MOVE WS-GAP-BUCKET(WS-BKT-SUB) TO GT-BUCKET(WS-BKT-SUB).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3250-SET-ONE-CUMULATIVE
      *----------------------------------------------------------------
       3250-SET-ONE-CUMULATIVE.
           ADD WS-GAP-BUCKET(WS-BKT-SUB) TO WS-CUMULATIVE-GAP.
           MOVE WS-CUMULATIVE-GAP TO GT-BUCKET(WS-BKT-SUB).
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-NII - EACH SCENARIO'S PROJECTED INCOME IN BASE,
      * AND ITS CHANGE FROM THE BASE CASE.
      *----------------------------------------------------------------
       4000-PRINT-NII.
           PERFORM 4100-CONVERT-ONE-SCENARIO THRU 4100-EXIT
               VARYING WS-SCEN-SUB FROM 1 BY 1
               UNTIL WS-SCEN-SUB > WS-SCEN-COUNT.
           MOVE SCEN-NII-BASE(1) TO WS-NII-BASE-CASE.

           WRITE REPORT-LINE FROM NII-HEADING-1.
           WRITE REPORT-LINE FROM NII-HEADING-2.
           PERFORM 4200-PRINT-ONE-SCENARIO THRU 4200-EXIT
               VARYING WS-SCEN-SUB FROM 1 BY 1
               UNTIL WS-SCEN-SUB > WS-SCEN-COUNT.

           IF AN-FX-RATE-WAS-MISSING
               WRITE REPORT-LINE FROM FX-WITHHELD-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CONVERT-ONE-SCENARIO - SUMS EVERY CURRENCY'S INCOME FOR
      * THE SCENARIO IN BASE.
      *----------------------------------------------------------------
       4100-CONVERT-ONE-SCENARIO.
           MOVE ZERO TO SCEN-NII-BASE(WS-SCEN-SUB).
           PERFORM 4150-CONVERT-ONE-CURRENCY-NII THRU 4150-EXIT
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-CURR-TABLE-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4150-CONVERT-ONE-CURRENCY-NII - THE MISSING-RATE EXCEPTION
      * WAS ALREADY LOGGED BY THE GAP, SO THE RATE IS LOOKED UP
      * WITHOUT LOGGING IT AGAIN.
      *----------------------------------------------------------------
       4150-CONVERT-ONE-CURRENCY-NII.
           MOVE CY-CURRENCY(WS-CY-SUB) TO WS-CURRENCY-CODE.
           MOVE 1 TO WS-FX-RATE.
           IF WS-CURRENCY-CODE NOT = "USD"
               MOVE 'N' TO WS-FX-FOUND-SW
               MOVE ZERO TO WS-FX-RATE
               PERFORM 4650-SEARCH-FX-RATE THRU 4650-EXIT
                   VARYING FX-IDX FROM 1 BY 1
                   UNTIL FX-IDX > WS-FX-TABLE-COUNT
                      OR FX-RATE-WAS-FOUND
           END-IF.
           COMPUTE SCEN-NII-BASE(WS-SCEN-SUB) ROUNDED =
               SCEN-NII-BASE(WS-SCEN-SUB)
               + CY-NII(WS-CY-SUB, WS-SCEN-SUB) * WS-FX-RATE.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-PRINT-ONE-SCENARIO
      *----------------------------------------------------------------
       4200-PRINT-ONE-SCENARIO.
           MOVE SCEN-NAME(WS-SCEN-SUB)      TO ND-NAME.
           MOVE SCEN-SHOCK-BPS(WS-SCEN-SUB) TO ND-SHOCK-BPS.
           MOVE SCEN-NII-BASE(WS-SCEN-SUB)  TO ND-NII.
           COMPUTE WS-NII-CHANGE =
               SCEN-NII-BASE(WS-SCEN-SUB) - WS-NII-BASE-CASE.
           MOVE WS-NII-CHANGE               TO ND-CHANGE.
           MOVE ZERO TO WS-NII-PCT.
           IF WS-NII-BASE-CASE NOT = ZERO
               COMPUTE WS-NII-PCT ROUNDED =
                   WS-NII-CHANGE * 100 / WS-NII-BASE-CASE
           END-IF.
           MOVE WS-NII-PCT                  TO ND-PCT.
           WRITE REPORT-LINE FROM NII-DETAIL.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - USD CONVERTS AT 1; ANY OTHER CURRENCY
      * WITHOUT A RATE CONVERTS AT ZERO, IS LOGGED, AND ENDS THE RUN
      * WITH CONDITION CODE 8, MATCHING CI-CALCULATOR.
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
               MOVE "GAPRPT" TO SE-PROGRAM-ID
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
      * 8000-READ-ACCOUNT
      *----------------------------------------------------------------
       8000-READ-ACCOUNT.
           READ LOAN-ACCOUNTS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF AN-FX-RATE-WAS-MISSING
              OR CURRENCY-TABLE-WAS-FULL
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE LOAN-ACCOUNTS
                 GAP-REPORT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9700-CAPTURE-INCIDENT - THE RUN IS ENDING BADLY, SO THE
      * EVIDENCE THE MORNING RERUN DECISION NEEDS GOES TO THE
      * SHARED INCIDENT FILE IN ONE CALL.
      *----------------------------------------------------------------
       9700-CAPTURE-INCIDENT.
           MOVE SPACES TO INCIDENT-REQUEST.
           MOVE "GAPRPT  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-ACCTS-READ TO IR-RECORDS-SO-FAR.
           IF AN-FX-RATE-WAS-MISSING
               MOVE "4600-SET-FX-RATE" TO IR-PHASE
               MOVE WS-CURRENCY-CODE TO IR-LAST-KEY
               MOVE "FX RATE MISSING - GAP UNDERSTATED"
                   TO IR-MESSAGE
           ELSE
               MOVE "2500-FIND-CURRENCY" TO IR-PHASE
               MOVE WS-CURRENCY-CODE TO IR-LAST-KEY
               MOVE "CURRENCY TABLE FULL, CC 8"
                   TO IR-MESSAGE
           END-IF.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ACCOUNTS READ AGAINST
      * ACCOUNTS BUCKETED PLUS ACCOUNTS PASSED OVER.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-READ     TO CT-RECORDS-READ.
           MOVE WS-ACCTS-BUCKETED TO CT-RECORDS-PROCESSED.
           IF WS-ACCTS-READ = WS-ACCTS-BUCKETED + WS-ACCTS-SKIPPED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
