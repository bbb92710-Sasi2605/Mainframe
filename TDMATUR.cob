       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATURITY.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY TERM-DEPOSIT MATURITY
      *                 RUN.  EVERY ACTIVE DEPOSIT ON TDMSTR WHOSE
      *                 MATURITY DATE HAS COME EARNS ITS TERM'S
      *                 INTEREST THROUGH TD-INTEREST, HAS TAX WITHHELD
      *                 WITH THE TAXRATE RULES, AND IS THEN PAID OUT
      *                 OR RENEWED AS ITS INSTRUCTION SAYS: PAID OUT
      *                 WHOLE, RENEWED WITH ITS NET INTEREST ADDED,
      *                 OR RENEWED WITH THE INTEREST PAID OUT.  A
      *                 RENEWAL RUNS ANOTHER TERM FROM THE OLD
      *                 MATURITY DATE AT THE RATE THE RATE MASTER HAS
      *                 IN EFFECT TONIGHT FOR THE DEPOSIT'S RATE CODE.
      *                 INTEREST EXPENSE, WITHHOLDING AND PAYOUT PAIRS
      *                 POST TO THE GL EXTRACT, WITHHOLDING GOES TO
      *                 THE REMITTANCE EXTRACT, AND EVERY MATURITY
      *                 PRINTS ON THE MATURITY REGISTER.  A DEPOSIT
      *                 THAT MISSED NIGHTS IS MATURED TERM BY TERM
      *                 UNTIL IT IS PAID OR NO LONGER DUE.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE, SO THE BUSINESS DATE IS NOW READ AHEAD
      *                 OF THE FX LOAD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-MASTER       ASSIGN TO TDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-DEP-NO
               FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATURITY-REGISTER ASSIGN TO TDMATREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-EXTRACT     ASSIGN TO TDTAX
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
       FD  TD-MASTER.
       COPY TDMSTR.

       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  MATURITY-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(120).

       FD  TAX-EXTRACT
           RECORDING MODE IS F.
       COPY TDTAXEX.

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
           05 WS-EOF-SW             PIC X(01) VALUE 'N'.
              88 END-OF-DEPOSITS            VALUE 'Y'.
           05 WS-RATE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-FX-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-FX-MISSING-SW      PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-REWRITE-FAILED-SW  PIC X(01) VALUE 'N'.
              88 A-REWRITE-FAILED           VALUE 'Y'.

       01  WS-TD-FILE-STATUS        PIC X(02).
           88 TD-FILE-NOT-FOUND            VALUE '35'.
       01  WS-RATE-FILE-STATUS      PIC X(02).
           88 RATE-FILE-NOT-FOUND          VALUE '35'.
       01  WS-GL-FILE-STATUS        PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - SAME EFFECTIVE-DATED LOOKUP TABLE THE
      * INTEREST PROGRAMS LOAD.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE-MAX       PIC 9(04) VALUE 1000.
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
       01  WS-RENEWAL-RATE         PIC 9(3)V99.

      *----------------------------------------------------------------
      * FX-RATE TABLE - FOR THE GL EXTRACT'S BASE-CURRENCY AMOUNT.
      *----------------------------------------------------------------
       01  WS-FX-TABLE-MAX         PIC 9(04) VALUE 200.
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
      * GENERAL-LEDGER EXTRACT - SEE TD-MAINT.  INTEREST EARNED IS AN
      * EXPENSE THAT ADDS TO THE DEPOSIT LIABILITY; TAX WITHHELD MOVES
      * OUT OF IT TO THE LIABILITY TO THE REVENUE; A PAYOUT RELIEVES
      * IT AND PAYS THE CASH OUT.  INTEREST ROLLED INTO A RENEWAL
      * SIMPLY STAYS IN THE LIABILITY.
      *----------------------------------------------------------------
       01  WS-GL-CODES.
           05 WS-GL-CASH           PIC X(10) VALUE "1010-CASH ".
           05 WS-GL-DEPOSITS       PIC X(10) VALUE "2200-TDEPS".
           05 WS-GL-WITHHOLDING    PIC X(10) VALUE "2250-WHTAX".
           05 WS-GL-INT-EXPENSE    PIC X(10) VALUE "5400-TDINT".

       01  WS-POSTING.
           05 WS-POST-DEBIT        PIC X(10).
           05 WS-POST-CREDIT       PIC X(10).
           05 WS-POST-AMOUNT       PIC 9(9)V99.
           05 WS-POST-NARRATIVE    PIC X(20).

      *----------------------------------------------------------------
      * TERM INTEREST FIGURES - SEE TDINTRQ.CPY.
      *----------------------------------------------------------------
       COPY TDINTRQ.

       01  WS-MATURED-PRINCIPAL    PIC 9(9)V99.
       01  WS-PAID-OUT             PIC 9(9)V99.
       01  WS-TERM-END-INT         PIC S9(08) COMP.

       01  WS-TOTAL-INTEREST       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-WITHHELD       PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-PAID-OUT       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RENEWED        PIC 9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-DEPS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-DEPS-MATURED       PIC 9(7) COMP VALUE 0.
           05 WS-DEPS-NOT-DUE       PIC 9(7) COMP VALUE 0.
           05 WS-TERMS-MATURED      PIC 9(7) COMP VALUE 0.
           05 WS-TERMS-RENEWED      PIC 9(7) COMP VALUE 0.
           05 WS-DEPS-PAID-OUT      PIC 9(7) COMP VALUE 0.

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
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.
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
           05 WS-RIF-PGM       PIC X(06) VALUE "TDMATR".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "TERM-DEPOSIT MATURITY REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(06) VALUE "DEP # ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "CUST #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "MATURED ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "CCY".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "     PRINCIPAL".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "   INTEREST".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "  WITHHELD".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "      PAID OUT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "ACTION".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "  RATE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "NEXT MAT".

       01  REGISTER-DETAIL.
           05 RG-DEP-NO             PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-CUST-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-MATURED            PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-INTEREST           PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-WITHHELD           PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-PAID-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-ACTION             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-NEW-RATE           PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-NEXT-MATURITY      PIC X(08).

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(11) VALUE "INTEREST = ".
           05 TL-INTEREST           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(13) VALUE
              "  WITHHELD = ".
           05 TL-WITHHELD           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(13) VALUE
              "  PAID OUT = ".
           05 TL-PAID-OUT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(12) VALUE
              "  RENEWED = ".
           05 TL-RENEWED            PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "TDMATR  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-PROCESS-DEPOSIT  THRU 2000-EXIT
               UNTIL END-OF-DEPOSITS.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-DEPS-READ TO RQ-RECORD-COUNT
               MOVE WS-DEPS-MATURED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE RATE AND FX TABLES ARE LOADED BEFORE
      * ANYTHING IS OPENED FOR OUTPUT, SO A TABLE PAST ITS LIMIT
      * STOPS THE RUN WITH NOTHING TOUCHED.  NO DEPOSIT MASTER YET
      * MEANS NOTHING MATURES.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT RATE-MASTER.
           IF NOT RATE-FILE-NOT-FOUND
               PERFORM 1100-LOAD-RATE-MASTER THRU 1100-EXIT
                   UNTIL END-OF-RATE-MASTER
               CLOSE RATE-MASTER
           END-IF.

      *    THE FX LOAD TAKES THE RATES IN EFFECT ON THE BUSINESS
      *    DATE, SO THE DATE IS NEEDED BEFORE THE RUN STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT FX-RATES.
           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - TDMSTR LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT MATURITY-REGISTER
           OPEN OUTPUT TAX-EXTRACT.

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

           OPEN I-O TD-MASTER.
           IF TD-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-DEPOSIT THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE MATURITY REGISTER.
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
                   GO TO 1100-EXIT
           END-READ.

           IF WS-RATE-TABLE-COUNT >= WS-RATE-TABLE-MAX
               DISPLAY "RATE MASTER TABLE FULL AT "
                       WS-RATE-TABLE-MAX " ROWS"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-RATE-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-RATE-TABLE-COUNT.
           MOVE RM-RATE-CODE   TO RM-TABLE-CODE(WS-RATE-TABLE-COUNT).
           MOVE RM-RATE        TO RM-TABLE-RATE(WS-RATE-TABLE-COUNT).
           MOVE RM-EFFECT-DATE TO RM-TABLE-DATE(WS-RATE-TABLE-COUNT).
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

           IF WS-FX-TABLE-COUNT >= WS-FX-TABLE-MAX
               DISPLAY "FX RATE TABLE FULL AT "
                       WS-FX-TABLE-MAX " CURRENCIES"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-FX-EOF-SW
               GO TO 1180-EXIT
           END-IF.

           ADD 1 TO WS-FX-TABLE-COUNT.
           MOVE FX-CURRENCY-CODE TO FX-TABLE-CODE(WS-FX-TABLE-COUNT).
           MOVE FX-RATE-TO-BASE  TO FX-TABLE-RATE(WS-FX-TABLE-COUNT).
       1180-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-DEPOSIT
      *----------------------------------------------------------------
       2000-PROCESS-DEPOSIT.
           IF TD-IS-ACTIVE
              AND TD-MATURITY-DATE <= WS-BUS-DATE-RAW
               PERFORM 2100-MATURE-DEPOSIT THRU 2100-EXIT
           ELSE
               ADD 1 TO WS-DEPS-NOT-DUE
           END-IF.

           PERFORM 8000-READ-DEPOSIT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-MATURE-DEPOSIT - AN ACTIVE DEPOSIT AT OR PAST ITS
      * MATURITY DATE IS MATURED, TERM BY TERM, UNTIL IT IS PAID OUT
      * OR ITS NEXT MATURITY IS STILL AHEAD, THEN REWRITTEN ONCE.
      *----------------------------------------------------------------
       2100-MATURE-DEPOSIT.
           ADD 1 TO WS-DEPS-MATURED.
           PERFORM 3000-MATURE-ONE-TERM THRU 3000-EXIT
               UNTIL NOT TD-IS-ACTIVE
                  OR TD-MATURITY-DATE > WS-BUS-DATE-RAW.

           REWRITE TERM-DEPOSIT-REC
               INVALID KEY
                   SET A-REWRITE-FAILED TO TRUE
                   MOVE SPACES TO SHARED-EXCEPTION-REC
                   MOVE "TDMATR" TO SE-PROGRAM-ID
                   MOVE TD-DEP-NO TO SE-ENTRY-ID
                   MOVE "MATURITY REWRITE FAILED" TO SE-REASON
                   MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
                   WRITE SHARED-EXCEPTION-REC
           END-REWRITE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-MATURE-ONE-TERM - THE TERM'S INTEREST, WITHOUT PENALTY,
      * IS EXPENSED AND TAXED, THEN THE INSTRUCTION DECIDES WHAT IS
      * PAID OUT AND WHAT RUNS ON FOR ANOTHER TERM.  AN INSTRUCTION
      * THAT IS NEITHER RENEWAL IS PAID OUT.
      *----------------------------------------------------------------
       3000-MATURE-ONE-TERM.
           ADD 1 TO WS-TERMS-MATURED.
           MOVE TD-PRINCIPAL       TO WS-MATURED-PRINCIPAL.

           MOVE TD-PRINCIPAL       TO TI-PRINCIPAL.
           MOVE TD-RATE            TO TI-RATE.
           MOVE TD-DAY-BASIS       TO TI-DAY-BASIS.
           MOVE TD-START-DATE      TO TI-FROM-DATE.
           MOVE TD-MATURITY-DATE   TO TI-TO-DATE.
           MOVE ZERO               TO TI-PENALTY-RATE.
           MOVE TD-TAX-CLASS       TO TI-TAX-CLASS.
           CALL "TD-INTEREST" USING TD-INTEREST-REQUEST.

           ADD TI-INTEREST         TO TD-INTEREST-PAID
                                      WS-TOTAL-INTEREST.
           ADD TI-WITHHELD         TO TD-TAX-WITHHELD.
           PERFORM 4000-POST-INTEREST THRU 4000-EXIT.

           MOVE TD-MATURITY-DATE   TO RG-MATURED.
           EVALUATE TRUE
               WHEN TD-RENEW-WITH-INTEREST
                   MOVE ZERO TO WS-PAID-OUT
                   ADD TI-NET-INTEREST TO TD-PRINCIPAL
                   MOVE "RENEWED" TO RG-ACTION
                   PERFORM 3100-RENEW-DEPOSIT THRU 3100-EXIT
               WHEN TD-RENEW-PAY-INTEREST
                   MOVE TI-NET-INTEREST TO WS-PAID-OUT
                   MOVE "RENEW+PY" TO RG-ACTION
                   PERFORM 3100-RENEW-DEPOSIT THRU 3100-EXIT
               WHEN OTHER
                   COMPUTE WS-PAID-OUT =
                       TD-PRINCIPAL + TI-NET-INTEREST
                   MOVE ZERO TO TD-PRINCIPAL
                   SET TD-IS-PAID-OUT TO TRUE
                   MOVE TD-MATURITY-DATE TO TD-CLOSED-DATE
                   ADD 1 TO WS-DEPS-PAID-OUT
                   MOVE "PAID OUT" TO RG-ACTION
                   MOVE ZERO TO RG-NEW-RATE
                   MOVE SPACES TO RG-NEXT-MATURITY
           END-EVALUATE.

           MOVE WS-GL-DEPOSITS     TO WS-POST-DEBIT.
           MOVE WS-GL-CASH         TO WS-POST-CREDIT.
           MOVE WS-PAID-OUT        TO WS-POST-AMOUNT.
           MOVE "TD MATURITY PAYOUT" TO WS-POST-NARRATIVE.
           PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT.
           ADD WS-PAID-OUT TO WS-TOTAL-PAID-OUT.

           MOVE TD-DEP-NO          TO RG-DEP-NO.
           MOVE TD-CUST-NO         TO RG-CUST-NO.
           MOVE TD-CURRENCY-CODE   TO RG-CURRENCY.
           MOVE WS-MATURED-PRINCIPAL TO RG-PRINCIPAL.
           MOVE TI-INTEREST        TO RG-INTEREST.
           MOVE TI-WITHHELD        TO RG-WITHHELD.
           MOVE WS-PAID-OUT        TO RG-PAID-OUT.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-RENEW-DEPOSIT - ANOTHER TERM FROM THE OLD MATURITY DATE,
      * RE-PRICED AT TONIGHT'S RATE-MASTER RATE FOR THE DEPOSIT'S
      * RATE CODE.  A DEPOSIT WITHOUT A RATE CODE RENEWS AT ITS OWN
      * RATE; ONE WHOSE CODE HAS NO RATE IN EFFECT ALSO KEEPS ITS
      * RATE AND IS LOGGED FOR TREASURY TO RE-PRICE BY HAND.
      *----------------------------------------------------------------
       3100-RENEW-DEPOSIT.
           IF TD-RATE-CODE NOT = SPACES
               PERFORM 3150-LOOKUP-RATE THRU 3150-EXIT
               IF RATE-CODE-WAS-FOUND
                   MOVE WS-RENEWAL-RATE TO TD-RATE
               ELSE
                   MOVE SPACES TO SHARED-EXCEPTION-REC
                   MOVE "TDMATR" TO SE-PROGRAM-ID
                   MOVE TD-DEP-NO TO SE-ENTRY-ID
                   MOVE "RENEWAL RATE CODE NOT IN EFFECT - OLD RATE"
                       TO SE-REASON
                   MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
                   WRITE SHARED-EXCEPTION-REC
               END-IF
           END-IF.

           MOVE TD-MATURITY-DATE   TO TD-START-DATE.
           COMPUTE WS-TERM-END-INT =
               FUNCTION INTEGER-OF-DATE(TD-START-DATE)
               + TD-TERM-DAYS.
           COMPUTE TD-MATURITY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TERM-END-INT).
           ADD 1 TO TD-RENEWALS.
           ADD 1 TO WS-TERMS-RENEWED.
           ADD TD-PRINCIPAL        TO WS-TOTAL-RENEWED.

           MOVE TD-RATE            TO RG-NEW-RATE.
           MOVE TD-MATURITY-DATE   TO RG-NEXT-MATURITY.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3150-LOOKUP-RATE - THE RATE IN EFFECT ON THE BUSINESS DATE
      * FOR THE DEPOSIT'S RATE CODE: THE ROW WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER IT.
      *----------------------------------------------------------------
       3150-LOOKUP-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE
                        WS-RENEWAL-RATE.
           PERFORM 3160-SEARCH-RATE THRU 3160-EXIT
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-RATE-TABLE-COUNT.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3160-SEARCH-RATE
      *----------------------------------------------------------------
       3160-SEARCH-RATE.
           IF RM-TABLE-CODE(RM-IDX) = TD-RATE-CODE
              AND RM-TABLE-DATE(RM-IDX) <= WS-BUS-DATE-RAW
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RM-TABLE-DATE(RM-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RM-TABLE-RATE(RM-IDX) TO WS-RENEWAL-RATE
               MOVE RM-TABLE-DATE(RM-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       3160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-POST-INTEREST - THE INTEREST EARNED IS AN EXPENSE OWED TO
      * THE DEPOSITOR, AND THE TAX WITHHELD FROM IT MOVES TO THE
      * LIABILITY TO THE REVENUE AND ONTO THE REMITTANCE EXTRACT.
      * THE PAYOUT OR RENEWAL OF THE NET IS THE CALLER'S.
      *----------------------------------------------------------------
       4000-POST-INTEREST.
           MOVE TD-CURRENCY-CODE   TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           IF TI-INTEREST > ZERO
               MOVE WS-GL-INT-EXPENSE TO WS-POST-DEBIT
               MOVE WS-GL-DEPOSITS    TO WS-POST-CREDIT
               MOVE TI-INTEREST       TO WS-POST-AMOUNT
               MOVE "TD INTEREST"     TO WS-POST-NARRATIVE
               PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
           END-IF.

           IF TI-WITHHELD > ZERO
               MOVE WS-GL-DEPOSITS    TO WS-POST-DEBIT
               MOVE WS-GL-WITHHOLDING TO WS-POST-CREDIT
               MOVE TI-WITHHELD       TO WS-POST-AMOUNT
               MOVE "TD TAX WITHHELD" TO WS-POST-NARRATIVE
               PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
               PERFORM 4100-WRITE-TAX-EXTRACT THRU 4100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-WRITE-TAX-EXTRACT
      *----------------------------------------------------------------
       4100-WRITE-TAX-EXTRACT.
           MOVE SPACES             TO TD-TAX-EXTRACT-REC.
           MOVE TD-CUST-NO         TO TE-CUST-NO.
           MOVE TI-TAX-CLASS-USED  TO TE-TAX-CLASS.
           MOVE TI-INTEREST        TO TE-INTEREST.
           MOVE TI-WITHHELD        TO TE-WITHHELD.
           MOVE TD-DEP-NO          TO TE-DEP-NO.
           MOVE WS-CURRENCY-CODE   TO TE-CURRENCY.
           MOVE TD-MATURITY-DATE   TO TE-PAY-DATE.
           WRITE TD-TAX-EXTRACT-REC.
           ADD TI-WITHHELD TO WS-TOTAL-WITHHELD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - ONE DEBIT AND ONE CREDIT FOR THE AMOUNT,
      * IN THE DEPOSIT'S CURRENCY, AGAINST THE DEPOSIT NUMBER.  THE
      * FX RATE HAS BEEN SET FOR THE CURRENCY.
      *----------------------------------------------------------------
       4500-POST-GL-PAIR.
           IF WS-POST-AMOUNT = ZERO
               GO TO 4500-EXIT
           END-IF.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD    TO GL-PERIOD.
           MOVE TD-DEP-NO         TO GL-ACCT-NO.
           MOVE WS-POST-DEBIT     TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT        TO TRUE.
           MOVE WS-POST-AMOUNT    TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE  TO GL-CURRENCY.
           MOVE WS-POST-NARRATIVE TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-POST-AMOUNT * WS-FX-RATE.
           WRITE GL-EXTRACT-REC.

           MOVE WS-POST-CREDIT    TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT       TO TRUE.
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
               MOVE "TDMATR" TO SE-PROGRAM-ID
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
      * 8000-READ-DEPOSIT
      *----------------------------------------------------------------
       8000-READ-DEPOSIT.
           READ TD-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DEPS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE REMITTANCE EXTRACT CLOSES WITH ITS
      * TOTAL-WITHHELD TRAILER, AS SIMPLE-INTEREST'S DOES.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-TOTAL-INTEREST  TO TL-INTEREST.
           MOVE WS-TOTAL-WITHHELD  TO TL-WITHHELD.
           MOVE WS-TOTAL-PAID-OUT  TO TL-PAID-OUT.
           MOVE WS-TOTAL-RENEWED   TO TL-RENEWED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           MOVE SPACES             TO TD-TAX-EXTRACT-REC.
           MOVE "TOTAL"            TO TE-CUST-NO.
           MOVE ZERO               TO TE-INTEREST.
           MOVE WS-TOTAL-WITHHELD  TO TE-WITHHELD.
           MOVE WS-BUS-DATE-RAW    TO TE-PAY-DATE.
           WRITE TD-TAX-EXTRACT-REC.

           IF A-REWRITE-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE "2100-MATURE-DEPOSIT" TO IR-PHASE
               MOVE "TDMSTR REWRITE FAILED - CC 8" TO IR-MESSAGE
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
           END-IF.

           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO RETURN-CODE
               MOVE "4600-SET-FX-RATE" TO IR-PHASE
               MOVE "FX RATE MISSING - ENDED CC 8" TO IR-MESSAGE
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
           END-IF.

           IF NOT TD-FILE-NOT-FOUND
               CLOSE TD-MASTER
           END-IF.
           CLOSE MATURITY-REGISTER
                 TAX-EXTRACT
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES DEPOSITS READ AGAINST
      * DEPOSITS MATURED PLUS DEPOSITS NOT DUE OR NO LONGER ACTIVE.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-DEPS-READ    TO CT-RECORDS-READ.
           MOVE WS-DEPS-MATURED TO CT-RECORDS-PROCESSED.
           IF WS-DEPS-READ = WS-DEPS-MATURED + WS-DEPS-NOT-DUE
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
           MOVE "TDMATR  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-DEPS-READ TO IR-RECORDS-SO-FAR.
           MOVE TD-DEP-NO TO IR-LAST-KEY.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
