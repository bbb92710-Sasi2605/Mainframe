       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-LADDER.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  TERM-DEPOSIT MATURITY LADDER
      *                 FOR TREASURY.  EVERY ACTIVE DEPOSIT ON TDMSTR
      *                 IS BUCKETED BY THE DAYS LEFT TO ITS MATURITY -
      *                 DUE OR PAST DUE, 1-7 DAYS, 8-30 DAYS, 31-90
      *                 DAYS, 91-180 DAYS, 181-365 DAYS, 1-2 YEARS,
      *                 OVER 2 YEARS - IN BASE AMOUNTS AT FXRATES.
      *                 EACH RUNG SHOWS THE DEPOSITS, THEIR PRINCIPAL,
      *                 THE TERM INTEREST DUE AT MATURITY FROM
      *                 TD-INTEREST, THE CASH EXPECTED TO LEAVE ON
      *                 THE MATURITY INSTRUCTIONS, THE PRINCIPAL SET TO
      *                 ROLL OVER, THE PRINCIPAL-WEIGHTED AVERAGE RATE
      *                 AND THE CUMULATIVE CASH OUT.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-MASTER       ASSIGN TO TDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-DEP-NO
               FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LADDER-REPORT   ASSIGN TO TDLADRPT
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  LADDER-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

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
           05 WS-FX-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-FX-MISSING-SW      PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-BUCKET-FOUND-SW    PIC X(01).
              88 BUCKET-WAS-FOUND           VALUE 'Y'.

       01  WS-TD-FILE-STATUS        PIC X(02).
           88 TD-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * FX-RATE TABLE - FOR THE BASE-CURRENCY AMOUNTS.
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
      * LADDER RUNGS - THE LABEL AND THE LAST DAY TO MATURITY EACH
      * RUNG HOLDS.  A DEPOSIT STILL ACTIVE ON OR PAST ITS MATURITY
      * DATE (THE MATURITY RUN HAS NOT CAUGHT IT) FALLS IN THE FIRST.
      *----------------------------------------------------------------
       01  LADDER-RUNG-VALUES.
           05 FILLER PIC X(14) VALUE "DUE/PAST DUE  ".
           05 FILLER PIC 9(05) VALUE 00000.
           05 FILLER PIC X(14) VALUE "1-7 DAYS      ".
           05 FILLER PIC 9(05) VALUE 00007.
           05 FILLER PIC X(14) VALUE "8-30 DAYS     ".
           05 FILLER PIC 9(05) VALUE 00030.
           05 FILLER PIC X(14) VALUE "31-90 DAYS    ".
           05 FILLER PIC 9(05) VALUE 00090.
           05 FILLER PIC X(14) VALUE "91-180 DAYS   ".
           05 FILLER PIC 9(05) VALUE 00180.
           05 FILLER PIC X(14) VALUE "181-365 DAYS  ".
           05 FILLER PIC 9(05) VALUE 00365.
           05 FILLER PIC X(14) VALUE "1-2 YEARS     ".
           05 FILLER PIC 9(05) VALUE 00730.
           05 FILLER PIC X(14) VALUE "OVER 2 YEARS  ".
           05 FILLER PIC 9(05) VALUE 99999.
       01  LADDER-RUNG-TABLE REDEFINES LADDER-RUNG-VALUES.
           05 LR-RUNG OCCURS 8 TIMES.
              10 LR-LABEL           PIC X(14).
              10 LR-LAST-DAY        PIC 9(05).

       01  WS-RUNG-COUNT           PIC 9(02) VALUE 8.
       01  LADDER-TOTALS.
           05 LT-RUNG OCCURS 8 TIMES.
              10 LT-DEPOSITS        PIC 9(07) COMP.
              10 LT-PRINCIPAL       PIC 9(13)V99.
              10 LT-INTEREST        PIC 9(13)V99.
              10 LT-CASH-OUT        PIC 9(13)V99.
              10 LT-ROLLING         PIC 9(13)V99.
              10 LT-RATE-WEIGHT     PIC 9(16)V99.
       01  WS-RUNG-SUB             PIC 9(02) COMP.
       01  WS-RUNG                 PIC 9(02) COMP.

       01  WS-DAYS-TO-MATURITY     PIC S9(07) COMP.
       01  WS-BASE-PRINCIPAL       PIC 9(13)V99.
       01  WS-BASE-INTEREST        PIC 9(13)V99.
       01  WS-CUMULATIVE-CASH      PIC 9(13)V99 VALUE 0.

       01  LADDER-GRAND.
           05 LG-DEPOSITS          PIC 9(07) COMP VALUE 0.
           05 LG-PRINCIPAL         PIC 9(13)V99 VALUE 0.
           05 LG-INTEREST          PIC 9(13)V99 VALUE 0.
           05 LG-CASH-OUT          PIC 9(13)V99 VALUE 0.
           05 LG-ROLLING           PIC 9(13)V99 VALUE 0.
           05 LG-RATE-WEIGHT       PIC 9(16)V99 VALUE 0.

      *----------------------------------------------------------------
      * TERM INTEREST FIGURES - SEE TDINTRQ.CPY.
      *----------------------------------------------------------------
       COPY TDINTRQ.

       01  WS-COUNTS.
           05 WS-DEPS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-DEPS-LADDERED      PIC 9(7) COMP VALUE 0.
           05 WS-DEPS-SKIPPED       PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "TDLADR".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(60) VALUE
              "TERM-DEPOSIT MATURITY LADDER - BASE CURRENCY (USD)".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(14) VALUE "MATURING IN".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "  DEPS".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "    PRINCIPAL".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "   INTEREST".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "     CASH OUT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "  ROLLING OVR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "AVG RT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "   CUMUL CASH".

       01  LADDER-DETAIL.
           05 LD-LABEL              PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-DEPOSITS           PIC ZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-PRINCIPAL          PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-INTEREST           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-CASH-OUT           PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-ROLLING            PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-AVG-RATE           PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-CUMULATIVE         PIC Z,ZZZ,ZZZ,ZZ9.

       01  FX-WITHHELD-LINE.
           05 FILLER                PIC X(60) VALUE
              "FX RATE MISSING - FIGURES UNDERSTATED, SEE EXCEPTIONS".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "TDLADR  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-LADDER-DEPOSIT   THRU 2000-EXIT
               UNTIL END-OF-DEPOSITS.
           PERFORM 3000-PRINT-LADDER     THRU 3000-EXIT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-DEPS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - NO DEPOSIT MASTER YET PRINTS AN EMPTY
      * LADDER.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  FX-RATES
           OPEN OUTPUT LADDER-REPORT.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

           PERFORM 1200-CLEAR-ONE-RUNG THRU 1200-EXIT
               VARYING WS-RUNG-SUB FROM 1 BY 1
               UNTIL WS-RUNG-SUB > WS-RUNG-COUNT.

           OPEN INPUT TD-MASTER.
           IF TD-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-DEPOSIT THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE LADDER REPORT.
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
      * 1200-CLEAR-ONE-RUNG
      *----------------------------------------------------------------
       1200-CLEAR-ONE-RUNG.
           MOVE ZERO TO LT-DEPOSITS(WS-RUNG-SUB)
                        LT-PRINCIPAL(WS-RUNG-SUB)
                        LT-INTEREST(WS-RUNG-SUB)
                        LT-CASH-OUT(WS-RUNG-SUB)
                        LT-ROLLING(WS-RUNG-SUB)
                        LT-RATE-WEIGHT(WS-RUNG-SUB).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LADDER-DEPOSIT - ACTIVE DEPOSITS GO ON THE LADDER;
      * PAID-OUT AND BROKEN ONES ARE COUNTED AND PASSED OVER.
      *----------------------------------------------------------------
       2000-LADDER-DEPOSIT.
           IF TD-IS-ACTIVE
               PERFORM 2100-PLACE-ON-RUNG THRU 2100-EXIT
           ELSE
               ADD 1 TO WS-DEPS-SKIPPED
           END-IF.

           PERFORM 8000-READ-DEPOSIT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-PLACE-ON-RUNG - THE DEPOSIT GOES ON THE RUNG FOR ITS
      * DAYS TO MATURITY.  ITS CASH OUT FOLLOWS THE INSTRUCTION:
      * PRINCIPAL AND INTEREST FOR A PAYOUT, THE INTEREST ALONE WHEN
      * THE PRINCIPAL RENEWS, NOTHING WHEN BOTH RENEW.  THE TAX
      * WITHHELD IS STILL CASH OUT TO THE REVENUE, SO INTEREST IS
      * SHOWN GROSS.
      *----------------------------------------------------------------
       2100-PLACE-ON-RUNG.
           ADD 1 TO WS-DEPS-LADDERED.

           COMPUTE WS-DAYS-TO-MATURITY =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).
           MOVE 'N' TO WS-BUCKET-FOUND-SW.
           MOVE WS-RUNG-COUNT TO WS-RUNG.
           PERFORM 2150-FIND-RUNG THRU 2150-EXIT
               VARYING WS-RUNG-SUB FROM 1 BY 1
               UNTIL WS-RUNG-SUB > WS-RUNG-COUNT
                  OR BUCKET-WAS-FOUND.

           MOVE TD-PRINCIPAL       TO TI-PRINCIPAL.
           MOVE TD-RATE            TO TI-RATE.
           MOVE TD-DAY-BASIS       TO TI-DAY-BASIS.
           MOVE TD-START-DATE      TO TI-FROM-DATE.
           MOVE TD-MATURITY-DATE   TO TI-TO-DATE.
           MOVE ZERO               TO TI-PENALTY-RATE.
           MOVE TD-TAX-CLASS       TO TI-TAX-CLASS.
           CALL "TD-INTEREST" USING TD-INTEREST-REQUEST.

           MOVE TD-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.
           COMPUTE WS-BASE-PRINCIPAL ROUNDED =
               TD-PRINCIPAL * WS-FX-RATE.
           COMPUTE WS-BASE-INTEREST ROUNDED =
               TI-INTEREST * WS-FX-RATE.

           ADD 1                 TO LT-DEPOSITS(WS-RUNG).
           ADD WS-BASE-PRINCIPAL TO LT-PRINCIPAL(WS-RUNG).
           ADD WS-BASE-INTEREST  TO LT-INTEREST(WS-RUNG).
           COMPUTE LT-RATE-WEIGHT(WS-RUNG) =
               LT-RATE-WEIGHT(WS-RUNG) + WS-BASE-PRINCIPAL * TD-RATE.
           EVALUATE TRUE
               WHEN TD-RENEW-WITH-INTEREST
                   ADD WS-BASE-PRINCIPAL TO LT-ROLLING(WS-RUNG)
               WHEN TD-RENEW-PAY-INTEREST
                   ADD WS-BASE-PRINCIPAL TO LT-ROLLING(WS-RUNG)
                   ADD WS-BASE-INTEREST  TO LT-CASH-OUT(WS-RUNG)
               WHEN OTHER
                   ADD WS-BASE-PRINCIPAL TO LT-CASH-OUT(WS-RUNG)
                   ADD WS-BASE-INTEREST  TO LT-CASH-OUT(WS-RUNG)
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-FIND-RUNG - THE FIRST RUNG WHOSE LAST DAY IS NOT BEFORE
      * THE DAYS TO MATURITY.  THE LAST RUNG TAKES ANYTHING LONGER.
      *----------------------------------------------------------------
       2150-FIND-RUNG.
           IF WS-DAYS-TO-MATURITY <= LR-LAST-DAY(WS-RUNG-SUB)
               MOVE WS-RUNG-SUB TO WS-RUNG
               SET BUCKET-WAS-FOUND TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-LADDER - ONE LINE PER RUNG, SHORTEST FIRST, WITH
      * THE CASH OUT RUNNING CUMULATIVELY DOWN THE LADDER, THEN THE
      * TOTAL.
      *----------------------------------------------------------------
       3000-PRINT-LADDER.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           PERFORM 3100-PRINT-ONE-RUNG THRU 3100-EXIT
               VARYING WS-RUNG-SUB FROM 1 BY 1
               UNTIL WS-RUNG-SUB > WS-RUNG-COUNT.

           MOVE "TOTAL"         TO LD-LABEL.
           MOVE LG-DEPOSITS     TO LD-DEPOSITS.
           MOVE LG-PRINCIPAL    TO LD-PRINCIPAL.
           MOVE LG-INTEREST     TO LD-INTEREST.
           MOVE LG-CASH-OUT     TO LD-CASH-OUT.
           MOVE LG-ROLLING      TO LD-ROLLING.
           IF LG-PRINCIPAL > ZERO
               COMPUTE LD-AVG-RATE ROUNDED =
                   LG-RATE-WEIGHT / LG-PRINCIPAL
           ELSE
               MOVE ZERO TO LD-AVG-RATE
           END-IF.
           MOVE WS-CUMULATIVE-CASH TO LD-CUMULATIVE.
           WRITE REPORT-LINE FROM LADDER-DETAIL.

           IF AN-FX-RATE-WAS-MISSING
               WRITE REPORT-LINE FROM FX-WITHHELD-LINE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-ONE-RUNG
      *----------------------------------------------------------------
       3100-PRINT-ONE-RUNG.
           ADD LT-DEPOSITS(WS-RUNG-SUB)    TO LG-DEPOSITS.
           ADD LT-PRINCIPAL(WS-RUNG-SUB)   TO LG-PRINCIPAL.
           ADD LT-INTEREST(WS-RUNG-SUB)    TO LG-INTEREST.
           ADD LT-CASH-OUT(WS-RUNG-SUB)    TO LG-CASH-OUT
                                              WS-CUMULATIVE-CASH.
           ADD LT-ROLLING(WS-RUNG-SUB)     TO LG-ROLLING.
           ADD LT-RATE-WEIGHT(WS-RUNG-SUB) TO LG-RATE-WEIGHT.

           MOVE LR-LABEL(WS-RUNG-SUB)      TO LD-LABEL.
           MOVE LT-DEPOSITS(WS-RUNG-SUB)   TO LD-DEPOSITS.
           MOVE LT-PRINCIPAL(WS-RUNG-SUB)  TO LD-PRINCIPAL.
           MOVE LT-INTEREST(WS-RUNG-SUB)   TO LD-INTEREST.
           MOVE LT-CASH-OUT(WS-RUNG-SUB)   TO LD-CASH-OUT.
           MOVE LT-ROLLING(WS-RUNG-SUB)    TO LD-ROLLING.
           IF LT-PRINCIPAL(WS-RUNG-SUB) > ZERO
               COMPUTE LD-AVG-RATE ROUNDED =
                   LT-RATE-WEIGHT(WS-RUNG-SUB)
                       / LT-PRINCIPAL(WS-RUNG-SUB)
           ELSE
               MOVE ZERO TO LD-AVG-RATE
           END-IF.
           MOVE WS-CUMULATIVE-CASH         TO LD-CUMULATIVE.
           WRITE REPORT-LINE FROM LADDER-DETAIL.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - USD CONVERTS AT 1; ANY OTHER CURRENCY
      * WITHOUT A RATE CONVERTS AT ZERO, IS LOGGED, AND ENDS THE RUN
      * WITH CONDITION CODE 8, MATCHING REPRICING-GAP.
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
               MOVE "TDLADR" TO SE-PROGRAM-ID
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
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF AN-FX-RATE-WAS-MISSING
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT TD-FILE-NOT-FOUND
               CLOSE TD-MASTER
           END-IF.
           CLOSE LADDER-REPORT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES DEPOSITS READ AGAINST
      * DEPOSITS LADDERED PLUS DEPOSITS NO LONGER ACTIVE.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-DEPS-READ     TO CT-RECORDS-READ.
           MOVE WS-DEPS-LADDERED TO CT-RECORDS-PROCESSED.
           IF WS-DEPS-READ = WS-DEPS-LADDERED + WS-DEPS-SKIPPED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9700-CAPTURE-INCIDENT - THE RUN IS ENDING BADLY, SO THE
      * EVIDENCE THE MORNING RERUN DECISION NEEDS GOES TO THE
      * SHARED INCIDENT FILE IN ONE CALL.
      *----------------------------------------------------------------
       9700-CAPTURE-INCIDENT.
           MOVE SPACES TO INCIDENT-REQUEST.
           MOVE "TDLADR  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-DEPS-READ TO IR-RECORDS-SO-FAR.
           MOVE "4600-SET-FX-RATE" TO IR-PHASE.
           MOVE WS-CURRENCY-CODE TO IR-LAST-KEY.
           MOVE "FX RATE MISSING - LADDER UNDERSTATED"
               TO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
