       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE-AUDIT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  FX RATE AUDIT REPORT OVER THE
      *                 FXRATES HISTORY, MONTH TO DATE.  FOR EACH
      *                 CURRENCY, EVERY RATE THAT TOOK EFFECT FROM THE
      *                 FIRST OF THE BUSINESS MONTH TO THE BUSINESS
      *                 DATE IS LISTED WITH THE RATE BEFORE IT, THE
      *                 CHANGE, THE MOVEMENT AS A PERCENTAGE AGAINST
      *                 THE CURRENCY'S TOLERANCE, AND WHO OVERRODE IT;
      *                 A MOVEMENT OVER TOLERANCE WITH NO OVERRIDE ON
      *                 FILE IS FLAGGED.  EACH CURRENCY CLOSES WITH
      *                 ITS LOW, HIGH AND MONTH'S MOVEMENT AND THE
      *                 RATE IN EFFECT ON THE BUSINESS DATE; ONE WITH
      *                 NO NEW RATE THIS MONTH IS CALLED OUT.  RATES
      *                 STAGED FOR A LATER DATE ARE LISTED AS NOT YET
      *                 IN EFFECT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT CURRENCY-MASTER ASSIGN TO CURRMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-FILE-STATUS.

           SELECT AUDIT-REPORT    ASSIGN TO FXAUDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  CURRENCY-MASTER
           RECORDING MODE IS F.
       COPY CURRMSTR.

       FD  AUDIT-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

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
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-CURR-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CURRENCY-MASTER     VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-TOL-FOUND-SW       PIC X(01) VALUE 'N'.
              88 TOLERANCE-WAS-FOUND        VALUE 'Y'.

       01  WS-FX-FILE-STATUS        PIC X(02).
           88 FX-FILE-NOT-FOUND            VALUE '35'.
       01  WS-CURR-FILE-STATUS      PIC X(02).
           88 CURR-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * PER-CURRENCY MOVEMENT TOLERANCES - THE SAME TABLE AND DEFAULT
      * FX-RATE-LOAD CHECKS THE FEED AGAINST.
      *----------------------------------------------------------------
       01  WS-TOL-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-TOL-TABLE-MAX        PIC 9(04) VALUE 200.
       01  TOLERANCE-TABLE.
           05 TL-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-TOL-TABLE-COUNT
                 INDEXED BY TL-IDX.
              10 TL-TABLE-CODE      PIC X(03).
              10 TL-TABLE-PCT       PIC 9(2)V99.
       01  WS-DEFAULT-TOLERANCE    PIC 9(2)V99 VALUE 5.00.

      *----------------------------------------------------------------
      * THE REPORTING WINDOW - FIRST OF THE BUSINESS MONTH TO THE
      * BUSINESS DATE.
      *----------------------------------------------------------------
       01  WS-WINDOW-START         PIC 9(08).

      *----------------------------------------------------------------
      * THE CURRENCY BEING REPORTED.
      *----------------------------------------------------------------
       01  WS-CURRENCY             PIC X(03) VALUE SPACES.
       01  WS-TOLERANCE            PIC 9(2)V99.
       01  WS-OPENING-RATE         PIC 9(4)V9(6).
       01  WS-LAST-RATE            PIC 9(4)V9(6).
       01  WS-LAST-DATE            PIC 9(08).
       01  WS-LOW-RATE             PIC 9(4)V9(6).
       01  WS-HIGH-RATE            PIC 9(4)V9(6).
       01  WS-RATES-IN-MONTH       PIC 9(05) COMP.
       01  WS-ROW-DATE             PIC 9(08).
       01  WS-CHANGE               PIC S9(4)V9(6).
       01  WS-MOVE-PCT             PIC S9(5)V99.
       01  WS-ABS-MOVE-PCT         PIC 9(5)V99.

       01  WS-COUNTS.
           05 WS-ROWS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-REPORTED      PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-EARLIER       PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-STAGED        PIC 9(7) COMP VALUE 0.
           05 WS-CURRENCIES         PIC 9(7) COMP VALUE 0.
           05 WS-OVERRIDES          PIC 9(7) COMP VALUE 0.
           05 WS-UNAPPROVED         PIC 9(7) COMP VALUE 0.
           05 WS-STALE-CURRENCIES   PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "FXAUDT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "FX RATE AUDIT - MONTH TO DATE FROM".
           05 RH-WINDOW-START       PIC 9(08).

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(05) VALUE "CCY".
           05 FILLER                PIC X(10) VALUE "EFFECTIVE".
           05 FILLER                PIC X(13) VALUE "        RATE".
           05 FILLER                PIC X(13) VALUE "  PRIOR RATE".
           05 FILLER                PIC X(13) VALUE "      CHANGE".
           05 FILLER                PIC X(10) VALUE "   MOVE %".
           05 FILLER                PIC X(07) VALUE "  TOL%".
           05 FILLER                PIC X(29) VALUE "NOTE".

       01  AUDIT-DETAIL.
           05 AD-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-EFFECT-DATE        PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-RATE               PIC ZZZ9.999999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-PRIOR-RATE         PIC ZZZ9.999999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-CHANGE             PIC -ZZ9.999999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-MOVE-PCT           PIC -ZZZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-TOLERANCE          PIC Z9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-NOTE               PIC X(28).

       01  CURRENCY-FOOTER.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 CF-CURRENCY           PIC X(03).
           05 FILLER                PIC X(07) VALUE " RATES=".
           05 CF-RATES              PIC ZZ9.
           05 FILLER                PIC X(05) VALUE " LOW=".
           05 CF-LOW                PIC ZZZ9.999999.
           05 FILLER                PIC X(06) VALUE " HIGH=".
           05 CF-HIGH               PIC ZZZ9.999999.
           05 FILLER                PIC X(07) VALUE " MONTH=".
           05 CF-MONTH-PCT          PIC -ZZZZ9.99.
           05 FILLER                PIC X(05) VALUE "% NOW".
           05 CF-IN-EFFECT          PIC ZZZ9.999999.

       01  STALE-LINE.
           05 SL-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(36) VALUE
              "NO NEW RATE THIS MONTH - IN EFFECT".
           05 SL-RATE               PIC ZZZ9.999999.
           05 FILLER                PIC X(06) VALUE " FROM ".
           05 SL-EFFECT-DATE        PIC 9(08).

       01  AUDIT-SUMMARY.
           05 FILLER                PIC X(12) VALUE "CURRENCIES= ".
           05 AS-CURRENCIES         PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE "  OVERRIDES=".
           05 AS-OVERRIDES          PIC ZZZ9.
           05 FILLER                PIC X(26) VALUE
              "  OVER TOL, NO OVERRIDE=".
           05 AS-UNAPPROVED         PIC ZZZ9.
           05 FILLER                PIC X(16) VALUE
              "  NO NEW RATE=".
           05 AS-STALE              PIC ZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "FXAUDT  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-REPORT-ONE-ROW   THRU 2000-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ROWS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE TOLERANCE TABLE IS LOADED BEFORE THE
      * REPORT IS OPENED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CURRENCY-MASTER.
           IF NOT CURR-FILE-NOT-FOUND
               PERFORM 1100-LOAD-ONE-TOLERANCE THRU 1100-EXIT
                   UNTIL END-OF-CURRENCY-MASTER
               CLOSE CURRENCY-MASTER
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO REPORT WRITTEN, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT AUDIT-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW TO WS-WINDOW-START.
           MOVE 01 TO WS-WINDOW-START(7:2).
           MOVE WS-WINDOW-START TO RH-WINDOW-START.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT FX-RATES.
           IF FX-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE AUDIT REPORT.
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
      * 1100-LOAD-ONE-TOLERANCE - A CURRENCY WITHOUT A USABLE
      * TOLERANCE IS LEFT OUT AND TAKES THE DEFAULT.
      *----------------------------------------------------------------
       1100-LOAD-ONE-TOLERANCE.
           READ CURRENCY-MASTER
               AT END
                   MOVE 'Y' TO WS-CURR-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF CM-FX-TOLERANCE-PCT IS NOT NUMERIC
              OR CM-FX-TOLERANCE-PCT = ZERO
               GO TO 1100-EXIT
           END-IF.

           IF WS-TOL-TABLE-COUNT >= WS-TOL-TABLE-MAX
               DISPLAY "FX TOLERANCE TABLE FULL AT "
                       WS-TOL-TABLE-MAX " CURRENCIES"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-CURR-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-TOL-TABLE-COUNT.
           MOVE CM-CURRENCY-CODE
               TO TL-TABLE-CODE(WS-TOL-TABLE-COUNT).
           MOVE CM-FX-TOLERANCE-PCT
               TO TL-TABLE-PCT(WS-TOL-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REPORT-ONE-ROW - THE HISTORY IS IN CURRENCY AND
      * EFFECTIVE-DATE ORDER.  A ROW BEFORE THE WINDOW ONLY SETS THE
      * RATE THE MONTH OPENED ON; A ROW IN THE WINDOW IS LISTED
      * AGAINST THE RATE BEFORE IT; A ROW AFTER THE BUSINESS DATE IS
      * LISTED AS STAGED.
      *----------------------------------------------------------------
       2000-REPORT-ONE-ROW.
           IF FX-CURRENCY-CODE NOT = WS-CURRENCY
               IF WS-CURRENCY NOT = SPACES
                   PERFORM 3000-CLOSE-CURRENCY THRU 3000-EXIT
               END-IF
               PERFORM 2100-OPEN-CURRENCY THRU 2100-EXIT
           END-IF.

           IF FX-EFFECT-DATE IS NUMERIC
               MOVE FX-EFFECT-DATE TO WS-ROW-DATE
           ELSE
               MOVE ZERO TO WS-ROW-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-ROW-DATE < WS-WINDOW-START
                   ADD 1 TO WS-ROWS-EARLIER
                   MOVE FX-RATE-TO-BASE TO WS-OPENING-RATE
                                           WS-LAST-RATE
                   MOVE WS-ROW-DATE     TO WS-LAST-DATE
               WHEN WS-ROW-DATE > WS-BUS-DATE-RAW
                   ADD 1 TO WS-ROWS-STAGED
                   PERFORM 2300-LIST-STAGED-RATE THRU 2300-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ROWS-REPORTED
                   PERFORM 2200-LIST-MONTH-RATE THRU 2200-EXIT
           END-EVALUATE.

           PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-OPEN-CURRENCY
      *----------------------------------------------------------------
       2100-OPEN-CURRENCY.
           ADD 1 TO WS-CURRENCIES.
           MOVE FX-CURRENCY-CODE TO WS-CURRENCY.
           MOVE ZERO TO WS-OPENING-RATE
                        WS-LAST-RATE
                        WS-LAST-DATE
                        WS-LOW-RATE
                        WS-HIGH-RATE
                        WS-RATES-IN-MONTH.

           MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE.
           MOVE 'N' TO WS-TOL-FOUND-SW.
           PERFORM 2110-MATCH-TOLERANCE THRU 2110-EXIT
               VARYING TL-IDX FROM 1 BY 1
               UNTIL TL-IDX > WS-TOL-TABLE-COUNT
                  OR TOLERANCE-WAS-FOUND.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2110-MATCH-TOLERANCE
      *----------------------------------------------------------------
       2110-MATCH-TOLERANCE.
           IF TL-TABLE-CODE(TL-IDX) = WS-CURRENCY
               MOVE TL-TABLE-PCT(TL-IDX) TO WS-TOLERANCE
               MOVE 'Y' TO WS-TOL-FOUND-SW
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-LIST-MONTH-RATE - A RATE THAT MOVED OVER TOLERANCE SHOWS
      * WHO OVERRODE IT, OR IS FLAGGED WHEN NOBODY DID.
      *----------------------------------------------------------------
       2200-LIST-MONTH-RATE.
           MOVE SPACES TO AD-NOTE.
           MOVE ZERO   TO WS-CHANGE
                          WS-MOVE-PCT.

           IF WS-LAST-RATE = ZERO
               MOVE "FIRST RATE FOR CURRENCY" TO AD-NOTE
           ELSE
               COMPUTE WS-CHANGE = FX-RATE-TO-BASE - WS-LAST-RATE
               COMPUTE WS-MOVE-PCT ROUNDED =
                   WS-CHANGE * 100 / WS-LAST-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-MOVE-PCT
               END-COMPUTE
           END-IF.

           IF WS-MOVE-PCT < ZERO
               COMPUTE WS-ABS-MOVE-PCT = ZERO - WS-MOVE-PCT
           ELSE
               MOVE WS-MOVE-PCT TO WS-ABS-MOVE-PCT
           END-IF.

           IF FX-OVERRIDE-BY NOT = SPACES
               ADD 1 TO WS-OVERRIDES
               STRING "OVERRIDE BY "  DELIMITED BY SIZE
                      FX-OVERRIDE-BY  DELIMITED BY SIZE
                   INTO AD-NOTE
           ELSE
               IF WS-ABS-MOVE-PCT > WS-TOLERANCE
                   ADD 1 TO WS-UNAPPROVED
                   MOVE "** OVER TOL, NO OVERRIDE **" TO AD-NOTE
               END-IF
           END-IF.

           MOVE FX-CURRENCY-CODE TO AD-CURRENCY.
           MOVE WS-ROW-DATE      TO AD-EFFECT-DATE.
           MOVE FX-RATE-TO-BASE  TO AD-RATE.
           MOVE WS-LAST-RATE     TO AD-PRIOR-RATE.
           MOVE WS-CHANGE        TO AD-CHANGE.
           MOVE WS-MOVE-PCT      TO AD-MOVE-PCT.
           MOVE WS-TOLERANCE     TO AD-TOLERANCE.
           WRITE REPORT-LINE FROM AUDIT-DETAIL.

           ADD 1 TO WS-RATES-IN-MONTH.
           IF WS-RATES-IN-MONTH = 1
              OR FX-RATE-TO-BASE < WS-LOW-RATE
               MOVE FX-RATE-TO-BASE TO WS-LOW-RATE
           END-IF.
           IF FX-RATE-TO-BASE > WS-HIGH-RATE
               MOVE FX-RATE-TO-BASE TO WS-HIGH-RATE
           END-IF.
           MOVE FX-RATE-TO-BASE TO WS-LAST-RATE.
           MOVE WS-ROW-DATE     TO WS-LAST-DATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-LIST-STAGED-RATE
      *----------------------------------------------------------------
       2300-LIST-STAGED-RATE.
           MOVE FX-CURRENCY-CODE TO AD-CURRENCY.
           MOVE WS-ROW-DATE      TO AD-EFFECT-DATE.
           MOVE FX-RATE-TO-BASE  TO AD-RATE.
           MOVE ZERO             TO AD-PRIOR-RATE
                                    AD-CHANGE
                                    AD-MOVE-PCT.
           MOVE WS-TOLERANCE     TO AD-TOLERANCE.
           MOVE "NOT YET IN EFFECT" TO AD-NOTE.
           WRITE REPORT-LINE FROM AUDIT-DETAIL.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CLOSE-CURRENCY - THE MONTH'S MOVEMENT RUNS FROM THE RATE
      * THE MONTH OPENED ON TO THE RATE IN EFFECT ON THE BUSINESS
      * DATE.
      *----------------------------------------------------------------
       3000-CLOSE-CURRENCY.
           IF WS-RATES-IN-MONTH = ZERO
               ADD 1 TO WS-STALE-CURRENCIES
               MOVE WS-CURRENCY  TO SL-CURRENCY
               MOVE WS-LAST-RATE TO SL-RATE
               MOVE WS-LAST-DATE TO SL-EFFECT-DATE
               WRITE REPORT-LINE FROM STALE-LINE
               GO TO 3000-EXIT
           END-IF.

           MOVE ZERO TO WS-MOVE-PCT.
           IF WS-OPENING-RATE > ZERO
               COMPUTE WS-MOVE-PCT ROUNDED =
                   (WS-LAST-RATE - WS-OPENING-RATE) * 100
                       / WS-OPENING-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-MOVE-PCT
               END-COMPUTE
           END-IF.

           MOVE WS-CURRENCY       TO CF-CURRENCY.
           MOVE WS-RATES-IN-MONTH TO CF-RATES.
           MOVE WS-LOW-RATE       TO CF-LOW.
           MOVE WS-HIGH-RATE      TO CF-HIGH.
           MOVE WS-MOVE-PCT       TO CF-MONTH-PCT.
           MOVE WS-LAST-RATE      TO CF-IN-EFFECT.
           WRITE REPORT-LINE FROM CURRENCY-FOOTER.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-HISTORY
      *----------------------------------------------------------------
       8000-READ-HISTORY.
           READ FX-RATES
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-CURRENCY NOT = SPACES
               PERFORM 3000-CLOSE-CURRENCY THRU 3000-EXIT
           END-IF.

           MOVE WS-CURRENCIES       TO AS-CURRENCIES.
           MOVE WS-OVERRIDES        TO AS-OVERRIDES.
           MOVE WS-UNAPPROVED       TO AS-UNAPPROVED.
           MOVE WS-STALE-CURRENCIES TO AS-STALE.
           WRITE REPORT-LINE FROM AUDIT-SUMMARY.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT FX-FILE-NOT-FOUND
               CLOSE FX-RATES
           END-IF.
           CLOSE AUDIT-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES THE HISTORY ROWS READ
      * AGAINST THOSE LISTED, THOSE BEFORE THE MONTH AND THOSE
      * STAGED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ROWS-READ     TO CT-RECORDS-READ.
           MOVE WS-ROWS-REPORTED TO CT-RECORDS-PROCESSED.
           IF WS-ROWS-READ = WS-ROWS-REPORTED + WS-ROWS-EARLIER
                           + WS-ROWS-STAGED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
