       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE-LOAD.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  LOADS THE TREASURY FX-RATE
      *                 FEED INTO THE FXRATES RATE HISTORY, IN THE
      *                 RATE-MAINT MOLD - THE WHOLE HISTORY IS LOADED
      *                 TO A TABLE, THE FEED IS APPLIED, AND THE
      *                 HISTORY IS REWRITTEN IN CURRENCY AND
      *                 EFFECTIVE-DATE ORDER.  EACH FEED RATE IS
      *                 CHECKED AGAINST THE CURRENCY'S PRIOR RATE; ONE
      *                 THAT MOVED MORE THAN THE CURRENCY'S TOLERANCE
      *                 (CURRMSTR) IS REJECTED UNLESS AN OPERATOR HAS
      *                 CONFIRMED THAT EXACT RATE ON FXOVRD, AND EVERY
      *                 OVERRIDE USED GOES ON SYSAUDIT.  A REJECTED
      *                 RATE LEAVES THE PRIOR RATE IN EFFECT AND ENDS
      *                 THE STEP WITH CONDITION CODE 4.  THE LOAD LOG
      *                 SHOWS EVERY FEED RATE WITH ITS PRIOR RATE,
      *                 MOVEMENT, TOLERANCE AND OUTCOME.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FEED         ASSIGN TO FXFEED
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT CURRENCY-MASTER ASSIGN TO CURRMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-FILE-STATUS.

           SELECT FX-OVERRIDES    ASSIGN TO FXOVRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-FILE-STATUS.

           SELECT LOAD-LOG        ASSIGN TO FXLDLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FX-REJECTS      ASSIGN TO FXLDREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-FEED
           RECORDING MODE IS F.
       COPY FXFEED.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  CURRENCY-MASTER
           RECORDING MODE IS F.
       COPY CURRMSTR.

       FD  FX-OVERRIDES
           RECORDING MODE IS F.
       COPY FXOVRD.

       FD  LOAD-LOG
           RECORDING MODE IS F.
       01  LOAD-LOG-LINE           PIC X(100).

       FD  FX-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(80).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.

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
              88 END-OF-FEED                VALUE 'Y'.
           05 WS-FX-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-CURR-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CURRENCY-MASTER     VALUE 'Y'.
           05 WS-OVRD-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-OVERRIDES           VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 FEED-RATE-IS-VALID         VALUE 'Y'.
              88 FEED-RATE-IS-INVALID       VALUE 'N'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-OVRD-FOUND-SW      PIC X(01) VALUE 'N'.
              88 OVERRIDE-WAS-FOUND         VALUE 'Y'.
           05 WS-TOL-FOUND-SW       PIC X(01) VALUE 'N'.
              88 TOLERANCE-WAS-FOUND        VALUE 'Y'.

       01  WS-FX-FILE-STATUS        PIC X(02).
           88 FX-FILE-NOT-FOUND            VALUE '35'.
       01  WS-CURR-FILE-STATUS      PIC X(02).
           88 CURR-FILE-NOT-FOUND          VALUE '35'.
       01  WS-OVRD-FILE-STATUS      PIC X(02).
           88 OVRD-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-OUTCOME               PIC X(40).

      *----------------------------------------------------------------
      * RATE HISTORY TABLE - THE WHOLE OF FXRATES, LOADED AT START-UP,
      * MAINTAINED IN PLACE IN CURRENCY AND EFFECTIVE-DATE ORDER, AND
      * REWRITTEN AT END OF RUN.
      *----------------------------------------------------------------
       01  WS-FH-TABLE-COUNT       PIC 9(05) VALUE 0.
       01  WS-FH-TABLE-MAX         PIC 9(05) VALUE 20000.
       01  FX-HISTORY-TABLE.
           05 FH-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-FH-TABLE-COUNT
                 INDEXED BY FH-IDX.
              10 FH-TABLE-CODE      PIC X(03).
              10 FH-TABLE-RATE      PIC 9(4)V9(6).
              10 FH-TABLE-DATE      PIC 9(08).
              10 FH-TABLE-OVRD-BY   PIC X(08).

      *----------------------------------------------------------------
      * PER-CURRENCY MOVEMENT TOLERANCES FROM THE CURRENCY MASTER.
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
      * OPERATOR OVERRIDES ON FILE FOR TONIGHT'S FEED.
      *----------------------------------------------------------------
       01  WS-OVRD-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-OVRD-TABLE-MAX       PIC 9(04) VALUE 500.
       01  OVERRIDE-TABLE.
           05 OV-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-OVRD-TABLE-COUNT
                 INDEXED BY OV-IDX.
              10 OV-TABLE-CODE      PIC X(03).
              10 OV-TABLE-DATE      PIC 9(08).
              10 OV-TABLE-RATE      PIC 9(4)V9(6).
              10 OV-TABLE-BY        PIC X(08).

      *----------------------------------------------------------------
      * WHERE THE FEED RATE FALLS IN THE HISTORY - ITS PRIOR ROW, A
      * ROW ALREADY ON FILE FOR THE SAME DATE, THE FIRST LATER ROW FOR
      * THE CURRENCY, AND THE FIRST ROW OF A HIGHER CURRENCY CODE.
      *----------------------------------------------------------------
       01  WS-PRIOR-SUB            PIC S9(05) COMP.
       01  WS-SAME-SUB             PIC S9(05) COMP.
       01  WS-LATER-SUB            PIC S9(05) COMP.
       01  WS-HIGHER-SUB           PIC S9(05) COMP.
       01  WS-INSERT-SUB           PIC S9(05) COMP.
       01  WS-SUB                  PIC S9(05) COMP.

       01  WS-PRIOR-RATE           PIC 9(4)V9(6).
       01  WS-OLD-RATE             PIC 9(4)V9(6).
       01  WS-TOLERANCE            PIC 9(2)V99.
       01  WS-MOVE-PCT             PIC S9(5)V99.
       01  WS-ABS-MOVE-PCT         PIC 9(5)V99.
       01  WS-OVERRIDE-BY          PIC X(08).

       01  WS-COUNTS.
           05 WS-RATES-READ         PIC 9(7) COMP VALUE 0.
           05 WS-RATES-LOADED       PIC 9(7) COMP VALUE 0.
           05 WS-RATES-UNCHANGED    PIC 9(7) COMP VALUE 0.
           05 WS-RATES-REJECTED     PIC 9(7) COMP VALUE 0.
           05 WS-RATES-OVERRIDDEN   PIC 9(7) COMP VALUE 0.

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
       01  WS-RUN-TIME-FMT.
           05 WS-RTF-HH        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-SS        PIC 9(02).
       01  WS-RUN-ID-FMT.
           05 WS-RIF-PGM       PIC X(06) VALUE "FXLOAD".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  LOAD-LOG-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "FX RATE FEED LOAD LOG".

       01  LOAD-LOG-HEADING-2.
           05 FILLER                PIC X(05) VALUE "CCY".
           05 FILLER                PIC X(10) VALUE "EFFECTIVE".
           05 FILLER                PIC X(13) VALUE "   FEED RATE".
           05 FILLER                PIC X(13) VALUE "  PRIOR RATE".
           05 FILLER                PIC X(10) VALUE "   MOVE %".
           05 FILLER                PIC X(08) VALUE "  TOL %".
           05 FILLER                PIC X(40) VALUE "OUTCOME".

       01  LOAD-LOG-DETAIL.
           05 LL-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LL-EFFECT-DATE        PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LL-FEED-RATE          PIC ZZZ9.999999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LL-PRIOR-RATE         PIC ZZZ9.999999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LL-MOVE-PCT           PIC -ZZZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LL-TOLERANCE          PIC Z9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LL-OUTCOME            PIC X(40).

       01  LOAD-LOG-SUMMARY.
           05 FILLER                PIC X(08) VALUE "LOADED= ".
           05 LS-LOADED             PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE "  UNCHANGED=".
           05 LS-UNCHANGED          PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  REJECTED=".
           05 LS-REJECTED           PIC ZZZZ9.
           05 FILLER                PIC X(13) VALUE "  OVERRIDDEN=".
           05 LS-OVERRIDDEN         PIC ZZZZ9.
           05 FILLER                PIC X(17) VALUE
              "  HISTORY ROWS=".
           05 LS-HISTORY-ROWS       PIC ZZZZ9.

       01  REJECT-DETAIL.
           05 RJ-CURRENCY            PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-EFFECT-DATE         PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-FEED-RATE           PIC ZZZ9.999999.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "FXLOAD  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-PROCESS-FEED-RATE THRU 2000-EXIT
               UNTIL END-OF-FEED.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-RATES-READ TO RQ-RECORD-COUNT
               MOVE WS-RATES-LOADED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE TOLERANCE, OVERRIDE AND HISTORY TABLES
      * ARE LOADED BEFORE ANY OUTPUT IS OPENED, SO A TABLE PAST ITS
      * LIMIT STOPS THE RUN WITH THE HISTORY UNTOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CURRENCY-MASTER.
           IF NOT CURR-FILE-NOT-FOUND
               PERFORM 1100-LOAD-ONE-TOLERANCE THRU 1100-EXIT
                   UNTIL END-OF-CURRENCY-MASTER
               CLOSE CURRENCY-MASTER
           END-IF.

           OPEN INPUT FX-OVERRIDES.
           IF NOT OVRD-FILE-NOT-FOUND
               PERFORM 1200-LOAD-ONE-OVERRIDE THRU 1200-EXIT
                   UNTIL END-OF-OVERRIDES
               CLOSE FX-OVERRIDES
           END-IF.

      *    THE FIRST NIGHT THERE MAY BE NO HISTORY YET - THE FEED
      *    STARTS IT.
           OPEN INPUT FX-RATES.
           IF NOT FX-FILE-NOT-FOUND
               PERFORM 1300-LOAD-ONE-HISTORY THRU 1300-EXIT
                   UNTIL END-OF-FX-RATES
               CLOSE FX-RATES
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - FXRATES LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  FX-FEED
           OPEN OUTPUT LOAD-LOG
           OPEN OUTPUT FX-REJECTS.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE LOAD-LOG-LINE FROM LOAD-LOG-HEADING-1.
           WRITE LOAD-LOG-LINE FROM LOAD-LOG-HEADING-2.

           PERFORM 8000-READ-FEED THRU 8000-EXIT.
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

           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.

           MOVE WS-RUN-TIME-RAW      TO WS-RIF-TIME.
           MOVE WS-RUN-ID-FMT        TO RS-RUN-ID.

           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           WRITE LOAD-LOG-LINE FROM RUN-STAMP-LINE.
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
      * 1200-LOAD-ONE-OVERRIDE
      *----------------------------------------------------------------
       1200-LOAD-ONE-OVERRIDE.
           READ FX-OVERRIDES
               AT END
                   MOVE 'Y' TO WS-OVRD-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF WS-OVRD-TABLE-COUNT >= WS-OVRD-TABLE-MAX
               DISPLAY "FX OVERRIDE TABLE FULL AT "
                       WS-OVRD-TABLE-MAX " OVERRIDES"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-OVRD-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-OVRD-TABLE-COUNT.
           MOVE FO-CURRENCY-CODE TO OV-TABLE-CODE(WS-OVRD-TABLE-COUNT).
           MOVE FO-EFFECT-DATE   TO OV-TABLE-DATE(WS-OVRD-TABLE-COUNT).
           MOVE FO-RATE-TO-BASE  TO OV-TABLE-RATE(WS-OVRD-TABLE-COUNT).
           MOVE FO-APPROVED-BY   TO OV-TABLE-BY(WS-OVRD-TABLE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-HISTORY - A ROW WITHOUT AN EFFECTIVE DATE IS
      * FROM BEFORE THE HISTORY WAS KEPT AND HAS ALWAYS BEEN IN
      * EFFECT, SO IT IS CARRIED AS DATE ZERO.
      *----------------------------------------------------------------
       1300-LOAD-ONE-HISTORY.
           READ FX-RATES
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF WS-FH-TABLE-COUNT >= WS-FH-TABLE-MAX
               DISPLAY "FX HISTORY TABLE FULL AT "
                       WS-FH-TABLE-MAX " ROWS"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-FX-EOF-SW
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-FH-TABLE-COUNT.
           MOVE FX-CURRENCY-CODE TO FH-TABLE-CODE(WS-FH-TABLE-COUNT).
           MOVE FX-RATE-TO-BASE  TO FH-TABLE-RATE(WS-FH-TABLE-COUNT).
           IF FX-EFFECT-DATE IS NUMERIC
               MOVE FX-EFFECT-DATE
                   TO FH-TABLE-DATE(WS-FH-TABLE-COUNT)
           ELSE
               MOVE ZERO TO FH-TABLE-DATE(WS-FH-TABLE-COUNT)
           END-IF.
           MOVE FX-OVERRIDE-BY   TO FH-TABLE-OVRD-BY(WS-FH-TABLE-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-FEED-RATE
      *----------------------------------------------------------------
       2000-PROCESS-FEED-RATE.
           PERFORM 2100-APPLY-FEED-RATE THRU 2100-EXIT.

           PERFORM 8000-READ-FEED THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-APPLY-FEED-RATE - A RATE ALREADY ON FILE FOR THE SAME
      * DATE IS LEFT ALONE, SO A RERUN OF THE FEED ONLY PICKS UP THE
      * RATES REJECTED THE FIRST TIME.  A DIFFERENT RATE FOR A DATE
      * ALREADY ON FILE IS TREASURY'S CORRECTION AND REPLACES IT,
      * SUBJECT TO THE SAME TOLERANCE CHECK AS A NEW RATE.
      *----------------------------------------------------------------
       2100-APPLY-FEED-RATE.
           SET FEED-RATE-IS-VALID TO TRUE.
           MOVE ZERO   TO WS-PRIOR-RATE
                          WS-MOVE-PCT
                          WS-TOLERANCE.
           MOVE SPACES TO WS-OVERRIDE-BY.

           PERFORM 2150-EDIT-FEED-RATE THRU 2150-EXIT.
           IF FEED-RATE-IS-INVALID
               PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-LOCATE-IN-HISTORY THRU 2200-EXIT.

           IF WS-SAME-SUB > ZERO
               IF FH-TABLE-RATE(WS-SAME-SUB) = FF-RATE-TO-BASE
                   ADD 1 TO WS-RATES-UNCHANGED
                   MOVE "UNCHANGED - ALREADY ON FILE" TO WS-OUTCOME
                   PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           PERFORM 2300-CHECK-TOLERANCE THRU 2300-EXIT.
           IF FEED-RATE-IS-INVALID
               PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
               GO TO 2100-EXIT
           END-IF.

           IF WS-SAME-SUB > ZERO
               MOVE FH-TABLE-RATE(WS-SAME-SUB) TO WS-OLD-RATE
               MOVE FF-RATE-TO-BASE TO FH-TABLE-RATE(WS-SAME-SUB)
               MOVE WS-OVERRIDE-BY  TO FH-TABLE-OVRD-BY(WS-SAME-SUB)
               MOVE "REPLACED RATE ON FILE FOR THE DATE"
                   TO WS-OUTCOME
           ELSE
               PERFORM 2400-INSERT-RATE THRU 2400-EXIT
               IF FEED-RATE-IS-INVALID
                   PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF WS-OVERRIDE-BY NOT = SPACES
               ADD 1 TO WS-RATES-OVERRIDDEN
               MOVE SPACES TO WS-OUTCOME
               STRING "LOADED ON OVERRIDE BY " DELIMITED BY SIZE
                      WS-OVERRIDE-BY           DELIMITED BY SIZE
                   INTO WS-OUTCOME
               PERFORM 2500-AUDIT-OVERRIDE THRU 2500-EXIT
           END-IF.

           ADD 1 TO WS-RATES-LOADED.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-EDIT-FEED-RATE - FIRST FAILURE WINS.
      *----------------------------------------------------------------
       2150-EDIT-FEED-RATE.
           EVALUATE TRUE
               WHEN FF-CURRENCY-CODE = SPACES
                   MOVE "CURRENCY CODE MISSING" TO WS-REASON
               WHEN FF-CURRENCY-CODE = "USD"
                   MOVE "USD IS THE BASE CURRENCY" TO WS-REASON
               WHEN FF-EFFECT-DATE IS NOT NUMERIC
                 OR FF-EFFECT-DATE = ZERO
                   MOVE "EFFECTIVE DATE MISSING" TO WS-REASON
               WHEN FF-RATE-TO-BASE IS NOT NUMERIC
                 OR FF-RATE-TO-BASE = ZERO
                   MOVE "RATE MISSING OR NOT NUMERIC" TO WS-REASON
               WHEN OTHER
                   GO TO 2150-EXIT
           END-EVALUATE.
           SET FEED-RATE-IS-INVALID TO TRUE.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-LOCATE-IN-HISTORY - ONE PASS OVER THE HISTORY TABLE.
      * THE NEW ROW GOES STRAIGHT AFTER ITS PRIOR ROW, OR AHEAD OF
      * THE CURRENCY'S FIRST LATER ROW, SO A CURRENCY'S ROWS STAY
      * TOGETHER IN DATE ORDER; A CURRENCY NEW TO THE HISTORY GOES
      * AHEAD OF THE FIRST HIGHER CURRENCY CODE.
      *----------------------------------------------------------------
       2200-LOCATE-IN-HISTORY.
           MOVE ZERO TO WS-PRIOR-SUB
                        WS-SAME-SUB
                        WS-LATER-SUB
                        WS-HIGHER-SUB.
           PERFORM 2210-CHECK-ONE-ROW THRU 2210-EXIT
               VARYING FH-IDX FROM 1 BY 1
               UNTIL FH-IDX > WS-FH-TABLE-COUNT.

           EVALUATE TRUE
               WHEN WS-PRIOR-SUB > ZERO
                   COMPUTE WS-INSERT-SUB = WS-PRIOR-SUB + 1
               WHEN WS-LATER-SUB > ZERO
                   MOVE WS-LATER-SUB TO WS-INSERT-SUB
               WHEN WS-HIGHER-SUB > ZERO
                   MOVE WS-HIGHER-SUB TO WS-INSERT-SUB
               WHEN OTHER
                   COMPUTE WS-INSERT-SUB = WS-FH-TABLE-COUNT + 1
           END-EVALUATE.

           IF WS-PRIOR-SUB > ZERO
               MOVE FH-TABLE-RATE(WS-PRIOR-SUB) TO WS-PRIOR-RATE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2210-CHECK-ONE-ROW
      *----------------------------------------------------------------
       2210-CHECK-ONE-ROW.
           IF FH-TABLE-CODE(FH-IDX) = FF-CURRENCY-CODE
               EVALUATE TRUE
                   WHEN FH-TABLE-DATE(FH-IDX) < FF-EFFECT-DATE
                       SET WS-PRIOR-SUB TO FH-IDX
                   WHEN FH-TABLE-DATE(FH-IDX) = FF-EFFECT-DATE
                       SET WS-SAME-SUB TO FH-IDX
                   WHEN WS-LATER-SUB = ZERO
                       SET WS-LATER-SUB TO FH-IDX
               END-EVALUATE
               GO TO 2210-EXIT
           END-IF.

           IF FH-TABLE-CODE(FH-IDX) > FF-CURRENCY-CODE
              AND WS-HIGHER-SUB = ZERO
               SET WS-HIGHER-SUB TO FH-IDX
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHECK-TOLERANCE - THE MOVEMENT IS TAKEN AGAINST THE
      * CURRENCY'S PRIOR RATE; THE FIRST RATE FOR A CURRENCY HAS
      * NOTHING TO MOVE FROM.  A MOVEMENT OVER THE TOLERANCE NEEDS
      * AN OVERRIDE FOR THIS CURRENCY, DATE AND EXACT RATE.
      *----------------------------------------------------------------
       2300-CHECK-TOLERANCE.
           MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE.
           MOVE 'N' TO WS-TOL-FOUND-SW.
           PERFORM 2310-MATCH-TOLERANCE THRU 2310-EXIT
               VARYING TL-IDX FROM 1 BY 1
               UNTIL TL-IDX > WS-TOL-TABLE-COUNT
                  OR TOLERANCE-WAS-FOUND.

           IF WS-PRIOR-RATE = ZERO
               MOVE "LOADED - FIRST RATE FOR CURRENCY" TO WS-OUTCOME
               GO TO 2300-EXIT
           END-IF.

           COMPUTE WS-MOVE-PCT ROUNDED =
               (FF-RATE-TO-BASE - WS-PRIOR-RATE) * 100
                   / WS-PRIOR-RATE
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-MOVE-PCT
           END-COMPUTE.
           IF WS-MOVE-PCT < ZERO
               COMPUTE WS-ABS-MOVE-PCT = ZERO - WS-MOVE-PCT
           ELSE
               MOVE WS-MOVE-PCT TO WS-ABS-MOVE-PCT
           END-IF.

           IF WS-ABS-MOVE-PCT NOT > WS-TOLERANCE
               MOVE "LOADED" TO WS-OUTCOME
               GO TO 2300-EXIT
           END-IF.

           MOVE 'N' TO WS-OVRD-FOUND-SW.
           PERFORM 2320-MATCH-OVERRIDE THRU 2320-EXIT
               VARYING OV-IDX FROM 1 BY 1
               UNTIL OV-IDX > WS-OVRD-TABLE-COUNT
                  OR OVERRIDE-WAS-FOUND.

           IF NOT OVERRIDE-WAS-FOUND
               SET FEED-RATE-IS-INVALID TO TRUE
               MOVE "OVER TOLERANCE, NEEDS OVERRIDE" TO WS-REASON
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2310-MATCH-TOLERANCE
      *----------------------------------------------------------------
       2310-MATCH-TOLERANCE.
           IF TL-TABLE-CODE(TL-IDX) = FF-CURRENCY-CODE
               MOVE TL-TABLE-PCT(TL-IDX) TO WS-TOLERANCE
               MOVE 'Y' TO WS-TOL-FOUND-SW
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2320-MATCH-OVERRIDE
      *----------------------------------------------------------------
       2320-MATCH-OVERRIDE.
           IF OV-TABLE-CODE(OV-IDX) = FF-CURRENCY-CODE
              AND OV-TABLE-DATE(OV-IDX) = FF-EFFECT-DATE
              AND OV-TABLE-RATE(OV-IDX) = FF-RATE-TO-BASE
               MOVE OV-TABLE-BY(OV-IDX) TO WS-OVERRIDE-BY
               MOVE 'Y' TO WS-OVRD-FOUND-SW
           END-IF.
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-INSERT-RATE - OPENS A SLOT AT THE INSERT POINT BY MOVING
      * EVERY ROW FROM THERE DOWN ONE PLACE.
      *----------------------------------------------------------------
       2400-INSERT-RATE.
           IF WS-FH-TABLE-COUNT >= WS-FH-TABLE-MAX
               SET FEED-RATE-IS-INVALID TO TRUE
               MOVE "FX HISTORY TABLE FULL" TO WS-REASON
               GO TO 2400-EXIT
           END-IF.

           MOVE WS-FH-TABLE-COUNT TO WS-SUB.
           ADD 1 TO WS-FH-TABLE-COUNT.
           PERFORM 2410-SHIFT-ONE-ROW THRU 2410-EXIT
               UNTIL WS-SUB < WS-INSERT-SUB.

           MOVE FF-CURRENCY-CODE TO FH-TABLE-CODE(WS-INSERT-SUB).
           MOVE FF-RATE-TO-BASE  TO FH-TABLE-RATE(WS-INSERT-SUB).
           MOVE FF-EFFECT-DATE   TO FH-TABLE-DATE(WS-INSERT-SUB).
           MOVE WS-OVERRIDE-BY   TO FH-TABLE-OVRD-BY(WS-INSERT-SUB).
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2410-SHIFT-ONE-ROW
      *----------------------------------------------------------------
       2410-SHIFT-ONE-ROW.
           MOVE FH-ENTRY(WS-SUB) TO FH-ENTRY(WS-SUB + 1).
           SUBTRACT 1 FROM WS-SUB.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-AUDIT-OVERRIDE - AN OVERRIDE USED GOES ON THE SHARED
      * AUDIT LOG UNDER THE OPERATOR WHO GAVE IT.
      *----------------------------------------------------------------
       2500-AUDIT-OVERRIDE.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-DATE-FMT TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-FMT TO AL-RUN-TIME.
           MOVE WS-OVERRIDE-BY  TO AL-OPERATOR-ID.
           MOVE "FXOVERRIDE"    TO AL-ACTION.
           MOVE WS-BUS-DATE-FMT TO AL-BUS-DATE.
           STRING "FXLOAD "        DELIMITED BY SIZE
                  FF-CURRENCY-CODE DELIMITED BY SIZE
               INTO AL-PROGRAM.
           WRITE AUDIT-LOG-REC.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-REJECT - THE PRIOR RATE STAYS IN EFFECT.
      *----------------------------------------------------------------
       2600-WRITE-REJECT.
           ADD 1 TO WS-RATES-REJECTED.

           MOVE FF-CURRENCY-CODE TO RJ-CURRENCY.
           MOVE FF-EFFECT-DATE   TO RJ-EFFECT-DATE.
           MOVE FF-RATE-TO-BASE  TO RJ-FEED-RATE.
           MOVE WS-REASON        TO RJ-REASON.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES           TO SHARED-EXCEPTION-REC.
           MOVE "FXLOAD"         TO SE-PROGRAM-ID.
           MOVE FF-CURRENCY-CODE TO SE-ENTRY-ID.
           MOVE WS-REASON        TO SE-REASON.
           MOVE WS-BUS-DATE-FMT  TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.

           MOVE SPACES TO WS-OUTCOME.
           STRING "REJECTED: "  DELIMITED BY SIZE
                  WS-REASON     DELIMITED BY SIZE
               INTO WS-OUTCOME.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE - ONE LINE PER FEED RATE, WHATEVER ITS
      * OUTCOME, SO EVERY RATE TREASURY SENT IS ON RECORD.
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE FF-CURRENCY-CODE TO LL-CURRENCY.
           MOVE FF-EFFECT-DATE   TO LL-EFFECT-DATE.
           MOVE FF-RATE-TO-BASE  TO LL-FEED-RATE.
           MOVE WS-PRIOR-RATE    TO LL-PRIOR-RATE.
           MOVE WS-MOVE-PCT      TO LL-MOVE-PCT.
           MOVE WS-TOLERANCE     TO LL-TOLERANCE.
           MOVE WS-OUTCOME       TO LL-OUTCOME.
           WRITE LOAD-LOG-LINE FROM LOAD-LOG-DETAIL.
           MOVE SPACES TO WS-OUTCOME.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-FEED
      *----------------------------------------------------------------
       8000-READ-FEED.
           READ FX-FEED
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RATES-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - REWRITES THE HISTORY FROM THE TABLE.  A
      * REJECTED RATE ENDS THE STEP WITH CONDITION CODE 4, SO IT IS
      * NOT MARKED COMPLETE AND THE RERUN WITH THE OVERRIDE OR THE
      * CORRECTED FEED PICKS IT UP.
      *----------------------------------------------------------------
       9000-TERMINATE.
           OPEN OUTPUT FX-RATES.
           PERFORM 9100-WRITE-ONE-RATE THRU 9100-EXIT
               VARYING FH-IDX FROM 1 BY 1
               UNTIL FH-IDX > WS-FH-TABLE-COUNT.
           CLOSE FX-RATES.

           MOVE WS-RATES-LOADED     TO LS-LOADED.
           MOVE WS-RATES-UNCHANGED  TO LS-UNCHANGED.
           MOVE WS-RATES-REJECTED   TO LS-REJECTED.
           MOVE WS-RATES-OVERRIDDEN TO LS-OVERRIDDEN.
           MOVE WS-FH-TABLE-COUNT   TO LS-HISTORY-ROWS.
           WRITE LOAD-LOG-LINE FROM LOAD-LOG-SUMMARY.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF WS-RATES-REJECTED > ZERO
               DISPLAY "FXLOAD   FEED RATE(S) REJECTED - PRIOR RATE "
                       "IN EFFECT, SEE FXLDREJ"
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE FX-FEED
                 LOAD-LOG
                 FX-REJECTS
                 AUDIT-LOG
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-RATE
      *----------------------------------------------------------------
       9100-WRITE-ONE-RATE.
           MOVE FH-TABLE-CODE(FH-IDX)    TO FX-CURRENCY-CODE.
           MOVE FH-TABLE-RATE(FH-IDX)    TO FX-RATE-TO-BASE.
           MOVE FH-TABLE-DATE(FH-IDX)    TO FX-EFFECT-DATE.
           MOVE FH-TABLE-OVRD-BY(FH-IDX) TO FX-OVERRIDE-BY.
           WRITE FX-RATE-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-RATES-READ   TO CT-RECORDS-READ.
           MOVE WS-RATES-LOADED TO CT-RECORDS-PROCESSED.
           IF WS-RATES-READ = WS-RATES-LOADED + WS-RATES-UNCHANGED
                            + WS-RATES-REJECTED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE LOAD-LOG-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
