       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDGET-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  APPLIES ADD/CHANGE/DELETE
      *                 TRANSACTIONS TO THE GLBUDGET FILE, IN THE
      *                 RATE-MAINT MOLD: THE WHOLE FILE IS LOADED TO A
      *                 TABLE, THE TRANSACTIONS ARE APPLIED, AND THE
      *                 FILE IS REWRITTEN.  THE ANNUAL LOAD IS A RUN OF
      *                 ADDS - ONE PER ACCOUNT PER MONTH, OR ONE PER
      *                 ACCOUNT WITH MONTH 00 SPREAD OVER THE YEAR -
      *                 AND A REFORECAST IS A RUN OF CHANGES, WHICH
      *                 KEEP THE ORIGINAL FIGURE ALONGSIDE.  A PERIOD
      *                 BEFORE THE BUSINESS MONTH IS FROZEN.  EVERY
      *                 APPLIED CHANGE IS PRINTED ON THE MAINTENANCE
      *                 LOG WITH THE OLD AND NEW BUDGET; REJECTS GO TO
      *                 THIS PROGRAM'S OWN REJECT FILE AND THE SHARED
      *                 EXCEPTION LOG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BUDGET-TXN   ASSIGN TO GLBUDTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-BUDGET       ASSIGN TO GLBUDGET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO GLBMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-REJECTS  ASSIGN TO GLBMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BUDGET-TXN
           RECORDING MODE IS F.
       COPY GLBUDTXN.

       FD  GL-BUDGET
           RECORDING MODE IS F.
       COPY GLBUDGET.

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(80).

       FD  BUDGET-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(80).

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
       01  WS-BUS-PERIOD           PIC 9(06).

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-EOF-SW             PIC X(01) VALUE 'N'.
              88 END-OF-TRANSACTIONS        VALUE 'Y'.
           05 WS-BUDGET-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-BUDGET-FILE         VALUE 'Y'.
           05 WS-CHART-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-FOUND-SW           PIC X(01) VALUE 'N'.
              88 BUDGET-ROW-WAS-FOUND       VALUE 'Y'.
           05 WS-CHART-FOUND-SW     PIC X(01) VALUE 'N'.
              88 ACCOUNT-IS-ON-CHART        VALUE 'Y'.
           05 WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-BUDGET-FILE-STATUS    PIC X(02).
           88 BUDGET-FILE-NOT-FOUND        VALUE '35'.
       01  WS-CHART-FILE-STATUS     PIC X(02).
           88 CHART-FILE-NOT-FOUND         VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * BUDGET TABLE - THE WHOLE FILE, LOADED AT START-UP, MAINTAINED
      * IN PLACE, AND REWRITTEN AT END OF RUN.  A DELETED ROW IS
      * FLAGGED RATHER THAN SQUEEZED OUT, AND SKIPPED ON THE REWRITE.
      *----------------------------------------------------------------
       01  WS-BUD-TABLE-COUNT      PIC 9(05) VALUE 0.
       01  WS-BUD-TABLE-MAX        PIC 9(05) VALUE 6000.
       01  GL-BUDGET-TABLE.
           05 BT-ENTRY OCCURS 0 TO 6000 TIMES
                 DEPENDING ON WS-BUD-TABLE-COUNT
                 INDEXED BY BT-IDX.
              10 BT-GL-ACCOUNT      PIC X(10).
              10 BT-PERIOD          PIC 9(06).
              10 BT-AMOUNT          PIC S9(13)V99.
              10 BT-ORIG-AMOUNT     PIC S9(13)V99.
              10 BT-SET-DATE        PIC 9(08).
              10 BT-DEL-SW          PIC X(01).
                 88 BUDGET-ROW-IS-DELETED   VALUE 'Y'.

      *----------------------------------------------------------------
      * CHART TABLE - AN ACCOUNT MUST BE ON THE CHART TO BE BUDGETED.
      *----------------------------------------------------------------
       01  WS-CHART-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  GL-CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-CHART-TABLE-COUNT
                 INDEXED BY CHART-IDX.
              10 CHART-TABLE-ACCOUNT PIC X(10).

       01  WS-SUB                  PIC 9(05) COMP.
       01  WS-MONTH                PIC 9(02).
       01  WS-SEARCH-PERIOD        PIC 9(06).
       01  WS-SEARCH-PARTS REDEFINES WS-SEARCH-PERIOD.
           05 WS-SEARCH-YYYY       PIC 9(04).
           05 WS-SEARCH-MM         PIC 9(02).
       01  WS-ROW-AMOUNT           PIC S9(13)V99.
       01  WS-MONTH-SHARE          PIC S9(13)V99.
       01  WS-ROWS-ON-FILE         PIC 9(02).
       01  WS-AMT-EDIT             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNTS.
           05 WS-TXNS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-APPLIED       PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-REJECTED      PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "GLBDMT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(40) VALUE
              "GL BUDGET MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-GL-ACCOUNT          PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ML-PERIOD              PIC 9(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "OLD=".
           05 ML-OLD-AMOUNT          PIC X(21).
           05 FILLER                 PIC X(05) VALUE " NEW=".
           05 ML-NEW-AMOUNT          PIC X(21).

       01  REJECT-DETAIL.
           05 RJ-ACTION              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-GL-ACCOUNT          PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 RJ-PERIOD              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "GLBDMT  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-TRANSACTIONS.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-TXNS-READ TO RQ-RECORD-COUNT
               MOVE WS-TXNS-APPLIED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - LOADS THE CHART AND THE WHOLE BUDGET FILE TO
      * THEIR TABLES AND CLOSES THEM, SO THE BUDGET CAN BE REOPENED
      * FOR OUTPUT AND REWRITTEN AT END OF RUN.  A FILE PAST THE
      * TABLE LIMIT STOPS THE RUN BEFORE ANYTHING IS WRITTEN, SO NO
      * ROW IS LOST ON THE REWRITE.  THE FIRST RUN FINDS NO FILE AND
      * STARTS IT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT GL-CHART.
           IF NOT CHART-FILE-NOT-FOUND
               PERFORM 1170-LOAD-ONE-CHART THRU 1170-EXIT
                   UNTIL END-OF-GL-CHART
               CLOSE GL-CHART
           END-IF.

           OPEN INPUT GL-BUDGET.
           IF BUDGET-FILE-NOT-FOUND
               MOVE 'Y' TO WS-BUDGET-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-BUDGET THRU 1100-EXIT
                   UNTIL END-OF-BUDGET-FILE
               CLOSE GL-BUDGET
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - GLBUDGET NOT CHANGED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  GL-BUDGET-TXN
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT BUDGET-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           MOVE WS-BUS-DATE-RAW(1:6) TO WS-BUS-PERIOD.

           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
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

           WRITE MAINT-LOG-LINE FROM RUN-STAMP-LINE.
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
      * 1100-LOAD-ONE-BUDGET
      *----------------------------------------------------------------
       1100-LOAD-ONE-BUDGET.
           READ GL-BUDGET
               AT END
                   MOVE 'Y' TO WS-BUDGET-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-BUD-TABLE-COUNT >= WS-BUD-TABLE-MAX
               DISPLAY "GL BUDGET TABLE FULL AT "
                       WS-BUD-TABLE-MAX " ROWS"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-BUDGET-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-BUD-TABLE-COUNT.
           MOVE BG-GL-ACCOUNT  TO BT-GL-ACCOUNT(WS-BUD-TABLE-COUNT).
           MOVE BG-PERIOD      TO BT-PERIOD(WS-BUD-TABLE-COUNT).
           MOVE BG-AMOUNT      TO BT-AMOUNT(WS-BUD-TABLE-COUNT).
           MOVE BG-ORIG-AMOUNT TO BT-ORIG-AMOUNT(WS-BUD-TABLE-COUNT).
           MOVE BG-SET-DATE    TO BT-SET-DATE(WS-BUD-TABLE-COUNT).
           MOVE 'N'            TO BT-DEL-SW(WS-BUD-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1170-LOAD-ONE-CHART
      *----------------------------------------------------------------
       1170-LOAD-ONE-CHART.
           READ GL-CHART
               AT END
                   MOVE 'Y' TO WS-CHART-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CHART-TABLE-COUNT
                   MOVE CA-GL-ACCOUNT
                       TO CHART-TABLE-ACCOUNT(WS-CHART-TABLE-COUNT)
           END-READ.
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2020-EDIT-TRANSACTION THRU 2020-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN BX-ACTION-IS-ADD
                    AND BX-PERIOD-IS-ANNUAL
                       PERFORM 2150-ADD-ANNUAL    THRU 2150-EXIT
                   WHEN BX-ACTION-IS-ADD
                       PERFORM 2100-ADD-BUDGET    THRU 2100-EXIT
                   WHEN BX-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-BUDGET THRU 2200-EXIT
                   WHEN BX-ACTION-IS-DELETE
                       PERFORM 2300-DELETE-BUDGET THRU 2300-EXIT
               END-EVALUATE
           END-IF.

           IF TRANSACTION-IS-INVALID
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-TXNS-REJECTED
           ELSE
               ADD 1 TO WS-TXNS-APPLIED
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2020-EDIT-TRANSACTION - THE ACCOUNT MUST BE ON THE CHART WHEN
      * A CHART IS ON FILE.  ONLY AN ADD MAY GIVE MONTH 00.  A
      * REFORECAST OR DELETE MAY NOT REACH BACK BEFORE THE BUSINESS
      * MONTH - THOSE MONTHS HAVE ALREADY BEEN REPORTED AGAINST.
      *----------------------------------------------------------------
       2020-EDIT-TRANSACTION.
           PERFORM 2040-LOOKUP-CHART THRU 2040-EXIT.

           EVALUATE TRUE
               WHEN NOT BX-ACTION-IS-ADD
                AND NOT BX-ACTION-IS-CHANGE
                AND NOT BX-ACTION-IS-DELETE
                   MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               WHEN BX-GL-ACCOUNT = SPACES
                   MOVE "GL ACCOUNT MISSING" TO WS-REASON
               WHEN NOT ACCOUNT-IS-ON-CHART
                   MOVE "GL ACCOUNT NOT ON THE CHART" TO WS-REASON
               WHEN BX-PERIOD IS NOT NUMERIC
                   MOVE "PERIOD NOT NUMERIC" TO WS-REASON
               WHEN BX-PERIOD-IS-ANNUAL
                AND NOT BX-ACTION-IS-ADD
                   MOVE "MONTH 00 IS FOR AN ANNUAL ADD ONLY"
                     TO WS-REASON
               WHEN NOT BX-PERIOD-IS-ANNUAL
                AND NOT BX-PERIOD-MM-IS-VALID
                   MOVE "MONTH NOT 01 THRU 12" TO WS-REASON
               WHEN NOT BX-ACTION-IS-ADD
                AND BX-PERIOD < WS-BUS-PERIOD
                   MOVE "PERIOD ALREADY REPORTED - BUDGET FROZEN"
                     TO WS-REASON
               WHEN BX-ACTION-IS-DELETE
                   GO TO 2020-EXIT
               WHEN BX-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
               WHEN OTHER
                   GO TO 2020-EXIT
           END-EVALUATE.
           SET TRANSACTION-IS-INVALID TO TRUE.
       2020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2040-LOOKUP-CHART - WITH NO CHART ON FILE EVERY ACCOUNT
      * PASSES, AS GL-BALANCE TAKES THEM.
      *----------------------------------------------------------------
       2040-LOOKUP-CHART.
           IF WS-CHART-TABLE-COUNT = ZERO
               MOVE 'Y' TO WS-CHART-FOUND-SW
               GO TO 2040-EXIT
           END-IF.

           MOVE 'N' TO WS-CHART-FOUND-SW.
           PERFORM 2045-CHECK-ONE-CHART THRU 2045-EXIT
               VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > WS-CHART-TABLE-COUNT
                  OR ACCOUNT-IS-ON-CHART.
       2040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2045-CHECK-ONE-CHART
      *----------------------------------------------------------------
       2045-CHECK-ONE-CHART.
           IF CHART-TABLE-ACCOUNT(CHART-IDX) = BX-GL-ACCOUNT
               MOVE 'Y' TO WS-CHART-FOUND-SW
           END-IF.
       2045-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-FIND-BUDGET-ROW - LOOKS FOR THE LIVE TABLE ROW MATCHING
      * THE TRANSACTION'S ACCOUNT AND WS-SEARCH-PERIOD.
      *----------------------------------------------------------------
       2050-FIND-BUDGET-ROW.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0   TO WS-SUB.
           PERFORM 2060-MATCH-BUDGET-ROW THRU 2060-EXIT
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BUD-TABLE-COUNT
                  OR BUDGET-ROW-WAS-FOUND.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-MATCH-BUDGET-ROW
      *----------------------------------------------------------------
       2060-MATCH-BUDGET-ROW.
           IF BT-GL-ACCOUNT(BT-IDX) = BX-GL-ACCOUNT
              AND BT-PERIOD(BT-IDX) = WS-SEARCH-PERIOD
              AND NOT BUDGET-ROW-IS-DELETED(BT-IDX)
               SET WS-SUB TO BT-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-BUDGET - A ROW ALREADY ON FILE FOR THE SAME ACCOUNT
      * AND PERIOD IS A KEYING ERROR - A REFORECAST IS A CHANGE.
      *----------------------------------------------------------------
       2100-ADD-BUDGET.
           MOVE BX-PERIOD TO WS-SEARCH-PERIOD.
           PERFORM 2050-FIND-BUDGET-ROW THRU 2050-EXIT.
           IF BUDGET-ROW-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "BUDGET ALREADY ON FILE - USE A CHANGE"
                 TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           IF WS-BUD-TABLE-COUNT >= WS-BUD-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "GL BUDGET TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           MOVE BX-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM 2180-ADD-ONE-ROW THRU 2180-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-ADD-ANNUAL - THE YEAR'S FIGURE IS SPREAD EVENLY OVER THE
      * TWELVE MONTHS, THE ROUNDING LEFT IN DECEMBER.  THE WHOLE ADD
      * IS REFUSED IF ANY MONTH OF THE YEAR IS ALREADY BUDGETED, OR
      * IF THE TWELVE ROWS WOULD NOT FIT.
      *----------------------------------------------------------------
       2150-ADD-ANNUAL.
           MOVE ZERO TO WS-ROWS-ON-FILE.
           PERFORM 2160-COUNT-ONE-MONTH THRU 2160-EXIT
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12.
           IF WS-ROWS-ON-FILE > ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "YEAR ALREADY BUDGETED - USE CHANGES"
                 TO WS-REASON
               GO TO 2150-EXIT
           END-IF.

           IF WS-BUD-TABLE-COUNT + 12 > WS-BUD-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "GL BUDGET TABLE FULL" TO WS-REASON
               GO TO 2150-EXIT
           END-IF.

           COMPUTE WS-MONTH-SHARE = BX-AMOUNT / 12.
           PERFORM 2170-ADD-ONE-MONTH THRU 2170-EXIT
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-COUNT-ONE-MONTH
      *----------------------------------------------------------------
       2160-COUNT-ONE-MONTH.
           MOVE BX-PERIOD-YYYY TO WS-SEARCH-YYYY.
           MOVE WS-MONTH       TO WS-SEARCH-MM.
           PERFORM 2050-FIND-BUDGET-ROW THRU 2050-EXIT.
           IF BUDGET-ROW-WAS-FOUND
               ADD 1 TO WS-ROWS-ON-FILE
           END-IF.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2170-ADD-ONE-MONTH
      *----------------------------------------------------------------
       2170-ADD-ONE-MONTH.
           MOVE BX-PERIOD-YYYY TO WS-SEARCH-YYYY.
           MOVE WS-MONTH       TO WS-SEARCH-MM.
           IF WS-MONTH = 12
               COMPUTE WS-ROW-AMOUNT = BX-AMOUNT - WS-MONTH-SHARE * 11
           ELSE
               MOVE WS-MONTH-SHARE TO WS-ROW-AMOUNT
           END-IF.
           PERFORM 2180-ADD-ONE-ROW THRU 2180-EXIT.
       2170-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2180-ADD-ONE-ROW - ADDS WS-ROW-AMOUNT FOR THE ACCOUNT AND
      * WS-SEARCH-PERIOD AND LOGS IT.
      *----------------------------------------------------------------
       2180-ADD-ONE-ROW.
           ADD 1 TO WS-BUD-TABLE-COUNT.
           MOVE WS-BUD-TABLE-COUNT TO WS-SUB.
           MOVE BX-GL-ACCOUNT    TO BT-GL-ACCOUNT(WS-SUB).
           MOVE WS-SEARCH-PERIOD TO BT-PERIOD(WS-SUB).
           MOVE WS-ROW-AMOUNT    TO BT-AMOUNT(WS-SUB).
           MOVE WS-ROW-AMOUNT    TO BT-ORIG-AMOUNT(WS-SUB).
           MOVE WS-BUS-DATE-RAW  TO BT-SET-DATE(WS-SUB).
           MOVE 'N'              TO BT-DEL-SW(WS-SUB).

           MOVE "ADD"   TO ML-ACTION.
           MOVE SPACES  TO ML-OLD-AMOUNT.
           MOVE WS-ROW-AMOUNT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT   TO ML-NEW-AMOUNT.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2180-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-BUDGET - A REFORECAST.  THE ORIGINAL FIGURE IS
      * LEFT AS LOADED.
      *----------------------------------------------------------------
       2200-CHANGE-BUDGET.
           MOVE BX-PERIOD TO WS-SEARCH-PERIOD.
           PERFORM 2050-FIND-BUDGET-ROW THRU 2050-EXIT.
           IF NOT BUDGET-ROW-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "BUDGET NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE BT-AMOUNT(WS-SUB) TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT       TO ML-OLD-AMOUNT.

           MOVE BX-AMOUNT       TO BT-AMOUNT(WS-SUB).
           MOVE WS-BUS-DATE-RAW TO BT-SET-DATE(WS-SUB).

           MOVE "CHANGE"  TO ML-ACTION.
           MOVE BX-AMOUNT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO ML-NEW-AMOUNT.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-BUDGET
      *----------------------------------------------------------------
       2300-DELETE-BUDGET.
           MOVE BX-PERIOD TO WS-SEARCH-PERIOD.
           PERFORM 2050-FIND-BUDGET-ROW THRU 2050-EXIT.
           IF NOT BUDGET-ROW-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "BUDGET NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE BT-AMOUNT(WS-SUB) TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT       TO ML-OLD-AMOUNT.
           MOVE 'Y' TO BT-DEL-SW(WS-SUB).

           MOVE "DELETE" TO ML-ACTION.
           MOVE SPACES   TO ML-NEW-AMOUNT.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE BX-ACTION     TO RJ-ACTION.
           MOVE BX-GL-ACCOUNT TO RJ-GL-ACCOUNT.
           MOVE BX-PERIOD     TO RJ-PERIOD.
           MOVE WS-REASON     TO RJ-REASON.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES        TO SHARED-EXCEPTION-REC.
           MOVE "GLBDMT"      TO SE-PROGRAM-ID.
           MOVE BX-GL-ACCOUNT TO SE-ENTRY-ID.
           MOVE WS-REASON     TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE - ONE AUDIT LINE PER BUDGET ROW TOUCHED,
      * WITH THE OLD AND NEW FIGURE, SO EVERY REFORECAST IS ON
      * RECORD.
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE BX-GL-ACCOUNT    TO ML-GL-ACCOUNT.
           MOVE WS-SEARCH-PERIOD TO ML-PERIOD.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ GL-BUDGET-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - REWRITES THE BUDGET FILE FROM THE TABLE,
      * DROPPING THE ROWS FLAGGED DELETED.
      *----------------------------------------------------------------
       9000-TERMINATE.
           OPEN OUTPUT GL-BUDGET.
           PERFORM 9100-WRITE-ONE-BUDGET THRU 9100-EXIT
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BUD-TABLE-COUNT.
           CLOSE GL-BUDGET.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE GL-BUDGET-TXN
                 MAINT-LOG
                 BUDGET-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-BUDGET
      *----------------------------------------------------------------
       9100-WRITE-ONE-BUDGET.
           IF NOT BUDGET-ROW-IS-DELETED(BT-IDX)
               MOVE BT-GL-ACCOUNT(BT-IDX)  TO BG-GL-ACCOUNT
               MOVE BT-PERIOD(BT-IDX)      TO BG-PERIOD
               MOVE BT-AMOUNT(BT-IDX)      TO BG-AMOUNT
               MOVE BT-ORIG-AMOUNT(BT-IDX) TO BG-ORIG-AMOUNT
               MOVE BT-SET-DATE(BT-IDX)    TO BG-SET-DATE
               WRITE GL-BUDGET-REC
           END-IF.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-TXNS-READ    TO CT-RECORDS-READ.
           MOVE WS-TXNS-APPLIED TO CT-RECORDS-PROCESSED.
           IF WS-TXNS-READ = WS-TXNS-APPLIED + WS-TXNS-REJECTED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE MAINT-LOG-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
