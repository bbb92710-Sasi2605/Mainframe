       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-VARIANCE-REPORT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MONTH-END BUDGET-VERSUS-ACTUAL
      *                 REPORT.  THE ACTUAL FOR AN ACCOUNT IS ITS
      *                 GLBALHST BASE-CURRENCY DEBITS LESS CREDITS, THE
      *                 BUDGET ITS GLBUDGET ROW, FOR THE BUSINESS MONTH
      *                 AND FOR THE YEAR TO DATE.  EACH ACCOUNT PRINTS A
      *                 MONTH LINE AND A YEAR-TO-DATE LINE WITH THE
      *                 VARIANCE (ACTUAL LESS BUDGET) AND THE VARIANCE
      *                 AS A PERCENT OF BUDGET, THEN A TOTAL FOR ALL
      *                 ACCOUNTS.  A VARIANCE PAST THE GLVARCTL
      *                 THRESHOLD IS FLAGGED AND THE ACCOUNT LISTED AT
      *                 THE FOOT FOR A WRITTEN EXPLANATION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIANCE-CONTROL ASSIGN TO GLVARCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO GLBALHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT GL-BUDGET       ASSIGN TO GLBUDGET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT VARIANCE-REPORT ASSIGN TO GLVARRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-CONTROL
           RECORDING MODE IS F.
       COPY GLVARCTL.

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  BALANCE-HISTORY
           RECORDING MODE IS F.
       COPY GLBALHST.

       FD  GL-BUDGET
           RECORDING MODE IS F.
       COPY GLBUDGET.

       FD  VARIANCE-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(110).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.

      *----------------------------------------------------------------
      * BUSINESS PROCESSING DATE - FROM THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE.  THE REPORT MONTH IS ITS
      * YYYYMM; THE YEAR TO DATE RUNS FROM MONTH 01 OF THAT YEAR.
      *----------------------------------------------------------------
       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-DD            PIC 9(02).
       01  WS-BUS-PERIOD           PIC 9(06).
       01  WS-YEAR-START           PIC 9(06).

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-CHART-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-BAL-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-BUDGET-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-BUDGET-FILE         VALUE 'Y'.
           05 WS-FOUND-SW           PIC X(01) VALUE 'N'.
              88 ACCOUNT-WAS-FOUND          VALUE 'Y'.
           05 WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-PCT-SW             PIC X(01) VALUE 'N'.
              88 PERCENT-IS-FIGURED         VALUE 'Y'.
           05 WS-OUTSIDE-SW         PIC X(01) VALUE 'N'.
              88 VARIANCE-IS-OUTSIDE        VALUE 'Y'.
           05 WS-UNBUDGETED-SW      PIC X(01) VALUE 'N'.
              88 LINE-IS-UNBUDGETED         VALUE 'Y'.

       01  WS-CTL-FILE-STATUS       PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CHART-FILE-STATUS     PIC X(02).
           88 CHART-FILE-NOT-FOUND         VALUE '35'.
       01  WS-BAL-FILE-STATUS       PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-BUDGET-FILE-STATUS    PIC X(02).
           88 BUDGET-FILE-NOT-FOUND        VALUE '35'.

      *----------------------------------------------------------------
      * VARIANCE THRESHOLD - FROM GLVARCTL, WITH DEFAULTS.
      *----------------------------------------------------------------
       01  WS-THRESHOLD-PCT        PIC 9(3)V99 VALUE 10.00.
       01  WS-MIN-AMOUNT           PIC 9(11)V99 VALUE 1000.00.

      *----------------------------------------------------------------
      * ACCOUNT TABLE - SEEDED FROM THE CHART IN CHART ORDER SO THE
      * REPORT READS LIKE THE TRIAL BALANCE; AN ACCOUNT WITH ACTUALS
      * OR BUDGET BUT NO CHART ROW IS ADDED ON THE END.
      *----------------------------------------------------------------
       01  WS-ACCT-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-ACCT-TABLE-MAX       PIC 9(04) VALUE 1000.
       01  GL-ACCOUNT-TABLE.
           05 AT-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-ACCT-TABLE-COUNT
                 INDEXED BY AT-IDX.
              10 AT-GL-ACCOUNT      PIC X(10).
              10 AT-DESC            PIC X(20).
              10 AT-MTH-ACTUAL      PIC S9(13)V99.
              10 AT-MTH-BUDGET      PIC S9(13)V99.
              10 AT-YTD-ACTUAL      PIC S9(13)V99.
              10 AT-YTD-BUDGET      PIC S9(13)V99.
              10 AT-BUDGETED-SW     PIC X(01).
                 88 AT-HAS-BUDGET           VALUE 'Y'.
              10 AT-EXPLAIN-SW      PIC X(01).
                 88 AT-NEEDS-NOTHING        VALUE 'N'.
                 88 AT-EXPLAIN-MONTH        VALUE 'M'.
                 88 AT-EXPLAIN-YTD          VALUE 'Y'.
                 88 AT-EXPLAIN-BOTH         VALUE 'B'.

       01  WS-ACCT-SUB             PIC 9(04) COMP.
       01  WS-SEARCH-ACCOUNT       PIC X(10).
       01  WS-ROW-NET              PIC S9(13)V99.

      *----------------------------------------------------------------
      * VARIANCE WORK FIGURES - 2100 TAKES AN ACTUAL AND A BUDGET AND
      * RETURNS THE VARIANCE, ITS PERCENT OF BUDGET, AND WHETHER IT
      * IS OUTSIDE THE THRESHOLD.
      *----------------------------------------------------------------
       01  WS-CALC-ACTUAL          PIC S9(13)V99.
       01  WS-CALC-BUDGET          PIC S9(13)V99.
       01  WS-CALC-VARIANCE        PIC S9(13)V99.
       01  WS-ABS-BUDGET           PIC 9(13)V99.
       01  WS-ABS-VARIANCE         PIC 9(13)V99.
       01  WS-CALC-PCT             PIC S9(05)V9.
       01  WS-ABS-PCT              PIC 9(05)V9.
       01  WS-MTH-OUTSIDE-SW       PIC X(01).

       01  WS-TOTALS.
           05 WS-TOT-MTH-ACTUAL     PIC S9(13)V99 VALUE 0.
           05 WS-TOT-MTH-BUDGET     PIC S9(13)V99 VALUE 0.
           05 WS-TOT-YTD-ACTUAL     PIC S9(13)V99 VALUE 0.
           05 WS-TOT-YTD-BUDGET     PIC S9(13)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-BAL-READ           PIC 9(7) COMP VALUE 0.
           05 WS-BAL-USED           PIC 9(7) COMP VALUE 0.
           05 WS-BAL-OUTSIDE        PIC 9(7) COMP VALUE 0.
           05 WS-BUD-READ           PIC 9(7) COMP VALUE 0.
           05 WS-BUD-USED           PIC 9(7) COMP VALUE 0.
           05 WS-BUD-OUTSIDE        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-REPORTED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-FLAGGED      PIC 9(7) COMP VALUE 0.
           05 WS-RECS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-RECS-USED          PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "GLVARR".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(32) VALUE
              "GL BUDGET VERSUS ACTUAL  PERIOD ".
           05 RH-PERIOD             PIC 9(06).
           05 FILLER                PIC X(14) VALUE
              "   THRESHOLD ".
           05 RH-THRESHOLD          PIC ZZ9.99.
           05 FILLER                PIC X(12) VALUE "%  MINIMUM ".
           05 RH-MIN-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(10) VALUE "GL ACCOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE "DESCRIPTION".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "          ACTUAL".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "          BUDGET".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "        VARIANCE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "  VAR %".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "FLAG".

      *    THE MONTH LINE CARRIES THE ACCOUNT; THE YEAR-TO-DATE LINE
      *    UNDER IT LEAVES THE ACCOUNT AND DESCRIPTION BLANK.
       01  REPORT-DETAIL.
           05 RD-GL-ACCOUNT         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-DESC               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-SPAN               PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-ACTUAL             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-BUDGET             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-VARIANCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-PCT                PIC -ZZZ9.9.
           05 RD-PCT-X REDEFINES RD-PCT
                                    PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-FLAG               PIC X(07).

       01  SUMMARY-LINE.
           05 FILLER                PIC X(20) VALUE
              "ACCOUNTS REPORTED:  ".
           05 SL-REPORTED           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(24) VALUE
              "    FLAGGED TO EXPLAIN: ".
           05 SL-FLAGGED            PIC ZZZ,ZZ9.

       01  EXPLAIN-HEADING.
           05 FILLER                PIC X(50) VALUE
              "ACCOUNTS REQUIRING A WRITTEN EXPLANATION".

       01  EXPLAIN-DETAIL.
           05 ED-GL-ACCOUNT         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ED-DESC               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ED-SPAN               PIC X(13).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "MTH VAR ".
           05 ED-MTH-VARIANCE       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "YTD VAR ".
           05 ED-YTD-VARIANCE       PIC -ZZZ,ZZZ,ZZ9.99.

       01  EXPLAIN-BLANK-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "EXPLANATION: ".
           05 FILLER                PIC X(60) VALUE ALL "_".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "GLVARR  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-REPORT-ONE-ACCOUNT THRU 2000-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT.
           PERFORM 3000-WRITE-TOTALS      THRU 3000-EXIT.
           PERFORM 4000-LIST-EXPLANATIONS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-RECS-READ TO RQ-RECORD-COUNT
               MOVE WS-ACCTS-REPORTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE BUSINESS DATE IS TAKEN FIRST SO THE
      * LOADS KNOW THE REPORT MONTH.  ALL THREE TABLES ARE LOADED
      * BEFORE THE REPORT IS OPENED; A TABLE PAST ITS LIMIT STOPS
      * THE RUN SO A PART-YEAR PICTURE IS NEVER PRINTED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.
           MOVE WS-BUS-DATE-RAW(1:6) TO WS-BUS-PERIOD.
           MOVE WS-BUS-PERIOD        TO WS-YEAR-START.
           MOVE 01                   TO WS-YEAR-START(5:2).

           PERFORM 1100-READ-CONTROL THRU 1100-EXIT.

           OPEN INPUT GL-CHART.
           IF NOT CHART-FILE-NOT-FOUND
               PERFORM 1170-LOAD-ONE-CHART THRU 1170-EXIT
                   UNTIL END-OF-GL-CHART
               CLOSE GL-CHART
           END-IF.

           OPEN INPUT BALANCE-HISTORY.
           IF NOT BAL-FILE-NOT-FOUND
               PERFORM 1200-LOAD-ONE-BALANCE THRU 1200-EXIT
                   UNTIL END-OF-BALANCES
               CLOSE BALANCE-HISTORY
           END-IF.

           OPEN INPUT GL-BUDGET.
           IF NOT BUDGET-FILE-NOT-FOUND
               PERFORM 1300-LOAD-ONE-BUDGET THRU 1300-EXIT
                   UNTIL END-OF-BUDGET-FILE
               CLOSE GL-BUDGET
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - GL ACCOUNT TABLE FULL, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT VARIANCE-REPORT.
           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-PERIOD    TO RH-PERIOD.
           MOVE WS-THRESHOLD-PCT TO RH-THRESHOLD.
           MOVE WS-MIN-AMOUNT    TO RH-MIN-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
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
      * 1100-READ-CONTROL - A MISSING RECORD OR A ZERO FIELD KEEPS
      * THE DEFAULT.
      *----------------------------------------------------------------
       1100-READ-CONTROL.
           OPEN INPUT VARIANCE-CONTROL.
           IF CTL-FILE-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.

           READ VARIANCE-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF GV-THRESHOLD-PCT IS NUMERIC
                      AND GV-THRESHOLD-PCT > ZERO
                       MOVE GV-THRESHOLD-PCT TO WS-THRESHOLD-PCT
                   END-IF
                   IF GV-MIN-AMOUNT IS NUMERIC
                      AND GV-MIN-AMOUNT > ZERO
                       MOVE GV-MIN-AMOUNT TO WS-MIN-AMOUNT
                   END-IF
           END-READ.
           CLOSE VARIANCE-CONTROL.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1170-LOAD-ONE-CHART
      *----------------------------------------------------------------
       1170-LOAD-ONE-CHART.
           READ GL-CHART
               AT END
                   MOVE 'Y' TO WS-CHART-EOF-SW
                   GO TO 1170-EXIT
           END-READ.

           MOVE CA-GL-ACCOUNT TO WS-SEARCH-ACCOUNT.
           PERFORM 1500-FIND-OR-ADD-ACCOUNT THRU 1500-EXIT.
           IF WS-ACCT-SUB > ZERO
               MOVE CA-DESCRIPTION TO AT-DESC(WS-ACCT-SUB)
           END-IF.
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-BALANCE - ONLY THE REPORT YEAR UP TO THE REPORT
      * MONTH COUNTS; AN EARLIER YEAR OR A LATER MONTH IS SKIPPED.
      *----------------------------------------------------------------
       1200-LOAD-ONE-BALANCE.
           READ BALANCE-HISTORY
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           ADD 1 TO WS-BAL-READ.

           IF GB-PERIOD < WS-YEAR-START
              OR GB-PERIOD > WS-BUS-PERIOD
               ADD 1 TO WS-BAL-OUTSIDE
               GO TO 1200-EXIT
           END-IF.

           MOVE GB-GL-ACCOUNT TO WS-SEARCH-ACCOUNT.
           PERFORM 1500-FIND-OR-ADD-ACCOUNT THRU 1500-EXIT.
           IF WS-ACCT-SUB = ZERO
               MOVE 'Y' TO WS-BAL-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           COMPUTE WS-ROW-NET = GB-BASE-DEBITS - GB-BASE-CREDITS.
           ADD WS-ROW-NET TO AT-YTD-ACTUAL(WS-ACCT-SUB).
           IF GB-PERIOD = WS-BUS-PERIOD
               ADD WS-ROW-NET TO AT-MTH-ACTUAL(WS-ACCT-SUB)
           END-IF.
           ADD 1 TO WS-BAL-USED.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-BUDGET - SAME WINDOW AS THE ACTUALS.
      *----------------------------------------------------------------
       1300-LOAD-ONE-BUDGET.
           READ GL-BUDGET
               AT END
                   MOVE 'Y' TO WS-BUDGET-EOF-SW
                   GO TO 1300-EXIT
           END-READ.
           ADD 1 TO WS-BUD-READ.

           IF BG-PERIOD < WS-YEAR-START
              OR BG-PERIOD > WS-BUS-PERIOD
               ADD 1 TO WS-BUD-OUTSIDE
               GO TO 1300-EXIT
           END-IF.

           MOVE BG-GL-ACCOUNT TO WS-SEARCH-ACCOUNT.
           PERFORM 1500-FIND-OR-ADD-ACCOUNT THRU 1500-EXIT.
           IF WS-ACCT-SUB = ZERO
               MOVE 'Y' TO WS-BUDGET-EOF-SW
               GO TO 1300-EXIT
           END-IF.

           MOVE 'Y' TO AT-BUDGETED-SW(WS-ACCT-SUB).
           ADD BG-AMOUNT TO AT-YTD-BUDGET(WS-ACCT-SUB).
           IF BG-PERIOD = WS-BUS-PERIOD
               ADD BG-AMOUNT TO AT-MTH-BUDGET(WS-ACCT-SUB)
           END-IF.
           ADD 1 TO WS-BUD-USED.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-FIND-OR-ADD-ACCOUNT - RETURNS THE ACCOUNT'S SLOT IN
      * WS-ACCT-SUB, ADDING ONE IF NEEDED.  ZERO MEANS THE TABLE IS
      * FULL, AND THE RUN IS REFUSED.
      *----------------------------------------------------------------
       1500-FIND-OR-ADD-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-ACCT-SUB.
           PERFORM 1550-CHECK-ONE-ACCOUNT THRU 1550-EXIT
               VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > WS-ACCT-TABLE-COUNT
                  OR ACCOUNT-WAS-FOUND.
           IF ACCOUNT-WAS-FOUND
               GO TO 1500-EXIT
           END-IF.

           IF WS-ACCT-TABLE-COUNT >= WS-ACCT-TABLE-MAX
               DISPLAY "GL ACCOUNT TABLE FULL AT "
                       WS-ACCT-TABLE-MAX " ACCOUNTS"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-CHART-EOF-SW
               GO TO 1500-EXIT
           END-IF.

           ADD 1 TO WS-ACCT-TABLE-COUNT.
           MOVE WS-ACCT-TABLE-COUNT TO WS-ACCT-SUB.
           MOVE WS-SEARCH-ACCOUNT   TO AT-GL-ACCOUNT(WS-ACCT-SUB).
           MOVE "(NOT ON CHART)"    TO AT-DESC(WS-ACCT-SUB).
           MOVE ZERO TO AT-MTH-ACTUAL(WS-ACCT-SUB)
                        AT-MTH-BUDGET(WS-ACCT-SUB)
                        AT-YTD-ACTUAL(WS-ACCT-SUB)
                        AT-YTD-BUDGET(WS-ACCT-SUB).
           MOVE 'N' TO AT-BUDGETED-SW(WS-ACCT-SUB).
           MOVE 'N' TO AT-EXPLAIN-SW(WS-ACCT-SUB).
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1550-CHECK-ONE-ACCOUNT
      *----------------------------------------------------------------
       1550-CHECK-ONE-ACCOUNT.
           IF AT-GL-ACCOUNT(AT-IDX) = WS-SEARCH-ACCOUNT
               SET WS-ACCT-SUB TO AT-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REPORT-ONE-ACCOUNT - A CHART ACCOUNT WITH NO ACTUAL AND
      * NO BUDGET THIS YEAR IS LEFT OFF.  THE MONTH LINE THEN THE
      * YEAR-TO-DATE LINE; EITHER OUTSIDE THE THRESHOLD FLAGS THE
      * ACCOUNT FOR EXPLANATION.  AN ACCOUNT WITH NO BUDGET ROW AT
      * ALL THIS YEAR - A BALANCE-SHEET ACCOUNT, AS A RULE - IS
      * SHOWN AS NOT BUDGETED AND NOT FLAGGED.
      *----------------------------------------------------------------
       2000-REPORT-ONE-ACCOUNT.
           IF AT-YTD-ACTUAL(WS-ACCT-SUB) = ZERO
              AND AT-YTD-BUDGET(WS-ACCT-SUB) = ZERO
              AND AT-MTH-ACTUAL(WS-ACCT-SUB) = ZERO
              AND AT-MTH-BUDGET(WS-ACCT-SUB) = ZERO
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ACCTS-REPORTED.
           IF AT-HAS-BUDGET(WS-ACCT-SUB)
               MOVE 'N' TO WS-UNBUDGETED-SW
           ELSE
               MOVE 'Y' TO WS-UNBUDGETED-SW
           END-IF.

           MOVE AT-MTH-ACTUAL(WS-ACCT-SUB) TO WS-CALC-ACTUAL.
           MOVE AT-MTH-BUDGET(WS-ACCT-SUB) TO WS-CALC-BUDGET.
           PERFORM 2100-FIGURE-VARIANCE THRU 2100-EXIT.
           MOVE AT-GL-ACCOUNT(WS-ACCT-SUB) TO RD-GL-ACCOUNT.
           MOVE AT-DESC(WS-ACCT-SUB)       TO RD-DESC.
           MOVE "MONTH"                    TO RD-SPAN.
           PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.
           MOVE WS-OUTSIDE-SW TO WS-MTH-OUTSIDE-SW.

           MOVE AT-YTD-ACTUAL(WS-ACCT-SUB) TO WS-CALC-ACTUAL.
           MOVE AT-YTD-BUDGET(WS-ACCT-SUB) TO WS-CALC-BUDGET.
           PERFORM 2100-FIGURE-VARIANCE THRU 2100-EXIT.
           MOVE SPACES                     TO RD-GL-ACCOUNT.
           MOVE SPACES                     TO RD-DESC.
           MOVE "YTD"                      TO RD-SPAN.
           PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.

           EVALUATE TRUE
               WHEN WS-MTH-OUTSIDE-SW = 'Y'
                AND VARIANCE-IS-OUTSIDE
                   SET AT-EXPLAIN-BOTH(WS-ACCT-SUB)  TO TRUE
               WHEN WS-MTH-OUTSIDE-SW = 'Y'
                   SET AT-EXPLAIN-MONTH(WS-ACCT-SUB) TO TRUE
               WHEN VARIANCE-IS-OUTSIDE
                   SET AT-EXPLAIN-YTD(WS-ACCT-SUB)   TO TRUE
               WHEN OTHER
                   SET AT-NEEDS-NOTHING(WS-ACCT-SUB) TO TRUE
           END-EVALUATE.
           IF NOT AT-NEEDS-NOTHING(WS-ACCT-SUB)
               ADD 1 TO WS-ACCTS-FLAGGED
           END-IF.

           ADD AT-MTH-ACTUAL(WS-ACCT-SUB) TO WS-TOT-MTH-ACTUAL.
           ADD AT-MTH-BUDGET(WS-ACCT-SUB) TO WS-TOT-MTH-BUDGET.
           ADD AT-YTD-ACTUAL(WS-ACCT-SUB) TO WS-TOT-YTD-ACTUAL.
           ADD AT-YTD-BUDGET(WS-ACCT-SUB) TO WS-TOT-YTD-BUDGET.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIGURE-VARIANCE - VARIANCE IS ACTUAL LESS BUDGET, AND ITS
      * PERCENT IS OF THE BUDGET'S SIZE WHATEVER ITS SIGN.  A
      * VARIANCE UNDER THE MINIMUM AMOUNT NEVER FLAGS; OVER IT, ONE
      * WITH NO BUDGET TO MEASURE AGAINST ALWAYS DOES.
      *----------------------------------------------------------------
       2100-FIGURE-VARIANCE.
           COMPUTE WS-CALC-VARIANCE = WS-CALC-ACTUAL - WS-CALC-BUDGET.
           MOVE 'N' TO WS-PCT-SW.
           MOVE 'N' TO WS-OUTSIDE-SW.
           MOVE ZERO TO WS-CALC-PCT.

           IF WS-CALC-BUDGET < ZERO
               COMPUTE WS-ABS-BUDGET = ZERO - WS-CALC-BUDGET
           ELSE
               MOVE WS-CALC-BUDGET TO WS-ABS-BUDGET
           END-IF.
           IF WS-CALC-VARIANCE < ZERO
               COMPUTE WS-ABS-VARIANCE = ZERO - WS-CALC-VARIANCE
           ELSE
               MOVE WS-CALC-VARIANCE TO WS-ABS-VARIANCE
           END-IF.

           IF WS-ABS-BUDGET > ZERO
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-VARIANCE * 100 / WS-ABS-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CALC-PCT
                       IF WS-CALC-VARIANCE < ZERO
                           MOVE -99999.9 TO WS-CALC-PCT
                       END-IF
               END-COMPUTE
               MOVE 'Y' TO WS-PCT-SW
           END-IF.

           IF WS-ABS-VARIANCE < WS-MIN-AMOUNT
               GO TO 2100-EXIT
           END-IF.

           IF NOT PERCENT-IS-FIGURED
               MOVE 'Y' TO WS-OUTSIDE-SW
               GO TO 2100-EXIT
           END-IF.

           IF WS-CALC-PCT < ZERO
               COMPUTE WS-ABS-PCT = ZERO - WS-CALC-PCT
           ELSE
               MOVE WS-CALC-PCT TO WS-ABS-PCT
           END-IF.
           IF WS-ABS-PCT > WS-THRESHOLD-PCT
               MOVE 'Y' TO WS-OUTSIDE-SW
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-WRITE-DETAIL - ONE LINE FROM THE 2100 FIGURES.  A LINE
      * WITH NO BUDGET SHOWS N/A FOR THE PERCENT.
      *----------------------------------------------------------------
       2200-WRITE-DETAIL.
           IF LINE-IS-UNBUDGETED
               MOVE 'N' TO WS-OUTSIDE-SW
           END-IF.
           MOVE WS-CALC-ACTUAL   TO RD-ACTUAL.
           MOVE WS-CALC-BUDGET   TO RD-BUDGET.
           MOVE WS-CALC-VARIANCE TO RD-VARIANCE.
           IF PERCENT-IS-FIGURED
               MOVE WS-CALC-PCT  TO RD-PCT
           ELSE
               MOVE "    N/A"    TO RD-PCT-X
           END-IF.
           EVALUATE TRUE
               WHEN VARIANCE-IS-OUTSIDE
                   MOVE "EXPLAIN"    TO RD-FLAG
               WHEN LINE-IS-UNBUDGETED
                   MOVE "NO BUDG"    TO RD-FLAG
               WHEN OTHER
                   MOVE SPACES       TO RD-FLAG
           END-EVALUATE.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-TOTALS - ALL ACCOUNTS TOGETHER, MONTH AND YEAR TO
      * DATE.  THE TOTAL IS NEVER FLAGGED ITSELF - ITS ACCOUNTS ARE.
      *----------------------------------------------------------------
       3000-WRITE-TOTALS.
           MOVE 'N' TO WS-UNBUDGETED-SW.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-TOT-MTH-ACTUAL TO WS-CALC-ACTUAL.
           MOVE WS-TOT-MTH-BUDGET TO WS-CALC-BUDGET.
           PERFORM 2100-FIGURE-VARIANCE THRU 2100-EXIT.
           MOVE 'N' TO WS-OUTSIDE-SW.
           MOVE "TOTAL"              TO RD-GL-ACCOUNT.
           MOVE "ALL ACCOUNTS"       TO RD-DESC.
           MOVE "MONTH"              TO RD-SPAN.
           PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.

           MOVE WS-TOT-YTD-ACTUAL TO WS-CALC-ACTUAL.
           MOVE WS-TOT-YTD-BUDGET TO WS-CALC-BUDGET.
           PERFORM 2100-FIGURE-VARIANCE THRU 2100-EXIT.
           MOVE 'N' TO WS-OUTSIDE-SW.
           MOVE SPACES               TO RD-GL-ACCOUNT.
           MOVE SPACES               TO RD-DESC.
           MOVE "YTD"                TO RD-SPAN.
           PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCTS-REPORTED TO SL-REPORTED.
           MOVE WS-ACCTS-FLAGGED  TO SL-FLAGGED.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LIST-EXPLANATIONS - EACH FLAGGED ACCOUNT WITH A RULED
      * LINE FOR THE OWNER'S WRITTEN EXPLANATION.
      *----------------------------------------------------------------
       4000-LIST-EXPLANATIONS.
           IF WS-ACCTS-FLAGGED = ZERO
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM EXPLAIN-HEADING.

           PERFORM 4100-LIST-ONE-ACCOUNT THRU 4100-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-LIST-ONE-ACCOUNT
      *----------------------------------------------------------------
       4100-LIST-ONE-ACCOUNT.
           IF AT-NEEDS-NOTHING(WS-ACCT-SUB)
               GO TO 4100-EXIT
           END-IF.

           MOVE AT-GL-ACCOUNT(WS-ACCT-SUB) TO ED-GL-ACCOUNT.
           MOVE AT-DESC(WS-ACCT-SUB)       TO ED-DESC.
           EVALUATE TRUE
               WHEN AT-EXPLAIN-BOTH(WS-ACCT-SUB)
                   MOVE "MONTH AND YTD" TO ED-SPAN
               WHEN AT-EXPLAIN-MONTH(WS-ACCT-SUB)
                   MOVE "MONTH"         TO ED-SPAN
               WHEN OTHER
                   MOVE "YTD"           TO ED-SPAN
           END-EVALUATE.
           COMPUTE ED-MTH-VARIANCE = AT-MTH-ACTUAL(WS-ACCT-SUB)
                                   - AT-MTH-BUDGET(WS-ACCT-SUB).
           COMPUTE ED-YTD-VARIANCE = AT-YTD-ACTUAL(WS-ACCT-SUB)
                                   - AT-YTD-BUDGET(WS-ACCT-SUB).
           WRITE REPORT-LINE FROM EXPLAIN-DETAIL.
           WRITE REPORT-LINE FROM EXPLAIN-BLANK-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.
           CLOSE VARIANCE-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - EVERY HISTORY AND BUDGET ROW READ
      * WAS EITHER SUMMED INTO AN ACCOUNT OR FELL OUTSIDE THE YEAR TO
      * DATE.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           COMPUTE WS-RECS-READ = WS-BAL-READ + WS-BUD-READ.
           COMPUTE WS-RECS-USED = WS-BAL-USED + WS-BUD-USED.
           MOVE WS-RECS-READ TO CT-RECORDS-READ.
           MOVE WS-RECS-USED TO CT-RECORDS-PROCESSED.
           IF WS-RECS-READ = WS-RECS-USED + WS-BAL-OUTSIDE
                                          + WS-BUD-OUTSIDE
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
