       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-YEAR-CLOSE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  YEAR-END CLOSE OF THE GL
      *                 BALANCE HISTORY TO RETAINED EARNINGS.  RUNS
      *                 ONCE FINANCE HAS CLOSED PERIOD YYYY12, FOR THE
      *                 YEAR AND RETAINED-EARNINGS ACCOUNT ON THE
      *                 GLYECTL CARD.  EVERY INCOME AND EXPENSE
      *                 ACCOUNT'S BALANCE TO THE END OF THE YEAR IS
      *                 CLOSED INTO RETAINED EARNINGS IN THE CLOSING
      *                 PERIOD YYYY13, SO DECEMBER'S OWN FIGURES ARE
      *                 LEFT AS THEY WERE.  EVERY BALANCE-SHEET
      *                 ACCOUNT IS THEN CARRIED FORWARD: TAKEN OUT IN
      *                 YYYY13 AND BROUGHT IN AS THE NEW YEAR'S
      *                 OPENING BALANCE IN ITS PERIOD 00, AHEAD OF
      *                 JANUARY.  A READER ADDING UP EVERY PERIOD TO A
      *                 DATE GETS THE SAME BALANCE IT ALWAYS DID.  THE
      *                 YEAR IS THEN MARKED CLOSED ON ACCTPER, SO A
      *                 LATE POSTING DATED INTO IT IS ADJUSTED INTO
      *                 THE NEW YEAR BY PERIOD-CHECK.  PRINTS THE
      *                 CLOSING JOURNAL AND THE POST-CLOSE TRIAL
      *                 BALANCE.  AN UNTYPED ACCOUNT WITH A BALANCE,
      *                 OR A LEDGER THAT DOES NOT NET TO ZERO, STOPS
      *                 THE CLOSE WITH THE FILES UNTOUCHED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-END-CONTROL ASSIGN TO GLYECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT PERIOD-FILE     ASSIGN TO ACCTPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO GLBALHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT CLOSE-REPORT    ASSIGN TO GLYCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-END-CONTROL
           RECORDING MODE IS F.
       COPY GLYECTL.

       FD  PERIOD-FILE
           RECORDING MODE IS F.
       COPY ACCTPER.

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  BALANCE-HISTORY
           RECORDING MODE IS F.
       COPY GLBALHST.

       FD  CLOSE-REPORT
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
           05 WS-CLOSE-SW           PIC X(01) VALUE 'Y'.
              88 CLOSE-CAN-PROCEED          VALUE 'Y'.
              88 CLOSE-IS-REFUSED           VALUE 'N'.
              88 CLOSE-HAS-NOTHING-TO-DO    VALUE 'X'.
              88 YEAR-WAS-ALREADY-CLOSED    VALUE 'A'.
           05 WS-PER-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-PERIODS             VALUE 'Y'.
           05 WS-CHART-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-BAL-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-FOUND-SW           PIC X(01) VALUE 'N'.
              88 ENTRY-WAS-FOUND            VALUE 'Y'.
           05 WS-LAST-CLOSED-SW     PIC X(01) VALUE 'N'.
              88 LAST-PERIOD-IS-CLOSED      VALUE 'Y'.

       01  WS-CTL-FILE-STATUS       PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-PER-FILE-STATUS       PIC X(02).
           88 PER-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CHART-FILE-STATUS     PIC X(02).
           88 CHART-FILE-NOT-FOUND         VALUE '35'.
       01  WS-BAL-FILE-STATUS       PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.

       01  WS-REFUSAL-REASON        PIC X(50).

      *----------------------------------------------------------------
      * THE YEAR BEING CLOSED - ITS LAST MONTH, ITS CLOSING PERIOD
      * (13), AND THE NEW YEAR'S OPENING-BALANCE PERIOD (00).
      *----------------------------------------------------------------
       01  WS-CLOSE-YEAR            PIC 9(04).
       01  WS-RETAINED-ACCT         PIC X(10).
       01  WS-LAST-PERIOD           PIC 9(06).
       01  WS-CLOSING-PERIOD        PIC 9(06).
       01  WS-OPENING-PERIOD        PIC 9(06).

      *----------------------------------------------------------------
      * CHART TABLE - DESCRIPTION AND ACCOUNT TYPE.
      *----------------------------------------------------------------
       01  WS-CHART-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  WS-CHART-TABLE-MAX      PIC 9(04) VALUE 500.
       01  GL-CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-CHART-TABLE-COUNT
                 INDEXED BY CHART-IDX.
              10 CHART-TABLE-ACCOUNT PIC X(10).
              10 CHART-TABLE-DESC    PIC X(20).
              10 CHART-TABLE-TYPE    PIC X(01).

      *----------------------------------------------------------------
      * BALANCE TABLE - THE WHOLE HISTORY IN STORAGE, THE CLOSING
      * AND CARRY-FORWARD ROWS ADDED IN, REWRITTEN AT THE END.
      *----------------------------------------------------------------
       01  WS-BAL-TABLE-COUNT      PIC 9(05) VALUE 0.
       01  WS-BAL-TABLE-MAX        PIC 9(05) VALUE 5000.
       01  BALANCE-TABLE.
           05 BL-ENTRY OCCURS 5000 TIMES.
              10 BL-GL-ACCOUNT     PIC X(10).
              10 BL-PERIOD         PIC 9(06).
              10 BL-DEBITS         PIC 9(13)V99.
              10 BL-CREDITS        PIC 9(13)V99.
              10 BL-BASE-DEBITS    PIC 9(13)V99.
              10 BL-BASE-CREDITS   PIC 9(13)V99.
       01  WS-BAL-SUB              PIC 9(05) COMP.

      *----------------------------------------------------------------
      * ACCOUNT SUMMARY - EACH ACCOUNT'S NET BALANCE TO THE END OF
      * THE YEAR, LEDGER SIGN (DEBIT POSITIVE), IN TRANSACTION-
      * AMOUNT AND BASE-CURRENCY TERMS.
      *----------------------------------------------------------------
       01  WS-SUM-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-SUM-TABLE-MAX        PIC 9(04) VALUE 1000.
       01  ACCOUNT-SUMMARY-TABLE.
           05 AS-ENTRY OCCURS 1000 TIMES.
              10 AS-GL-ACCOUNT     PIC X(10).
              10 AS-DESC           PIC X(20).
              10 AS-TYPE           PIC X(01).
                 88 AS-IS-PROFIT-AND-LOSS   VALUE 'I' 'X'.
                 88 AS-IS-BALANCE-SHEET     VALUE 'A' 'L' 'E'.
              10 AS-NET            PIC S9(13)V99.
              10 AS-BASE-NET       PIC S9(13)V99.
       01  WS-SUM-SUB              PIC 9(04) COMP.
       01  WS-RE-SUB               PIC 9(04) COMP.

      *----------------------------------------------------------------
      * ONE POSTING INTO THE BALANCE TABLE - LEDGER SIGN.
      *----------------------------------------------------------------
       01  WS-POST-ACCOUNT         PIC X(10).
       01  WS-POST-PERIOD          PIC 9(06).
       01  WS-POST-NET             PIC S9(13)V99.
       01  WS-POST-BASE-NET        PIC S9(13)V99.

       01  WS-SEARCH-ACCOUNT       PIC X(10).
       01  WS-ROW-NET              PIC S9(13)V99.
       01  WS-ROW-BASE-NET         PIC S9(13)V99.

      *----------------------------------------------------------------
      * CLOSE TOTALS, BASE CURRENCY.
      *----------------------------------------------------------------
       01  WS-TOTALS.
           05 WS-LEDGER-BASE-NET    PIC S9(13)V99 VALUE 0.
           05 WS-PL-NET             PIC S9(13)V99 VALUE 0.
           05 WS-PL-BASE-NET        PIC S9(13)V99 VALUE 0.
           05 WS-INCOME-BASE        PIC S9(13)V99 VALUE 0.
           05 WS-EXPENSE-BASE       PIC S9(13)V99 VALUE 0.
           05 WS-NET-INCOME-BASE    PIC S9(13)V99 VALUE 0.
           05 WS-JRNL-DEBITS        PIC S9(13)V99 VALUE 0.
           05 WS-JRNL-CREDITS       PIC S9(13)V99 VALUE 0.
           05 WS-TB-DEBITS          PIC S9(13)V99 VALUE 0.
           05 WS-TB-CREDITS         PIC S9(13)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-RECS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-RECS-WRITTEN       PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-ADDED         PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-CLOSED       PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-CARRIED      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-UNTYPED      PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "GLYCLS".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  JOURNAL-TITLE.
           05 FILLER                PIC X(36) VALUE
              "YEAR-END CLOSING JOURNAL  YEAR ".
           05 JT-YEAR               PIC 9(04).
           05 FILLER                PIC X(22) VALUE
              "   RETAINED EARNINGS ".
           05 JT-RETAINED-ACCT      PIC X(10).

       01  TRIAL-TITLE.
           05 FILLER                PIC X(36) VALUE
              "POST-CLOSE TRIAL BALANCE  OPENING ".
           05 TT-YEAR               PIC 9(04).

       01  DETAIL-HEADING.
           05 FILLER                PIC X(10) VALUE "GL ACCOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE "DESCRIPTION".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "TYPE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
              "        DEBIT (USD)".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
              "       CREDIT (USD)".

       01  DETAIL-LINE.
           05 DL-GL-ACCOUNT         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-DESC               PIC X(20).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DL-TYPE               PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DL-DEBIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CREDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  SUMMARY-LINE.
           05 SL-TEXT               PIC X(40).
           05 SL-AMOUNT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  PROOF-LINE.
           05 FILLER                PIC X(20) VALUE
              "DEBITS LESS CREDITS ".
           05 PL-DIFFERENCE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-MESSAGE            PIC X(12).

       01  REFUSAL-LINE.
           05 FILLER                PIC X(22) VALUE
              "YEAR NOT CLOSED - ".
           05 RF-REASON             PIC X(50).

       01  UNTYPED-LINE.
           05 FILLER                PIC X(32) VALUE
              "  NO ACCOUNT TYPE ON GLCHART:  ".
           05 UL-GL-ACCOUNT         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 UL-BASE-NET           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "GLYCLS  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           IF CLOSE-CAN-PROCEED
               PERFORM 2000-SUMMARIZE-BALANCES THRU 2000-EXIT
           END-IF.
           IF CLOSE-CAN-PROCEED
               PERFORM 3000-CLOSING-ENTRIES    THRU 3000-EXIT
               PERFORM 4000-CARRY-FORWARD      THRU 4000-EXIT
           END-IF.
           IF CLOSE-CAN-PROCEED
               PERFORM 5000-REWRITE-LEDGER     THRU 5000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CLOSE-IS-REFUSED
                   PERFORM 8000-WRITE-REFUSAL THRU 8000-EXIT
               WHEN YEAR-WAS-ALREADY-CLOSED
                   DISPLAY "GLYCLS - YEAR " WS-CLOSE-YEAR
                           " ALREADY CLOSED - NOTHING DONE"
                   MOVE 4 TO RETURN-CODE
               WHEN CLOSE-HAS-NOTHING-TO-DO
                   DISPLAY "GLYCLS - NO YEAR-END CARD - NOTHING DONE"
           END-EVALUATE.

           PERFORM 9000-TERMINATE          THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-RECS-READ TO RQ-RECORD-COUNT
               MOVE WS-RECS-WRITTEN TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE CARD, THE PERIOD FILE, THE CHART AND
      * THE BALANCE HISTORY, EACH ABLE TO STOP THE CLOSE BEFORE ANY
      * FIGURE IS TOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           OPEN OUTPUT CLOSE-REPORT.
           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           IF NOT CLOSE-CAN-PROCEED
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-CHECK-PERIODS THRU 1200-EXIT.
           IF NOT CLOSE-CAN-PROCEED
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-CHART THRU 1300-EXIT.
           IF NOT CLOSE-CAN-PROCEED
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-LOAD-BALANCES THRU 1400-EXIT.
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
      * 1100-READ-CONTROL-CARD - NO CARD MEANS THIS IS NOT THE
      * YEAR-END RUN.  THE YEAR MUST BE OVER BY THE BUSINESS DATE.
      *----------------------------------------------------------------
       1100-READ-CONTROL-CARD.
           OPEN INPUT YEAR-END-CONTROL.
           IF CTL-FILE-NOT-FOUND
               SET CLOSE-HAS-NOTHING-TO-DO TO TRUE
               GO TO 1100-EXIT
           END-IF.
           READ YEAR-END-CONTROL
               AT END
                   SET CLOSE-HAS-NOTHING-TO-DO TO TRUE
           END-READ.
           CLOSE YEAR-END-CONTROL.
           IF CLOSE-HAS-NOTHING-TO-DO
               GO TO 1100-EXIT
           END-IF.

           IF YC-CLOSE-YEAR NOT NUMERIC
              OR YC-CLOSE-YEAR = ZERO
              OR YC-RETAINED-ACCT = SPACES
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "GLYECTL CARD YEAR OR ACCOUNT MISSING"
                   TO WS-REFUSAL-REASON
               GO TO 1100-EXIT
           END-IF.

           MOVE YC-CLOSE-YEAR    TO WS-CLOSE-YEAR.
           MOVE YC-RETAINED-ACCT TO WS-RETAINED-ACCT.
           COMPUTE WS-LAST-PERIOD    = WS-CLOSE-YEAR * 100 + 12.
           COMPUTE WS-CLOSING-PERIOD = WS-CLOSE-YEAR * 100 + 13.
           COMPUTE WS-OPENING-PERIOD = (WS-CLOSE-YEAR + 1) * 100.

           IF WS-BUS-DATE-RAW(1:6) NOT > WS-LAST-PERIOD
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "THE YEAR HAS NOT YET ENDED" TO WS-REFUSAL-REASON
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CHECK-PERIODS - FINANCE MUST HAVE CLOSED THE YEAR'S
      * LAST PERIOD, AND NEITHER THIS YEAR NOR A LATER ONE MAY BE
      * CLOSED ALREADY.
      *----------------------------------------------------------------
       1200-CHECK-PERIODS.
           OPEN INPUT PERIOD-FILE.
           IF PER-FILE-NOT-FOUND
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "NO ACCTPER PERIOD FILE" TO WS-REFUSAL-REASON
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-CHECK-ONE-PERIOD THRU 1250-EXIT
               UNTIL END-OF-PERIODS.
           CLOSE PERIOD-FILE.

           IF CLOSE-CAN-PROCEED
              AND NOT LAST-PERIOD-IS-CLOSED
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "THE YEAR'S LAST PERIOD IS NOT CLOSED"
                   TO WS-REFUSAL-REASON
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-CHECK-ONE-PERIOD
      *----------------------------------------------------------------
       1250-CHECK-ONE-PERIOD.
           READ PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-PER-EOF-SW
                   GO TO 1250-EXIT
           END-READ.

           IF PE-PERIOD = WS-LAST-PERIOD
              AND PE-PERIOD-IS-CLOSED
               SET LAST-PERIOD-IS-CLOSED TO TRUE
           END-IF.

           IF NOT PE-YEAR-IS-CLOSED
               GO TO 1250-EXIT
           END-IF.
           IF PE-PERIOD(1:4) = WS-CLOSE-YEAR
               SET YEAR-WAS-ALREADY-CLOSED TO TRUE
               MOVE 'Y' TO WS-PER-EOF-SW
               GO TO 1250-EXIT
           END-IF.
           IF PE-PERIOD(1:4) > WS-CLOSE-YEAR
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "A LATER YEAR IS ALREADY CLOSED"
                   TO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-PER-EOF-SW
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-CHART - THE RETAINED-EARNINGS ACCOUNT MUST BE ON
      * THE CHART AS EQUITY.
      *----------------------------------------------------------------
       1300-LOAD-CHART.
           OPEN INPUT GL-CHART.
           IF CHART-FILE-NOT-FOUND
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "NO GLCHART CHART OF ACCOUNTS" TO WS-REFUSAL-REASON
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1350-LOAD-ONE-CHART THRU 1350-EXIT
               UNTIL END-OF-GL-CHART.
           CLOSE GL-CHART.
           IF NOT CLOSE-CAN-PROCEED
               GO TO 1300-EXIT
           END-IF.

           MOVE WS-RETAINED-ACCT TO WS-SEARCH-ACCOUNT.
           PERFORM 7200-FIND-CHART THRU 7200-EXIT.
           IF NOT ENTRY-WAS-FOUND
              OR CHART-TABLE-TYPE(CHART-IDX) NOT = 'E'
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "RETAINED-EARNINGS ACCOUNT NOT EQUITY ON GLCHART"
                   TO WS-REFUSAL-REASON
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-LOAD-ONE-CHART
      *----------------------------------------------------------------
       1350-LOAD-ONE-CHART.
           READ GL-CHART
               AT END
                   MOVE 'Y' TO WS-CHART-EOF-SW
                   GO TO 1350-EXIT
           END-READ.

           IF WS-CHART-TABLE-COUNT >= WS-CHART-TABLE-MAX
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "CHART TABLE FULL - RAISE THE LIMIT"
                   TO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-CHART-EOF-SW
               GO TO 1350-EXIT
           END-IF.

           ADD 1 TO WS-CHART-TABLE-COUNT.
           MOVE CA-GL-ACCOUNT
               TO CHART-TABLE-ACCOUNT(WS-CHART-TABLE-COUNT).
           MOVE CA-DESCRIPTION
               TO CHART-TABLE-DESC(WS-CHART-TABLE-COUNT).
           IF CA-TYPE-IS-VALID
               MOVE CA-ACCOUNT-TYPE
                   TO CHART-TABLE-TYPE(WS-CHART-TABLE-COUNT)
           ELSE
               MOVE SPACE
                   TO CHART-TABLE-TYPE(WS-CHART-TABLE-COUNT)
           END-IF.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-BALANCES - A TABLE PAST ITS LIMIT, OR CLOSING ROWS
      * ALREADY ON THE HISTORY, STOPS THE CLOSE WITH THE FILE
      * UNTOUCHED.
      *----------------------------------------------------------------
       1400-LOAD-BALANCES.
           OPEN INPUT BALANCE-HISTORY.
           IF BAL-FILE-NOT-FOUND
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "NO GLBALHST BALANCE HISTORY" TO WS-REFUSAL-REASON
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1450-LOAD-ONE-BALANCE THRU 1450-EXIT
               UNTIL END-OF-BALANCES.
           CLOSE BALANCE-HISTORY.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-LOAD-ONE-BALANCE
      *----------------------------------------------------------------
       1450-LOAD-ONE-BALANCE.
           READ BALANCE-HISTORY
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
                   GO TO 1450-EXIT
           END-READ.
           ADD 1 TO WS-RECS-READ.

           IF GB-PERIOD = WS-CLOSING-PERIOD
              OR GB-PERIOD = WS-OPENING-PERIOD
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "CLOSING ROWS ALREADY ON GLBALHST"
                   TO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-BAL-EOF-SW
               GO TO 1450-EXIT
           END-IF.

           IF WS-BAL-TABLE-COUNT >= WS-BAL-TABLE-MAX
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "BALANCE TABLE FULL - RAISE THE LIMIT"
                   TO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-BAL-EOF-SW
               GO TO 1450-EXIT
           END-IF.

           ADD 1 TO WS-BAL-TABLE-COUNT.
           MOVE WS-BAL-TABLE-COUNT TO WS-BAL-SUB.
           MOVE GB-GL-ACCOUNT   TO BL-GL-ACCOUNT(WS-BAL-SUB).
           MOVE GB-PERIOD       TO BL-PERIOD(WS-BAL-SUB).
           MOVE GB-DEBITS       TO BL-DEBITS(WS-BAL-SUB).
           MOVE GB-CREDITS      TO BL-CREDITS(WS-BAL-SUB).
           MOVE GB-BASE-DEBITS  TO BL-BASE-DEBITS(WS-BAL-SUB).
           MOVE GB-BASE-CREDITS TO BL-BASE-CREDITS(WS-BAL-SUB).
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SUMMARIZE-BALANCES - EVERY ROW UP TO THE YEAR'S LAST
      * PERIOD NETTED INTO ITS ACCOUNT.  AN ACCOUNT WITH A BALANCE
      * AND NO TYPE, OR A LEDGER THAT DOES NOT NET TO ZERO IN BASE
      * CURRENCY, STOPS THE CLOSE.
      *----------------------------------------------------------------
       2000-SUMMARIZE-BALANCES.
           PERFORM 2100-SUMMARIZE-ONE-ROW THRU 2100-EXIT
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-TABLE-COUNT
                  OR NOT CLOSE-CAN-PROCEED.
           IF NOT CLOSE-CAN-PROCEED
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-CHECK-ONE-ACCOUNT THRU 2300-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-TABLE-COUNT.
           IF WS-ACCTS-UNTYPED > ZERO
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "ACCOUNTS WITH A BALANCE HAVE NO TYPE"
                   TO WS-REFUSAL-REASON
               GO TO 2000-EXIT
           END-IF.

           IF WS-LEDGER-BASE-NET NOT = ZERO
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "LEDGER DOES NOT NET TO ZERO IN BASE CURRENCY"
                   TO WS-REFUSAL-REASON
               GO TO 2000-EXIT
           END-IF.

      *    RETAINED EARNINGS NEEDS A SUMMARY ROW EVEN WHEN IT HAS
      *    NO BALANCE YET, TO TAKE THE YEAR'S RESULT.
           MOVE WS-RETAINED-ACCT TO WS-SEARCH-ACCOUNT.
           PERFORM 2200-FIND-OR-ADD-SUMMARY THRU 2200-EXIT.
           MOVE WS-SUM-SUB TO WS-RE-SUB.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SUMMARIZE-ONE-ROW
      *----------------------------------------------------------------
       2100-SUMMARIZE-ONE-ROW.
           IF BL-PERIOD(WS-BAL-SUB) > WS-LAST-PERIOD
               GO TO 2100-EXIT
           END-IF.

           COMPUTE WS-ROW-NET = BL-DEBITS(WS-BAL-SUB)
               - BL-CREDITS(WS-BAL-SUB).
           COMPUTE WS-ROW-BASE-NET = BL-BASE-DEBITS(WS-BAL-SUB)
               - BL-BASE-CREDITS(WS-BAL-SUB).
           ADD WS-ROW-BASE-NET TO WS-LEDGER-BASE-NET.

           MOVE BL-GL-ACCOUNT(WS-BAL-SUB) TO WS-SEARCH-ACCOUNT.
           PERFORM 2200-FIND-OR-ADD-SUMMARY THRU 2200-EXIT.
           IF NOT CLOSE-CAN-PROCEED
               GO TO 2100-EXIT
           END-IF.
           ADD WS-ROW-NET      TO AS-NET(WS-SUM-SUB).
           ADD WS-ROW-BASE-NET TO AS-BASE-NET(WS-SUM-SUB).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-OR-ADD-SUMMARY - RETURNS WS-SEARCH-ACCOUNT'S ROW IN
      * WS-SUM-SUB, ADDING IT WITH ITS CHART DESCRIPTION AND TYPE.
      *----------------------------------------------------------------
       2200-FIND-OR-ADD-SUMMARY.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-SUM-SUB.
           PERFORM 2250-CHECK-ONE-SUMMARY THRU 2250-EXIT
               UNTIL ENTRY-WAS-FOUND
                  OR WS-SUM-SUB > WS-SUM-TABLE-COUNT.
           IF ENTRY-WAS-FOUND
               GO TO 2200-EXIT
           END-IF.

           IF WS-SUM-TABLE-COUNT >= WS-SUM-TABLE-MAX
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "ACCOUNT SUMMARY TABLE FULL - RAISE THE LIMIT"
                   TO WS-REFUSAL-REASON
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-SUM-TABLE-COUNT.
           MOVE WS-SUM-TABLE-COUNT TO WS-SUM-SUB.
           MOVE WS-SEARCH-ACCOUNT TO AS-GL-ACCOUNT(WS-SUM-SUB).
           MOVE ZERO TO AS-NET(WS-SUM-SUB)
                        AS-BASE-NET(WS-SUM-SUB).
           PERFORM 7200-FIND-CHART THRU 7200-EXIT.
           IF ENTRY-WAS-FOUND
               MOVE CHART-TABLE-DESC(CHART-IDX) TO AS-DESC(WS-SUM-SUB)
               MOVE CHART-TABLE-TYPE(CHART-IDX) TO AS-TYPE(WS-SUM-SUB)
           ELSE
               MOVE SPACES TO AS-DESC(WS-SUM-SUB)
               MOVE SPACE  TO AS-TYPE(WS-SUM-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-ONE-SUMMARY
      *----------------------------------------------------------------
       2250-CHECK-ONE-SUMMARY.
           IF AS-GL-ACCOUNT(WS-SUM-SUB) = WS-SEARCH-ACCOUNT
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-SUM-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHECK-ONE-ACCOUNT - AN UNTYPED ACCOUNT WITH A BALANCE
      * COULD BE EITHER SIDE OF THE CLOSE, SO IT IS LISTED.
      *----------------------------------------------------------------
       2300-CHECK-ONE-ACCOUNT.
           IF AS-IS-PROFIT-AND-LOSS(WS-SUM-SUB)
              OR AS-IS-BALANCE-SHEET(WS-SUM-SUB)
               GO TO 2300-EXIT
           END-IF.
           IF AS-NET(WS-SUM-SUB) = ZERO
              AND AS-BASE-NET(WS-SUM-SUB) = ZERO
               GO TO 2300-EXIT
           END-IF.

           ADD 1 TO WS-ACCTS-UNTYPED.
           MOVE AS-GL-ACCOUNT(WS-SUM-SUB) TO UL-GL-ACCOUNT.
           MOVE AS-BASE-NET(WS-SUM-SUB)   TO UL-BASE-NET.
           WRITE REPORT-LINE FROM UNTYPED-LINE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CLOSING-ENTRIES - EACH INCOME AND EXPENSE BALANCE IS
      * REVERSED IN THE CLOSING PERIOD AND THE TOTAL GOES TO
      * RETAINED EARNINGS.
      *----------------------------------------------------------------
       3000-CLOSING-ENTRIES.
           MOVE WS-CLOSE-YEAR    TO JT-YEAR.
           MOVE WS-RETAINED-ACCT TO JT-RETAINED-ACCT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM JOURNAL-TITLE.
           WRITE REPORT-LINE FROM DETAIL-HEADING.

           PERFORM 3100-CLOSE-ONE-ACCOUNT THRU 3100-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-TABLE-COUNT.

      *    RETAINED EARNINGS TAKES WHAT THE INCOME AND EXPENSE
      *    ACCOUNTS GAVE UP - A CREDIT WHEN THE YEAR MADE A PROFIT.
           MOVE WS-RETAINED-ACCT  TO WS-POST-ACCOUNT.
           MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD.
           MOVE WS-PL-NET         TO WS-POST-NET.
           MOVE WS-PL-BASE-NET    TO WS-POST-BASE-NET.
           PERFORM 7000-POST-TO-LEDGER THRU 7000-EXIT.
           ADD WS-PL-NET      TO AS-NET(WS-RE-SUB).
           ADD WS-PL-BASE-NET TO AS-BASE-NET(WS-RE-SUB).
           MOVE WS-RE-SUB TO WS-SUM-SUB.
           PERFORM 7300-WRITE-JOURNAL-LINE THRU 7300-EXIT.

           MOVE SPACES TO DETAIL-LINE.
           MOVE "TOTAL CLOSING ENTRIES" TO DL-DESC.
           MOVE WS-JRNL-DEBITS  TO DL-DEBIT.
           MOVE WS-JRNL-CREDITS TO DL-CREDIT.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           COMPUTE WS-NET-INCOME-BASE = ZERO - WS-PL-BASE-NET.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "INCOME FOR THE YEAR" TO SL-TEXT.
           MOVE WS-INCOME-BASE TO SL-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "EXPENSES FOR THE YEAR" TO SL-TEXT.
           MOVE WS-EXPENSE-BASE TO SL-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "NET INCOME CLOSED TO RETAINED EARNINGS" TO SL-TEXT.
           MOVE WS-NET-INCOME-BASE TO SL-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CLOSE-ONE-ACCOUNT
      *----------------------------------------------------------------
       3100-CLOSE-ONE-ACCOUNT.
           IF NOT AS-IS-PROFIT-AND-LOSS(WS-SUM-SUB)
               GO TO 3100-EXIT
           END-IF.
           IF AS-NET(WS-SUM-SUB) = ZERO
              AND AS-BASE-NET(WS-SUM-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF.

           IF AS-TYPE(WS-SUM-SUB) = 'I'
               SUBTRACT AS-BASE-NET(WS-SUM-SUB) FROM WS-INCOME-BASE
           ELSE
               ADD AS-BASE-NET(WS-SUM-SUB) TO WS-EXPENSE-BASE
           END-IF.
           ADD AS-NET(WS-SUM-SUB)      TO WS-PL-NET.
           ADD AS-BASE-NET(WS-SUM-SUB) TO WS-PL-BASE-NET.

           MOVE AS-GL-ACCOUNT(WS-SUM-SUB) TO WS-POST-ACCOUNT.
           MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD.
           COMPUTE WS-POST-NET      = ZERO - AS-NET(WS-SUM-SUB).
           COMPUTE WS-POST-BASE-NET = ZERO - AS-BASE-NET(WS-SUM-SUB).
           PERFORM 7000-POST-TO-LEDGER THRU 7000-EXIT.
           PERFORM 7300-WRITE-JOURNAL-LINE THRU 7300-EXIT.
           ADD 1 TO WS-ACCTS-CLOSED.

           MOVE ZERO TO AS-NET(WS-SUM-SUB)
                        AS-BASE-NET(WS-SUM-SUB).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CARRY-FORWARD - EACH BALANCE-SHEET BALANCE, RETAINED
      * EARNINGS INCLUDED, LEAVES THE CLOSED YEAR IN ITS CLOSING
      * PERIOD AND OPENS THE NEW YEAR IN ITS PERIOD 00.  THE OPENING
      * BALANCES PRINT AS THE POST-CLOSE TRIAL BALANCE.
      *----------------------------------------------------------------
       4000-CARRY-FORWARD.
           COMPUTE TT-YEAR = WS-CLOSE-YEAR + 1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM TRIAL-TITLE.
           WRITE REPORT-LINE FROM DETAIL-HEADING.

           PERFORM 4100-CARRY-ONE-ACCOUNT THRU 4100-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-TABLE-COUNT.

           MOVE SPACES TO DETAIL-LINE.
           MOVE "TOTAL OPENING BALANCES" TO DL-DESC.
           MOVE WS-TB-DEBITS  TO DL-DEBIT.
           MOVE WS-TB-CREDITS TO DL-CREDIT.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           COMPUTE PL-DIFFERENCE = WS-TB-DEBITS - WS-TB-CREDITS.
           IF WS-TB-DEBITS = WS-TB-CREDITS
               MOVE "IN BALANCE" TO PL-MESSAGE
           ELSE
               MOVE "OUT OF BAL"  TO PL-MESSAGE
           END-IF.
           WRITE REPORT-LINE FROM PROOF-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CARRY-ONE-ACCOUNT
      *----------------------------------------------------------------
       4100-CARRY-ONE-ACCOUNT.
           IF NOT AS-IS-BALANCE-SHEET(WS-SUM-SUB)
               GO TO 4100-EXIT
           END-IF.
           IF AS-NET(WS-SUM-SUB) = ZERO
              AND AS-BASE-NET(WS-SUM-SUB) = ZERO
               GO TO 4100-EXIT
           END-IF.

           MOVE AS-GL-ACCOUNT(WS-SUM-SUB) TO WS-POST-ACCOUNT.
           MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD.
           COMPUTE WS-POST-NET      = ZERO - AS-NET(WS-SUM-SUB).
           COMPUTE WS-POST-BASE-NET = ZERO - AS-BASE-NET(WS-SUM-SUB).
           PERFORM 7000-POST-TO-LEDGER THRU 7000-EXIT.

           MOVE WS-OPENING-PERIOD TO WS-POST-PERIOD.
           MOVE AS-NET(WS-SUM-SUB)      TO WS-POST-NET.
           MOVE AS-BASE-NET(WS-SUM-SUB) TO WS-POST-BASE-NET.
           PERFORM 7000-POST-TO-LEDGER THRU 7000-EXIT.
           ADD 1 TO WS-ACCTS-CARRIED.

           MOVE SPACES TO DETAIL-LINE.
           MOVE AS-GL-ACCOUNT(WS-SUM-SUB) TO DL-GL-ACCOUNT.
           MOVE AS-DESC(WS-SUM-SUB)       TO DL-DESC.
           MOVE AS-TYPE(WS-SUM-SUB)       TO DL-TYPE.
           IF AS-BASE-NET(WS-SUM-SUB) > ZERO
               MOVE AS-BASE-NET(WS-SUM-SUB) TO DL-DEBIT
               ADD AS-BASE-NET(WS-SUM-SUB) TO WS-TB-DEBITS
           ELSE
               COMPUTE DL-CREDIT = ZERO - AS-BASE-NET(WS-SUM-SUB)
               SUBTRACT AS-BASE-NET(WS-SUM-SUB) FROM WS-TB-CREDITS
           END-IF.
           WRITE REPORT-LINE FROM DETAIL-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-REWRITE-LEDGER - THE HISTORY WITH ITS CLOSING AND
      * OPENING ROWS REPLACES THE FILE, THEN THE YEAR IS MARKED
      * CLOSED ON THE PERIOD FILE.
      *----------------------------------------------------------------
       5000-REWRITE-LEDGER.
           OPEN OUTPUT BALANCE-HISTORY.
           PERFORM 5100-WRITE-ONE-BALANCE THRU 5100-EXIT
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-TABLE-COUNT.
           CLOSE BALANCE-HISTORY.

           OPEN EXTEND PERIOD-FILE.
           MOVE WS-CLOSING-PERIOD TO PE-PERIOD.
           MOVE 'Y'               TO PE-STATUS.
           WRITE ACCT-PERIOD-REC.
           CLOSE PERIOD-FILE.

           DISPLAY "GLYCLS - YEAR " WS-CLOSE-YEAR
                   " CLOSED TO " WS-RETAINED-ACCT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-WRITE-ONE-BALANCE
      *----------------------------------------------------------------
       5100-WRITE-ONE-BALANCE.
           MOVE BL-GL-ACCOUNT(WS-BAL-SUB)   TO GB-GL-ACCOUNT.
           MOVE BL-PERIOD(WS-BAL-SUB)       TO GB-PERIOD.
           MOVE BL-DEBITS(WS-BAL-SUB)       TO GB-DEBITS.
           MOVE BL-CREDITS(WS-BAL-SUB)      TO GB-CREDITS.
           MOVE BL-BASE-DEBITS(WS-BAL-SUB)  TO GB-BASE-DEBITS.
           MOVE BL-BASE-CREDITS(WS-BAL-SUB) TO GB-BASE-CREDITS.
           WRITE GL-BALANCE-REC.
           ADD 1 TO WS-RECS-WRITTEN.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-POST-TO-LEDGER - WS-POST-NET AND WS-POST-BASE-NET, IN
      * LEDGER SIGN, ONTO THE ACCOUNT-AND-PERIOD ROW.  EACH MEASURE
      * GOES TO THE DEBIT OR CREDIT SIDE BY ITS OWN SIGN.  A FULL
      * TABLE STOPS THE CLOSE BEFORE ANYTHING IS REWRITTEN.
      *----------------------------------------------------------------
       7000-POST-TO-LEDGER.
           PERFORM 7100-FIND-OR-ADD-ROW THRU 7100-EXIT.
           IF WS-BAL-SUB = ZERO
               SET CLOSE-IS-REFUSED TO TRUE
               MOVE "BALANCE TABLE FULL - RAISE THE LIMIT"
                   TO WS-REFUSAL-REASON
               GO TO 7000-EXIT
           END-IF.

           IF WS-POST-NET > ZERO
               ADD WS-POST-NET TO BL-DEBITS(WS-BAL-SUB)
           ELSE
               SUBTRACT WS-POST-NET FROM BL-CREDITS(WS-BAL-SUB)
           END-IF.
           IF WS-POST-BASE-NET > ZERO
               ADD WS-POST-BASE-NET TO BL-BASE-DEBITS(WS-BAL-SUB)
           ELSE
               SUBTRACT WS-POST-BASE-NET
                   FROM BL-BASE-CREDITS(WS-BAL-SUB)
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-FIND-OR-ADD-ROW - ZERO IN WS-BAL-SUB MEANS THE TABLE IS
      * FULL.
      *----------------------------------------------------------------
       7100-FIND-OR-ADD-ROW.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-BAL-SUB.
           PERFORM 7150-CHECK-ONE-ROW THRU 7150-EXIT
               UNTIL ENTRY-WAS-FOUND
                  OR WS-BAL-SUB > WS-BAL-TABLE-COUNT.
           IF ENTRY-WAS-FOUND
               GO TO 7100-EXIT
           END-IF.

           IF WS-BAL-TABLE-COUNT >= WS-BAL-TABLE-MAX
               MOVE ZERO TO WS-BAL-SUB
               GO TO 7100-EXIT
           END-IF.

           ADD 1 TO WS-BAL-TABLE-COUNT.
           ADD 1 TO WS-ROWS-ADDED.
           MOVE WS-BAL-TABLE-COUNT TO WS-BAL-SUB.
           MOVE WS-POST-ACCOUNT TO BL-GL-ACCOUNT(WS-BAL-SUB).
           MOVE WS-POST-PERIOD  TO BL-PERIOD(WS-BAL-SUB).
           MOVE ZERO TO BL-DEBITS(WS-BAL-SUB)
                        BL-CREDITS(WS-BAL-SUB)
                        BL-BASE-DEBITS(WS-BAL-SUB)
                        BL-BASE-CREDITS(WS-BAL-SUB).
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7150-CHECK-ONE-ROW
      *----------------------------------------------------------------
       7150-CHECK-ONE-ROW.
           IF BL-GL-ACCOUNT(WS-BAL-SUB) = WS-POST-ACCOUNT
              AND BL-PERIOD(WS-BAL-SUB) = WS-POST-PERIOD
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-BAL-SUB
           END-IF.
       7150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7200-FIND-CHART - WS-SEARCH-ACCOUNT ON THE CHART, LEAVING
      * CHART-IDX ON IT WHEN FOUND.
      *----------------------------------------------------------------
       7200-FIND-CHART.
           MOVE 'N' TO WS-FOUND-SW.
           SET CHART-IDX TO 1.
           SEARCH CHART-ENTRY
               WHEN CHART-TABLE-ACCOUNT(CHART-IDX) = WS-SEARCH-ACCOUNT
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7300-WRITE-JOURNAL-LINE - THE CLOSING ENTRY JUST POSTED FOR
      * THE SUMMARY ROW, IN BASE CURRENCY.
      *----------------------------------------------------------------
       7300-WRITE-JOURNAL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE AS-GL-ACCOUNT(WS-SUM-SUB) TO DL-GL-ACCOUNT.
           MOVE AS-DESC(WS-SUM-SUB)       TO DL-DESC.
           MOVE AS-TYPE(WS-SUM-SUB)       TO DL-TYPE.
           IF WS-POST-BASE-NET > ZERO
               MOVE WS-POST-BASE-NET TO DL-DEBIT
               ADD WS-POST-BASE-NET TO WS-JRNL-DEBITS
           ELSE
               COMPUTE DL-CREDIT = ZERO - WS-POST-BASE-NET
               SUBTRACT WS-POST-BASE-NET FROM WS-JRNL-CREDITS
           END-IF.
           WRITE REPORT-LINE FROM DETAIL-LINE.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-REFUSAL - THE REASON GOES ON THE REPORT AND THE
      * INCIDENT FILE; GLBALHST AND ACCTPER ARE LEFT AS THEY WERE.
      *----------------------------------------------------------------
       8000-WRITE-REFUSAL.
           MOVE WS-REFUSAL-REASON TO RF-REASON.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REFUSAL-LINE.
           DISPLAY "GLYCLS - YEAR NOT CLOSED - " WS-REFUSAL-REASON.
           PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT.
           MOVE 16 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.
           CLOSE CLOSE-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - WHEN THE YEAR CLOSES, EVERY
      * HISTORY ROW READ IS WRITTEN BACK WITH THE CLOSING AND
      * OPENING ROWS ADDED; OTHERWISE NOTHING IS WRITTEN.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-RECS-READ    TO CT-RECORDS-READ.
           MOVE WS-RECS-WRITTEN TO CT-RECORDS-PROCESSED.
           IF WS-RECS-WRITTEN = ZERO
              OR WS-RECS-WRITTEN = WS-RECS-READ + WS-ROWS-ADDED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
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
           MOVE "GLYCLS  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-RECS-READ TO IR-RECORDS-SO-FAR.
           MOVE "YEAR-END CLOSE" TO IR-PHASE.
           MOVE WS-CLOSE-YEAR TO IR-LAST-KEY.
           MOVE WS-REFUSAL-REASON TO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
