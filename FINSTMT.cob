       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-STATEMENTS.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MONTH-END BALANCE SHEET AND
      *                 INCOME STATEMENT FROM GLBALHST IN BASE
      *                 CURRENCY.  EACH CHART ACCOUNT CARRIES ITS TYPE,
      *                 STATEMENT LINE AND SORT ORDER; ACCOUNTS ON THE
      *                 SAME LINE ARE ADDED TOGETHER.  THREE COLUMNS:
      *                 THE BUSINESS MONTH, THE MONTH BEFORE, AND THE
      *                 SAME MONTH LAST YEAR.  THE BALANCE SHEET TAKES
      *                 EVERY PERIOD UP TO THE COLUMN'S MONTH; THE
      *                 INCOME STATEMENT THE COLUMN'S MONTH ALONE.
      *                 INCOME LESS EXPENSE FOR THE YEAR TO DATE IS
      *                 CURRENT-YEAR EARNINGS IN EQUITY, AND ANY EARLIER
      *                 YEAR NOT YET CLOSED OUT PRINTS AS ITS OWN EQUITY
      *                 LINE.  IF ANY COLUMN'S ASSETS DO NOT EQUAL ITS
      *                 LIABILITIES AND EQUITY THE STATEMENTS ARE NOT
      *                 PRINTED - THE REPORT CARRIES THE DIFFERENCES
      *                 AND ANY ACCOUNT THE CHART DOES NOT PLACE, AND
      *                 THE STEP ENDS WITH CONDITION CODE 16.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO GLBALHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO FINSTMT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  BALANCE-HISTORY
           RECORDING MODE IS F.
       COPY GLBALHST.

       FD  STATEMENT-REPORT
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
           05 WS-CHART-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-BAL-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-FOUND-SW           PIC X(01) VALUE 'N'.
              88 ENTRY-WAS-FOUND            VALUE 'Y'.
           05 WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-BALANCE-SW         PIC X(01) VALUE 'Y'.
              88 STATEMENTS-BALANCE         VALUE 'Y'.
              88 STATEMENTS-DO-NOT-BALANCE  VALUE 'N'.

       01  WS-CHART-FILE-STATUS     PIC X(02).
           88 CHART-FILE-NOT-FOUND         VALUE '35'.
       01  WS-BAL-FILE-STATUS       PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * THE THREE STATEMENT COLUMNS - PERIOD (YYYYMM) AND THE FIRST
      * PERIOD OF THAT PERIOD'S YEAR.  1 IS THE BUSINESS MONTH, 2 THE
      * MONTH BEFORE, 3 THE SAME MONTH LAST YEAR.
      *----------------------------------------------------------------
       01  WS-COLUMN-TABLE.
           05 WS-COLUMN OCCURS 3 TIMES.
              10 WS-COL-PERIOD      PIC 9(06).
              10 WS-COL-PARTS REDEFINES WS-COL-PERIOD.
                 15 WS-COL-YYYY     PIC 9(04).
                 15 WS-COL-MM       PIC 9(02).
              10 WS-COL-YEAR-START  PIC 9(06).
      *          EARNINGS OF THE COLUMN'S YEAR TO DATE, AND OF
      *          EARLIER YEARS NOT YET CLOSED, IN LEDGER SIGN.
              10 WS-COL-CYE         PIC S9(13)V99.
              10 WS-COL-UNCLOSED    PIC S9(13)V99.
      *          ACCOUNTS THE CHART DOES NOT PLACE, LEDGER SIGN.
              10 WS-COL-UNPLACED    PIC S9(13)V99.
      *          TYPE TOTALS, LEDGER SIGN - A, L, E, I, X.
              10 WS-COL-TYPE-SUM    PIC S9(13)V99 OCCURS 5 TIMES.
              10 WS-COL-TOT-ASSETS  PIC S9(13)V99.
              10 WS-COL-TOT-LIAB-EQ PIC S9(13)V99.
              10 WS-COL-DIFFERENCE  PIC S9(13)V99.
       01  WS-COL                  PIC 9(01) COMP.

      *----------------------------------------------------------------
      * ACCOUNT TYPES IN STATEMENT ORDER.  THE SUBSCRIPT OF A TYPE IN
      * THIS LIST IS ITS TYPE NUMBER IN THE TABLES BELOW.  A CREDIT-
      * NATURE TYPE PRINTS WITH ITS LEDGER SIGN TURNED OVER.
      *----------------------------------------------------------------
       01  WS-TYPE-LIST-DATA.
           05 FILLER               PIC X(02) VALUE "AD".
           05 FILLER               PIC X(02) VALUE "LC".
           05 FILLER               PIC X(02) VALUE "EC".
           05 FILLER               PIC X(02) VALUE "IC".
           05 FILLER               PIC X(02) VALUE "XD".
       01  WS-TYPE-LIST REDEFINES WS-TYPE-LIST-DATA.
           05 WS-TYPE-ENTRY OCCURS 5 TIMES.
              10 WS-TYPE-CODE       PIC X(01).
              10 WS-TYPE-NATURE     PIC X(01).
                 88 TYPE-IS-CREDIT-NATURE   VALUE 'C'.
       01  WS-TYPE-NO              PIC 9(01) COMP.
       01  WS-PRINT-TYPE-NO        PIC 9(01) COMP.

      *----------------------------------------------------------------
      * CHART TABLE - EACH ACCOUNT WITH THE STATEMENT LINE IT ADDS
      * TO.  LINE ZERO MEANS THE CHART GIVES THE ACCOUNT NO TYPE.
      *----------------------------------------------------------------
       01  WS-CHART-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  WS-CHART-TABLE-MAX      PIC 9(04) VALUE 500.
       01  GL-CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-CHART-TABLE-COUNT
                 INDEXED BY CHART-IDX.
              10 CHART-TABLE-ACCOUNT PIC X(10).
              10 CHART-TABLE-LINE    PIC 9(04) COMP.

      *----------------------------------------------------------------
      * STATEMENT-LINE TABLE - ONE ROW PER TYPE AND LINE TEXT, WITH
      * THE LOWEST SORT ORDER OF ITS ACCOUNTS, HOLDING THE LINE'S
      * THREE COLUMN AMOUNTS IN LEDGER SIGN.
      *----------------------------------------------------------------
       01  WS-LINE-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-LINE-TABLE-MAX       PIC 9(04) VALUE 300.
       01  STATEMENT-LINE-TABLE.
           05 ST-ENTRY OCCURS 0 TO 300 TIMES
                 DEPENDING ON WS-LINE-TABLE-COUNT
                 INDEXED BY ST-IDX.
              10 ST-TYPE-NO         PIC 9(01).
              10 ST-TEXT            PIC X(30).
              10 ST-SORT-ORDER      PIC 9(04).
              10 ST-AMOUNT          PIC S9(13)V99 OCCURS 3 TIMES.
              10 ST-PRINTED-SW      PIC X(01).
                 88 ST-LINE-IS-PRINTED      VALUE 'Y'.
       01  WS-LINE-SUB             PIC 9(04) COMP.
       01  WS-BEST-SUB             PIC 9(04) COMP.
       01  WS-SEARCH-TEXT          PIC X(30).
       01  WS-SEARCH-SORT          PIC 9(04).

      *----------------------------------------------------------------
      * UNPLACED-ACCOUNT TABLE - A HISTORY ACCOUNT NOT ON THE CHART,
      * OR ON IT WITH NO TYPE, IS LISTED SO IT CAN BE CLASSIFIED.
      *----------------------------------------------------------------
       01  WS-UNPL-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-UNPL-TABLE-MAX       PIC 9(04) VALUE 100.
       01  UNPLACED-TABLE.
           05 UP-ENTRY OCCURS 0 TO 100 TIMES
                 DEPENDING ON WS-UNPL-TABLE-COUNT
                 INDEXED BY UP-IDX.
              10 UP-GL-ACCOUNT      PIC X(10).
              10 UP-AMOUNT          PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-UNPL-SUB             PIC 9(04) COMP.

       01  WS-ROW-NET              PIC S9(13)V99.
       01  WS-SEARCH-ACCOUNT       PIC X(10).

      *----------------------------------------------------------------
      * ONE PRINT ROW - TEXT AND THREE PRESENTATION AMOUNTS - AND THE
      * RUNNING TOTAL OF THE SECTION BEING PRINTED.
      *----------------------------------------------------------------
       01  WS-ROW-TEXT             PIC X(34).
       01  WS-ROW-AMOUNTS.
           05 WS-ROW-AMOUNT        PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-SECTION-TOTALS.
           05 WS-SECTION-TOTAL     PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-INCOME-TOTALS.
           05 WS-INCOME-TOTAL      PIC S9(13)V99 OCCURS 3 TIMES.
       01  WS-EQUITY-TOTALS.
           05 WS-EQUITY-TOTAL      PIC S9(13)V99 OCCURS 3 TIMES.

       01  WS-COUNTS.
           05 WS-RECS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-RECS-PLACED        PIC 9(7) COMP VALUE 0.
           05 WS-RECS-UNPLACED      PIC 9(7) COMP VALUE 0.
           05 WS-LINES-PRINTED      PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "FINSTM".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  STATEMENT-TITLE.
           05 STT-TEXT              PIC X(40).
           05 STT-PERIOD-YYYY       PIC 9(04).
           05 FILLER                PIC X(01) VALUE "-".
           05 STT-PERIOD-MM         PIC 9(02).

       01  COLUMN-HEADING.
           05 FILLER                PIC X(34) VALUE SPACES.
           05 CH-COLUMN OCCURS 3 TIMES.
              10 FILLER             PIC X(02).
              10 FILLER             PIC X(12).
              10 CH-YYYY            PIC 9(04).
              10 CH-DASH            PIC X(01).
              10 CH-MM              PIC 9(02).

       01  SECTION-HEADING.
           05 SH-TEXT               PIC X(34).

       01  STATEMENT-DETAIL.
           05 SD-TEXT               PIC X(34).
           05 SD-COLUMN OCCURS 3 TIMES.
              10 FILLER             PIC X(02).
              10 SD-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  REFUSAL-LINE-1.
           05 FILLER                PIC X(60) VALUE
              "STATEMENTS NOT PRINTED - BALANCE SHEET DOES NOT BALANCE".

       01  REFUSAL-LINE-2.
           05 FILLER                PIC X(60) VALUE
              "CLASSIFY UNPLACED ACCOUNTS ON GLCHART OR CORRECT THE GL".

       01  UNPLACED-HEADING.
           05 FILLER                PIC X(50) VALUE
              "ACCOUNTS IN THE HISTORY THE CHART DOES NOT PLACE".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "FINSTM  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-TAKE-ONE-BALANCE THRU 2000-EXIT
               UNTIL END-OF-BALANCES.
           PERFORM 3000-CHECK-BALANCE    THRU 3000-EXIT.
           IF STATEMENTS-BALANCE
               PERFORM 4000-BALANCE-SHEET     THRU 4000-EXIT
               PERFORM 5000-INCOME-STATEMENT  THRU 5000-EXIT
           ELSE
               PERFORM 3500-WRITE-REFUSAL     THRU 3500-EXIT
           END-IF.
           PERFORM 7000-LIST-UNPLACED    THRU 7000-EXIT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-RECS-READ TO RQ-RECORD-COUNT
               MOVE WS-LINES-PRINTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE BUSINESS DATE IS TAKEN FIRST SO THE
      * COLUMNS ARE KNOWN BEFORE THE HISTORY IS READ.  THE CHART IS
      * LOADED BEFORE THE REPORT IS OPENED; A TABLE PAST ITS LIMIT
      * STOPS THE RUN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.
           PERFORM 1100-SET-COLUMNS       THRU 1100-EXIT.

           OPEN INPUT GL-CHART.
           IF NOT CHART-FILE-NOT-FOUND
               PERFORM 1170-LOAD-ONE-CHART THRU 1170-EXIT
                   UNTIL END-OF-GL-CHART
               CLOSE GL-CHART
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - CHART TABLE FULL, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT STATEMENT-REPORT.
           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           OPEN INPUT BALANCE-HISTORY.
           IF BAL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-BAL-EOF-SW
           END-IF.
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
      * 1100-SET-COLUMNS - BUSINESS MONTH, THE MONTH BEFORE IT, AND
      * THE SAME MONTH A YEAR EARLIER, EACH WITH ITS YEAR'S START.
      *----------------------------------------------------------------
       1100-SET-COLUMNS.
           INITIALIZE WS-COLUMN-TABLE.
           MOVE WS-BUS-DATE-RAW(1:6) TO WS-COL-PERIOD(1).

           MOVE WS-COL-PERIOD(1) TO WS-COL-PERIOD(2).
           IF WS-COL-MM(2) = 01
               SUBTRACT 1 FROM WS-COL-YYYY(2)
               MOVE 12 TO WS-COL-MM(2)
           ELSE
               SUBTRACT 1 FROM WS-COL-MM(2)
           END-IF.

           MOVE WS-COL-PERIOD(1) TO WS-COL-PERIOD(3).
           SUBTRACT 1 FROM WS-COL-YYYY(3).

           PERFORM 1150-SET-YEAR-START THRU 1150-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 3.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-SET-YEAR-START
      *----------------------------------------------------------------
       1150-SET-YEAR-START.
           COMPUTE WS-COL-YEAR-START(WS-COL) =
               WS-COL-YYYY(WS-COL) * 100 + 1.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1170-LOAD-ONE-CHART - A TYPED ACCOUNT JOINS ITS STATEMENT
      * LINE; A BLANK LINE TEXT FALLS BACK TO THE DESCRIPTION AND A
      * MISSING SORT ORDER PRINTS LAST.
      *----------------------------------------------------------------
       1170-LOAD-ONE-CHART.
           READ GL-CHART
               AT END
                   MOVE 'Y' TO WS-CHART-EOF-SW
                   GO TO 1170-EXIT
           END-READ.

           IF WS-CHART-TABLE-COUNT >= WS-CHART-TABLE-MAX
               DISPLAY "CHART TABLE FULL AT "
                       WS-CHART-TABLE-MAX " ACCOUNTS"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-CHART-EOF-SW
               GO TO 1170-EXIT
           END-IF.

           ADD 1 TO WS-CHART-TABLE-COUNT.
           MOVE CA-GL-ACCOUNT
               TO CHART-TABLE-ACCOUNT(WS-CHART-TABLE-COUNT).
           MOVE ZERO          TO CHART-TABLE-LINE(WS-CHART-TABLE-COUNT).
           IF NOT CA-TYPE-IS-VALID
               GO TO 1170-EXIT
           END-IF.

           MOVE ZERO TO WS-TYPE-NO.
           PERFORM 1175-MATCH-ONE-TYPE THRU 1175-EXIT
               VARYING WS-PRINT-TYPE-NO FROM 1 BY 1
               UNTIL WS-PRINT-TYPE-NO > 5.

           IF CA-STMT-LINE = SPACES
               MOVE CA-DESCRIPTION TO WS-SEARCH-TEXT
           ELSE
               MOVE CA-STMT-LINE   TO WS-SEARCH-TEXT
           END-IF.
           IF CA-SORT-ORDER IS NUMERIC
               MOVE CA-SORT-ORDER  TO WS-SEARCH-SORT
           ELSE
               MOVE 9999           TO WS-SEARCH-SORT
           END-IF.

           PERFORM 1180-FIND-OR-ADD-LINE THRU 1180-EXIT.
           MOVE WS-LINE-SUB TO CHART-TABLE-LINE(WS-CHART-TABLE-COUNT).
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1175-MATCH-ONE-TYPE
      *----------------------------------------------------------------
       1175-MATCH-ONE-TYPE.
           IF WS-TYPE-CODE(WS-PRINT-TYPE-NO) = CA-ACCOUNT-TYPE
               MOVE WS-PRINT-TYPE-NO TO WS-TYPE-NO
           END-IF.
       1175-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1180-FIND-OR-ADD-LINE - RETURNS THE LINE FOR WS-TYPE-NO AND
      * WS-SEARCH-TEXT IN WS-LINE-SUB, KEEPING THE LOWEST SORT ORDER
      * OF THE ACCOUNTS ON IT.  ZERO MEANS THE TABLE IS FULL.
      *----------------------------------------------------------------
       1180-FIND-OR-ADD-LINE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM 1185-CHECK-ONE-LINE THRU 1185-EXIT
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-LINE-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               IF WS-SEARCH-SORT < ST-SORT-ORDER(WS-LINE-SUB)
                   MOVE WS-SEARCH-SORT TO ST-SORT-ORDER(WS-LINE-SUB)
               END-IF
               GO TO 1180-EXIT
           END-IF.

           IF WS-LINE-TABLE-COUNT >= WS-LINE-TABLE-MAX
               DISPLAY "STATEMENT LINE TABLE FULL AT "
                       WS-LINE-TABLE-MAX " LINES"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-CHART-EOF-SW
               GO TO 1180-EXIT
           END-IF.

           ADD 1 TO WS-LINE-TABLE-COUNT.
           MOVE WS-LINE-TABLE-COUNT TO WS-LINE-SUB.
           MOVE WS-TYPE-NO     TO ST-TYPE-NO(WS-LINE-SUB).
           MOVE WS-SEARCH-TEXT TO ST-TEXT(WS-LINE-SUB).
           MOVE WS-SEARCH-SORT TO ST-SORT-ORDER(WS-LINE-SUB).
           MOVE ZERO TO ST-AMOUNT(WS-LINE-SUB, 1)
                        ST-AMOUNT(WS-LINE-SUB, 2)
                        ST-AMOUNT(WS-LINE-SUB, 3).
           MOVE 'N'            TO ST-PRINTED-SW(WS-LINE-SUB).
       1180-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1185-CHECK-ONE-LINE
      *----------------------------------------------------------------
       1185-CHECK-ONE-LINE.
           IF ST-TYPE-NO(ST-IDX) = WS-TYPE-NO
              AND ST-TEXT(ST-IDX) = WS-SEARCH-TEXT
               SET WS-LINE-SUB TO ST-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1185-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-TAKE-ONE-BALANCE - ONE HISTORY ROW, NETTED IN BASE
      * CURRENCY, INTO EACH COLUMN IT BELONGS TO.
      *----------------------------------------------------------------
       2000-TAKE-ONE-BALANCE.
           READ BALANCE-HISTORY
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-RECS-READ.
           COMPUTE WS-ROW-NET = GB-BASE-DEBITS - GB-BASE-CREDITS.

           MOVE ZERO TO WS-LINE-SUB.
           MOVE GB-GL-ACCOUNT TO WS-SEARCH-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2050-CHECK-ONE-CHART THRU 2050-EXIT
               VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > WS-CHART-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.

           IF WS-LINE-SUB = ZERO
               ADD 1 TO WS-RECS-UNPLACED
               PERFORM 2300-TAKE-UNPLACED THRU 2300-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-RECS-PLACED.
           MOVE ST-TYPE-NO(WS-LINE-SUB) TO WS-TYPE-NO.
           PERFORM 2100-APPLY-TO-COLUMN THRU 2100-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 3.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-CHECK-ONE-CHART
      *----------------------------------------------------------------
       2050-CHECK-ONE-CHART.
           IF CHART-TABLE-ACCOUNT(CHART-IDX) = WS-SEARCH-ACCOUNT
               MOVE CHART-TABLE-LINE(CHART-IDX) TO WS-LINE-SUB
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-APPLY-TO-COLUMN - A BALANCE-SHEET ACCOUNT TAKES EVERY
      * PERIOD UP TO THE COLUMN'S.  AN INCOME OR EXPENSE ACCOUNT
      * TAKES THE COLUMN'S PERIOD ON ITS LINE; EVERY PERIOD UP TO IT
      * ALSO GOES TO THE COLUMN'S EARNINGS - THIS YEAR'S OR EARLIER
      * YEARS' NOT YET CLOSED.
      *----------------------------------------------------------------
       2100-APPLY-TO-COLUMN.
           IF GB-PERIOD > WS-COL-PERIOD(WS-COL)
               GO TO 2100-EXIT
           END-IF.

           IF WS-TYPE-NO < 4
               ADD WS-ROW-NET TO ST-AMOUNT(WS-LINE-SUB, WS-COL)
               GO TO 2100-EXIT
           END-IF.

           IF GB-PERIOD = WS-COL-PERIOD(WS-COL)
               ADD WS-ROW-NET TO ST-AMOUNT(WS-LINE-SUB, WS-COL)
           END-IF.
           IF GB-PERIOD < WS-COL-YEAR-START(WS-COL)
               ADD WS-ROW-NET TO WS-COL-UNCLOSED(WS-COL)
           ELSE
               ADD WS-ROW-NET TO WS-COL-CYE(WS-COL)
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-TAKE-UNPLACED - THE ACCOUNT'S BALANCE TO EACH COLUMN IS
      * KEPT FOR THE LISTING AND FOR THE BALANCE CHECK.
      *----------------------------------------------------------------
       2300-TAKE-UNPLACED.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-UNPL-SUB.
           PERFORM 2350-CHECK-ONE-UNPLACED THRU 2350-EXIT
               VARYING UP-IDX FROM 1 BY 1
               UNTIL UP-IDX > WS-UNPL-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF NOT ENTRY-WAS-FOUND
              AND WS-UNPL-TABLE-COUNT < WS-UNPL-TABLE-MAX
               ADD 1 TO WS-UNPL-TABLE-COUNT
               MOVE WS-UNPL-TABLE-COUNT TO WS-UNPL-SUB
               MOVE WS-SEARCH-ACCOUNT TO UP-GL-ACCOUNT(WS-UNPL-SUB)
               MOVE ZERO TO UP-AMOUNT(WS-UNPL-SUB, 1)
                            UP-AMOUNT(WS-UNPL-SUB, 2)
                            UP-AMOUNT(WS-UNPL-SUB, 3)
           END-IF.

           PERFORM 2360-ADD-UNPLACED-COLUMN THRU 2360-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 3.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-CHECK-ONE-UNPLACED
      *----------------------------------------------------------------
       2350-CHECK-ONE-UNPLACED.
           IF UP-GL-ACCOUNT(UP-IDX) = WS-SEARCH-ACCOUNT
               SET WS-UNPL-SUB TO UP-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2360-ADD-UNPLACED-COLUMN - PAST THE LISTING'S LIMIT THE
      * AMOUNT STILL COUNTS AGAINST THE BALANCE.
      *----------------------------------------------------------------
       2360-ADD-UNPLACED-COLUMN.
           IF GB-PERIOD > WS-COL-PERIOD(WS-COL)
               GO TO 2360-EXIT
           END-IF.
           ADD WS-ROW-NET TO WS-COL-UNPLACED(WS-COL).
           IF WS-UNPL-SUB > ZERO
               ADD WS-ROW-NET TO UP-AMOUNT(WS-UNPL-SUB, WS-COL)
           END-IF.
       2360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-BALANCE - PER COLUMN, ASSETS AGAINST LIABILITIES
      * PLUS EQUITY PLUS EARNINGS, BOTH IN PRESENTATION SIGN.  ANY
      * COLUMN OUT BY SO MUCH AS A CENT STOPS THE STATEMENTS, AS DOES
      * A BALANCE ON AN ACCOUNT THE STATEMENTS WOULD LEAVE OUT.
      *----------------------------------------------------------------
       3000-CHECK-BALANCE.
           PERFORM 3100-ADD-ONE-LINE THRU 3100-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-TABLE-COUNT.

           PERFORM 3200-CHECK-ONE-COLUMN THRU 3200-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 3.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-ADD-ONE-LINE
      *----------------------------------------------------------------
       3100-ADD-ONE-LINE.
           MOVE ST-TYPE-NO(WS-LINE-SUB) TO WS-TYPE-NO.
           PERFORM 3110-ADD-LINE-COLUMN THRU 3110-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 3.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3110-ADD-LINE-COLUMN
      *----------------------------------------------------------------
       3110-ADD-LINE-COLUMN.
           ADD ST-AMOUNT(WS-LINE-SUB, WS-COL)
               TO WS-COL-TYPE-SUM(WS-COL, WS-TYPE-NO).
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-ONE-COLUMN
      *----------------------------------------------------------------
       3200-CHECK-ONE-COLUMN.
           MOVE WS-COL-TYPE-SUM(WS-COL, 1) TO WS-COL-TOT-ASSETS(WS-COL).
           COMPUTE WS-COL-TOT-LIAB-EQ(WS-COL) = ZERO
               - WS-COL-TYPE-SUM(WS-COL, 2)
               - WS-COL-TYPE-SUM(WS-COL, 3)
               - WS-COL-UNCLOSED(WS-COL)
               - WS-COL-CYE(WS-COL).
           COMPUTE WS-COL-DIFFERENCE(WS-COL) =
               WS-COL-TOT-ASSETS(WS-COL) - WS-COL-TOT-LIAB-EQ(WS-COL).
           IF WS-COL-DIFFERENCE(WS-COL) NOT = ZERO
              OR WS-COL-UNPLACED(WS-COL) NOT = ZERO
               SET STATEMENTS-DO-NOT-BALANCE TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-WRITE-REFUSAL - THE TOTALS THAT FAILED TO AGREE, PER
      * COLUMN, GO ON THE REPORT INSTEAD OF THE STATEMENTS, AND THE
      * INCIDENT IS LOGGED FOR THE MORNING SUMMARY.
      *----------------------------------------------------------------
       3500-WRITE-REFUSAL.
           WRITE REPORT-LINE FROM REFUSAL-LINE-1.
           WRITE REPORT-LINE FROM REFUSAL-LINE-2.
           PERFORM 6700-WRITE-COLUMN-HEADING THRU 6700-EXIT.

           MOVE "  TOTAL ASSETS" TO WS-ROW-TEXT.
           MOVE WS-COL-TOT-ASSETS(1) TO WS-ROW-AMOUNT(1).
           MOVE WS-COL-TOT-ASSETS(2) TO WS-ROW-AMOUNT(2).
           MOVE WS-COL-TOT-ASSETS(3) TO WS-ROW-AMOUNT(3).
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.

           MOVE "  TOTAL LIABILITIES AND EQUITY" TO WS-ROW-TEXT.
           MOVE WS-COL-TOT-LIAB-EQ(1) TO WS-ROW-AMOUNT(1).
           MOVE WS-COL-TOT-LIAB-EQ(2) TO WS-ROW-AMOUNT(2).
           MOVE WS-COL-TOT-LIAB-EQ(3) TO WS-ROW-AMOUNT(3).
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.

           MOVE "  DIFFERENCE" TO WS-ROW-TEXT.
           MOVE WS-COL-DIFFERENCE(1) TO WS-ROW-AMOUNT(1).
           MOVE WS-COL-DIFFERENCE(2) TO WS-ROW-AMOUNT(2).
           MOVE WS-COL-DIFFERENCE(3) TO WS-ROW-AMOUNT(3).
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.

           MOVE "  ACCOUNTS NOT ON THE STATEMENTS" TO WS-ROW-TEXT.
           MOVE WS-COL-UNPLACED(1) TO WS-ROW-AMOUNT(1).
           MOVE WS-COL-UNPLACED(2) TO WS-ROW-AMOUNT(2).
           MOVE WS-COL-UNPLACED(3) TO WS-ROW-AMOUNT(3).
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.

           DISPLAY "FINSTM - BALANCE SHEET OUT OF BALANCE, "
                   "STATEMENTS NOT PRINTED".
           PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT.
           MOVE 16 TO RETURN-CODE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-BALANCE-SHEET - ASSETS, THEN LIABILITIES, THEN EQUITY
      * WITH THE EARNINGS LINES, EACH SECTION TOTALLED.
      *----------------------------------------------------------------
       4000-BALANCE-SHEET.
           MOVE "BALANCE SHEET AT THE CLOSE OF" TO STT-TEXT.
           MOVE WS-COL-YYYY(1) TO STT-PERIOD-YYYY.
           MOVE WS-COL-MM(1)   TO STT-PERIOD-MM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM STATEMENT-TITLE.
           PERFORM 6700-WRITE-COLUMN-HEADING THRU 6700-EXIT.

           MOVE "ASSETS" TO SH-TEXT.
           MOVE 1 TO WS-PRINT-TYPE-NO.
           PERFORM 6000-PRINT-SECTION THRU 6000-EXIT.
           MOVE "TOTAL ASSETS" TO WS-ROW-TEXT.
           MOVE WS-SECTION-TOTALS TO WS-ROW-AMOUNTS.
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.

           MOVE "LIABILITIES" TO SH-TEXT.
           MOVE 2 TO WS-PRINT-TYPE-NO.
           PERFORM 6000-PRINT-SECTION THRU 6000-EXIT.
           MOVE "TOTAL LIABILITIES" TO WS-ROW-TEXT.
           MOVE WS-SECTION-TOTALS TO WS-ROW-AMOUNTS.
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.
           MOVE WS-SECTION-TOTALS TO WS-EQUITY-TOTALS.

           MOVE "EQUITY" TO SH-TEXT.
           MOVE 3 TO WS-PRINT-TYPE-NO.
           PERFORM 6000-PRINT-SECTION THRU 6000-EXIT.

           IF WS-COL-UNCLOSED(1) NOT = ZERO
              OR WS-COL-UNCLOSED(2) NOT = ZERO
              OR WS-COL-UNCLOSED(3) NOT = ZERO
               MOVE "  EARLIER YEARS NOT YET CLOSED" TO WS-ROW-TEXT
               COMPUTE WS-ROW-AMOUNT(1) = ZERO - WS-COL-UNCLOSED(1)
               COMPUTE WS-ROW-AMOUNT(2) = ZERO - WS-COL-UNCLOSED(2)
               COMPUTE WS-ROW-AMOUNT(3) = ZERO - WS-COL-UNCLOSED(3)
               PERFORM 6800-WRITE-ROW THRU 6800-EXIT
               ADD WS-ROW-AMOUNT(1) TO WS-SECTION-TOTAL(1)
               ADD WS-ROW-AMOUNT(2) TO WS-SECTION-TOTAL(2)
               ADD WS-ROW-AMOUNT(3) TO WS-SECTION-TOTAL(3)
           END-IF.

           MOVE "  CURRENT-YEAR EARNINGS" TO WS-ROW-TEXT.
           COMPUTE WS-ROW-AMOUNT(1) = ZERO - WS-COL-CYE(1).
           COMPUTE WS-ROW-AMOUNT(2) = ZERO - WS-COL-CYE(2).
           COMPUTE WS-ROW-AMOUNT(3) = ZERO - WS-COL-CYE(3).
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.
           ADD WS-ROW-AMOUNT(1) TO WS-SECTION-TOTAL(1).
           ADD WS-ROW-AMOUNT(2) TO WS-SECTION-TOTAL(2).
           ADD WS-ROW-AMOUNT(3) TO WS-SECTION-TOTAL(3).

           MOVE "TOTAL EQUITY" TO WS-ROW-TEXT.
           MOVE WS-SECTION-TOTALS TO WS-ROW-AMOUNTS.
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.

           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-ROW-TEXT.
           COMPUTE WS-ROW-AMOUNT(1) =
               WS-EQUITY-TOTAL(1) + WS-SECTION-TOTAL(1).
           COMPUTE WS-ROW-AMOUNT(2) =
               WS-EQUITY-TOTAL(2) + WS-SECTION-TOTAL(2).
           COMPUTE WS-ROW-AMOUNT(3) =
               WS-EQUITY-TOTAL(3) + WS-SECTION-TOTAL(3).
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-INCOME-STATEMENT - INCOME, THEN EXPENSES, THEN NET
      * INCOME, FOR EACH COLUMN'S MONTH ALONE.
      *----------------------------------------------------------------
       5000-INCOME-STATEMENT.
           MOVE "INCOME STATEMENT FOR THE MONTH OF" TO STT-TEXT.
           MOVE WS-COL-YYYY(1) TO STT-PERIOD-YYYY.
           MOVE WS-COL-MM(1)   TO STT-PERIOD-MM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM STATEMENT-TITLE.
           PERFORM 6700-WRITE-COLUMN-HEADING THRU 6700-EXIT.

           MOVE "INCOME" TO SH-TEXT.
           MOVE 4 TO WS-PRINT-TYPE-NO.
           PERFORM 6000-PRINT-SECTION THRU 6000-EXIT.
           MOVE "TOTAL INCOME" TO WS-ROW-TEXT.
           MOVE WS-SECTION-TOTALS TO WS-ROW-AMOUNTS.
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.
           MOVE WS-SECTION-TOTALS TO WS-INCOME-TOTALS.

           MOVE "EXPENSES" TO SH-TEXT.
           MOVE 5 TO WS-PRINT-TYPE-NO.
           PERFORM 6000-PRINT-SECTION THRU 6000-EXIT.
           MOVE "TOTAL EXPENSES" TO WS-ROW-TEXT.
           MOVE WS-SECTION-TOTALS TO WS-ROW-AMOUNTS.
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.

           MOVE "NET INCOME" TO WS-ROW-TEXT.
           COMPUTE WS-ROW-AMOUNT(1) =
               WS-INCOME-TOTAL(1) - WS-SECTION-TOTAL(1).
           COMPUTE WS-ROW-AMOUNT(2) =
               WS-INCOME-TOTAL(2) - WS-SECTION-TOTAL(2).
           COMPUTE WS-ROW-AMOUNT(3) =
               WS-INCOME-TOTAL(3) - WS-SECTION-TOTAL(3).
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-SECTION - THE HEADING, THEN EVERY LINE OF TYPE
      * WS-PRINT-TYPE-NO IN SORT ORDER, TOTALLED IN WS-SECTION-TOTALS.
      * A LINE NIL IN ALL THREE COLUMNS IS LEFT OFF.
      *----------------------------------------------------------------
       6000-PRINT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-TOTAL(1)
                        WS-SECTION-TOTAL(2)
                        WS-SECTION-TOTAL(3).

           MOVE 1 TO WS-BEST-SUB.
           PERFORM 6100-PRINT-NEXT-LINE THRU 6100-EXIT
               UNTIL WS-BEST-SUB = ZERO.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-PRINT-NEXT-LINE - PICKS THE UNPRINTED LINE OF THE TYPE
      * WITH THE LOWEST SORT ORDER AND PRINTS IT.
      *----------------------------------------------------------------
       6100-PRINT-NEXT-LINE.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM 6150-CHECK-ONE-LINE THRU 6150-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-TABLE-COUNT.
           IF WS-BEST-SUB = ZERO
               GO TO 6100-EXIT
           END-IF.

           MOVE 'Y' TO ST-PRINTED-SW(WS-BEST-SUB).
           IF ST-AMOUNT(WS-BEST-SUB, 1) = ZERO
              AND ST-AMOUNT(WS-BEST-SUB, 2) = ZERO
              AND ST-AMOUNT(WS-BEST-SUB, 3) = ZERO
               GO TO 6100-EXIT
           END-IF.

           MOVE SPACES TO WS-ROW-TEXT.
           MOVE ST-TEXT(WS-BEST-SUB) TO WS-ROW-TEXT(3:30).
           PERFORM 6200-SET-ROW-AMOUNT THRU 6200-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 3.
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6150-CHECK-ONE-LINE
      *----------------------------------------------------------------
       6150-CHECK-ONE-LINE.
           IF ST-TYPE-NO(WS-LINE-SUB) NOT = WS-PRINT-TYPE-NO
              OR ST-LINE-IS-PRINTED(WS-LINE-SUB)
               GO TO 6150-EXIT
           END-IF.
           IF WS-BEST-SUB = ZERO
               MOVE WS-LINE-SUB TO WS-BEST-SUB
               GO TO 6150-EXIT
           END-IF.
           IF ST-SORT-ORDER(WS-LINE-SUB) < ST-SORT-ORDER(WS-BEST-SUB)
               MOVE WS-LINE-SUB TO WS-BEST-SUB
           END-IF.
       6150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-SET-ROW-AMOUNT - A CREDIT-NATURE LINE PRINTS WITH ITS
      * LEDGER SIGN TURNED OVER, SO A NORMAL BALANCE IS POSITIVE.
      *----------------------------------------------------------------
       6200-SET-ROW-AMOUNT.
           IF TYPE-IS-CREDIT-NATURE(WS-PRINT-TYPE-NO)
               COMPUTE WS-ROW-AMOUNT(WS-COL) =
                   ZERO - ST-AMOUNT(WS-BEST-SUB, WS-COL)
           ELSE
               MOVE ST-AMOUNT(WS-BEST-SUB, WS-COL)
                   TO WS-ROW-AMOUNT(WS-COL)
           END-IF.
           ADD WS-ROW-AMOUNT(WS-COL) TO WS-SECTION-TOTAL(WS-COL).
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6700-WRITE-COLUMN-HEADING
      *----------------------------------------------------------------
       6700-WRITE-COLUMN-HEADING.
           MOVE SPACES TO COLUMN-HEADING.
           PERFORM 6750-SET-ONE-HEADING THRU 6750-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 3.
           WRITE REPORT-LINE FROM COLUMN-HEADING.
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6750-SET-ONE-HEADING
      *----------------------------------------------------------------
       6750-SET-ONE-HEADING.
           MOVE WS-COL-YYYY(WS-COL) TO CH-YYYY(WS-COL).
           MOVE "-"                 TO CH-DASH(WS-COL).
           MOVE WS-COL-MM(WS-COL)   TO CH-MM(WS-COL).
       6750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6800-WRITE-ROW - WS-ROW-TEXT AND WS-ROW-AMOUNTS AS ONE LINE.
      *----------------------------------------------------------------
       6800-WRITE-ROW.
           MOVE SPACES TO STATEMENT-DETAIL.
           MOVE WS-ROW-TEXT TO SD-TEXT.
           MOVE WS-ROW-AMOUNT(1) TO SD-AMOUNT(1).
           MOVE WS-ROW-AMOUNT(2) TO SD-AMOUNT(2).
           MOVE WS-ROW-AMOUNT(3) TO SD-AMOUNT(3).
           WRITE REPORT-LINE FROM STATEMENT-DETAIL.
           ADD 1 TO WS-LINES-PRINTED.
       6800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-LIST-UNPLACED - EVERY ACCOUNT IN THE HISTORY THE CHART
      * DOES NOT PLACE, WITH ITS BALANCE TO EACH COLUMN, WHETHER OR
      * NOT THE STATEMENTS PRINTED.
      *----------------------------------------------------------------
       7000-LIST-UNPLACED.
           IF WS-UNPL-TABLE-COUNT = ZERO
               GO TO 7000-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM UNPLACED-HEADING.
           PERFORM 7100-LIST-ONE-UNPLACED THRU 7100-EXIT
               VARYING WS-UNPL-SUB FROM 1 BY 1
               UNTIL WS-UNPL-SUB > WS-UNPL-TABLE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-LIST-ONE-UNPLACED
      *----------------------------------------------------------------
       7100-LIST-ONE-UNPLACED.
           MOVE SPACES TO WS-ROW-TEXT.
           MOVE UP-GL-ACCOUNT(WS-UNPL-SUB) TO WS-ROW-TEXT(3:10).
           MOVE UP-AMOUNT(WS-UNPL-SUB, 1) TO WS-ROW-AMOUNT(1).
           MOVE UP-AMOUNT(WS-UNPL-SUB, 2) TO WS-ROW-AMOUNT(2).
           MOVE UP-AMOUNT(WS-UNPL-SUB, 3) TO WS-ROW-AMOUNT(3).
           PERFORM 6800-WRITE-ROW THRU 6800-EXIT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF NOT BAL-FILE-NOT-FOUND
               CLOSE BALANCE-HISTORY
           END-IF.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.
           CLOSE STATEMENT-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - EVERY HISTORY ROW READ WAS EITHER
      * PLACED ON A STATEMENT LINE OR HELD AS UNPLACED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-RECS-READ   TO CT-RECORDS-READ.
           MOVE WS-RECS-PLACED TO CT-RECORDS-PROCESSED.
           IF WS-RECS-READ = WS-RECS-PLACED + WS-RECS-UNPLACED
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
           MOVE "FINSTM  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-RECS-READ TO IR-RECORDS-SO-FAR.
           MOVE "3000-CHECK-BALANCE" TO IR-PHASE.
           MOVE WS-COL-PERIOD(1) TO IR-LAST-KEY.
           MOVE "BALANCE SHEET OUT OF BALANCE"
               TO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
