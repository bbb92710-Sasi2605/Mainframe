       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT-PERF.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  COLLECTOR PERFORMANCE AND
      *                 PROMISE-TO-PAY OUTCOMES.  RUNS EACH NIGHT AFTER
      *                 DELINQ-AGING HAS REFRESHED THE WORKQUEUE.  EACH
      *                 OPEN PROMISE ON THE COLLPTP LOG IS SETTLED
      *                 AGAINST THE PAYMENT HISTORY: KEPT ONCE THE NET
      *                 PAYMENTS FROM THE DAY IT WAS TAKEN THROUGH THE
      *                 PROMISE DATE REACH THE PROMISED AMOUNT, BROKEN
      *                 ONCE THE PROMISE DATE HAS PASSED SHORT OF IT.
      *                 A BROKEN PROMISE STILL STANDING ON AN OPEN
      *                 WORKQUEUE ENTRY FLAGS THE ENTRY FOR A
      *                 HIGH-PRIORITY FOLLOW-UP, WHICH COLLECT-WORKLIST
      *                 PUTS AT THE TOP OF THE COLLECTOR'S LIST.  THE
      *                 REPORT LISTS THE PROMISES SETTLED TONIGHT, THEN
      *                 FOR THE WEEK TO DATE (FROM MONDAY) AND THE
      *                 MONTH TO DATE, PER COLLECTOR: ACCOUNTS WORKED,
      *                 PROMISES TAKEN, KEPT AND BROKEN, ACCOUNTS
      *                 CURED, DOLLARS COLLECTED AND AVERAGE DAYS TO
      *                 CURE, FOLLOWED BY THE ROLL RATES - ACCOUNTS
      *                 THAT MOVED FORWARD OR BACK A BUCKET SINCE THE
      *                 WINDOW BEGAN, BY STARTING BUCKET.  THE BUCKET
      *                 EACH ENTRY STARTED THE WEEK AND MONTH IN IS
      *                 KEPT ON THE WORKQUEUE ENTRY ITSELF.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECT-QUEUE   ASSIGN TO COLLWRKQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKQ-FILE-STATUS.

           SELECT PROMISE-LOG     ASSIGN TO COLLPTP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTP-FILE-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT PERF-REPORT     ASSIGN TO COLLPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECT-QUEUE
           RECORDING MODE IS F.
       COPY COLLWRKQ.

       FD  PROMISE-LOG
           RECORDING MODE IS F.
       COPY COLLPTP.

       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       COPY PAYHIST.

       FD  PERF-REPORT
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
           05 WS-WRKQ-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-WORKQUEUE           VALUE 'Y'.
           05 WS-PTP-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-PROMISES            VALUE 'Y'.
           05 WS-PAY-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-PAYHIST             VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-WRKQ-FOUND-SW     PIC X(01) VALUE 'N'.
              88 QUEUE-ENTRY-WAS-FOUND      VALUE 'Y'.
           05 WS-COLL-FOUND-SW     PIC X(01) VALUE 'N'.
              88 COLLECTOR-WAS-FOUND        VALUE 'Y'.
           05 WS-COLL-PLACE-SW     PIC X(01) VALUE 'N'.
              88 COLLECTOR-PLACE-FOUND      VALUE 'Y'.
           05 WS-COLL-FULL-SW      PIC X(01) VALUE 'N'.
              88 COLLECTOR-TABLE-IS-FULL    VALUE 'Y'.

       01  WS-WRKQ-FILE-STATUS     PIC X(02).
           88 WRKQ-FILE-NOT-FOUND          VALUE '35'.
       01  WS-PTP-FILE-STATUS      PIC X(02).
           88 PTP-FILE-NOT-FOUND           VALUE '35'.
       01  WS-PAY-FILE-STATUS      PIC X(02).
           88 PAY-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * WORKQUEUE TABLE - SAME LOAD-WORK-REWRITE PASS DELINQ-AGING
      * AND COLLECT-MAINT MAKE OVER THIS FILE.
      *----------------------------------------------------------------
       01  WS-WRKQ-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-WRKQ-TABLE-MAX       PIC 9(04) VALUE 2000.
       01  WORKQUEUE-TABLE.
           05 WQ-IMAGE             PIC X(154) OCCURS 2000 TIMES.
       01  WS-WRKQ-SUB             PIC 9(04) COMP.
       01  WS-MATCH-ACCT           PIC X(06).

      *----------------------------------------------------------------
      * PROMISE-TO-PAY LOG, LOADED WHOLE, WITH THE NET PAYMENTS
      * COUNTED TOWARD EACH PROMISE TONIGHT.  THE HISTORY IS
      * CUMULATIVE, SO THE COUNT STARTS FROM ZERO EVERY NIGHT.
      *----------------------------------------------------------------
       01  WS-PTP-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-PTP-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  PROMISE-TABLE.
           05 PR-ENTRY OCCURS 5000 TIMES.
              10 PR-IMAGE           PIC X(57).
              10 PR-PAID            PIC S9(9)V99.
       01  WS-PTP-SUB              PIC 9(04) COMP.

      *    A SETTLED PROMISE STAYS ON THE LOG THIS MANY DAYS FOR THE
      *    WEEK AND MONTH COUNTS AND FOR ENQUIRY, THEN IS DROPPED.
       01  WS-PTP-RETAIN-DAYS      PIC 9(03) VALUE 90.

      *----------------------------------------------------------------
      * REPORTING WINDOWS - 1 IS THE WEEK TO DATE FROM MONDAY, 2 THE
      * MONTH TO DATE.  INTEGER-OF-DATE DAY 1 (1601-01-01) WAS A
      * MONDAY, SO (DAY - 1) MOD 7 IS THE DAYS SINCE MONDAY.
      *----------------------------------------------------------------
       01  WINDOW-START-TABLE.
           05 WS-WINDOW-START      PIC 9(08) OCCURS 2 TIMES.
       01  WINDOW-TITLE-VALUES.
           05 FILLER               PIC X(14) VALUE "WEEK TO DATE".
           05 FILLER               PIC X(14) VALUE "MONTH TO DATE".
       01  WINDOW-TITLE-TABLE REDEFINES WINDOW-TITLE-VALUES.
           05 WN-TITLE             PIC X(14) OCCURS 2 TIMES.
       01  WS-WIN-SUB              PIC 9(04) COMP.

       01  WS-BUS-DATE-INT         PIC S9(08) COMP.
       01  WS-DATE-INT             PIC S9(08) COMP.
       01  WS-DAYS-SINCE-MONDAY    PIC 9(01).
       01  WS-EARLIEST-DATE        PIC 9(08).
       01  WS-RETAIN-DATE          PIC 9(08).
       01  WS-CURE-DAYS            PIC S9(05) COMP.
       01  WS-PAY-AMOUNT           PIC S9(7)V99.

      *----------------------------------------------------------------
      * AGING BUCKETS IN ORDER, AS DELINQ-AGING LABELS THEM - A MOVE
      * TO A HIGHER SLOT IS A ROLL FORWARD, TO A LOWER ONE A ROLL
      * BACK.  A CURED OR DEFERRED ENTRY STANDS IN SLOT 1.
      *----------------------------------------------------------------
       01  BUCKET-LABEL-VALUES.
           05 FILLER               PIC X(08) VALUE "CURRENT ".
           05 FILLER               PIC X(08) VALUE "30 DAYS ".
           05 FILLER               PIC X(08) VALUE "60 DAYS ".
           05 FILLER               PIC X(08) VALUE "OVER 60 ".
           05 FILLER               PIC X(08) VALUE "MATURED ".
       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
           05 BK-LABEL             PIC X(08) OCCURS 5 TIMES.
       01  WS-BKT-SUB              PIC 9(04) COMP.
       01  WS-RANK-LABEL           PIC X(08).
       01  WS-RANK-VALUE           PIC 9(04) COMP.
       01  WS-START-RANK           PIC 9(04) COMP.
       01  WS-END-RANK             PIC 9(04) COMP.
       01  WS-END-BUCKET           PIC X(08).

      *----------------------------------------------------------------
      * COLLECTOR TABLE, KEPT IN COLLECTOR ORDER AS IT IS BUILT - ONE
      * SET OF FIGURES PER REPORTING WINDOW, WITH THE ROLL COUNTS BY
      * STARTING BUCKET.  THE EXTRA SLOT PAST THE LIMIT HOLDS THE
      * ALL-COLLECTORS TOTAL WHILE THE REPORT IS WRITTEN.
      *----------------------------------------------------------------
       01  WS-COLL-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-COLL-TABLE-MAX       PIC 9(04) VALUE 200.
       01  WS-COLL-TOTAL-SUB       PIC 9(04) COMP VALUE 201.
       01  COLLECTOR-TABLE.
           05 CP-ENTRY OCCURS 201 TIMES.
              10 CP-COLLECTOR       PIC X(08).
              10 CP-WINDOW OCCURS 2 TIMES.
                 15 CP-ASSIGNED     PIC 9(05) COMP.
                 15 CP-TAKEN        PIC 9(05) COMP.
                 15 CP-KEPT         PIC 9(05) COMP.
                 15 CP-BROKEN       PIC 9(05) COMP.
                 15 CP-CURED        PIC 9(05) COMP.
                 15 CP-CURE-DAYS    PIC 9(07) COMP.
                 15 CP-COLLECTED    PIC S9(9)V99.
                 15 CP-ROLL OCCURS 5 TIMES.
                    20 CP-ROLL-START   PIC 9(05) COMP.
                    20 CP-ROLL-FWD     PIC 9(05) COMP.
                    20 CP-ROLL-BACK    PIC 9(05) COMP.
       01  WS-COLL-SUB             PIC 9(04) COMP.
       01  WS-SHIFT-SUB            PIC 9(04) COMP.
       01  WS-SHIFT-TO             PIC 9(04) COMP.
       01  WS-COLLECTOR-KEY        PIC X(08).

       01  WS-COUNTS.
           05 WS-ENTRIES-READ       PIC 9(7) COMP VALUE 0.
           05 WS-PROMISES-READ      PIC 9(7) COMP VALUE 0.
           05 WS-PROMISES-WRITTEN   PIC 9(7) COMP VALUE 0.
           05 WS-PROMISES-PURGED    PIC 9(7) COMP VALUE 0.
           05 WS-PROMISES-KEPT      PIC 9(7) COMP VALUE 0.
           05 WS-PROMISES-BROKEN    PIC 9(7) COMP VALUE 0.
           05 WS-FOLLOW-UPS-FLAGGED PIC 9(7) COMP VALUE 0.
           05 WS-PAYMENTS-READ      PIC 9(7) COMP VALUE 0.

       01  KEPT-COUNT-LINE.
           05 FILLER               PIC X(26) VALUE
              "PROMISES KEPT TONIGHT    =".
           05 KC-KEPT              PIC ZZZZ9.

       01  BROKEN-COUNT-LINE.
           05 FILLER               PIC X(26) VALUE
              "PROMISES BROKEN TONIGHT  =".
           05 BC-BROKEN            PIC ZZZZ9.

       01  FLAGGED-COUNT-LINE.
           05 FILLER               PIC X(26) VALUE
              "HIGH-PRIORITY FOLLOW-UPS =".
           05 FC-FLAGGED           PIC ZZZZ9.

       01  PURGED-COUNT-LINE.
           05 FILLER               PIC X(26) VALUE
              "SETTLED PROMISES PURGED  =".
           05 PC-PURGED            PIC ZZZZ9.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "COLLPF".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

      *----------------------------------------------------------------
      * DATE EDITING FOR THE REPORT LINES.
      *----------------------------------------------------------------
       01  WS-EDIT-DATE-RAW        PIC 9(08).
       01  WS-EDIT-DATE-FMT.
           05 WS-EDF-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-EDF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-EDF-DD            PIC 9(02).

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(50) VALUE
              "COLLECTOR PERFORMANCE AND PROMISE-TO-PAY OUTCOMES".

       01  SETTLED-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "PROMISES SETTLED TONIGHT".

       01  SETTLED-HEADING-2.
           05 FILLER                PIC X(06) VALUE "ACCT #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "COLLECTR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "TAKEN".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "PROMISED".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "     AMOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "       PAID".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "OUTCOME".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "FOLLOW-UP".

       01  SETTLED-DETAIL.
           05 SD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-COLLECTOR          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-TAKEN-DATE         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-PROMISE-DATE       PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-PROMISE-AMT        PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-PAID-AMT           PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-OUTCOME            PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-FOLLOW-UP          PIC X(09).

       01  NONE-SETTLED-LINE.
           05 FILLER                PIC X(30) VALUE
              "  NO PROMISES SETTLED".

       01  WINDOW-HEADING.
           05 WH-TITLE              PIC X(14).
           05 FILLER                PIC X(07) VALUE " FROM ".
           05 WH-START-DATE         PIC X(10).
           05 FILLER                PIC X(09) VALUE " THROUGH ".
           05 WH-END-DATE           PIC X(10).

       01  PERF-HEADING.
           05 FILLER                PIC X(08) VALUE "COLLECTR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "ASSIGNED".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "   TAKEN".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "    KEPT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "  BROKEN".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "KEPT %".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "   CURED".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE
              "      COLLECTED".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "AVG DAYS".

       01  PERF-DETAIL.
           05 PD-COLLECTOR          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-ASSIGNED           PIC ZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-TAKEN              PIC ZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-KEPT               PIC ZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-BROKEN             PIC ZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-KEPT-PCT           PIC ZZZ9.9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-CURED              PIC ZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-COLLECTED          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-AVG-DAYS           PIC ZZZZZ9.9.

       01  ROLL-HEADING.
           05 FILLER                PIC X(08) VALUE "COLLECTR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "STARTED".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "ACCOUNTS".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "ROLLED FWD".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "  STAYED".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "ROLLED BACK".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE " FWD %".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "BACK %".

       01  ROLL-DETAIL.
           05 RL-COLLECTOR          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-BUCKET             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-START              PIC ZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-FWD                PIC ZZZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-STAYED             PIC ZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-BACK               PIC ZZZZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-FWD-PCT            PIC ZZZ9.9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-BACK-PCT           PIC ZZZ9.9.

       01  WS-PCT-WORK             PIC 9(03)V9.
       01  WS-PCT-DIVISOR          PIC 9(07) COMP.
       01  WS-AVG-WORK             PIC 9(05)V9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "COLLPF  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-APPLY-PAYMENT    THRU 2000-EXIT
               UNTIL END-OF-PAYHIST.
           PERFORM 3000-SETTLE-PROMISE   THRU 3000-EXIT
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-TABLE-COUNT.
           IF WS-PROMISES-KEPT + WS-PROMISES-BROKEN = ZERO
               WRITE REPORT-LINE FROM NONE-SETTLED-LINE
           END-IF.
           PERFORM 4000-MEASURE-ENTRY    THRU 4000-EXIT
               VARYING WS-WRKQ-SUB FROM 1 BY 1
               UNTIL WS-WRKQ-SUB > WS-WRKQ-TABLE-COUNT.
           PERFORM 6000-WRITE-WINDOW     THRU 6000-EXIT
               VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 2.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    THE WORKQUEUE AND THE PROMISE LOG HAVE BEEN REWRITTEN, SO
      *    THE STEP IS MARKED COMPLETE - A RERUN WOULD ROLL THE
      *    BUCKET SNAPSHOTS A SECOND TIME.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ENTRIES-READ TO RQ-RECORD-COUNT
               MOVE WS-PROMISES-WRITTEN TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE WORKQUEUE AND THE PROMISE LOG ARE LOADED
      * BEFORE ANYTHING IS OPENED FOR OUTPUT, SO A TABLE PAST ITS
      * LIMIT LEAVES BOTH FILES UNTOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT COLLECT-QUEUE.
           IF WRKQ-FILE-NOT-FOUND
               MOVE 'Y' TO WS-WRKQ-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-ENTRY THRU 1300-EXIT
                   UNTIL END-OF-WORKQUEUE
               CLOSE COLLECT-QUEUE
           END-IF.

           IF NOT THE-LOAD-OVERFLOWED
               OPEN INPUT PROMISE-LOG
               IF PTP-FILE-NOT-FOUND
                   MOVE 'Y' TO WS-PTP-EOF-SW
               ELSE
                   PERFORM 1350-LOAD-ONE-PROMISE THRU 1350-EXIT
                       UNTIL END-OF-PROMISES
                   CLOSE PROMISE-LOG
               END-IF
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - COLLWRKQ AND COLLPTP LEFT "
                       "UNTOUCHED, RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PERF-REPORT.
           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.

           PERFORM 1100-SET-WINDOWS THRU 1100-EXIT.
           PERFORM 1150-FIND-EARLIEST-DATE THRU 1150-EXIT
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-TABLE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM SETTLED-HEADING-1.
           WRITE REPORT-LINE FROM SETTLED-HEADING-2.

           OPEN INPUT PAYMENT-HISTORY.
           IF PAY-FILE-NOT-FOUND
               MOVE 'Y' TO WS-PAY-EOF-SW
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
      * 1100-SET-WINDOWS - THE MONDAY OF THE BUSINESS DATE'S WEEK AND
      * THE FIRST OF ITS MONTH, AND THE OLDEST RESOLVE DATE A SETTLED
      * PROMISE MAY CARRY AND STAY ON THE LOG.
      *----------------------------------------------------------------
       1100-SET-WINDOWS.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).
           COMPUTE WS-DAYS-SINCE-MONDAY =
               FUNCTION MOD(WS-BUS-DATE-INT - 1, 7).
           COMPUTE WS-DATE-INT = WS-BUS-DATE-INT - WS-DAYS-SINCE-MONDAY.
           COMPUTE WS-WINDOW-START(1) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           MOVE WS-BUS-DATE-RAW TO WS-WINDOW-START(2).
           MOVE "01"            TO WS-WINDOW-START(2)(7:2).

           COMPUTE WS-DATE-INT = WS-BUS-DATE-INT - WS-PTP-RETAIN-DAYS.
           COMPUTE WS-RETAIN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           IF WS-WINDOW-START(1) < WS-WINDOW-START(2)
               MOVE WS-WINDOW-START(1) TO WS-EARLIEST-DATE
           ELSE
               MOVE WS-WINDOW-START(2) TO WS-EARLIEST-DATE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-FIND-EARLIEST-DATE - PAYMENTS OLDER THAN BOTH WINDOWS AND
      * THE OLDEST OPEN PROMISE COUNT FOR NOTHING AND ARE PASSED BY.
      *----------------------------------------------------------------
       1150-FIND-EARLIEST-DATE.
           MOVE PR-IMAGE(WS-PTP-SUB) TO PROMISE-LOG-REC.
           IF PT-PROMISE-IS-OPEN
              AND PT-TAKEN-DATE < WS-EARLIEST-DATE
               MOVE PT-TAKEN-DATE TO WS-EARLIEST-DATE
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-ENTRY - AN ENTRY FROM BEFORE THE DELINQUENCY AND
      * CURE DATES EXISTED IS NORMALIZED AS IT LOADS: ITS SPELL IS
      * TAKEN TO HAVE BEGUN ON THE SEED DATE, AND A MISSING CURE OR
      * SNAPSHOT DATE IS ZERO.
      *----------------------------------------------------------------
       1300-LOAD-ONE-ENTRY.
           READ COLLECT-QUEUE
               AT END
                   MOVE 'Y' TO WS-WRKQ-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF WS-WRKQ-TABLE-COUNT >= WS-WRKQ-TABLE-MAX
               DISPLAY "WORKQUEUE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-WRKQ-EOF-SW
               GO TO 1300-EXIT
           END-IF.

           IF CQ-DELQ-DATE NOT NUMERIC
              OR CQ-DELQ-DATE = ZERO
               MOVE CQ-SEED-DATE TO CQ-DELQ-DATE
           END-IF.
           IF CQ-CURE-DATE NOT NUMERIC
               MOVE ZERO TO CQ-CURE-DATE
           END-IF.
           IF CQ-ROLL-DATE NOT NUMERIC
               MOVE ZERO TO CQ-ROLL-DATE
           END-IF.

           ADD 1 TO WS-ENTRIES-READ.
           ADD 1 TO WS-WRKQ-TABLE-COUNT.
           MOVE COLLECT-QUEUE-REC TO WQ-IMAGE(WS-WRKQ-TABLE-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-LOAD-ONE-PROMISE
      *----------------------------------------------------------------
       1350-LOAD-ONE-PROMISE.
           READ PROMISE-LOG
               AT END
                   MOVE 'Y' TO WS-PTP-EOF-SW
                   GO TO 1350-EXIT
           END-READ.

           IF WS-PTP-TABLE-COUNT >= WS-PTP-TABLE-MAX
               DISPLAY "PROMISE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-PTP-EOF-SW
               GO TO 1350-EXIT
           END-IF.

           ADD 1 TO WS-PROMISES-READ.
           ADD 1 TO WS-PTP-TABLE-COUNT.
           MOVE PROMISE-LOG-REC TO PR-IMAGE(WS-PTP-TABLE-COUNT).
           MOVE ZERO            TO PR-PAID(WS-PTP-TABLE-COUNT).
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-PAYMENT - ONE PAYMENT-HISTORY RECORD.  A REVERSAL
      * COUNTS AGAINST WHAT ITS PAYMENT COUNTED FOR.  THE PAYMENT
      * GOES TOWARD EVERY OPEN PROMISE ON THE ACCOUNT WHOSE TAKEN-TO-
      * PROMISE DATES IT FALLS BETWEEN, AND INTO THE DOLLARS
      * COLLECTED OF THE COLLECTOR WORKING THE ACCOUNT.
      *----------------------------------------------------------------
       2000-APPLY-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO WS-PAY-EOF-SW
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-PAYMENTS-READ.
           IF PH-PAY-DATE < WS-EARLIEST-DATE
              OR PH-PAY-DATE > WS-BUS-DATE-RAW
               GO TO 2000-EXIT
           END-IF.

           IF PH-IS-REVERSAL
               COMPUTE WS-PAY-AMOUNT = ZERO - PH-AMOUNT
           ELSE
               MOVE PH-AMOUNT TO WS-PAY-AMOUNT
           END-IF.

           PERFORM 2100-APPLY-TO-PROMISE THRU 2100-EXIT
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-TABLE-COUNT.

           MOVE PH-ACCT-NO TO WS-MATCH-ACCT.
           PERFORM 2200-FIND-QUEUE-ENTRY THRU 2200-EXIT.
           IF NOT QUEUE-ENTRY-WAS-FOUND
               GO TO 2000-EXIT
           END-IF.

           MOVE WQ-IMAGE(WS-WRKQ-SUB) TO COLLECT-QUEUE-REC.
           MOVE CQ-COLLECTOR TO WS-COLLECTOR-KEY.
           PERFORM 5000-FIND-COLLECTOR THRU 5000-EXIT.
           IF WS-COLL-SUB > ZERO
               PERFORM 2300-ADD-COLLECTED THRU 2300-EXIT
                   VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > 2
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-APPLY-TO-PROMISE
      *----------------------------------------------------------------
       2100-APPLY-TO-PROMISE.
           MOVE PR-IMAGE(WS-PTP-SUB) TO PROMISE-LOG-REC.
           IF PT-PROMISE-IS-OPEN
              AND PT-ACCT-NO = PH-ACCT-NO
              AND PH-PAY-DATE NOT < PT-TAKEN-DATE
              AND PH-PAY-DATE NOT > PT-PROMISE-DATE
               ADD WS-PAY-AMOUNT TO PR-PAID(WS-PTP-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-QUEUE-ENTRY
      *----------------------------------------------------------------
       2200-FIND-QUEUE-ENTRY.
           MOVE 'N' TO WS-WRKQ-FOUND-SW.
           MOVE 1   TO WS-WRKQ-SUB.
           PERFORM 2250-MATCH-ONE-ENTRY THRU 2250-EXIT
               UNTIL QUEUE-ENTRY-WAS-FOUND
                  OR WS-WRKQ-SUB > WS-WRKQ-TABLE-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-MATCH-ONE-ENTRY
      *----------------------------------------------------------------
       2250-MATCH-ONE-ENTRY.
           IF WQ-IMAGE(WS-WRKQ-SUB)(1:6) = WS-MATCH-ACCT
               MOVE 'Y' TO WS-WRKQ-FOUND-SW
           ELSE
               ADD 1 TO WS-WRKQ-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-ADD-COLLECTED - A PAYMENT COUNTS AS COLLECTED IN A WINDOW
      * WHEN IT FELL IN THE WINDOW WHILE THE ACCOUNT WAS IN
      * COLLECTIONS - ON OR AFTER ITS SPELL BEGAN AND, IF IT HAS
      * CURED, ON OR BEFORE THE CURE.
      *----------------------------------------------------------------
       2300-ADD-COLLECTED.
           IF PH-PAY-DATE < WS-WINDOW-START(WS-WIN-SUB)
              OR PH-PAY-DATE < CQ-DELQ-DATE
               GO TO 2300-EXIT
           END-IF.
           IF CQ-ENTRY-IS-CURED
              AND PH-PAY-DATE > CQ-CURE-DATE
               GO TO 2300-EXIT
           END-IF.

           ADD WS-PAY-AMOUNT TO CP-COLLECTED(WS-COLL-SUB, WS-WIN-SUB).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SETTLE-PROMISE - AN OPEN PROMISE IS KEPT ONCE ITS
      * PAYMENTS REACH THE PROMISED AMOUNT, AND BROKEN ONCE ITS DATE
      * HAS PASSED SHORT OF IT; OTHERWISE IT STAYS OPEN.  EVERY
      * PROMISE ON THE LOG THEN COUNTS TOWARD ITS COLLECTOR'S
      * WINDOWS.
      *----------------------------------------------------------------
       3000-SETTLE-PROMISE.
           MOVE PR-IMAGE(WS-PTP-SUB) TO PROMISE-LOG-REC.
           MOVE SPACES TO SD-FOLLOW-UP.

           IF PT-PROMISE-IS-OPEN
               IF PR-PAID(WS-PTP-SUB) NOT < PT-PROMISE-AMT
                   SET PT-PROMISE-WAS-KEPT TO TRUE
                   MOVE "KEPT"   TO SD-OUTCOME
                   ADD 1 TO WS-PROMISES-KEPT
               ELSE
                   IF PT-PROMISE-DATE < WS-BUS-DATE-RAW
                       SET PT-PROMISE-WAS-BROKEN TO TRUE
                       MOVE "BROKEN" TO SD-OUTCOME
                       ADD 1 TO WS-PROMISES-BROKEN
                       PERFORM 3100-FLAG-FOLLOW-UP THRU 3100-EXIT
                   END-IF
               END-IF
               IF NOT PT-PROMISE-IS-OPEN
                   MOVE WS-BUS-DATE-RAW TO PT-RESOLVE-DATE
                   IF PR-PAID(WS-PTP-SUB) < ZERO
                       MOVE ZERO TO PT-PAID-AMT
                   ELSE
                       MOVE PR-PAID(WS-PTP-SUB) TO PT-PAID-AMT
                   END-IF
                   MOVE PROMISE-LOG-REC TO PR-IMAGE(WS-PTP-SUB)
                   PERFORM 3300-WRITE-SETTLED-LINE THRU 3300-EXIT
               END-IF
           END-IF.

           MOVE PT-COLLECTOR TO WS-COLLECTOR-KEY.
           PERFORM 5000-FIND-COLLECTOR THRU 5000-EXIT.
           IF WS-COLL-SUB > ZERO
               PERFORM 3200-COUNT-IN-WINDOW THRU 3200-EXIT
                   VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > 2
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-FLAG-FOLLOW-UP - THE BROKEN PROMISE FLAGS ITS WORKQUEUE
      * ENTRY ONLY WHILE THE ENTRY IS OPEN AND THE PROMISE IS STILL
      * THE ONE STANDING ON IT - A NEWER PROMISE MEANS THE COLLECTOR
      * HAS ALREADY FOLLOWED UP.
      *----------------------------------------------------------------
       3100-FLAG-FOLLOW-UP.
           MOVE PT-ACCT-NO TO WS-MATCH-ACCT.
           PERFORM 2200-FIND-QUEUE-ENTRY THRU 2200-EXIT.
           IF NOT QUEUE-ENTRY-WAS-FOUND
               GO TO 3100-EXIT
           END-IF.

           MOVE WQ-IMAGE(WS-WRKQ-SUB) TO COLLECT-QUEUE-REC.
           IF CQ-ENTRY-IS-OPEN
              AND CQ-PROMISE-DATE = PT-PROMISE-DATE
              AND CQ-PROMISE-AMT  = PT-PROMISE-AMT
               SET CQ-FOLLOW-UP-IS-HIGH TO TRUE
               MOVE COLLECT-QUEUE-REC TO WQ-IMAGE(WS-WRKQ-SUB)
               MOVE "FLAGGED" TO SD-FOLLOW-UP
               ADD 1 TO WS-FOLLOW-UPS-FLAGGED
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-COUNT-IN-WINDOW - TAKEN BY THE DATE IT WAS TAKEN, KEPT
      * AND BROKEN BY THE DATE IT WAS SETTLED.
      *----------------------------------------------------------------
       3200-COUNT-IN-WINDOW.
           IF PT-TAKEN-DATE NOT < WS-WINDOW-START(WS-WIN-SUB)
               ADD 1 TO CP-TAKEN(WS-COLL-SUB, WS-WIN-SUB)
           END-IF.

           IF PT-PROMISE-IS-OPEN
              OR PT-RESOLVE-DATE < WS-WINDOW-START(WS-WIN-SUB)
               GO TO 3200-EXIT
           END-IF.

           IF PT-PROMISE-WAS-KEPT
               ADD 1 TO CP-KEPT(WS-COLL-SUB, WS-WIN-SUB)
           ELSE
               ADD 1 TO CP-BROKEN(WS-COLL-SUB, WS-WIN-SUB)
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-WRITE-SETTLED-LINE
      *----------------------------------------------------------------
       3300-WRITE-SETTLED-LINE.
           MOVE PT-ACCT-NO      TO SD-ACCT-NO.
           MOVE PT-COLLECTOR    TO SD-COLLECTOR.
           MOVE PT-TAKEN-DATE   TO WS-EDIT-DATE-RAW.
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
           MOVE WS-EDIT-DATE-FMT TO SD-TAKEN-DATE.
           MOVE PT-PROMISE-DATE TO WS-EDIT-DATE-RAW.
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
           MOVE WS-EDIT-DATE-FMT TO SD-PROMISE-DATE.
           MOVE PT-PROMISE-AMT  TO SD-PROMISE-AMT.
           MOVE PT-PAID-AMT     TO SD-PAID-AMT.
           WRITE REPORT-LINE FROM SETTLED-DETAIL.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-MEASURE-ENTRY - ROLLS THE ENTRY'S BUCKET SNAPSHOT ON TO
      * TONIGHT AND COUNTS IT TOWARD ITS COLLECTOR'S WINDOWS.
      *----------------------------------------------------------------
       4000-MEASURE-ENTRY.
           MOVE WQ-IMAGE(WS-WRKQ-SUB) TO COLLECT-QUEUE-REC.

           IF CQ-ENTRY-IS-OPEN
               MOVE CQ-BUCKET   TO WS-END-BUCKET
           ELSE
               MOVE BK-LABEL(1) TO WS-END-BUCKET
           END-IF.

           PERFORM 4100-ROLL-SNAPSHOT THRU 4100-EXIT.
           MOVE COLLECT-QUEUE-REC TO WQ-IMAGE(WS-WRKQ-SUB).

           MOVE CQ-COLLECTOR TO WS-COLLECTOR-KEY.
           PERFORM 5000-FIND-COLLECTOR THRU 5000-EXIT.
           IF WS-COLL-SUB > ZERO
               PERFORM 4200-MEASURE-IN-WINDOW THRU 4200-EXIT
                   VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > 2
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-ROLL-SNAPSHOT - THE FIRST NIGHT OF A NEW WEEK OR MONTH,
      * THE BUCKET LAST SEEN BECOMES THE BUCKET THE ENTRY STARTED IT
      * IN.  AN ENTRY WITH NO SNAPSHOT YET STARTED A WINDOW CURRENT
      * IF ITS SPELL BEGAN INSIDE IT, OTHERWISE WHERE IT STANDS NOW -
      * NO HISTORY, NO ROLL.
      *----------------------------------------------------------------
       4100-ROLL-SNAPSHOT.
           IF CQ-ROLL-DATE = ZERO
              OR CQ-LAST-BUCKET = SPACES
               IF CQ-DELQ-DATE NOT < WS-WINDOW-START(1)
                   MOVE BK-LABEL(1)   TO CQ-WEEK-BUCKET
               ELSE
                   MOVE WS-END-BUCKET TO CQ-WEEK-BUCKET
               END-IF
               IF CQ-DELQ-DATE NOT < WS-WINDOW-START(2)
                   MOVE BK-LABEL(1)   TO CQ-MONTH-BUCKET
               ELSE
                   MOVE WS-END-BUCKET TO CQ-MONTH-BUCKET
               END-IF
           ELSE
               IF CQ-ROLL-DATE < WS-WINDOW-START(1)
                   MOVE CQ-LAST-BUCKET TO CQ-WEEK-BUCKET
               END-IF
               IF CQ-ROLL-DATE < WS-WINDOW-START(2)
                   MOVE CQ-LAST-BUCKET TO CQ-MONTH-BUCKET
               END-IF
           END-IF.

           MOVE WS-END-BUCKET   TO CQ-LAST-BUCKET.
           MOVE WS-BUS-DATE-RAW TO CQ-ROLL-DATE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-MEASURE-IN-WINDOW - AN ENTRY COUNTS AS ASSIGNED IN A
      * WINDOW UNLESS IT CURED BEFORE THE WINDOW BEGAN.  ONE THAT
      * CURED INSIDE THE WINDOW ADDS ITS DAYS FROM THE START OF THE
      * SPELL TO THE CURE.
      *----------------------------------------------------------------
       4200-MEASURE-IN-WINDOW.
           IF CQ-ENTRY-IS-CURED
              AND CQ-CURE-DATE < WS-WINDOW-START(WS-WIN-SUB)
               GO TO 4200-EXIT
           END-IF.

           ADD 1 TO CP-ASSIGNED(WS-COLL-SUB, WS-WIN-SUB).

           IF CQ-ENTRY-IS-CURED
               ADD 1 TO CP-CURED(WS-COLL-SUB, WS-WIN-SUB)
               COMPUTE WS-CURE-DAYS =
                   FUNCTION INTEGER-OF-DATE(CQ-CURE-DATE)
                 - FUNCTION INTEGER-OF-DATE(CQ-DELQ-DATE)
               IF WS-CURE-DAYS > ZERO
                   ADD WS-CURE-DAYS
                       TO CP-CURE-DAYS(WS-COLL-SUB, WS-WIN-SUB)
               END-IF
           END-IF.

           IF WS-WIN-SUB = 1
               MOVE CQ-WEEK-BUCKET  TO WS-RANK-LABEL
           ELSE
               MOVE CQ-MONTH-BUCKET TO WS-RANK-LABEL
           END-IF.
           PERFORM 5200-RANK-BUCKET THRU 5200-EXIT.
           MOVE WS-RANK-VALUE TO WS-START-RANK.

           MOVE WS-END-BUCKET TO WS-RANK-LABEL.
           PERFORM 5200-RANK-BUCKET THRU 5200-EXIT.
           MOVE WS-RANK-VALUE TO WS-END-RANK.

           ADD 1 TO CP-ROLL-START(WS-COLL-SUB, WS-WIN-SUB,
                                  WS-START-RANK).
           IF WS-END-RANK > WS-START-RANK
               ADD 1 TO CP-ROLL-FWD(WS-COLL-SUB, WS-WIN-SUB,
                                    WS-START-RANK)
           END-IF.
           IF WS-END-RANK < WS-START-RANK
               ADD 1 TO CP-ROLL-BACK(WS-COLL-SUB, WS-WIN-SUB,
                                     WS-START-RANK)
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-FIND-COLLECTOR - FINDS WS-COLLECTOR-KEY'S SLOT, OR OPENS
      * ONE IN COLLECTOR ORDER.  WS-COLL-SUB COMES BACK ZERO WHEN THE
      * TABLE IS FULL AND THE COLLECTOR IS NOT ON IT.
      *----------------------------------------------------------------
       5000-FIND-COLLECTOR.
           MOVE 'N' TO WS-COLL-FOUND-SW.
           MOVE 'N' TO WS-COLL-PLACE-SW.
           MOVE 1   TO WS-COLL-SUB.
           PERFORM 5050-CHECK-ONE-COLLECTOR THRU 5050-EXIT
               UNTIL COLLECTOR-WAS-FOUND
                  OR COLLECTOR-PLACE-FOUND
                  OR WS-COLL-SUB > WS-COLL-TABLE-COUNT.
           IF COLLECTOR-WAS-FOUND
               GO TO 5000-EXIT
           END-IF.

           IF WS-COLL-TABLE-COUNT >= WS-COLL-TABLE-MAX
               IF NOT COLLECTOR-TABLE-IS-FULL
                   DISPLAY "COLLECTOR TABLE FULL - RAISE LIMIT"
                   MOVE 'Y' TO WS-COLL-FULL-SW
               END-IF
               MOVE ZERO TO WS-COLL-SUB
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-SHIFT-ONE-COLLECTOR THRU 5100-EXIT
               VARYING WS-SHIFT-SUB FROM WS-COLL-TABLE-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-COLL-SUB.
           ADD 1 TO WS-COLL-TABLE-COUNT.
           INITIALIZE CP-ENTRY(WS-COLL-SUB).
           MOVE WS-COLLECTOR-KEY TO CP-COLLECTOR(WS-COLL-SUB).
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5050-CHECK-ONE-COLLECTOR
      *----------------------------------------------------------------
       5050-CHECK-ONE-COLLECTOR.
           IF CP-COLLECTOR(WS-COLL-SUB) = WS-COLLECTOR-KEY
               MOVE 'Y' TO WS-COLL-FOUND-SW
           ELSE
               IF CP-COLLECTOR(WS-COLL-SUB) > WS-COLLECTOR-KEY
                   MOVE 'Y' TO WS-COLL-PLACE-SW
               ELSE
                   ADD 1 TO WS-COLL-SUB
               END-IF
           END-IF.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-SHIFT-ONE-COLLECTOR
      *----------------------------------------------------------------
       5100-SHIFT-ONE-COLLECTOR.
           COMPUTE WS-SHIFT-TO = WS-SHIFT-SUB + 1.
           MOVE CP-ENTRY(WS-SHIFT-SUB) TO CP-ENTRY(WS-SHIFT-TO).
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-RANK-BUCKET - WS-RANK-LABEL'S SLOT IN THE BUCKET ORDER;
      * ANYTHING UNRECOGNIZED RANKS AS CURRENT.
      *----------------------------------------------------------------
       5200-RANK-BUCKET.
           MOVE 1 TO WS-RANK-VALUE.
           PERFORM 5250-CHECK-ONE-BUCKET THRU 5250-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5250-CHECK-ONE-BUCKET
      *----------------------------------------------------------------
       5250-CHECK-ONE-BUCKET.
           IF BK-LABEL(WS-BKT-SUB) = WS-RANK-LABEL
               MOVE WS-BKT-SUB TO WS-RANK-VALUE
           END-IF.
       5250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-WINDOW - ONE REPORTING WINDOW: A LINE PER
      * COLLECTOR AND THE ALL-COLLECTORS TOTAL, THEN THE ROLL RATES.
      *----------------------------------------------------------------
       6000-WRITE-WINDOW.
           INITIALIZE CP-ENTRY(WS-COLL-TOTAL-SUB).
           MOVE "ALL"        TO CP-COLLECTOR(WS-COLL-TOTAL-SUB).

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WN-TITLE(WS-WIN-SUB) TO WH-TITLE.
           MOVE WS-WINDOW-START(WS-WIN-SUB) TO WS-EDIT-DATE-RAW.
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT.
           MOVE WS-EDIT-DATE-FMT TO WH-START-DATE.
           MOVE WS-BUS-DATE-FMT  TO WH-END-DATE.
           WRITE REPORT-LINE FROM WINDOW-HEADING.
           WRITE REPORT-LINE FROM PERF-HEADING.

           PERFORM 6100-WRITE-COLLECTOR-LINE THRU 6100-EXIT
               VARYING WS-COLL-SUB FROM 1 BY 1
               UNTIL WS-COLL-SUB > WS-COLL-TABLE-COUNT.
           MOVE WS-COLL-TOTAL-SUB TO WS-COLL-SUB.
           PERFORM 6100-WRITE-COLLECTOR-LINE THRU 6100-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM ROLL-HEADING.
           PERFORM 6200-WRITE-ROLL-LINES THRU 6200-EXIT
               VARYING WS-COLL-SUB FROM 1 BY 1
               UNTIL WS-COLL-SUB > WS-COLL-TABLE-COUNT.
           MOVE WS-COLL-TOTAL-SUB TO WS-COLL-SUB.
           PERFORM 6200-WRITE-ROLL-LINES THRU 6200-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-WRITE-COLLECTOR-LINE - A COLLECTOR'S LINE ALSO ADDS INTO
      * THE TOTAL SLOT.  AN UNASSIGNED ENTRY PRINTS UNDER "NONE".
      *----------------------------------------------------------------
       6100-WRITE-COLLECTOR-LINE.
           IF WS-COLL-SUB NOT = WS-COLL-TOTAL-SUB
               PERFORM 6150-ADD-TO-TOTAL THRU 6150-EXIT
           END-IF.

           IF CP-COLLECTOR(WS-COLL-SUB) = SPACES
               MOVE "NONE"   TO PD-COLLECTOR
           ELSE
               MOVE CP-COLLECTOR(WS-COLL-SUB) TO PD-COLLECTOR
           END-IF.
           MOVE CP-ASSIGNED(WS-COLL-SUB, WS-WIN-SUB)  TO PD-ASSIGNED.
           MOVE CP-TAKEN(WS-COLL-SUB, WS-WIN-SUB)     TO PD-TAKEN.
           MOVE CP-KEPT(WS-COLL-SUB, WS-WIN-SUB)      TO PD-KEPT.
           MOVE CP-BROKEN(WS-COLL-SUB, WS-WIN-SUB)    TO PD-BROKEN.
           MOVE CP-CURED(WS-COLL-SUB, WS-WIN-SUB)     TO PD-CURED.
           MOVE CP-COLLECTED(WS-COLL-SUB, WS-WIN-SUB) TO PD-COLLECTED.

           MOVE ZERO TO WS-PCT-WORK.
           ADD CP-KEPT(WS-COLL-SUB, WS-WIN-SUB)
               CP-BROKEN(WS-COLL-SUB, WS-WIN-SUB)
               GIVING WS-PCT-DIVISOR.
           IF WS-PCT-DIVISOR > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   CP-KEPT(WS-COLL-SUB, WS-WIN-SUB) * 100
                 / WS-PCT-DIVISOR
           END-IF.
           MOVE WS-PCT-WORK TO PD-KEPT-PCT.

           MOVE ZERO TO WS-AVG-WORK.
           IF CP-CURED(WS-COLL-SUB, WS-WIN-SUB) > ZERO
               COMPUTE WS-AVG-WORK ROUNDED =
                   CP-CURE-DAYS(WS-COLL-SUB, WS-WIN-SUB)
                 / CP-CURED(WS-COLL-SUB, WS-WIN-SUB)
           END-IF.
           MOVE WS-AVG-WORK TO PD-AVG-DAYS.

           WRITE REPORT-LINE FROM PERF-DETAIL.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6150-ADD-TO-TOTAL
      *----------------------------------------------------------------
       6150-ADD-TO-TOTAL.
           ADD CP-ASSIGNED(WS-COLL-SUB, WS-WIN-SUB)
               TO CP-ASSIGNED(WS-COLL-TOTAL-SUB, WS-WIN-SUB).
           ADD CP-TAKEN(WS-COLL-SUB, WS-WIN-SUB)
               TO CP-TAKEN(WS-COLL-TOTAL-SUB, WS-WIN-SUB).
           ADD CP-KEPT(WS-COLL-SUB, WS-WIN-SUB)
               TO CP-KEPT(WS-COLL-TOTAL-SUB, WS-WIN-SUB).
           ADD CP-BROKEN(WS-COLL-SUB, WS-WIN-SUB)
               TO CP-BROKEN(WS-COLL-TOTAL-SUB, WS-WIN-SUB).
           ADD CP-CURED(WS-COLL-SUB, WS-WIN-SUB)
               TO CP-CURED(WS-COLL-TOTAL-SUB, WS-WIN-SUB).
           ADD CP-CURE-DAYS(WS-COLL-SUB, WS-WIN-SUB)
               TO CP-CURE-DAYS(WS-COLL-TOTAL-SUB, WS-WIN-SUB).
           ADD CP-COLLECTED(WS-COLL-SUB, WS-WIN-SUB)
               TO CP-COLLECTED(WS-COLL-TOTAL-SUB, WS-WIN-SUB).
           PERFORM 6160-ADD-ONE-ROLL THRU 6160-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.
       6150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6160-ADD-ONE-ROLL
      *----------------------------------------------------------------
       6160-ADD-ONE-ROLL.
           ADD CP-ROLL-START(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB)
               TO CP-ROLL-START(WS-COLL-TOTAL-SUB, WS-WIN-SUB,
                                WS-BKT-SUB).
           ADD CP-ROLL-FWD(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB)
               TO CP-ROLL-FWD(WS-COLL-TOTAL-SUB, WS-WIN-SUB,
                              WS-BKT-SUB).
           ADD CP-ROLL-BACK(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB)
               TO CP-ROLL-BACK(WS-COLL-TOTAL-SUB, WS-WIN-SUB,
                               WS-BKT-SUB).
       6160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-WRITE-ROLL-LINES - ONE LINE PER STARTING BUCKET THE
      * COLLECTOR HAD ACCOUNTS IN.
      *----------------------------------------------------------------
       6200-WRITE-ROLL-LINES.
           PERFORM 6250-WRITE-ONE-ROLL THRU 6250-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6250-WRITE-ONE-ROLL
      *----------------------------------------------------------------
       6250-WRITE-ONE-ROLL.
           IF CP-ROLL-START(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB) = ZERO
               GO TO 6250-EXIT
           END-IF.

           IF CP-COLLECTOR(WS-COLL-SUB) = SPACES
               MOVE "NONE"   TO RL-COLLECTOR
           ELSE
               MOVE CP-COLLECTOR(WS-COLL-SUB) TO RL-COLLECTOR
           END-IF.
           MOVE BK-LABEL(WS-BKT-SUB) TO RL-BUCKET.
           MOVE CP-ROLL-START(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB)
               TO RL-START.
           MOVE CP-ROLL-FWD(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB)
               TO RL-FWD.
           MOVE CP-ROLL-BACK(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB)
               TO RL-BACK.
           COMPUTE RL-STAYED =
               CP-ROLL-START(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB)
             - CP-ROLL-FWD(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB)
             - CP-ROLL-BACK(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB).
           COMPUTE WS-PCT-WORK ROUNDED =
               CP-ROLL-FWD(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB) * 100
             / CP-ROLL-START(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB).
           MOVE WS-PCT-WORK TO RL-FWD-PCT.
           COMPUTE WS-PCT-WORK ROUNDED =
               CP-ROLL-BACK(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB) * 100
             / CP-ROLL-START(WS-COLL-SUB, WS-WIN-SUB, WS-BKT-SUB).
           MOVE WS-PCT-WORK TO RL-BACK-PCT.
           WRITE REPORT-LINE FROM ROLL-DETAIL.
       6250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-EDIT-DATE - WS-EDIT-DATE-RAW AS YYYY-MM-DD.
      *----------------------------------------------------------------
       7000-EDIT-DATE.
           MOVE WS-EDIT-DATE-RAW(1:4) TO WS-EDF-YYYY.
           MOVE WS-EDIT-DATE-RAW(5:2) TO WS-EDF-MM.
           MOVE WS-EDIT-DATE-RAW(7:2) TO WS-EDF-DD.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLES REPLACE THE WORKQUEUE AND
      * THE PROMISE LOG.  A SETTLED PROMISE PAST THE RETENTION IS
      * LEFT OFF THE LOG.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF NOT PAY-FILE-NOT-FOUND
               CLOSE PAYMENT-HISTORY
           END-IF.

           IF WS-WRKQ-TABLE-COUNT > ZERO
               OPEN OUTPUT COLLECT-QUEUE
               PERFORM 9100-WRITE-ONE-ENTRY THRU 9100-EXIT
                   VARYING WS-WRKQ-SUB FROM 1 BY 1
                   UNTIL WS-WRKQ-SUB > WS-WRKQ-TABLE-COUNT
               CLOSE COLLECT-QUEUE
           END-IF.

           IF WS-PTP-TABLE-COUNT > ZERO
               OPEN OUTPUT PROMISE-LOG
               PERFORM 9200-WRITE-ONE-PROMISE THRU 9200-EXIT
                   VARYING WS-PTP-SUB FROM 1 BY 1
                   UNTIL WS-PTP-SUB > WS-PTP-TABLE-COUNT
               CLOSE PROMISE-LOG
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PROMISES-KEPT      TO KC-KEPT.
           WRITE REPORT-LINE FROM KEPT-COUNT-LINE.
           MOVE WS-PROMISES-BROKEN    TO BC-BROKEN.
           WRITE REPORT-LINE FROM BROKEN-COUNT-LINE.
           MOVE WS-FOLLOW-UPS-FLAGGED TO FC-FLAGGED.
           WRITE REPORT-LINE FROM FLAGGED-COUNT-LINE.
           MOVE WS-PROMISES-PURGED    TO PC-PURGED.
           WRITE REPORT-LINE FROM PURGED-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.
           CLOSE PERF-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-ENTRY
      *----------------------------------------------------------------
       9100-WRITE-ONE-ENTRY.
           MOVE WQ-IMAGE(WS-WRKQ-SUB) TO COLLECT-QUEUE-REC.
           WRITE COLLECT-QUEUE-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-WRITE-ONE-PROMISE
      *----------------------------------------------------------------
       9200-WRITE-ONE-PROMISE.
           MOVE PR-IMAGE(WS-PTP-SUB) TO PROMISE-LOG-REC.
           IF NOT PT-PROMISE-IS-OPEN
              AND PT-RESOLVE-DATE < WS-RETAIN-DATE
               ADD 1 TO WS-PROMISES-PURGED
               GO TO 9200-EXIT
           END-IF.

           WRITE PROMISE-LOG-REC.
           ADD 1 TO WS-PROMISES-WRITTEN.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES PROMISES READ AGAINST
      * PROMISES WRITTEN BACK PLUS PROMISES PURGED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-PROMISES-READ    TO CT-RECORDS-READ.
           MOVE WS-PROMISES-WRITTEN TO CT-RECORDS-PROCESSED.
           IF WS-PROMISES-READ = WS-PROMISES-WRITTEN
                               + WS-PROMISES-PURGED
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
