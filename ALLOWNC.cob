       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-ALLOWANCE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MONTH-END ALLOWANCE FOR LOAN
      *                 LOSSES, SO THE LOSS IS RESERVED AHEAD OF THE
      *                 WRITE-OFF INSTEAD OF LANDING ON THE MONTH THE
      *                 CHARGE-OFF RUN TAKES IT.  EVERY OPEN BALANCE
      *                 ON THE MASTER GETS A LOSS RATE FROM THE
      *                 ALLWCTL GRID - DELINQUENCY BUCKET, AGED THE
      *                 WAY DELINQUENCY-AGING AGES IT, BY THE BAND OF
      *                 THE ACCOUNT'S LATEST RISKHIST SCORE - AND THE
      *                 REQUIRED RESERVE IS TOTALLED PER BRANCH AND
      *                 CURRENCY.  THE RESERVE ACCOUNT'S BALANCE ON
      *                 GLBALHST IS THE OPENING RESERVE; THE MONTH'S
      *                 CHARGE-OFFS FROM CHGOHIST ARE TAKEN AGAINST
      *                 IT AND THE MONTH'S RECOVERIES ON THOSE
      *                 ACCOUNTS ADDED BACK, AND THE PROVISION IS
      *                 WHATEVER BUILD OR RELEASE BRINGS THE RESERVE
      *                 TO THE REQUIRED FIGURE.  ALL THREE MOVEMENTS
      *                 POST AS BALANCED PAIRS TO CIGLPOST IN THE
      *                 OPEN ACCOUNTING PERIOD, AND THE ALLOWANCE
      *                 REPORT PRINTS THE BRANCH DETAIL AND THE
      *                 ROLL-FORWARD.
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

           SELECT ALLOWANCE-CONTROL ASSIGN TO ALLWCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RISK-HISTORY    ASSIGN TO RISKHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-FILE-STATUS.

           SELECT CHGOFF-HISTORY  ASSIGN TO CHGOHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGO-FILE-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO GLBALHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALLOWANCE-RPT   ASSIGN TO ALLWRPT
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
       FD  LOAN-ACCOUNTS.
       COPY LOANMSTR.

       FD  ALLOWANCE-CONTROL
           RECORDING MODE IS F.
       COPY ALLWRATE.

       FD  RISK-HISTORY
           RECORDING MODE IS F.
       COPY RISKHIST.

       FD  CHGOFF-HISTORY
           RECORDING MODE IS F.
       COPY CHGOHIST.

       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       COPY PAYHIST.

       FD  BALANCE-HISTORY
           RECORDING MODE IS F.
       COPY GLBALHST.

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  ALLOWANCE-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

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
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS            VALUE 'Y'.
           05 WS-CTL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RATE-CARDS          VALUE 'Y'.
           05 WS-RISK-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RISK-HISTORY        VALUE 'Y'.
           05 WS-CHGO-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CHGOFF-HISTORY      VALUE 'Y'.
           05 WS-PAY-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-PAYMENT-HISTORY     VALUE 'Y'.
           05 WS-BAL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-CHART-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-BRANCH-FULL-SW    PIC X(01) VALUE 'N'.
              88 BRANCH-TABLE-WAS-FULL      VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
              88 ENTRY-WAS-FOUND            VALUE 'Y'.

       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-RISK-FILE-STATUS     PIC X(02).
           88 RISK-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CHGO-FILE-STATUS     PIC X(02).
           88 CHGO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-PAY-FILE-STATUS      PIC X(02).
           88 PAY-FILE-NOT-FOUND           VALUE '35'.
       01  WS-BAL-FILE-STATUS      PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * LOSS-RATE GRID - PERCENT OF THE OPEN BALANCE RESERVED, BY
      * DELINQUENCY BUCKET (ROW) AND RISK-SCORE BAND (COLUMN).  THE
      * DEFAULTS BELOW HOLD UNTIL AN ALLWCTL CARD REPLACES A CELL.
      *----------------------------------------------------------------
       01  WS-DEFAULT-RATES.
      *    CURRENT
           05 FILLER               PIC X(20) VALUE
              "00050001000020000400".
      *    1-30 DAYS
           05 FILLER               PIC X(20) VALUE
              "00200004000060001000".
      *    31-60 DAYS
           05 FILLER               PIC X(20) VALUE
              "01000015000200003000".
      *    OVER 60 DAYS
           05 FILLER               PIC X(20) VALUE
              "02500035000500006000".
      *    MATURED
           05 FILLER               PIC X(20) VALUE
              "05000060000750009000".
       01  LOSS-RATE-GRID REDEFINES WS-DEFAULT-RATES.
           05 GRID-BUCKET OCCURS 5 TIMES.
              10 GRID-LOSS-PCT     PIC 9(3)V99 OCCURS 4 TIMES.
       01  WS-CARDS-APPLIED        PIC 9(04) COMP VALUE 0.
       01  WS-CARDS-REJECTED       PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------
      * AGING AND SCORING WORK FIELDS - THE SAME BUCKET BOUNDARIES
      * DELINQUENCY-AGING USES.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-INT         PIC S9(08) COMP.
       01  WS-DUE-DATE-INT         PIC S9(08) COMP.
       01  WS-DAYS-PAST-DUE        PIC S9(05) COMP.
       01  WS-BUCKET               PIC 9(01).
       01  WS-BAND                 PIC 9(01).
       01  WS-LATEST-SCORE         PIC 9(03).
       01  WS-RESERVE-AMT          PIC 9(9)V99.

      *----------------------------------------------------------------
      * LATEST-SCORE TABLE - ONE ENTRY PER ACCOUNT RISKHIST HAS EVER
      * SCORED.  THE FILE IS APPENDED RUN BY RUN, SO A LATER RECORD
      * FOR AN ACCOUNT REPLACES THE EARLIER SCORE.
      *----------------------------------------------------------------
       01  WS-SCORE-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  WS-SCORE-TABLE-MAX      PIC 9(04) VALUE 5000.
       01  SCORE-TABLE.
           05 SCORE-ENTRY OCCURS 5000 TIMES.
              10 SCORE-ACCT-NO     PIC X(06).
              10 SCORE-VALUE       PIC 9(03).
       01  WS-SCORE-SUB            PIC 9(04) COMP.

      *----------------------------------------------------------------
      * CHARGE-OFF TABLE - EVERY WRITE-OFF ON CHGOHIST, WITH THIS
      * MONTH'S WRITE-OFF AMOUNT AND THIS MONTH'S RECOVERIES AGAINST
      * IT.  EARLIER WRITE-OFFS STAY IN THE TABLE SO A RECOVERY ON AN
      * OLD CHARGE-OFF STILL FINDS ITS CURRENCY.
      *----------------------------------------------------------------
       01  WS-CHGO-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-CHGO-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  CHARGE-OFF-TABLE.
           05 CG-ENTRY OCCURS 5000 TIMES.
              10 CG-ACCT-NO        PIC X(06).
              10 CG-CURRENCY       PIC X(03).
              10 CG-MONTH-AMOUNT   PIC 9(9)V99.
              10 CG-MONTH-RECOVERED PIC 9(9)V99.
       01  WS-CHGO-SUB             PIC 9(04) COMP.
      *    A RECOVERY WHOSE CHARGE-OFF IS NOT ON THE HISTORY FILE IS
      *    TAKEN AS BASE CURRENCY.
       01  WS-UNMATCHED-RECOVERED  PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * BRANCH/CURRENCY TABLE - OPEN BALANCE AND REQUIRED RESERVE
      * PER BRANCH PER CURRENCY.  A BRANCH-LESS ACCOUNT FILES UNDER
      * "NONE", THE WAY DELINQUENCY-AGING FILES IT.
      *----------------------------------------------------------------
       01  WS-BRANCH-TABLE-COUNT   PIC 9(04) VALUE 0.
       01  WS-BRANCH-TABLE-MAX     PIC 9(04) VALUE 500.
       01  BRANCH-TABLE.
           05 BR-ENTRY OCCURS 500 TIMES.
              10 BR-BRANCH         PIC X(04).
              10 BR-CURRENCY       PIC X(03).
              10 BR-ACCOUNTS       PIC 9(07) COMP.
              10 BR-BALANCE        PIC 9(11)V99.
              10 BR-REQUIRED       PIC 9(11)V99.
       01  WS-BR-SUB               PIC 9(04) COMP.
       01  WS-BRANCH-WORK          PIC X(04).

      *----------------------------------------------------------------
      * ROLL-FORWARD FIGURES - ALL IN BASE CURRENCY, THE WAY THE
      * BALANCE HISTORY CARRIES THE RESERVE ACCOUNT.  THE RESERVE IS
      * A CONTRA-ASSET, SO ITS BALANCE IS CREDITS LESS DEBITS.
      *----------------------------------------------------------------
       01  WS-OPENING-RESERVE      PIC S9(13)V99 VALUE 0.
       01  WS-MONTH-CHGOFFS        PIC 9(13)V99 VALUE 0.
       01  WS-MONTH-RECOVERIES     PIC 9(13)V99 VALUE 0.
       01  WS-REQUIRED-BASE        PIC 9(13)V99 VALUE 0.
       01  WS-PROVISION            PIC S9(13)V99 VALUE 0.
       01  WS-CLOSING-RESERVE      PIC S9(13)V99 VALUE 0.
       01  WS-ROW-BASE             PIC 9(13)V99.
       01  WS-POST-AMOUNT          PIC 9(9)V99.
       01  WS-NARRATIVE            PIC X(20).
       01  WS-DEBIT-ACCOUNT        PIC X(10).
       01  WS-CREDIT-ACCOUNT       PIC X(10).
       01  WS-REASON               PIC X(40).

      *----------------------------------------------------------------
      * CHART-OF-ACCOUNTS TABLE AND GL CODES - THE ACCOUNTS ARE
      * VALIDATED THE WAY CI-CALCULATOR VALIDATES, WITH AN UNKNOWN
      * ACCOUNT REDIRECTED TO SUSPENSE.
      *----------------------------------------------------------------
       01  WS-CHART-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  GL-CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-CHART-TABLE-COUNT
                 INDEXED BY CHART-IDX.
              10 CHART-TABLE-ACCOUNT PIC X(10).
       01  WS-CHART-FOUND-SW       PIC X(01) VALUE 'N'.
           88 GL-ACCOUNT-IS-ON-CHART       VALUE 'Y'.
       01  WS-GL-POST-ACCOUNT      PIC X(10).

       01  WS-GL-CODES.
           05 WS-GL-ALLOWANCE      PIC X(10) VALUE "1090-ALLOW".
           05 WS-GL-PROVISION      PIC X(10) VALUE "5150-PROVN".
           05 WS-GL-LOAN-LOSS      PIC X(10) VALUE "5100-LOSS ".
           05 WS-GL-RECOVERY       PIC X(10) VALUE "4300-RECOV".
           05 WS-GL-SUSPENSE       PIC X(10) VALUE "2999-SUSPN".

      *----------------------------------------------------------------
      * FX-RATE TABLE - EACH CURRENCY'S RESERVE AND WRITE-OFFS ARE
      * CONVERTED TO BASE FOR THE ROLL-FORWARD.
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

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-RESERVED    PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-SKIPPED     PIC 9(7) COMP VALUE 0.

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
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.  THE POSTING
      * PERIOD IS RESOLVED ONCE AT START-UP AND STAMPED ON EVERY GL
      * EXTRACT RECORD.
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
           05 WS-RIF-PGM       PIC X(06) VALUE "ALLOWN".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "ALLOWANCE FOR LOAN LOSSES".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(06) VALUE "BRANCH".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "CUR".
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "ACCOUNTS".
           05 FILLER                PIC X(07) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "OPEN BALANCE".
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE " REQ RESERVE".
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE " REQ IN BASE".

       01  REPORT-DETAIL.
           05 RD-BRANCH             PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-CURRENCY           PIC X(03).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-ACCOUNTS           PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RD-REQUIRED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RD-REQUIRED-BASE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  ROLL-FORWARD-HEADING.
           05 FILLER                PIC X(40) VALUE
              "RESERVE ROLL-FORWARD (BASE CURRENCY)".

       01  ROLL-FORWARD-LINE.
           05 RF-LABEL              PIC X(28).
           05 RF-AMOUNT             PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  POSTING-WITHHELD-LINE.
           05 FILLER                PIC X(50) VALUE
              "NOTHING POSTED - SEE THE SHARED EXCEPTION LOG".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "ALLOWN  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-RESERVE-ACCOUNT  THRU 2000-EXIT
               UNTIL END-OF-ACCOUNTS.
           PERFORM 3000-ROLL-FORWARD     THRU 3000-EXIT.
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
      * 1000-INITIALIZE - THE SCORE AND CHARGE-OFF TABLES ARE LOADED
      * BEFORE ANY OUTPUT IS OPENED, SO A TABLE PAST ITS LIMIT STOPS
      * THE RUN WITHOUT A PARTIAL POSTING.
      *----------------------------------------------------------------
       1000-INITIALIZE.
      *    THE MONTH TESTS ON THE HISTORY LOADS NEED THE BUSINESS
      *    DATE BEFORE THE RUN STAMP IS WRITTEN.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           OPEN INPUT RISK-HISTORY.
           IF NOT RISK-FILE-NOT-FOUND
               PERFORM 1200-LOAD-ONE-SCORE THRU 1200-EXIT
                   UNTIL END-OF-RISK-HISTORY
               CLOSE RISK-HISTORY
           END-IF.

           OPEN INPUT CHGOFF-HISTORY.
           IF NOT CHGO-FILE-NOT-FOUND
               PERFORM 1300-LOAD-ONE-CHGOFF THRU 1300-EXIT
                   UNTIL END-OF-CHGOFF-HISTORY
               CLOSE CHGOFF-HISTORY
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING POSTED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-ACCOUNTS
           OPEN INPUT  GL-CHART
           OPEN INPUT  FX-RATES
           OPEN OUTPUT ALLOWANCE-RPT.

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

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           PERFORM 1020-READ-RATE-CARDS THRU 1020-EXIT.

           PERFORM 1170-LOAD-GL-CHART THRU 1170-EXIT
               UNTIL END-OF-GL-CHART.
           CLOSE GL-CHART.

           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

      *    THE MONTH'S RECOVERIES ARE READ AFTER THE BUSINESS DATE IS
      *    KNOWN, AND MATCHED TO THE CHARGE-OFF TABLE FOR CURRENCY.
           OPEN INPUT PAYMENT-HISTORY.
           IF NOT PAY-FILE-NOT-FOUND
               PERFORM 1400-LOAD-ONE-RECOVERY THRU 1400-EXIT
                   UNTIL END-OF-PAYMENT-HISTORY
               CLOSE PAYMENT-HISTORY
           END-IF.

      *    NO BALANCE HISTORY YET MEANS THE RESERVE OPENS AT ZERO.
           OPEN INPUT BALANCE-HISTORY.
           IF NOT BAL-FILE-NOT-FOUND
               PERFORM 1500-ADD-ONE-BALANCE THRU 1500-EXIT
                   UNTIL END-OF-BALANCES
               CLOSE BALANCE-HISTORY
           END-IF.

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-READ-RATE-CARDS - EACH VALID CARD REPLACES ONE CELL OF
      * THE DEFAULT GRID.  A CARD OUTSIDE THE GRID OR OVER 100
      * PERCENT IS COUNTED AND IGNORED; A MISSING FILE LEAVES THE
      * DEFAULTS IN FORCE.
      *----------------------------------------------------------------
       1020-READ-RATE-CARDS.
           OPEN INPUT ALLOWANCE-CONTROL.
           IF CTL-FILE-NOT-FOUND
               GO TO 1020-EXIT
           END-IF.

           PERFORM 1030-READ-ONE-CARD THRU 1030-EXIT
               UNTIL END-OF-RATE-CARDS.
           CLOSE ALLOWANCE-CONTROL.

           IF WS-CARDS-REJECTED > ZERO
               DISPLAY "ALLWCTL CARDS IGNORED = " WS-CARDS-REJECTED
           END-IF.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1030-READ-ONE-CARD
      *----------------------------------------------------------------
       1030-READ-ONE-CARD.
           READ ALLOWANCE-CONTROL
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
                   GO TO 1030-EXIT
           END-READ.

           IF AW-BUCKET IS NUMERIC
              AND AW-BAND IS NUMERIC
              AND AW-LOSS-PCT IS NUMERIC
              AND AW-BUCKET >= 1 AND AW-BUCKET <= 5
              AND AW-BAND >= 1 AND AW-BAND <= 4
              AND AW-LOSS-PCT <= 100
               MOVE AW-LOSS-PCT
                   TO GRID-LOSS-PCT(AW-BUCKET, AW-BAND)
               ADD 1 TO WS-CARDS-APPLIED
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
           END-IF.
       1030-EXIT.
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
      * 1170-LOAD-GL-CHART
      *----------------------------------------------------------------
       1170-LOAD-GL-CHART.
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
      * 1200-LOAD-ONE-SCORE - A LATER RECORD FOR AN ACCOUNT ALREADY
      * IN THE TABLE REPLACES ITS SCORE.
      *----------------------------------------------------------------
       1200-LOAD-ONE-SCORE.
           READ RISK-HISTORY
               AT END
                   MOVE 'Y' TO WS-RISK-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1250-SEARCH-SCORE THRU 1250-EXIT
               VARYING WS-SCORE-SUB FROM 1 BY 1
               UNTIL WS-SCORE-SUB > WS-SCORE-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               GO TO 1200-EXIT
           END-IF.

           IF WS-SCORE-TABLE-COUNT >= WS-SCORE-TABLE-MAX
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-RISK-EOF-SW
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-SCORE-TABLE-COUNT.
           MOVE RK-ACCT-NO TO SCORE-ACCT-NO(WS-SCORE-TABLE-COUNT).
           MOVE RK-SCORE   TO SCORE-VALUE(WS-SCORE-TABLE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-SEARCH-SCORE
      *----------------------------------------------------------------
       1250-SEARCH-SCORE.
           IF SCORE-ACCT-NO(WS-SCORE-SUB) = RK-ACCT-NO
               MOVE RK-SCORE TO SCORE-VALUE(WS-SCORE-SUB)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-CHGOFF - EVERY WRITE-OFF GOES IN THE TABLE; ONLY
      * ONE DATED IN THE BUSINESS DATE'S MONTH CARRIES AN AMOUNT INTO
      * THE ROLL-FORWARD.
      *----------------------------------------------------------------
       1300-LOAD-ONE-CHGOFF.
           READ CHGOFF-HISTORY
               AT END
                   MOVE 'Y' TO WS-CHGO-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF WS-CHGO-TABLE-COUNT >= WS-CHGO-TABLE-MAX
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-CHGO-EOF-SW
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-CHGO-TABLE-COUNT.
           MOVE CO-ACCT-NO  TO CG-ACCT-NO(WS-CHGO-TABLE-COUNT).
           MOVE CO-CURRENCY TO CG-CURRENCY(WS-CHGO-TABLE-COUNT).
           IF CG-CURRENCY(WS-CHGO-TABLE-COUNT) = SPACES
               MOVE "USD" TO CG-CURRENCY(WS-CHGO-TABLE-COUNT)
           END-IF.
           MOVE ZERO TO CG-MONTH-RECOVERED(WS-CHGO-TABLE-COUNT).
           IF CO-CHGOFF-DATE(1:6) = WS-BUS-DATE-RAW(1:6)
               MOVE CO-AMOUNT TO CG-MONTH-AMOUNT(WS-CHGO-TABLE-COUNT)
           ELSE
               MOVE ZERO TO CG-MONTH-AMOUNT(WS-CHGO-TABLE-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-RECOVERY - A TYPE 'V' ENTRY DATED IN THE
      * BUSINESS DATE'S MONTH ADDS TO ITS ACCOUNT'S CHARGE-OFF.
      *----------------------------------------------------------------
       1400-LOAD-ONE-RECOVERY.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO WS-PAY-EOF-SW
                   GO TO 1400-EXIT
           END-READ.

           IF NOT PH-IS-RECOVERY
              OR PH-PAY-DATE(1:6) NOT = WS-BUS-DATE-RAW(1:6)
               GO TO 1400-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1450-SEARCH-CHGOFF THRU 1450-EXIT
               VARYING WS-CHGO-SUB FROM 1 BY 1
               UNTIL WS-CHGO-SUB > WS-CHGO-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF NOT ENTRY-WAS-FOUND
               ADD PH-AMOUNT TO WS-UNMATCHED-RECOVERED
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-SEARCH-CHGOFF
      *----------------------------------------------------------------
       1450-SEARCH-CHGOFF.
           IF CG-ACCT-NO(WS-CHGO-SUB) = PH-ACCT-NO
               ADD PH-AMOUNT TO CG-MONTH-RECOVERED(WS-CHGO-SUB)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-ADD-ONE-BALANCE - THE RESERVE ACCOUNT'S NET CREDIT
      * ACROSS EVERY PERIOD UP TO THE POSTING PERIOD.
      *----------------------------------------------------------------
       1500-ADD-ONE-BALANCE.
           READ BALANCE-HISTORY
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
                   GO TO 1500-EXIT
           END-READ.

           IF GB-GL-ACCOUNT = WS-GL-ALLOWANCE
              AND GB-PERIOD <= PC-POST-PERIOD
               COMPUTE WS-OPENING-RESERVE = WS-OPENING-RESERVE
                   + GB-BASE-CREDITS - GB-BASE-DEBITS
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-RESERVE-ACCOUNT - AN OPEN BALANCE IS AGED, BANDED, AND
      * RESERVED AT ITS GRID RATE.  CLOSED AND CHARGED-OFF ACCOUNTS
      * CARRY NO RESERVE - A CHARGE-OFF HAS ALREADY USED ITS SHARE.
      *----------------------------------------------------------------
       2000-RESERVE-ACCOUNT.
           IF LM-ACCOUNT-IS-CLOSED
              OR LM-ACCOUNT-IS-CHARGED-OFF
              OR LM-PRINCIPAL = ZERO
               ADD 1 TO WS-ACCTS-SKIPPED
               PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-SET-BUCKET THRU 2100-EXIT.
           PERFORM 2200-SET-BAND   THRU 2200-EXIT.

           COMPUTE WS-RESERVE-AMT ROUNDED =
               LM-PRINCIPAL * GRID-LOSS-PCT(WS-BUCKET, WS-BAND) / 100.

           PERFORM 2300-ADD-TO-BRANCH THRU 2300-EXIT.
           ADD 1 TO WS-ACCTS-RESERVED.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SET-BUCKET - SAME BOUNDARIES AS DELINQUENCY-AGING.  A DUE
      * DATE THAT IS NOT A REAL CALENDAR DATE AGES AS CURRENT.
      *----------------------------------------------------------------
       2100-SET-BUCKET.
           MOVE 0 TO WS-DAYS-PAST-DUE.
           IF LM-NEXT-DUE-DATE NOT = ZERO
               COMPUTE WS-DUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
               IF WS-DUE-DATE-INT NOT = ZERO
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-DATE-INT - WS-DUE-DATE-INT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN LM-ACCOUNT-IS-MATURED
                   MOVE 5 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-SET-BAND - THE LATEST SCORE'S BAND.  AN ACCOUNT RISK-SCORE
      * HAS NOT SCORED YET FALLS IN THE LOWEST BAND.
      *----------------------------------------------------------------
       2200-SET-BAND.
           MOVE ZERO TO WS-LATEST-SCORE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2250-FIND-SCORE THRU 2250-EXIT
               VARYING WS-SCORE-SUB FROM 1 BY 1
               UNTIL WS-SCORE-SUB > WS-SCORE-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.

           EVALUATE TRUE
               WHEN WS-LATEST-SCORE < 25
                   MOVE 1 TO WS-BAND
               WHEN WS-LATEST-SCORE < 50
                   MOVE 2 TO WS-BAND
               WHEN WS-LATEST-SCORE < 75
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-FIND-SCORE
      *----------------------------------------------------------------
       2250-FIND-SCORE.
           IF SCORE-ACCT-NO(WS-SCORE-SUB) = LM-ACCT-NO
               MOVE SCORE-VALUE(WS-SCORE-SUB) TO WS-LATEST-SCORE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-ADD-TO-BRANCH - A BRANCH/CURRENCY PAIR THE TABLE HAS NO
      * ROOM FOR IS LOGGED, AND THE RUN POSTS NOTHING SO AN
      * UNDERSTATED RESERVE NEVER REACHES THE LEDGER.
      *----------------------------------------------------------------
       2300-ADD-TO-BRANCH.
           MOVE LM-BRANCH TO WS-BRANCH-WORK.
           IF WS-BRANCH-WORK = SPACES
               MOVE "NONE" TO WS-BRANCH-WORK
           END-IF.
           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2350-SEARCH-BRANCH THRU 2350-EXIT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BRANCH-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.

           IF NOT ENTRY-WAS-FOUND
               IF WS-BRANCH-TABLE-COUNT >= WS-BRANCH-TABLE-MAX
                   IF NOT BRANCH-TABLE-WAS-FULL
                       MOVE 'Y' TO WS-BRANCH-FULL-SW
                       MOVE "BRANCH TABLE FULL - NOTHING POSTED"
                           TO WS-REASON
                       PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   END-IF
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-BRANCH-TABLE-COUNT
               MOVE WS-BRANCH-TABLE-COUNT TO WS-BR-SUB
               MOVE WS-BRANCH-WORK   TO BR-BRANCH(WS-BR-SUB)
               MOVE WS-CURRENCY-CODE TO BR-CURRENCY(WS-BR-SUB)
               MOVE ZERO TO BR-ACCOUNTS(WS-BR-SUB)
               MOVE ZERO TO BR-BALANCE(WS-BR-SUB)
               MOVE ZERO TO BR-REQUIRED(WS-BR-SUB)
           END-IF.

           ADD 1              TO BR-ACCOUNTS(WS-BR-SUB).
           ADD LM-PRINCIPAL   TO BR-BALANCE(WS-BR-SUB).
           ADD WS-RESERVE-AMT TO BR-REQUIRED(WS-BR-SUB).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-SEARCH-BRANCH - LEAVES WS-BR-SUB ON THE MATCHING ENTRY.
      *----------------------------------------------------------------
       2350-SEARCH-BRANCH.
           IF BR-BRANCH(WS-BR-SUB) = WS-BRANCH-WORK
              AND BR-CURRENCY(WS-BR-SUB) = WS-CURRENCY-CODE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "ALLOWN"   TO SE-PROGRAM-ID.
           MOVE LM-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-ROLL-FORWARD - PRINTS THE BRANCH DETAIL, CONVERTS THE
      * REQUIRED RESERVE AND THE MONTH'S CHARGE-OFFS AND RECOVERIES
      * TO BASE, AND POSTS THE MOVEMENTS.  A MISSING FX RATE OR A
      * FULL BRANCH TABLE WITHHOLDS EVERY POSTING - A RESERVE BUILT
      * ON A ZERO RATE WOULD RELEASE REAL MONEY.
      *----------------------------------------------------------------
       3000-ROLL-FORWARD.
           PERFORM 3100-PRINT-ONE-BRANCH THRU 3100-EXIT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BRANCH-TABLE-COUNT.

           PERFORM 3200-ADD-ONE-CHGOFF THRU 3200-EXIT
               VARYING WS-CHGO-SUB FROM 1 BY 1
               UNTIL WS-CHGO-SUB > WS-CHGO-TABLE-COUNT.
           ADD WS-UNMATCHED-RECOVERED TO WS-MONTH-RECOVERIES.

           COMPUTE WS-PROVISION = WS-REQUIRED-BASE
               - WS-OPENING-RESERVE + WS-MONTH-CHGOFFS
               - WS-MONTH-RECOVERIES.
           COMPUTE WS-CLOSING-RESERVE = WS-OPENING-RESERVE
               - WS-MONTH-CHGOFFS + WS-MONTH-RECOVERIES
               + WS-PROVISION.

           WRITE REPORT-LINE FROM ROLL-FORWARD-HEADING.
           MOVE "OPENING RESERVE"          TO RF-LABEL.
           MOVE WS-OPENING-RESERVE         TO RF-AMOUNT.
           WRITE REPORT-LINE FROM ROLL-FORWARD-LINE.
           MOVE "LESS CHARGE-OFFS"         TO RF-LABEL.
           MOVE WS-MONTH-CHGOFFS           TO RF-AMOUNT.
           WRITE REPORT-LINE FROM ROLL-FORWARD-LINE.
           MOVE "PLUS RECOVERIES"          TO RF-LABEL.
           MOVE WS-MONTH-RECOVERIES        TO RF-AMOUNT.
           WRITE REPORT-LINE FROM ROLL-FORWARD-LINE.
           MOVE "PROVISION BUILD/-RELEASE" TO RF-LABEL.
           MOVE WS-PROVISION               TO RF-AMOUNT.
           WRITE REPORT-LINE FROM ROLL-FORWARD-LINE.
           MOVE "CLOSING RESERVE"          TO RF-LABEL.
           MOVE WS-CLOSING-RESERVE         TO RF-AMOUNT.
           WRITE REPORT-LINE FROM ROLL-FORWARD-LINE.

           IF AN-FX-RATE-WAS-MISSING
              OR BRANCH-TABLE-WAS-FULL
               WRITE REPORT-LINE FROM POSTING-WITHHELD-LINE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 4000-POST-MOVEMENTS THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-ONE-BRANCH
      *----------------------------------------------------------------
       3100-PRINT-ONE-BRANCH.
           MOVE BR-CURRENCY(WS-BR-SUB) TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.
           COMPUTE WS-ROW-BASE ROUNDED =
               BR-REQUIRED(WS-BR-SUB) * WS-FX-RATE.
           ADD WS-ROW-BASE TO WS-REQUIRED-BASE.

           MOVE BR-BRANCH(WS-BR-SUB)   TO RD-BRANCH.
           MOVE BR-CURRENCY(WS-BR-SUB) TO RD-CURRENCY.
           MOVE BR-ACCOUNTS(WS-BR-SUB) TO RD-ACCOUNTS.
           MOVE BR-BALANCE(WS-BR-SUB)  TO RD-BALANCE.
           MOVE BR-REQUIRED(WS-BR-SUB) TO RD-REQUIRED.
           MOVE WS-ROW-BASE            TO RD-REQUIRED-BASE.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-ADD-ONE-CHGOFF - THE MONTH'S WRITE-OFF AND RECOVERIES ON
      * ONE CHARGE-OFF, IN BASE.
      *----------------------------------------------------------------
       3200-ADD-ONE-CHGOFF.
           IF CG-MONTH-AMOUNT(WS-CHGO-SUB) = ZERO
              AND CG-MONTH-RECOVERED(WS-CHGO-SUB) = ZERO
               GO TO 3200-EXIT
           END-IF.

           MOVE CG-CURRENCY(WS-CHGO-SUB) TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.
           COMPUTE WS-MONTH-CHGOFFS ROUNDED = WS-MONTH-CHGOFFS
               + CG-MONTH-AMOUNT(WS-CHGO-SUB) * WS-FX-RATE.
           COMPUTE WS-MONTH-RECOVERIES ROUNDED = WS-MONTH-RECOVERIES
               + CG-MONTH-RECOVERED(WS-CHGO-SUB) * WS-FX-RATE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-POST-MOVEMENTS - THE CHARGE-OFF RUN TOOK EACH WRITE-OFF
      * TO LOAN LOSSES AND PAYMENT-POST TOOK EACH RECOVERY TO
      * RECOVERY INCOME, SO THE MONTH'S TOTALS ARE MOVED ONTO THE
      * RESERVE FIRST; THE PROVISION THEN BUILDS OR RELEASES THE
      * RESERVE TO THE REQUIRED FIGURE.  EVERY PAIR IS BASE CURRENCY.
      *----------------------------------------------------------------
       4000-POST-MOVEMENTS.
           IF WS-MONTH-CHGOFFS > ZERO
               MOVE WS-MONTH-CHGOFFS      TO WS-POST-AMOUNT
               MOVE WS-GL-ALLOWANCE       TO WS-DEBIT-ACCOUNT
               MOVE WS-GL-LOAN-LOSS       TO WS-CREDIT-ACCOUNT
               MOVE "ALLOWANCE CHGOFF USE" TO WS-NARRATIVE
               PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
           END-IF.

           IF WS-MONTH-RECOVERIES > ZERO
               MOVE WS-MONTH-RECOVERIES   TO WS-POST-AMOUNT
               MOVE WS-GL-RECOVERY        TO WS-DEBIT-ACCOUNT
               MOVE WS-GL-ALLOWANCE       TO WS-CREDIT-ACCOUNT
               MOVE "ALLOWANCE RECOVERY"  TO WS-NARRATIVE
               PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-PROVISION > ZERO
                   MOVE WS-PROVISION          TO WS-POST-AMOUNT
                   MOVE WS-GL-PROVISION       TO WS-DEBIT-ACCOUNT
                   MOVE WS-GL-ALLOWANCE       TO WS-CREDIT-ACCOUNT
                   MOVE "ALLOWANCE BUILD"     TO WS-NARRATIVE
                   PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
               WHEN WS-PROVISION < ZERO
                   COMPUTE WS-POST-AMOUNT = ZERO - WS-PROVISION
                   MOVE WS-GL-ALLOWANCE       TO WS-DEBIT-ACCOUNT
                   MOVE WS-GL-PROVISION       TO WS-CREDIT-ACCOUNT
                   MOVE "ALLOWANCE RELEASE"   TO WS-NARRATIVE
                   PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - ONE BALANCED BASE-CURRENCY PAIR, NOT TIED
      * TO A SINGLE LOAN ACCOUNT.
      *----------------------------------------------------------------
       4500-POST-GL-PAIR.
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD     TO GL-PERIOD.
           MOVE SPACES             TO GL-ACCT-NO.
           MOVE WS-DEBIT-ACCOUNT   TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT         TO TRUE.
           MOVE WS-POST-AMOUNT     TO GL-AMOUNT.
           MOVE "USD"              TO GL-CURRENCY.
           MOVE WS-NARRATIVE       TO GL-NARRATIVE.
           MOVE WS-POST-AMOUNT     TO GL-BASE-AMOUNT.
           WRITE GL-EXTRACT-REC.

           MOVE WS-CREDIT-ACCOUNT  TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT        TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-VALIDATE-GL-ACCOUNT - SAME CHART CHECK CI-CALCULATOR
      * MAKES: AN ACCOUNT THE CHART DOES NOT CARRY IS REPLACED WITH
      * THE SUSPENSE ACCOUNT AND LOGGED.
      *----------------------------------------------------------------
       4400-VALIDATE-GL-ACCOUNT.
           MOVE 'N' TO WS-CHART-FOUND-SW.
           PERFORM 4450-SEARCH-CHART THRU 4450-EXIT
               VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > WS-CHART-TABLE-COUNT
                  OR GL-ACCOUNT-IS-ON-CHART.

           IF NOT GL-ACCOUNT-IS-ON-CHART
               MOVE SPACES TO SHARED-EXCEPTION-REC
               MOVE "ALLOWN" TO SE-PROGRAM-ID
               MOVE WS-GL-POST-ACCOUNT TO SE-ENTRY-ID
               MOVE "GL ACCOUNT NOT ON CHART - TO SUSPENSE"
                   TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               WRITE SHARED-EXCEPTION-REC
               MOVE WS-GL-SUSPENSE TO WS-GL-POST-ACCOUNT
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4450-SEARCH-CHART
      *----------------------------------------------------------------
       4450-SEARCH-CHART.
           IF CHART-TABLE-ACCOUNT(CHART-IDX) = WS-GL-POST-ACCOUNT
               MOVE 'Y' TO WS-CHART-FOUND-SW
           END-IF.
       4450-EXIT.
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
               MOVE "ALLOWN" TO SE-PROGRAM-ID
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
              OR BRANCH-TABLE-WAS-FULL
               MOVE 8 TO RETURN-CODE
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
           END-IF.

           CLOSE LOAN-ACCOUNTS
                 ALLOWANCE-RPT
                 GL-EXTRACT
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
           MOVE "ALLOWN  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-ACCTS-READ TO IR-RECORDS-SO-FAR.
           IF AN-FX-RATE-WAS-MISSING
               MOVE "4600-SET-FX-RATE" TO IR-PHASE
               MOVE WS-CURRENCY-CODE TO IR-LAST-KEY
               MOVE "FX RATE MISSING - NOTHING POSTED, CC 8"
                   TO IR-MESSAGE
           ELSE
               MOVE "2300-ADD-TO-BRANCH" TO IR-PHASE
               MOVE WS-BRANCH-WORK TO IR-LAST-KEY
               MOVE "BRANCH TABLE FULL - NOTHING POSTED, CC 8"
                   TO IR-MESSAGE
           END-IF.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.


      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ACCOUNTS READ AGAINST
      * ACCOUNTS RESERVED PLUS ACCOUNTS PASSED OVER.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-READ     TO CT-RECORDS-READ.
           MOVE WS-ACCTS-RESERVED TO CT-RECORDS-PROCESSED.
           IF WS-ACCTS-READ = WS-ACCTS-RESERVED + WS-ACCTS-SKIPPED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
