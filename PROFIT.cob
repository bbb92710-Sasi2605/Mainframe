       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PROFITABILITY.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MONTH-END ACCOUNT
      *                 PROFITABILITY.  FOR EVERY ACCOUNT ON THE BOOK
      *                 IN THE BUSINESS DATE'S MONTH: INTEREST INCOME
      *                 (THE NET OF THE MONTH'S 4200-INTIN POSTINGS -
      *                 DAILY ACCRUAL, CAPITALIZATION AND THEIR
      *                 REVERSALS), FEE INCOME (THE NET OF THE FEESCHED
      *                 INCOME ACCOUNTS) AND PREPAYMENT PENALTIES, ALL
      *                 FROM THE GLACCHST ACCOUNT-LEVEL GL HISTORY;
      *                 LESS THE COST OF FUNDS (THE PRFCTL TRANSFER-
      *                 PRICING RATE ON THE MONTH'S AVERAGE LOANHIST
      *                 BALANCE), A SHARE OF THE MONTH'S ALLOWANCE
      *                 PROVISION, CHARGE-OFFS NET OF RECOVERIES AND
      *                 THE PRFCTL SERVICING COST.  PRINTS A RANKED
      *                 LEAGUE TABLE BY BRANCH, THE SAME ROLL-UP BY
      *                 RATE CODE, AND THE BOTTOM-DECILE ACCOUNTS.
      *                 FIGURES ARE IN BASE CURRENCY.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE, SO THE BUSINESS DATE IS NOW READ AHEAD
      *                 OF THE FX LOAD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFIT-CONTROL  ASSIGN TO PRFCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT LOAN-ACCOUNTS   ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT FEE-SCHEDULE    ASSIGN TO FEESCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-GL-HISTORY ASSIGN TO GLACCHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-FILE-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO GLBALHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT LOAN-HISTORY    ASSIGN TO LOANHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CHARGE-OFF-HISTORY ASSIGN TO CHGOHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGO-FILE-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYH-FILE-STATUS.

           SELECT PROFIT-REPORT   ASSIGN TO PRFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFIT-CONTROL
           RECORDING MODE IS F.
       COPY PRFCTL.

       FD  LOAN-ACCOUNTS.
       COPY LOANMSTR.

       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       COPY FEESCHED.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  ACCOUNT-GL-HISTORY
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  BALANCE-HISTORY
           RECORDING MODE IS F.
       COPY GLBALHST.

       FD  LOAN-HISTORY
           RECORDING MODE IS F.
       COPY LOANHIST.

       FD  CHARGE-OFF-HISTORY
           RECORDING MODE IS F.
       COPY CHGOHIST.

       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       COPY PAYHIST.

       FD  PROFIT-REPORT
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
       01  WS-BUS-PERIOD           PIC 9(06).

       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS            VALUE 'Y'.
           05 WS-FEE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FEE-SCHEDULE        VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-GLH-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-GL-HISTORY          VALUE 'Y'.
           05 WS-BAL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-CHGO-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CHARGE-OFFS         VALUE 'Y'.
           05 WS-PAYH-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PAYMENTS            VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
              88 ENTRY-WAS-FOUND            VALUE 'Y'.

       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-FEE-FILE-STATUS      PIC X(02).
           88 FEE-FILE-NOT-FOUND           VALUE '35'.
       01  WS-GLH-FILE-STATUS      PIC X(02).
           88 GLH-FILE-NOT-FOUND           VALUE '35'.
       01  WS-BAL-FILE-STATUS      PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CHGO-FILE-STATUS     PIC X(02).
           88 CHGO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-PAYH-FILE-STATUS     PIC X(02).
           88 PAYH-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * PROFITABILITY PARAMETERS - FROM PRFCTL, WITH DEFAULTS.
      *----------------------------------------------------------------
       01  WS-FTP-RATE             PIC 9(3)V99 VALUE 3.00.
       01  WS-SERVICE-COST         PIC 9(5)V99 VALUE 15.00.

      *----------------------------------------------------------------
      * GL ACCOUNTS THE INCOME LINES ARE PICKED OUT BY.  A PENALTY
      * CREDITS WHATEVER INCOME ACCOUNT THE PENALTY TABLE NAMES, SO
      * IT IS KNOWN BY ITS NARRATIVE AND COUNTED BEFORE THE FEE
      * ACCOUNTS ARE LOOKED AT; ITS DEBIT SIDE IS THE RECEIVABLE.
      *----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05 WS-GL-INT-INCOME     PIC X(10) VALUE "4200-INTIN".
           05 WS-GL-PROVISION      PIC X(10) VALUE "5150-PROVN".
       01  WS-PENALTY-NARRATIVE    PIC X(20)
                                   VALUE "PREPAYMENT PENALTY".

      *----------------------------------------------------------------
      * FEE INCOME ACCOUNTS - EVERY FS-GL-ACCOUNT ON THE FEE
      * SCHEDULE, EACH ONCE.
      *----------------------------------------------------------------
       01  WS-FEE-GL-COUNT         PIC 9(03) VALUE 0.
       01  FEE-GL-TABLE.
           05 FEE-GL-ACCOUNT       PIC X(10) OCCURS 100 TIMES.
       01  WS-FEE-GL-SUB           PIC 9(03) COMP.

      *----------------------------------------------------------------
      * ACCOUNT TABLE - EVERY ACCOUNT ON THE MASTER, IN ACCOUNT-
      * NUMBER ORDER AS THE MASTER DELIVERS THEM, SO THE HISTORY
      * FILES ARE MATCHED TO IT BY HALVING.  AMOUNTS ARE IN BASE
      * CURRENCY EXCEPT THE SNAPSHOT TOTAL, WHICH IS IN THE
      * ACCOUNT'S OWN CURRENCY UNTIL 4000 AVERAGES AND CONVERTS IT.
      * THE TWO ROLL-UP SUBSCRIPTS POINT AT THE ACCOUNT'S BRANCH
      * AND RATE-CODE ENTRIES.
      *----------------------------------------------------------------
       01  WS-ACCT-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-ACCT-TABLE-MAX       PIC 9(04) VALUE 9999.
       01  ACCOUNT-TABLE.
           05 AC-ENTRY OCCURS 9999 TIMES.
              10 AC-ACCT-NO         PIC X(06).
              10 AC-BRANCH          PIC X(04).
              10 AC-RATE-CODE       PIC X(04).
              10 AC-CURRENCY        PIC X(03).
              10 AC-FX-RATE         PIC 9(4)V9(6).
              10 AC-BRANCH-SUB      PIC 9(04) COMP.
              10 AC-RATE-SUB        PIC 9(04) COMP.
              10 AC-ACTIVE-SW       PIC X(01).
                 88 AC-IS-ACTIVE            VALUE 'Y'.
              10 AC-SNAP-TOTAL      PIC 9(11)V99.
              10 AC-SNAP-COUNT      PIC 9(03) COMP.
              10 AC-AVG-BAL         PIC 9(9)V99.
              10 AC-INTEREST        PIC S9(9)V99.
              10 AC-FEES            PIC S9(9)V99.
              10 AC-FUNDING         PIC 9(9)V99.
              10 AC-PROVISION       PIC S9(9)V99.
              10 AC-NET-CO          PIC S9(9)V99.
              10 AC-SERVICE         PIC 9(7)V99.
              10 AC-PROFIT          PIC S9(11)V99.
       01  WS-ACCT-SUB             PIC S9(05) COMP.
       01  WS-ACCT-HIT             PIC S9(05) COMP.
       01  WS-SEARCH-ACCT          PIC X(06).
       01  WS-LOW                  PIC S9(05) COMP.
       01  WS-HIGH                 PIC S9(05) COMP.
       01  WS-MID                  PIC S9(05) COMP.

      *----------------------------------------------------------------
      * ROLL-UP TABLE - ONE ENTRY PER BRANCH (KIND 'B') AND PER RATE
      * CODE (KIND 'R'), ADDED AS THE MASTER IS LOADED SO A TABLE
      * PAST ITS LIMIT STOPS THE RUN BEFORE ANYTHING PRINTS.  A
      * BLANK BRANCH OR RATE CODE ROLLS UP AS "NONE".  SORTED KIND
      * FIRST AND PROFIT DESCENDING WITHIN IT FOR THE LEAGUE TABLE.
      *----------------------------------------------------------------
       01  WS-ROLL-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-ROLL-TABLE-MAX       PIC 9(04) VALUE 1000.
       01  ROLL-UP-TABLE.
           05 RU-ENTRY OCCURS 1000 TIMES.
              10 RU-KIND            PIC X(01).
                 88 RU-IS-BRANCH            VALUE 'B'.
                 88 RU-IS-RATE-CODE         VALUE 'R'.
              10 RU-KEY             PIC X(04).
              10 RU-ACCOUNTS        PIC 9(05) COMP.
              10 RU-AVG-BAL         PIC 9(11)V99.
              10 RU-INTEREST        PIC S9(11)V99.
              10 RU-FEES            PIC S9(11)V99.
              10 RU-FUNDING         PIC 9(11)V99.
              10 RU-PROVISION       PIC S9(11)V99.
              10 RU-NET-CO          PIC S9(11)V99.
              10 RU-SERVICE         PIC 9(09)V99.
              10 RU-PROFIT          PIC S9(11)V99.
       01  WS-ROLL-SUB             PIC 9(04) COMP.
       01  WS-ROLL-HIT             PIC 9(04) COMP.
       01  WS-SEARCH-KIND          PIC X(01).
       01  WS-SEARCH-KEY           PIC X(04).
       01  WS-SWAP-ROLL            PIC X(120).

      *----------------------------------------------------------------
      * SORT WORK - STRAIGHT SELECTION, AS RANK-REPORT DOES.  THE
      * BOTTOM DECILE IS A POINTER LIST OVER THE ACTIVE ACCOUNTS,
      * SORTED ONLY AS FAR AS THE DECILE NEEDS.
      *----------------------------------------------------------------
       01  WS-SORT-I               PIC 9(04) COMP.
       01  WS-SORT-J               PIC 9(04) COMP.
       01  WS-SORT-BEST            PIC 9(04) COMP.
       01  WS-SWAP-SUB             PIC 9(04) COMP.
       01  WS-POINTER-COUNT        PIC 9(04) VALUE 0.
       01  POINTER-TABLE.
           05 PT-ACCT-SUB          PIC 9(04) COMP OCCURS 9999 TIMES.
       01  WS-DECILE-COUNT         PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * FX-RATE TABLE - EACH ACCOUNT'S BALANCES AND WRITE-OFFS ARE
      * CONVERTED TO BASE AT TODAY'S RATE.
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
      * PORTFOLIO FIGURES.  THE ALLOWANCE PROVISION IS BOOKED FOR
      * THE PORTFOLIO, NOT PER ACCOUNT, SO THE MONTH'S NET
      * 5150-PROVN MOVEMENT IS SHARED OUT BY AVERAGE BALANCE; THE
      * LAST ACCOUNT WITH A BALANCE TAKES THE ROUNDING SO THE SHARES
      * ADD BACK TO THE BOOKED FIGURE.
      *----------------------------------------------------------------
       01  WS-PORT-PROVISION       PIC S9(13)V99 VALUE 0.
       01  WS-PROV-ALLOCATED       PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-AVG-BAL        PIC 9(13)V99 VALUE 0.
       01  WS-LAST-BAL-SUB         PIC S9(05) COMP VALUE 0.
       01  WS-LOCAL-AVG            PIC 9(9)V99.
       01  WS-BASE-AMOUNT          PIC S9(11)V99.
       01  WS-PREV-PROFIT          PIC S9(11)V99.
       01  WS-PREV-KIND            PIC X(01).
       01  WS-RANK                 PIC 9(04) COMP.
       01  WS-POSITION             PIC 9(04) COMP.
       01  PORTFOLIO-TOTALS.
           05 PT-ACCOUNTS          PIC 9(05) COMP VALUE 0.
           05 PT-AVG-BAL           PIC 9(11)V99 VALUE 0.
           05 PT-INTEREST          PIC S9(11)V99 VALUE 0.
           05 PT-FEES              PIC S9(11)V99 VALUE 0.
           05 PT-FUNDING           PIC 9(11)V99 VALUE 0.
           05 PT-PROVISION         PIC S9(11)V99 VALUE 0.
           05 PT-NET-CO            PIC S9(11)V99 VALUE 0.
           05 PT-SERVICE           PIC 9(09)V99 VALUE 0.
           05 PT-PROFIT            PIC S9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-ACTIVE      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-IDLE        PIC 9(7) COMP VALUE 0.
           05 WS-GL-READ           PIC 9(9) COMP VALUE 0.
           05 WS-GL-APPLIED        PIC 9(9) COMP VALUE 0.
           05 WS-GL-UNMATCHED      PIC 9(9) COMP VALUE 0.
           05 WS-SNAPS-APPLIED     PIC 9(9) COMP VALUE 0.
           05 WS-SNAPS-UNMATCHED   PIC 9(9) COMP VALUE 0.
           05 WS-CHGOFFS-APPLIED   PIC 9(7) COMP VALUE 0.
           05 WS-RECOVERIES-APPLIED PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "PROFIT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-TITLE-LINE.
           05 FILLER                PIC X(30) VALUE
              "ACCOUNT PROFITABILITY  PERIOD ".
           05 RT-PERIOD             PIC 9(06).
           05 FILLER                PIC X(16) VALUE
              "   FTP RATE PCT ".
           05 RT-FTP-RATE           PIC ZZ9.99.
           05 FILLER                PIC X(21) VALUE
              "   SERVICE COST/ACCT ".
           05 RT-SERVICE-COST       PIC ZZ,ZZ9.99.

       01  SECTION-TITLE-LINE.
           05 ST-TEXT               PIC X(60).

       01  ROLL-UP-HEADING.
           05 FILLER                PIC X(06) VALUE "RANK".
           05 RH-KEY-LABEL          PIC X(05).
           05 FILLER                PIC X(06) VALUE " ACCTS".
           05 FILLER                PIC X(14) VALUE
              "   AVG BALANCE".
           05 FILLER                PIC X(14) VALUE
              "      INTEREST".
           05 FILLER                PIC X(14) VALUE
              "  FEES/PENALTY".
           05 FILLER                PIC X(14) VALUE
              "  COST OF FUND".
           05 FILLER                PIC X(14) VALUE
              "     PROVISION".
           05 FILLER                PIC X(14) VALUE
              "   NET CHG-OFF".
           05 FILLER                PIC X(14) VALUE
              "  SERVICE COST".
           05 FILLER                PIC X(15) VALUE
              "         PROFIT".

       01  ROLL-UP-DETAIL.
           05 RD-RANK               PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-KEY                PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RD-ACCOUNTS           PIC ZZ,ZZ9.
           05 RD-AVG-BAL            PIC ZZZ,ZZZ,ZZ9.99.
           05 RD-INTEREST           PIC ---,---,--9.99.
           05 RD-FEES               PIC ---,---,--9.99.
           05 RD-FUNDING            PIC ---,---,--9.99.
           05 RD-PROVISION          PIC ---,---,--9.99.
           05 RD-NET-CO             PIC ---,---,--9.99.
           05 RD-SERVICE            PIC ---,---,--9.99.
           05 RD-PROFIT             PIC ----,---,--9.99.

       01  ACCOUNT-HEADING.
           05 FILLER                PIC X(21) VALUE
              "RANK ACCT#  BRCH RATE".
           05 FILLER                PIC X(13) VALUE
              "  AVG BALANCE".
           05 FILLER                PIC X(14) VALUE
              "      INTEREST".
           05 FILLER                PIC X(14) VALUE
              "  FEES/PENALTY".
           05 FILLER                PIC X(14) VALUE
              "  COST OF FUND".
           05 FILLER                PIC X(14) VALUE
              "     PROVISION".
           05 FILLER                PIC X(14) VALUE
              "   NET CHG-OFF".
           05 FILLER                PIC X(11) VALUE
              "    SERVICE".
           05 FILLER                PIC X(15) VALUE
              "         PROFIT".

       01  ACCOUNT-DETAIL.
           05 AD-RANK               PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 AD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 AD-BRANCH             PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 AD-RATE-CODE          PIC X(04).
           05 AD-AVG-BAL            PIC ZZ,ZZZ,ZZ9.99.
           05 AD-INTEREST           PIC ---,---,--9.99.
           05 AD-FEES               PIC ---,---,--9.99.
           05 AD-FUNDING            PIC ---,---,--9.99.
           05 AD-PROVISION          PIC ---,---,--9.99.
           05 AD-NET-CO             PIC ---,---,--9.99.
           05 AD-SERVICE            PIC ----,--9.99.
           05 AD-PROFIT             PIC ----,---,--9.99.

       01  NOTE-LINE-1.
           05 FILLER                PIC X(40) VALUE
              "ACCOUNTS ON THE BOOK THIS MONTH:        ".
           05 NL-ACTIVE             PIC ZZZ,ZZ9.
       01  NOTE-LINE-2.
           05 FILLER                PIC X(40) VALUE
              "ACCOUNTS WITH NO BALANCE OR ACTIVITY:   ".
           05 NL-IDLE               PIC ZZZ,ZZ9.
       01  NOTE-LINE-3.
           05 FILLER                PIC X(40) VALUE
              "GL LINES FOR ACCOUNTS NOT ON THE MASTER:".
           05 NL-GL-UNMATCHED       PIC ZZZ,ZZZ,ZZ9.
       01  NOTE-LINE-4.
           05 FILLER                PIC X(40) VALUE
              "SNAPSHOTS FOR ACCOUNTS NOT ON MASTER:   ".
           05 NL-SNAPS-UNMATCHED    PIC ZZZ,ZZZ,ZZ9.
       01  NOTE-LINE-5.
           05 FILLER                PIC X(40) VALUE
              "ALLOWANCE PROVISION BOOKED THIS MONTH:  ".
           05 NL-PROVISION          PIC ----,---,--9.99.

       01  PROVISION-WITHHELD-LINE.
           05 FILLER                PIC X(60) VALUE
              "NO BALANCE TO SHARE THE PROVISION OVER - NOT ALLOCATED".

       01  FX-WITHHELD-LINE.
           05 FILLER                PIC X(60) VALUE
              "FX RATE MISSING - FIGURES UNDERSTATED, SEE EXCEPTIONS".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "PROFIT  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-APPLY-GL-LINE     THRU 2000-EXIT
               UNTIL END-OF-GL-HISTORY.
           PERFORM 2500-APPLY-SNAPSHOT    THRU 2500-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 2700-APPLY-BALANCE     THRU 2700-EXIT
               UNTIL END-OF-BALANCES.
           PERFORM 3000-APPLY-CHARGE-OFF  THRU 3000-EXIT
               UNTIL END-OF-CHARGE-OFFS.
           PERFORM 3500-APPLY-RECOVERY    THRU 3500-EXIT
               UNTIL END-OF-PAYMENTS.
           PERFORM 4000-FINISH-ACCOUNT    THRU 4000-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT.
           PERFORM 4100-SHARE-PROVISION   THRU 4100-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT.
           IF WS-LAST-BAL-SUB > ZERO
               COMPUTE AC-PROVISION(WS-LAST-BAL-SUB) =
                   AC-PROVISION(WS-LAST-BAL-SUB)
                   + WS-PORT-PROVISION - WS-PROV-ALLOCATED
           END-IF.
           PERFORM 4200-SET-PROFIT        THRU 4200-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT.
           PERFORM 5000-SORT-ROLL-UPS     THRU 5000-EXIT.
           PERFORM 5500-PRINT-LEAGUE      THRU 5500-EXIT.
           PERFORM 6000-PRINT-BOTTOM-DECILE THRU 6000-EXIT.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ACCTS-READ TO RQ-RECORD-COUNT
               MOVE WS-ACCTS-ACTIVE TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE ACCOUNT AND ROLL-UP TABLES ARE BUILT
      * BEFORE THE REPORT IS OPENED, SO A TABLE PAST ITS LIMIT STOPS
      * THE RUN RATHER THAN PRINT A LEAGUE TABLE BUILT ON PART OF
      * THE BOOK.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-READ-CONTROL THRU 1100-EXIT.

           OPEN INPUT LOAN-ACCOUNTS.
           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
           PERFORM 1200-LOAD-ACCOUNT THRU 1200-EXIT
               UNTIL END-OF-ACCOUNTS.
           CLOSE LOAN-ACCOUNTS.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO REPORT PRINTED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FEE-SCHEDULE.
           IF FEE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-FEE-EOF-SW
           ELSE
               PERFORM 1300-LOAD-FEE-ACCOUNT THRU 1300-EXIT
                   UNTIL END-OF-FEE-SCHEDULE
               CLOSE FEE-SCHEDULE
           END-IF.

      *    THE FX LOAD TAKES THE RATES IN EFFECT ON THE BUSINESS
      *    DATE, SO THE DATE IS NEEDED BEFORE THE RUN STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT  FX-RATES.
           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

           OPEN OUTPUT PROFIT-REPORT.
           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           MOVE WS-BUS-DATE-RAW(1:6) TO WS-BUS-PERIOD.
           MOVE WS-BUS-PERIOD   TO RT-PERIOD.
           MOVE WS-FTP-RATE     TO RT-FTP-RATE.
           MOVE WS-SERVICE-COST TO RT-SERVICE-COST.
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.

           PERFORM 1400-SET-ACCOUNT-FX THRU 1400-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT.

           OPEN INPUT ACCOUNT-GL-HISTORY.
           IF GLH-FILE-NOT-FOUND
               MOVE 'Y' TO WS-GLH-EOF-SW
           END-IF.
           OPEN INPUT LOAN-HISTORY.
           IF HIST-FILE-NOT-FOUND
               MOVE 'Y' TO WS-HIST-EOF-SW
           END-IF.
           OPEN INPUT BALANCE-HISTORY.
           IF BAL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-BAL-EOF-SW
           END-IF.
           OPEN INPUT CHARGE-OFF-HISTORY.
           IF CHGO-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CHGO-EOF-SW
           END-IF.
           OPEN INPUT PAYMENT-HISTORY.
           IF PAYH-FILE-NOT-FOUND
               MOVE 'Y' TO WS-PAYH-EOF-SW
           END-IF.

           PERFORM 8100-READ-GL-LINE    THRU 8100-EXIT.
           PERFORM 8200-READ-SNAPSHOT   THRU 8200-EXIT.
           PERFORM 8300-READ-BALANCE    THRU 8300-EXIT.
           PERFORM 8400-READ-CHARGE-OFF THRU 8400-EXIT.
           PERFORM 8500-READ-PAYMENT    THRU 8500-EXIT.
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
           OPEN INPUT PROFIT-CONTROL.
           IF CTL-FILE-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.

           READ PROFIT-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF PF-FTP-RATE IS NUMERIC
                      AND PF-FTP-RATE > ZERO
                       MOVE PF-FTP-RATE TO WS-FTP-RATE
                   END-IF
                   IF PF-SERVICE-COST IS NUMERIC
                      AND PF-SERVICE-COST > ZERO
                       MOVE PF-SERVICE-COST TO WS-SERVICE-COST
                   END-IF
           END-READ.
           CLOSE PROFIT-CONTROL.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ACCOUNT - THE MASTER COMES IN ACCOUNT ORDER, SO
      * EACH ACCOUNT GOES ON THE END OF THE TABLE, AND ITS BRANCH
      * AND RATE CODE ARE GIVEN ROLL-UP ENTRIES.
      *----------------------------------------------------------------
       1200-LOAD-ACCOUNT.
           IF WS-ACCT-TABLE-COUNT >= WS-ACCT-TABLE-MAX
               DISPLAY "PROFIT ACCOUNT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-ACCT-TABLE-COUNT.
           MOVE WS-ACCT-TABLE-COUNT TO WS-ACCT-HIT.
           INITIALIZE AC-ENTRY(WS-ACCT-HIT).
           MOVE LM-ACCT-NO TO AC-ACCT-NO(WS-ACCT-HIT).
           IF LM-BRANCH = SPACES
               MOVE "NONE"    TO AC-BRANCH(WS-ACCT-HIT)
           ELSE
               MOVE LM-BRANCH TO AC-BRANCH(WS-ACCT-HIT)
           END-IF.
           IF LM-RATE-CODE = SPACES
               MOVE "NONE"       TO AC-RATE-CODE(WS-ACCT-HIT)
           ELSE
               MOVE LM-RATE-CODE TO AC-RATE-CODE(WS-ACCT-HIT)
           END-IF.
           IF LM-CURRENCY-CODE = SPACES
               MOVE "USD"            TO AC-CURRENCY(WS-ACCT-HIT)
           ELSE
               MOVE LM-CURRENCY-CODE TO AC-CURRENCY(WS-ACCT-HIT)
           END-IF.
           MOVE 'N' TO AC-ACTIVE-SW(WS-ACCT-HIT).

           MOVE 'B'                      TO WS-SEARCH-KIND.
           MOVE AC-BRANCH(WS-ACCT-HIT)   TO WS-SEARCH-KEY.
           PERFORM 1250-FIND-OR-ADD-ROLL-UP THRU 1250-EXIT.
           MOVE WS-ROLL-HIT TO AC-BRANCH-SUB(WS-ACCT-HIT).
           MOVE 'R'                      TO WS-SEARCH-KIND.
           MOVE AC-RATE-CODE(WS-ACCT-HIT) TO WS-SEARCH-KEY.
           PERFORM 1250-FIND-OR-ADD-ROLL-UP THRU 1250-EXIT.
           MOVE WS-ROLL-HIT TO AC-RATE-SUB(WS-ACCT-HIT).

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-FIND-OR-ADD-ROLL-UP - FOR WS-SEARCH-KIND AND
      * WS-SEARCH-KEY.  WS-ROLL-HIT IS THE ENTRY, NEW OR FOUND.
      *----------------------------------------------------------------
       1250-FIND-OR-ADD-ROLL-UP.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1260-CHECK-ROLL-UP THRU 1260-EXIT
               VARYING WS-ROLL-SUB FROM 1 BY 1
               UNTIL WS-ROLL-SUB > WS-ROLL-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               GO TO 1250-EXIT
           END-IF.

           IF WS-ROLL-TABLE-COUNT >= WS-ROLL-TABLE-MAX
               DISPLAY "PROFIT ROLL-UP TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-EOF-SW
               MOVE 1   TO WS-ROLL-HIT
               GO TO 1250-EXIT
           END-IF.

           ADD 1 TO WS-ROLL-TABLE-COUNT.
           MOVE WS-ROLL-TABLE-COUNT TO WS-ROLL-HIT.
           INITIALIZE RU-ENTRY(WS-ROLL-HIT).
           MOVE WS-SEARCH-KIND TO RU-KIND(WS-ROLL-HIT).
           MOVE WS-SEARCH-KEY  TO RU-KEY(WS-ROLL-HIT).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1260-CHECK-ROLL-UP
      *----------------------------------------------------------------
       1260-CHECK-ROLL-UP.
           IF RU-KIND(WS-ROLL-SUB) = WS-SEARCH-KIND
              AND RU-KEY(WS-ROLL-SUB) = WS-SEARCH-KEY
               MOVE WS-ROLL-SUB TO WS-ROLL-HIT
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1260-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-FEE-ACCOUNT - EACH FEE INCOME ACCOUNT ONCE.  SEVERAL
      * FEE CODES MAY CREDIT THE SAME ACCOUNT.
      *----------------------------------------------------------------
       1300-LOAD-FEE-ACCOUNT.
           READ FEE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-FEE-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF FS-GL-ACCOUNT = SPACES
               GO TO 1300-EXIT
           END-IF.
           PERFORM 2150-FIND-FEE-ACCOUNT THRU 2150-EXIT.
           IF ENTRY-WAS-FOUND
               GO TO 1300-EXIT
           END-IF.
           IF WS-FEE-GL-COUNT >= 100
               DISPLAY "FEE INCOME ACCOUNT TABLE FULL - "
                       FS-GL-ACCOUNT " NOT COUNTED AS FEE INCOME"
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-FEE-GL-COUNT.
           MOVE FS-GL-ACCOUNT TO FEE-GL-ACCOUNT(WS-FEE-GL-COUNT).
       1300-EXIT.
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
      * 1400-SET-ACCOUNT-FX - EACH ACCOUNT'S CURRENCY RATE TO BASE.
      * A MISSING RATE LEAVES ZERO, SO THE ACCOUNT'S BALANCE-BASED
      * FIGURES ARE UNDERSTATED AND THE RUN ENDS CC=8.
      *----------------------------------------------------------------
       1400-SET-ACCOUNT-FX.
           MOVE AC-CURRENCY(WS-ACCT-SUB) TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.
           MOVE WS-FX-RATE TO AC-FX-RATE(WS-ACCT-SUB).
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-GL-LINE - A LINE OF THE BUSINESS MONTH'S PERIOD,
      * IN BASE CURRENCY.  INTEREST AND FEE INCOME ARE NETTED -
      * CREDITS LESS DEBITS - SO A REVERSAL OR A NON-ACCRUAL
      * WRITE-BACK COMES OFF THE INCOME IT REVERSES.  ANY OTHER LINE
      * IS BALANCE SHEET OR LOSS AND IS TAKEN FROM ITS OWN SOURCE.
      *----------------------------------------------------------------
       2000-APPLY-GL-LINE.
           IF GL-PERIOD NOT = WS-BUS-PERIOD
               PERFORM 8100-READ-GL-LINE THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE GL-ACCT-NO TO WS-SEARCH-ACCT.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-GL-UNMATCHED
               PERFORM 8100-READ-GL-LINE THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE GL-BASE-AMOUNT TO WS-BASE-AMOUNT.
           IF GL-IS-DEBIT
               COMPUTE WS-BASE-AMOUNT = ZERO - WS-BASE-AMOUNT
           END-IF.

           IF GL-NARRATIVE = WS-PENALTY-NARRATIVE
               IF GL-IS-CREDIT
                   ADD WS-BASE-AMOUNT TO AC-FEES(WS-ACCT-HIT)
                   MOVE 'Y' TO AC-ACTIVE-SW(WS-ACCT-HIT)
                   ADD 1 TO WS-GL-APPLIED
               END-IF
               PERFORM 8100-READ-GL-LINE THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF GL-GL-ACCOUNT = WS-GL-INT-INCOME
               ADD WS-BASE-AMOUNT TO AC-INTEREST(WS-ACCT-HIT)
               MOVE 'Y' TO AC-ACTIVE-SW(WS-ACCT-HIT)
               ADD 1 TO WS-GL-APPLIED
               PERFORM 8100-READ-GL-LINE THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE GL-GL-ACCOUNT TO FS-GL-ACCOUNT.
           PERFORM 2150-FIND-FEE-ACCOUNT THRU 2150-EXIT.
           IF ENTRY-WAS-FOUND
               ADD WS-BASE-AMOUNT TO AC-FEES(WS-ACCT-HIT)
               MOVE 'Y' TO AC-ACTIVE-SW(WS-ACCT-HIT)
               ADD 1 TO WS-GL-APPLIED
           END-IF.

           PERFORM 8100-READ-GL-LINE THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-FIND-FEE-ACCOUNT - IS FS-GL-ACCOUNT A FEE INCOME
      * ACCOUNT?
      *----------------------------------------------------------------
       2150-FIND-FEE-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2160-CHECK-FEE-ACCOUNT THRU 2160-EXIT
               VARYING WS-FEE-GL-SUB FROM 1 BY 1
               UNTIL WS-FEE-GL-SUB > WS-FEE-GL-COUNT
                  OR ENTRY-WAS-FOUND.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-CHECK-FEE-ACCOUNT
      *----------------------------------------------------------------
       2160-CHECK-FEE-ACCOUNT.
           IF FEE-GL-ACCOUNT(WS-FEE-GL-SUB) = FS-GL-ACCOUNT
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-APPLY-SNAPSHOT - EVERY NIGHTLY SNAPSHOT IN THE MONTH
      * GOES TOWARD THE ACCOUNT'S AVERAGE BALANCE.
      *----------------------------------------------------------------
       2500-APPLY-SNAPSHOT.
           IF LH-SNAP-DATE(1:6) NOT = WS-BUS-PERIOD
               PERFORM 8200-READ-SNAPSHOT THRU 8200-EXIT
               GO TO 2500-EXIT
           END-IF.

           MOVE LH-ACCT-NO TO WS-SEARCH-ACCT.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-SNAPS-UNMATCHED
               PERFORM 8200-READ-SNAPSHOT THRU 8200-EXIT
               GO TO 2500-EXIT
           END-IF.

           ADD LH-PRINCIPAL TO AC-SNAP-TOTAL(WS-ACCT-HIT).
           ADD 1            TO AC-SNAP-COUNT(WS-ACCT-HIT).
           ADD 1 TO WS-SNAPS-APPLIED.
           PERFORM 8200-READ-SNAPSHOT THRU 8200-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-APPLY-BALANCE - THE MONTH'S ALLOWANCE PROVISION IS THE
      * NET BASE-CURRENCY MOVEMENT ON 5150-PROVN: A BUILD IS A
      * DEBIT AND A COST, A RELEASE A CREDIT AND A GAIN.
      *----------------------------------------------------------------
       2700-APPLY-BALANCE.
           IF GB-GL-ACCOUNT = WS-GL-PROVISION
              AND GB-PERIOD = WS-BUS-PERIOD
               COMPUTE WS-PORT-PROVISION = WS-PORT-PROVISION
                   + GB-BASE-DEBITS - GB-BASE-CREDITS
           END-IF.
           PERFORM 8300-READ-BALANCE THRU 8300-EXIT.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-FIND-ACCOUNT - HALVES THE ACCOUNT TABLE FOR
      * WS-SEARCH-ACCT.  FOUND, WS-ACCT-HIT IS ITS ENTRY.
      *----------------------------------------------------------------
       2900-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO WS-LOW.
           MOVE WS-ACCT-TABLE-COUNT TO WS-HIGH.
           PERFORM 2910-PROBE-ACCOUNT THRU 2910-EXIT
               UNTIL WS-LOW > WS-HIGH
                  OR ENTRY-WAS-FOUND.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-PROBE-ACCOUNT
      *----------------------------------------------------------------
       2910-PROBE-ACCOUNT.
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
           IF AC-ACCT-NO(WS-MID) = WS-SEARCH-ACCT
               MOVE WS-MID TO WS-ACCT-HIT
               MOVE 'Y' TO WS-FOUND-SW
               GO TO 2910-EXIT
           END-IF.
           IF AC-ACCT-NO(WS-MID) < WS-SEARCH-ACCT
               COMPUTE WS-LOW = WS-MID + 1
           ELSE
               COMPUTE WS-HIGH = WS-MID - 1
           END-IF.
       2910-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-CHARGE-OFF - A WRITE-OFF TAKEN IN THE MONTH, IN
      * BASE.
      *----------------------------------------------------------------
       3000-APPLY-CHARGE-OFF.
           IF CO-CHGOFF-DATE(1:6) NOT = WS-BUS-PERIOD
               PERFORM 8400-READ-CHARGE-OFF THRU 8400-EXIT
               GO TO 3000-EXIT
           END-IF.

           MOVE CO-ACCT-NO TO WS-SEARCH-ACCT.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF NOT ENTRY-WAS-FOUND
               PERFORM 8400-READ-CHARGE-OFF THRU 8400-EXIT
               GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-BASE-AMOUNT ROUNDED =
               CO-AMOUNT * AC-FX-RATE(WS-ACCT-HIT).
           ADD WS-BASE-AMOUNT TO AC-NET-CO(WS-ACCT-HIT).
           MOVE 'Y' TO AC-ACTIVE-SW(WS-ACCT-HIT).
           ADD 1 TO WS-CHGOFFS-APPLIED.
           PERFORM 8400-READ-CHARGE-OFF THRU 8400-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-APPLY-RECOVERY - A RECOVERY RECEIVED IN THE MONTH COMES
      * OFF THE ACCOUNT'S NET CHARGE-OFF, WHENEVER THE WRITE-OFF
      * WAS TAKEN.
      *----------------------------------------------------------------
       3500-APPLY-RECOVERY.
           IF NOT PH-IS-RECOVERY
              OR PH-PAY-DATE(1:6) NOT = WS-BUS-PERIOD
               PERFORM 8500-READ-PAYMENT THRU 8500-EXIT
               GO TO 3500-EXIT
           END-IF.

           MOVE PH-ACCT-NO TO WS-SEARCH-ACCT.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF NOT ENTRY-WAS-FOUND
               PERFORM 8500-READ-PAYMENT THRU 8500-EXIT
               GO TO 3500-EXIT
           END-IF.

           COMPUTE WS-BASE-AMOUNT ROUNDED =
               PH-AMOUNT * AC-FX-RATE(WS-ACCT-HIT).
           SUBTRACT WS-BASE-AMOUNT FROM AC-NET-CO(WS-ACCT-HIT).
           MOVE 'Y' TO AC-ACTIVE-SW(WS-ACCT-HIT).
           ADD 1 TO WS-RECOVERIES-APPLIED.
           PERFORM 8500-READ-PAYMENT THRU 8500-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-FINISH-ACCOUNT - THE AVERAGE OF THE MONTH'S SNAPSHOTS,
      * IN BASE, CARRIES THE COST OF FUNDS FOR THE MONTH - ONE
      * TWELFTH OF THE ANNUAL TRANSFER-PRICING RATE.  AN ACCOUNT
      * WITH NO BALANCE AND NO ACTIVITY IN THE MONTH IS LEFT OUT OF
      * THE RUN AND CARRIES NO SERVICING COST.
      *----------------------------------------------------------------
       4000-FINISH-ACCOUNT.
           IF AC-SNAP-COUNT(WS-ACCT-SUB) > ZERO
               COMPUTE WS-LOCAL-AVG ROUNDED =
                   AC-SNAP-TOTAL(WS-ACCT-SUB)
                   / AC-SNAP-COUNT(WS-ACCT-SUB)
               COMPUTE AC-AVG-BAL(WS-ACCT-SUB) ROUNDED =
                   WS-LOCAL-AVG * AC-FX-RATE(WS-ACCT-SUB)
           END-IF.
           IF AC-AVG-BAL(WS-ACCT-SUB) > ZERO
               MOVE 'Y' TO AC-ACTIVE-SW(WS-ACCT-SUB)
           END-IF.

           IF NOT AC-IS-ACTIVE(WS-ACCT-SUB)
               ADD 1 TO WS-ACCTS-IDLE
               GO TO 4000-EXIT
           END-IF.

           ADD 1 TO WS-ACCTS-ACTIVE.
           COMPUTE AC-FUNDING(WS-ACCT-SUB) ROUNDED =
               AC-AVG-BAL(WS-ACCT-SUB) * WS-FTP-RATE / 1200.
           MOVE WS-SERVICE-COST TO AC-SERVICE(WS-ACCT-SUB).
           ADD AC-AVG-BAL(WS-ACCT-SUB) TO WS-TOTAL-AVG-BAL.
           IF AC-AVG-BAL(WS-ACCT-SUB) > ZERO
               MOVE WS-ACCT-SUB TO WS-LAST-BAL-SUB
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-SHARE-PROVISION - EACH ACCOUNT'S SHARE OF THE MONTH'S
      * PROVISION IS ITS SHARE OF THE BOOK'S AVERAGE BALANCE.  THE
      * MAINLINE PUTS THE ROUNDING ON THE LAST SHARE.
      *----------------------------------------------------------------
       4100-SHARE-PROVISION.
           IF NOT AC-IS-ACTIVE(WS-ACCT-SUB)
              OR AC-AVG-BAL(WS-ACCT-SUB) = ZERO
              OR WS-TOTAL-AVG-BAL = ZERO
               GO TO 4100-EXIT
           END-IF.
           COMPUTE AC-PROVISION(WS-ACCT-SUB) ROUNDED =
               WS-PORT-PROVISION * AC-AVG-BAL(WS-ACCT-SUB)
               / WS-TOTAL-AVG-BAL.
           ADD AC-PROVISION(WS-ACCT-SUB) TO WS-PROV-ALLOCATED.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-SET-PROFIT - INCOME LESS FUNDING, PROVISION, NET
      * CHARGE-OFF AND SERVICING, ROLLED INTO THE ACCOUNT'S BRANCH,
      * ITS RATE CODE AND THE PORTFOLIO.
      *----------------------------------------------------------------
       4200-SET-PROFIT.
           IF NOT AC-IS-ACTIVE(WS-ACCT-SUB)
               GO TO 4200-EXIT
           END-IF.

           COMPUTE AC-PROFIT(WS-ACCT-SUB) =
               AC-INTEREST(WS-ACCT-SUB) + AC-FEES(WS-ACCT-SUB)
               - AC-FUNDING(WS-ACCT-SUB) - AC-PROVISION(WS-ACCT-SUB)
               - AC-NET-CO(WS-ACCT-SUB) - AC-SERVICE(WS-ACCT-SUB).

           MOVE AC-BRANCH-SUB(WS-ACCT-SUB) TO WS-ROLL-HIT.
           PERFORM 4300-ADD-TO-ROLL-UP THRU 4300-EXIT.
           MOVE AC-RATE-SUB(WS-ACCT-SUB)   TO WS-ROLL-HIT.
           PERFORM 4300-ADD-TO-ROLL-UP THRU 4300-EXIT.

           ADD 1                          TO PT-ACCOUNTS.
           ADD AC-AVG-BAL(WS-ACCT-SUB)    TO PT-AVG-BAL.
           ADD AC-INTEREST(WS-ACCT-SUB)   TO PT-INTEREST.
           ADD AC-FEES(WS-ACCT-SUB)       TO PT-FEES.
           ADD AC-FUNDING(WS-ACCT-SUB)    TO PT-FUNDING.
           ADD AC-PROVISION(WS-ACCT-SUB)  TO PT-PROVISION.
           ADD AC-NET-CO(WS-ACCT-SUB)     TO PT-NET-CO.
           ADD AC-SERVICE(WS-ACCT-SUB)    TO PT-SERVICE.
           ADD AC-PROFIT(WS-ACCT-SUB)     TO PT-PROFIT.

           ADD 1 TO WS-POINTER-COUNT.
           MOVE WS-ACCT-SUB TO PT-ACCT-SUB(WS-POINTER-COUNT).
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-ADD-TO-ROLL-UP - ACCOUNT WS-ACCT-SUB INTO ROLL-UP ENTRY
      * WS-ROLL-HIT.
      *----------------------------------------------------------------
       4300-ADD-TO-ROLL-UP.
           ADD 1                          TO RU-ACCOUNTS(WS-ROLL-HIT).
           ADD AC-AVG-BAL(WS-ACCT-SUB)    TO RU-AVG-BAL(WS-ROLL-HIT).
           ADD AC-INTEREST(WS-ACCT-SUB)   TO RU-INTEREST(WS-ROLL-HIT).
           ADD AC-FEES(WS-ACCT-SUB)       TO RU-FEES(WS-ROLL-HIT).
           ADD AC-FUNDING(WS-ACCT-SUB)    TO RU-FUNDING(WS-ROLL-HIT).
           ADD AC-PROVISION(WS-ACCT-SUB)  TO RU-PROVISION(WS-ROLL-HIT).
           ADD AC-NET-CO(WS-ACCT-SUB)     TO RU-NET-CO(WS-ROLL-HIT).
           ADD AC-SERVICE(WS-ACCT-SUB)    TO RU-SERVICE(WS-ROLL-HIT).
           ADD AC-PROFIT(WS-ACCT-SUB)     TO RU-PROFIT(WS-ROLL-HIT).
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - WS-CURRENCY-CODE'S RATE TO BASE.  USD IS
      * ALWAYS 1; ANY OTHER CURRENCY WITHOUT A RATE IS LOGGED.
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
               MOVE "PROFIT" TO SE-PROGRAM-ID
               MOVE AC-ACCT-NO(WS-ACCT-SUB) TO SE-ENTRY-ID
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
      * 5000-SORT-ROLL-UPS - STRAIGHT SELECTION: BRANCHES BEFORE RATE
      * CODES, HIGHEST PROFIT FIRST WITHIN EACH.
      *----------------------------------------------------------------
       5000-SORT-ROLL-UPS.
           PERFORM 5100-PLACE-ONE-ROLL-UP THRU 5100-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ROLL-TABLE-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-PLACE-ONE-ROLL-UP
      *----------------------------------------------------------------
       5100-PLACE-ONE-ROLL-UP.
           MOVE WS-SORT-I TO WS-SORT-BEST.
           PERFORM 5150-COMPARE-ROLL-UP THRU 5150-EXIT
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-ROLL-TABLE-COUNT.
           IF WS-SORT-BEST NOT = WS-SORT-I
               MOVE RU-ENTRY(WS-SORT-BEST) TO WS-SWAP-ROLL
               MOVE RU-ENTRY(WS-SORT-I)    TO RU-ENTRY(WS-SORT-BEST)
               MOVE WS-SWAP-ROLL           TO RU-ENTRY(WS-SORT-I)
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5150-COMPARE-ROLL-UP
      *----------------------------------------------------------------
       5150-COMPARE-ROLL-UP.
           IF RU-KIND(WS-SORT-J) < RU-KIND(WS-SORT-BEST)
               MOVE WS-SORT-J TO WS-SORT-BEST
               GO TO 5150-EXIT
           END-IF.
           IF RU-KIND(WS-SORT-J) = RU-KIND(WS-SORT-BEST)
              AND RU-PROFIT(WS-SORT-J) > RU-PROFIT(WS-SORT-BEST)
               MOVE WS-SORT-J TO WS-SORT-BEST
           END-IF.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-PRINT-LEAGUE - THE BRANCH LEAGUE TABLE, THEN THE
      * RATE-CODE ROLL-UP, EACH RANKED FROM 1 WITH TIES SHARING A
      * RANK, THEN THE PORTFOLIO LINE.  A BRANCH OR RATE CODE WITH
      * NO ACCOUNT ON THE BOOK THIS MONTH IS NOT PRINTED.
      *----------------------------------------------------------------
       5500-PRINT-LEAGUE.
           MOVE SPACES TO WS-PREV-KIND.
           PERFORM 5600-PRINT-ONE-ROLL-UP THRU 5600-EXIT
               VARYING WS-ROLL-SUB FROM 1 BY 1
               UNTIL WS-ROLL-SUB > WS-ROLL-TABLE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO           TO RD-RANK.
           MOVE "ALL "         TO RD-KEY.
           MOVE PT-ACCOUNTS    TO RD-ACCOUNTS.
           MOVE PT-AVG-BAL     TO RD-AVG-BAL.
           MOVE PT-INTEREST    TO RD-INTEREST.
           MOVE PT-FEES        TO RD-FEES.
           MOVE PT-FUNDING     TO RD-FUNDING.
           MOVE PT-PROVISION   TO RD-PROVISION.
           MOVE PT-NET-CO      TO RD-NET-CO.
           MOVE PT-SERVICE     TO RD-SERVICE.
           MOVE PT-PROFIT      TO RD-PROFIT.
           WRITE REPORT-LINE FROM ROLL-UP-DETAIL.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5600-PRINT-ONE-ROLL-UP - A NEW KIND STARTS A NEW SECTION AND
      * RESTARTS THE RANKING.
      *----------------------------------------------------------------
       5600-PRINT-ONE-ROLL-UP.
           IF RU-ACCOUNTS(WS-ROLL-SUB) = ZERO
               GO TO 5600-EXIT
           END-IF.

           IF RU-KIND(WS-ROLL-SUB) NOT = WS-PREV-KIND
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF RU-IS-BRANCH(WS-ROLL-SUB)
                   MOVE "BRANCH LEAGUE TABLE - RANKED BY PROFIT"
                       TO ST-TEXT
                   MOVE "BRCH"  TO RH-KEY-LABEL
               ELSE
                   MOVE "RATE-CODE ROLL-UP - RANKED BY PROFIT"
                       TO ST-TEXT
                   MOVE "RATE"  TO RH-KEY-LABEL
               END-IF
               WRITE REPORT-LINE FROM SECTION-TITLE-LINE
               WRITE REPORT-LINE FROM ROLL-UP-HEADING
               MOVE RU-KIND(WS-ROLL-SUB) TO WS-PREV-KIND
               MOVE ZERO TO WS-POSITION
               MOVE ZERO TO WS-RANK
           END-IF.

           ADD 1 TO WS-POSITION.
           IF WS-POSITION = 1
              OR RU-PROFIT(WS-ROLL-SUB) NOT = WS-PREV-PROFIT
               MOVE WS-POSITION TO WS-RANK
           END-IF.
           MOVE RU-PROFIT(WS-ROLL-SUB) TO WS-PREV-PROFIT.

           MOVE WS-RANK                  TO RD-RANK.
           MOVE RU-KEY(WS-ROLL-SUB)      TO RD-KEY.
           MOVE RU-ACCOUNTS(WS-ROLL-SUB) TO RD-ACCOUNTS.
           MOVE RU-AVG-BAL(WS-ROLL-SUB)  TO RD-AVG-BAL.
           MOVE RU-INTEREST(WS-ROLL-SUB) TO RD-INTEREST.
           MOVE RU-FEES(WS-ROLL-SUB)     TO RD-FEES.
           MOVE RU-FUNDING(WS-ROLL-SUB)  TO RD-FUNDING.
           MOVE RU-PROVISION(WS-ROLL-SUB) TO RD-PROVISION.
           MOVE RU-NET-CO(WS-ROLL-SUB)   TO RD-NET-CO.
           MOVE RU-SERVICE(WS-ROLL-SUB)  TO RD-SERVICE.
           MOVE RU-PROFIT(WS-ROLL-SUB)   TO RD-PROFIT.
           WRITE REPORT-LINE FROM ROLL-UP-DETAIL.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-BOTTOM-DECILE - THE LEAST PROFITABLE TENTH OF THE
      * ACCOUNTS ON THE BOOK (AT LEAST ONE), WORST FIRST.  ONLY THE
      * DECILE'S OWN SLOTS OF THE POINTER LIST ARE SORTED.
      *----------------------------------------------------------------
       6000-PRINT-BOTTOM-DECILE.
           COMPUTE WS-DECILE-COUNT = (WS-POINTER-COUNT + 9) / 10.
           PERFORM 6100-PLACE-ONE-ACCOUNT THRU 6100-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-DECILE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BOTTOM-DECILE ACCOUNTS - LEAST PROFITABLE FIRST"
               TO ST-TEXT.
           WRITE REPORT-LINE FROM SECTION-TITLE-LINE.
           WRITE REPORT-LINE FROM ACCOUNT-HEADING.
           PERFORM 6200-PRINT-ONE-ACCOUNT THRU 6200-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-DECILE-COUNT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-PLACE-ONE-ACCOUNT
      *----------------------------------------------------------------
       6100-PLACE-ONE-ACCOUNT.
           MOVE WS-SORT-I TO WS-SORT-BEST.
           PERFORM 6150-COMPARE-ACCOUNT THRU 6150-EXIT
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-POINTER-COUNT.
           IF WS-SORT-BEST NOT = WS-SORT-I
               MOVE PT-ACCT-SUB(WS-SORT-BEST) TO WS-SWAP-SUB
               MOVE PT-ACCT-SUB(WS-SORT-I)
                   TO PT-ACCT-SUB(WS-SORT-BEST)
               MOVE WS-SWAP-SUB TO PT-ACCT-SUB(WS-SORT-I)
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6150-COMPARE-ACCOUNT
      *----------------------------------------------------------------
       6150-COMPARE-ACCOUNT.
           IF AC-PROFIT(PT-ACCT-SUB(WS-SORT-J))
              < AC-PROFIT(PT-ACCT-SUB(WS-SORT-BEST))
               MOVE WS-SORT-J TO WS-SORT-BEST
           END-IF.
       6150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-PRINT-ONE-ACCOUNT
      *----------------------------------------------------------------
       6200-PRINT-ONE-ACCOUNT.
           MOVE PT-ACCT-SUB(WS-SORT-I) TO WS-ACCT-SUB.
           MOVE WS-SORT-I                  TO AD-RANK.
           MOVE AC-ACCT-NO(WS-ACCT-SUB)    TO AD-ACCT-NO.
           MOVE AC-BRANCH(WS-ACCT-SUB)     TO AD-BRANCH.
           MOVE AC-RATE-CODE(WS-ACCT-SUB)  TO AD-RATE-CODE.
           MOVE AC-AVG-BAL(WS-ACCT-SUB)    TO AD-AVG-BAL.
           MOVE AC-INTEREST(WS-ACCT-SUB)   TO AD-INTEREST.
           MOVE AC-FEES(WS-ACCT-SUB)       TO AD-FEES.
           MOVE AC-FUNDING(WS-ACCT-SUB)    TO AD-FUNDING.
           MOVE AC-PROVISION(WS-ACCT-SUB)  TO AD-PROVISION.
           MOVE AC-NET-CO(WS-ACCT-SUB)     TO AD-NET-CO.
           MOVE AC-SERVICE(WS-ACCT-SUB)    TO AD-SERVICE.
           MOVE AC-PROFIT(WS-ACCT-SUB)     TO AD-PROFIT.
           WRITE REPORT-LINE FROM ACCOUNT-DETAIL.
       6200-EXIT.
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
      * 8100-READ-GL-LINE
      *----------------------------------------------------------------
       8100-READ-GL-LINE.
           READ ACCOUNT-GL-HISTORY
               AT END
                   MOVE 'Y' TO WS-GLH-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GL-READ
           END-READ.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-READ-SNAPSHOT
      *----------------------------------------------------------------
       8200-READ-SNAPSHOT.
           READ LOAN-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-READ-BALANCE
      *----------------------------------------------------------------
       8300-READ-BALANCE.
           READ BALANCE-HISTORY
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
           END-READ.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8400-READ-CHARGE-OFF
      *----------------------------------------------------------------
       8400-READ-CHARGE-OFF.
           READ CHARGE-OFF-HISTORY
               AT END
                   MOVE 'Y' TO WS-CHGO-EOF-SW
           END-READ.
       8400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-READ-PAYMENT
      *----------------------------------------------------------------
       8500-READ-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO WS-PAYH-EOF-SW
           END-READ.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCTS-ACTIVE    TO NL-ACTIVE.
           WRITE REPORT-LINE FROM NOTE-LINE-1.
           MOVE WS-ACCTS-IDLE      TO NL-IDLE.
           WRITE REPORT-LINE FROM NOTE-LINE-2.
           MOVE WS-GL-UNMATCHED    TO NL-GL-UNMATCHED.
           WRITE REPORT-LINE FROM NOTE-LINE-3.
           MOVE WS-SNAPS-UNMATCHED TO NL-SNAPS-UNMATCHED.
           WRITE REPORT-LINE FROM NOTE-LINE-4.
           MOVE WS-PORT-PROVISION  TO NL-PROVISION.
           WRITE REPORT-LINE FROM NOTE-LINE-5.
           IF WS-LAST-BAL-SUB = ZERO
              AND WS-PORT-PROVISION NOT = ZERO
               WRITE REPORT-LINE FROM PROVISION-WITHHELD-LINE
           END-IF.
           IF AN-FX-RATE-WAS-MISSING
               WRITE REPORT-LINE FROM FX-WITHHELD-LINE
           END-IF.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF AN-FX-RATE-WAS-MISSING
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT GLH-FILE-NOT-FOUND
               CLOSE ACCOUNT-GL-HISTORY
           END-IF.
           IF NOT HIST-FILE-NOT-FOUND
               CLOSE LOAN-HISTORY
           END-IF.
           IF NOT BAL-FILE-NOT-FOUND
               CLOSE BALANCE-HISTORY
           END-IF.
           IF NOT CHGO-FILE-NOT-FOUND
               CLOSE CHARGE-OFF-HISTORY
           END-IF.
           IF NOT PAYH-FILE-NOT-FOUND
               CLOSE PAYMENT-HISTORY
           END-IF.
           CLOSE PROFIT-REPORT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES MASTER RECORDS READ
      * AGAINST ACCOUNTS ON THE BOOK THIS MONTH PLUS IDLE ACCOUNTS.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-READ   TO CT-RECORDS-READ.
           MOVE WS-ACCTS-ACTIVE TO CT-RECORDS-PROCESSED.
           IF WS-ACCTS-READ = WS-ACCTS-ACTIVE + WS-ACCTS-IDLE
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
           MOVE "PROFIT  " TO IR-PROGRAM-ID.
           MOVE "4600-SET-FX-RATE" TO IR-PHASE.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-ACCTS-ACTIVE TO IR-RECORDS-SO-FAR.
           MOVE SPACES TO IR-LAST-KEY.
           MOVE "FX RATE MISSING - PROFIT LOW"
               TO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
