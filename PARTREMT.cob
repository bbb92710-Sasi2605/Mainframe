       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTICIPATION-REMIT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MONTHLY REMITTANCE TO THE
      *                 PARTNER INSTITUTIONS HOLDING PARTICIPATIONS IN
      *                 OUR LOANS, FROM THE PARTMSTR PARTICIPATION FILE
      *                 INSTEAD OF THE PAPER LEDGER.  EVERY PAYMENT ON
      *                 THE PAYMENT HISTORY IN THE BUSINESS DATE'S
      *                 MONTH ON A PARTICIPATED LOAN IS SHARED OUT:
      *                 EACH INVESTOR GETS ITS SOLD PERCENTAGE OF THE
      *                 PRINCIPAL, AND OF THE INTEREST ONLY WHAT ITS
      *                 PASS-THROUGH RATE EARNS - THE REST UP TO THE
      *                 NOTE RATE IS OUR SERVICING SPREAD.  RECOVERIES
      *                 ON LOANS THE CHARGE-OFF HISTORY HAS WRITTEN OFF
      *                 ARE SHARED AT THE SOLD PERCENTAGE WITH NO
      *                 SPREAD.  ONE REMITTANCE STATEMENT PRINTS PER
      *                 INVESTOR, AND WHAT WE OWE POSTS TO CIGLPOST AS
      *                 A PAYABLE, ACCOUNT BY ACCOUNT IN THE LOAN'S
      *                 CURRENCY WITH ITS BASE EQUIVALENT.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      * 2026-10-15 RSD  GL POSTINGS NOW CARRY THE PARTICIPATED LOAN'S
      *                 BRANCH, TAKEN FROM THE MASTER WITH ITS TERMS,
      *                 SO THE LEDGER CAN KEEP BALANCES BY BRANCH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICIPATIONS  ASSIGN TO PARTMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT CHGOFF-HISTORY  ASSIGN TO CHGOHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGO-FILE-STATUS.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMITTANCE-RPT  ASSIGN TO PARTRPT
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
       FD  PARTICIPATIONS
           RECORDING MODE IS F.
       COPY PARTMSTR.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       COPY PAYHIST.

       FD  CHGOFF-HISTORY
           RECORDING MODE IS F.
       COPY CHGOHIST.

       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  REMITTANCE-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(110).

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
              88 END-OF-PAYMENTS            VALUE 'Y'.
           05 WS-PART-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PARTICIPATIONS      VALUE 'Y'.
           05 WS-CHGO-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CHGOFF-HISTORY      VALUE 'Y'.
           05 WS-RATE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-CHART-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
              88 ENTRY-WAS-FOUND            VALUE 'Y'.
           05 WS-SHARED-SW         PIC X(01) VALUE 'N'.
              88 PAYMENT-WAS-SHARED         VALUE 'Y'.
           05 WS-WRITTEN-OFF-SW    PIC X(01) VALUE 'N'.
              88 LOAN-WAS-WRITTEN-OFF       VALUE 'Y'.

       01  WS-PART-FILE-STATUS     PIC X(02).
           88 PART-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-PAY-FILE-STATUS      PIC X(02).
           88 PAY-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CHGO-FILE-STATUS     PIC X(02).
           88 CHGO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * PARTICIPATION TABLE - ONE ENTRY PER PARTMSTR RECORD, CARRYING
      * THE LOAN'S NOTE RATE AND CURRENCY FROM THE MASTER AND THE
      * MONTH'S SHARES AS THE PAYMENT HISTORY IS READ.  A SHARE IS
      * SIGNED - A REVERSAL IN THE MONTH TAKES BACK WHAT ITS PAYMENT
      * GAVE.  AN ENTRY WHOSE LOAN IS NOT ON THE MASTER, OR WHICH
      * WOULD TAKE THE LOAN'S SOLD SHARES OVER 100 PERCENT, IS LOGGED
      * AND LEFT OUT.
      *----------------------------------------------------------------
       01  WS-PART-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-PART-TABLE-MAX       PIC 9(04) VALUE 2000.
       01  PARTICIPATION-TABLE.
           05 PS-ENTRY OCCURS 2000 TIMES.
              10 PS-ACCT-NO         PIC X(06).
              10 PS-INVESTOR-ID     PIC X(08).
              10 PS-INVESTOR-NAME   PIC X(20).
              10 PS-SOLD-PCT        PIC 9(3)V99.
              10 PS-PASS-RATE       PIC 9(3)V99.
              10 PS-SOLD-DATE       PIC 9(08).
              10 PS-NOTE-RATE       PIC 9(3)V99.
              10 PS-CURRENCY        PIC X(03).
              10 PS-BRANCH          PIC X(04).
              10 PS-USABLE-SW       PIC X(01).
                 88 PS-ENTRY-IS-USABLE      VALUE 'Y'.
              10 PS-PRIN-SHARE      PIC S9(9)V99.
              10 PS-INT-PASSED      PIC S9(9)V99.
              10 PS-SPREAD-KEPT     PIC S9(9)V99.
              10 PS-RECOV-SHARE     PIC S9(9)V99.
       01  WS-PART-SUB             PIC 9(04) COMP.
       01  WS-OTHER-SUB            PIC 9(04) COMP.
       01  WS-SOLD-SO-FAR          PIC 9(5)V99.

      *----------------------------------------------------------------
      * INVESTOR TABLE - EACH INVESTOR ONCE, IN THE ORDER PARTMSTR
      * FIRST NAMES IT, FOR ONE STATEMENT APIECE.
      *----------------------------------------------------------------
       01  WS-INV-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  INVESTOR-TABLE.
           05 IV-ENTRY OCCURS 2000 TIMES.
              10 IV-INVESTOR-ID     PIC X(08).
              10 IV-INVESTOR-NAME   PIC X(20).
       01  WS-INV-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * CHARGE-OFF TABLE - EVERY ACCOUNT ON CHGOHIST.  A RECOVERY IS
      * SHARED ONLY ON A LOAN THAT WAS WRITTEN OFF.
      *----------------------------------------------------------------
       01  WS-CHGO-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-CHGO-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  CHARGE-OFF-TABLE.
           05 CG-ACCT-NO OCCURS 5000 TIMES PIC X(06).
       01  WS-CHGO-SUB             PIC 9(04) COMP.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - THE NOTE RATE OF A RATE-CODE LOAN IS THE
      * ROW IN EFFECT ON THE BUSINESS DATE, AS MONTH-END-REPORT
      * PRICES IT; AN ADJUSTABLE-RATE LOAN KEEPS ITS OWN LM-RATE.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-RATE-TABLE-MAX       PIC 9(04) VALUE 1000.
       01  RATE-MASTER-TABLE.
           05 RM-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-RATE-TABLE-COUNT
                 INDEXED BY RM-IDX.
              10 RM-TABLE-CODE      PIC X(04).
              10 RM-TABLE-RATE      PIC 9(3)V99.
              10 RM-TABLE-DATE      PIC 9(08).
       01  WS-RATE-FOUND-SW        PIC X(01) VALUE 'N'.
           88 RATE-CODE-WAS-FOUND          VALUE 'Y'.
       01  WS-BEST-EFFECT-DATE     PIC 9(08).

      *----------------------------------------------------------------
      * ONE PAYMENT'S SHARE FOR ONE INVESTOR.
      *----------------------------------------------------------------
       01  WS-PRIN-PART            PIC 9(9)V99.
       01  WS-INT-PART             PIC 9(9)V99.
       01  WS-PASS-PART            PIC 9(9)V99.
       01  WS-KEEP-PART            PIC 9(9)V99.
       01  WS-RECOV-PART           PIC 9(9)V99.

      *----------------------------------------------------------------
      * STATEMENT AND POSTING FIGURES.
      *----------------------------------------------------------------
       01  WS-REMIT-AMOUNT         PIC S9(9)V99.
       01  WS-REMIT-BASE           PIC S9(11)V99.
       01  WS-INVESTOR-BASE        PIC S9(13)V99.
       01  WS-INVESTOR-KEPT-BASE   PIC S9(13)V99.
       01  WS-GRAND-REMIT-BASE     PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-KEPT-BASE      PIC S9(13)V99 VALUE 0.
       01  WS-KEPT-BASE            PIC S9(11)V99.
       01  WS-SIGNED-AMOUNT        PIC S9(9)V99.
       01  WS-POST-AMOUNT          PIC 9(9)V99.
       01  WS-NARRATIVE            PIC X(20).
       01  WS-DEBIT-ACCOUNT        PIC X(10).
       01  WS-CREDIT-ACCOUNT       PIC X(10).
       01  WS-REASON               PIC X(40).
       01  WS-ENTRY-ID             PIC X(10).

      *----------------------------------------------------------------
      * CHART-OF-ACCOUNTS TABLE AND GL CODES.  THE INVESTOR'S SHARE OF
      * PRINCIPAL COMES OFF THE PARTICIPATIONS-SOLD CONTRA ACCOUNT;
      * ITS INTEREST AND RECOVERIES COME BACK OUT OF THE INCOME
      * PAYMENT-POST AND THE ACCRUAL CREDITED IN FULL.
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
           05 WS-GL-PARTS-SOLD     PIC X(10) VALUE "1045-PARTS".
           05 WS-GL-INVESTOR-PAY   PIC X(10) VALUE "2160-INVPY".
           05 WS-GL-INT-INCOME     PIC X(10) VALUE "4200-INTIN".
           05 WS-GL-RECOVERY       PIC X(10) VALUE "4300-RECOV".
           05 WS-GL-SUSPENSE       PIC X(10) VALUE "2999-SUSPN".

      *----------------------------------------------------------------
      * FX-RATE TABLE - THE STATEMENT TOTALS AND THE GL BASE AMOUNTS.
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
           05 WS-PAYMENTS-READ     PIC 9(7) COMP VALUE 0.
           05 WS-PAYMENTS-SHARED   PIC 9(7) COMP VALUE 0.
           05 WS-PAYMENTS-RETAINED PIC 9(7) COMP VALUE 0.
           05 WS-PAYMENTS-OTHER-MO PIC 9(7) COMP VALUE 0.

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
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.
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
           05 WS-RIF-PGM       PIC X(06) VALUE "PARTRM".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  STATEMENT-RULE-LINE.
           05 FILLER                PIC X(108) VALUE ALL "-".

       01  STATEMENT-TITLE-LINE.
           05 FILLER                PIC X(40) VALUE
              "PARTICIPATION REMITTANCE STATEMENT".
           05 FILLER                PIC X(08) VALUE "PERIOD ".
           05 ST-PERIOD-YYYY        PIC 9(04).
           05 FILLER                PIC X(01) VALUE "-".
           05 ST-PERIOD-MM          PIC 9(02).

       01  STATEMENT-INVESTOR-LINE.
           05 FILLER                PIC X(10) VALUE "INVESTOR  ".
           05 SI-INVESTOR-ID        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SI-INVESTOR-NAME      PIC X(20).

       01  STATEMENT-HEADING.
           05 FILLER                PIC X(08) VALUE "ACCT #".
           05 FILLER                PIC X(05) VALUE "CUR".
           05 FILLER                PIC X(08) VALUE "  SOLD%".
           05 FILLER                PIC X(08) VALUE "   PASS%".
           05 FILLER                PIC X(15) VALUE
              "      PRINCIPAL".
           05 FILLER                PIC X(15) VALUE
              "       INTEREST".
           05 FILLER                PIC X(15) VALUE
              "     RECOVERIES".
           05 FILLER                PIC X(15) VALUE
              "   REMITTED".
           05 FILLER                PIC X(15) VALUE
              "   SERVICING".

       01  STATEMENT-DETAIL.
           05 SD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-SOLD-PCT           PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-PASS-RATE          PIC ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SD-PRINCIPAL          PIC -ZZZ,ZZZ,ZZ9.99.
           05 SD-INTEREST           PIC -ZZZ,ZZZ,ZZ9.99.
           05 SD-RECOVERIES         PIC -ZZZ,ZZZ,ZZ9.99.
           05 SD-REMITTED           PIC -ZZZ,ZZZ,ZZ9.99.
           05 SD-SERVICING          PIC -ZZZ,ZZZ,ZZ9.99.

       01  STATEMENT-TOTAL-LINE.
           05 FILLER                PIC X(34) VALUE
              "TOTAL DUE TO INVESTOR (USD)".
           05 FILLER                PIC X(30) VALUE SPACES.
           05 SX-REMITTED           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SX-SERVICING          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  GRAND-TOTAL-LINE.
           05 FILLER                PIC X(34) VALUE
              "ALL INVESTORS (USD)".
           05 FILLER                PIC X(30) VALUE SPACES.
           05 GT-REMITTED           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GT-SERVICING          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  NO-PARTICIPATIONS-LINE.
           05 FILLER                PIC X(40) VALUE
              "NO PARTICIPATIONS ON FILE".

       01  POSTING-WITHHELD-LINE.
           05 FILLER                PIC X(50) VALUE
              "NOTHING POSTED - SEE THE SHARED EXCEPTION LOG".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "PARTRM  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-SHARE-ONE-PAYMENT THRU 2000-EXIT
               UNTIL END-OF-PAYMENTS.
           PERFORM 3000-PRINT-STATEMENTS  THRU 3000-EXIT.
           PERFORM 4000-POST-REMITTANCES  THRU 4000-EXIT.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-PAYMENTS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE PARTICIPATION, CHARGE-OFF AND RATE
      * TABLES ARE LOADED BEFORE ANY OUTPUT IS OPENED, SO A TABLE
      * PAST ITS LIMIT STOPS THE RUN WITHOUT A PARTIAL POSTING.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           OPEN INPUT PARTICIPATIONS.
           IF NOT PART-FILE-NOT-FOUND
               PERFORM 1100-LOAD-ONE-PARTICIPATION THRU 1100-EXIT
                   UNTIL END-OF-PARTICIPATIONS
               CLOSE PARTICIPATIONS
           END-IF.

           OPEN INPUT CHGOFF-HISTORY.
           IF NOT CHGO-FILE-NOT-FOUND
               PERFORM 1200-LOAD-ONE-CHGOFF THRU 1200-EXIT
                   UNTIL END-OF-CHGOFF-HISTORY
               CLOSE CHGOFF-HISTORY
           END-IF.

           OPEN INPUT RATE-MASTER.
           PERFORM 1250-LOAD-ONE-RATE THRU 1250-EXIT
               UNTIL END-OF-RATE-MASTER.
           CLOSE RATE-MASTER.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING POSTED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-MASTER
           OPEN INPUT  GL-CHART
           OPEN INPUT  FX-RATES
           OPEN OUTPUT REMITTANCE-RPT.

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

           PERFORM 1170-LOAD-GL-CHART THRU 1170-EXIT
               UNTIL END-OF-GL-CHART.
           CLOSE GL-CHART.

           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

           PERFORM 1300-SET-LOAN-TERMS THRU 1300-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-TABLE-COUNT.
           CLOSE LOAN-MASTER.

           OPEN INPUT PAYMENT-HISTORY.
           IF PAY-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 8000-READ-PAYMENT THRU 8000-EXIT.
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
      * 1100-LOAD-ONE-PARTICIPATION
      *----------------------------------------------------------------
       1100-LOAD-ONE-PARTICIPATION.
           READ PARTICIPATIONS
               AT END
                   MOVE 'Y' TO WS-PART-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-PART-TABLE-COUNT >= WS-PART-TABLE-MAX
               DISPLAY "PARTICIPATION TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-PART-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-PART-TABLE-COUNT.
           MOVE WS-PART-TABLE-COUNT TO WS-PART-SUB.
           MOVE PA-ACCT-NO       TO PS-ACCT-NO(WS-PART-SUB).
           MOVE PA-INVESTOR-ID   TO PS-INVESTOR-ID(WS-PART-SUB).
           MOVE PA-INVESTOR-NAME TO PS-INVESTOR-NAME(WS-PART-SUB).
           MOVE PA-SOLD-PCT      TO PS-SOLD-PCT(WS-PART-SUB).
           MOVE PA-PASS-RATE     TO PS-PASS-RATE(WS-PART-SUB).
           MOVE PA-SOLD-DATE     TO PS-SOLD-DATE(WS-PART-SUB).
           MOVE ZERO             TO PS-NOTE-RATE(WS-PART-SUB).
           MOVE SPACES           TO PS-CURRENCY(WS-PART-SUB).
           MOVE SPACES           TO PS-BRANCH(WS-PART-SUB).
           MOVE 'N'              TO PS-USABLE-SW(WS-PART-SUB).
           MOVE ZERO             TO PS-PRIN-SHARE(WS-PART-SUB).
           MOVE ZERO             TO PS-INT-PASSED(WS-PART-SUB).
           MOVE ZERO             TO PS-SPREAD-KEPT(WS-PART-SUB).
           MOVE ZERO             TO PS-RECOV-SHARE(WS-PART-SUB).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-CHGOFF
      *----------------------------------------------------------------
       1200-LOAD-ONE-CHGOFF.
           READ CHGOFF-HISTORY
               AT END
                   MOVE 'Y' TO WS-CHGO-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF WS-CHGO-TABLE-COUNT >= WS-CHGO-TABLE-MAX
               DISPLAY "CHARGE-OFF TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-CHGO-EOF-SW
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-CHGO-TABLE-COUNT.
           MOVE CO-ACCT-NO TO CG-ACCT-NO(WS-CHGO-TABLE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-LOAD-ONE-RATE
      *----------------------------------------------------------------
       1250-LOAD-ONE-RATE.
           READ RATE-MASTER
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   IF WS-RATE-TABLE-COUNT < WS-RATE-TABLE-MAX
                       ADD 1 TO WS-RATE-TABLE-COUNT
                       MOVE RM-RATE-CODE
                           TO RM-TABLE-CODE(WS-RATE-TABLE-COUNT)
                       MOVE RM-RATE
                           TO RM-TABLE-RATE(WS-RATE-TABLE-COUNT)
                       MOVE RM-EFFECT-DATE
                           TO RM-TABLE-DATE(WS-RATE-TABLE-COUNT)
                   ELSE
                       DISPLAY "RATE MASTER TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-OVERFLOW-SW
                       MOVE 'Y' TO WS-RATE-EOF-SW
                   END-IF
           END-READ.
       1250-EXIT.
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
      * 1300-SET-LOAN-TERMS - EACH PARTICIPATION TAKES ITS LOAN'S NOTE
      * RATE AND CURRENCY FROM THE MASTER.  ONE WHOSE LOAN IS MISSING,
      * OR WHICH WOULD PUT THE LOAN OVER 100 PERCENT SOLD ALONG WITH
      * THE EARLIER RECORDS FOR IT, IS LOGGED AND LEFT OUT.  A PASS-
      * THROUGH RATE ABOVE THE NOTE RATE IS HELD TO THE NOTE RATE -
      * THE INVESTOR CANNOT BE PAID INTEREST THE LOAN NEVER EARNED.
      *----------------------------------------------------------------
       1300-SET-LOAN-TERMS.
           MOVE PS-ACCT-NO(WS-PART-SUB) TO WS-ENTRY-ID.

           MOVE PS-ACCT-NO(WS-PART-SUB) TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "PARTICIPATED LOAN NOT ON MASTER"
                       TO WS-REASON
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   GO TO 1300-EXIT
           END-READ.

           MOVE ZERO TO WS-SOLD-SO-FAR.
           PERFORM 1350-ADD-EARLIER-SHARE THRU 1350-EXIT
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB >= WS-PART-SUB.
           IF WS-SOLD-SO-FAR + PS-SOLD-PCT(WS-PART-SUB) > 100
               MOVE "SOLD SHARES OVER 100 PERCENT - LEFT OUT"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 1300-EXIT
           END-IF.

           MOVE LM-RATE TO PS-NOTE-RATE(WS-PART-SUB).
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 1400-LOOKUP-RATE THRU 1400-EXIT
           END-IF.

           IF PS-PASS-RATE(WS-PART-SUB) > PS-NOTE-RATE(WS-PART-SUB)
               MOVE "PASS-THROUGH OVER NOTE RATE - HELD TO IT"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               MOVE PS-NOTE-RATE(WS-PART-SUB)
                   TO PS-PASS-RATE(WS-PART-SUB)
           END-IF.

           MOVE LM-BRANCH        TO PS-BRANCH(WS-PART-SUB).
           MOVE LM-CURRENCY-CODE TO PS-CURRENCY(WS-PART-SUB).
           IF PS-CURRENCY(WS-PART-SUB) = SPACES
               MOVE "USD" TO PS-CURRENCY(WS-PART-SUB)
           END-IF.
           MOVE 'Y' TO PS-USABLE-SW(WS-PART-SUB).

           PERFORM 1500-ADD-INVESTOR THRU 1500-EXIT.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-ADD-EARLIER-SHARE
      *----------------------------------------------------------------
       1350-ADD-EARLIER-SHARE.
           IF PS-ACCT-NO(WS-OTHER-SUB) = PS-ACCT-NO(WS-PART-SUB)
              AND PS-ENTRY-IS-USABLE(WS-OTHER-SUB)
               ADD PS-SOLD-PCT(WS-OTHER-SUB) TO WS-SOLD-SO-FAR
           END-IF.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOOKUP-RATE - THE RATE-MASTER ROW FOR THE LOAN'S CODE
      * WITH THE LATEST EFFECTIVE DATE NOT AFTER THE BUSINESS DATE.
      * A CODE NOT FOUND LEAVES LM-RATE.
      *----------------------------------------------------------------
       1400-LOOKUP-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE.
           PERFORM 1450-SEARCH-RATE THRU 1450-EXIT
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-RATE-TABLE-COUNT.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-SEARCH-RATE
      *----------------------------------------------------------------
       1450-SEARCH-RATE.
           IF RM-TABLE-CODE(RM-IDX) = LM-RATE-CODE
              AND RM-TABLE-DATE(RM-IDX) <= WS-BUS-DATE-RAW
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RM-TABLE-DATE(RM-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RM-TABLE-RATE(RM-IDX)
                   TO PS-NOTE-RATE(WS-PART-SUB)
               MOVE RM-TABLE-DATE(RM-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-ADD-INVESTOR - THE FIRST USABLE PARTICIPATION OF AN
      * INVESTOR OPENS ITS STATEMENT SLOT.
      *----------------------------------------------------------------
       1500-ADD-INVESTOR.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1550-SEARCH-INVESTOR THRU 1550-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               GO TO 1500-EXIT
           END-IF.

           ADD 1 TO WS-INV-TABLE-COUNT.
           MOVE PS-INVESTOR-ID(WS-PART-SUB)
               TO IV-INVESTOR-ID(WS-INV-TABLE-COUNT).
           MOVE PS-INVESTOR-NAME(WS-PART-SUB)
               TO IV-INVESTOR-NAME(WS-INV-TABLE-COUNT).
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1550-SEARCH-INVESTOR
      *----------------------------------------------------------------
       1550-SEARCH-INVESTOR.
           IF IV-INVESTOR-ID(WS-INV-SUB) = PS-INVESTOR-ID(WS-PART-SUB)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SHARE-ONE-PAYMENT - A HISTORY ENTRY DATED IN THE BUSINESS
      * DATE'S MONTH IS SHARED WITH EVERY INVESTOR HOLDING A PIECE OF
      * ITS LOAN.  A RECOVERY IS SHARED ONLY WHEN THE LOAN IS ON THE
      * CHARGE-OFF HISTORY; ONE THAT IS NOT IS LOGGED AND KEPT.
      *----------------------------------------------------------------
       2000-SHARE-ONE-PAYMENT.
           IF PH-PAY-DATE(1:6) NOT = WS-BUS-DATE-RAW(1:6)
               ADD 1 TO WS-PAYMENTS-OTHER-MO
               PERFORM 8000-READ-PAYMENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF PH-INT-APPLIED NOT NUMERIC
               MOVE ZERO TO PH-INT-APPLIED
           END-IF.
           IF PH-PRIN-APPLIED NOT NUMERIC
               MOVE ZERO TO PH-PRIN-APPLIED
           END-IF.

           MOVE 'N' TO WS-SHARED-SW.
           MOVE 'N' TO WS-WRITTEN-OFF-SW.
           IF PH-IS-RECOVERY
               PERFORM 2050-CHECK-WRITTEN-OFF THRU 2050-EXIT
           END-IF.

           PERFORM 2100-SHARE-WITH-INVESTOR THRU 2100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-TABLE-COUNT.

           IF PAYMENT-WAS-SHARED
               ADD 1 TO WS-PAYMENTS-SHARED
           ELSE
               ADD 1 TO WS-PAYMENTS-RETAINED
           END-IF.

           PERFORM 8000-READ-PAYMENT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-CHECK-WRITTEN-OFF
      *----------------------------------------------------------------
       2050-CHECK-WRITTEN-OFF.
           PERFORM 2060-SEARCH-CHGOFF THRU 2060-EXIT
               VARYING WS-CHGO-SUB FROM 1 BY 1
               UNTIL WS-CHGO-SUB > WS-CHGO-TABLE-COUNT
                  OR LOAN-WAS-WRITTEN-OFF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-SEARCH-CHGOFF
      *----------------------------------------------------------------
       2060-SEARCH-CHGOFF.
           IF CG-ACCT-NO(WS-CHGO-SUB) = PH-ACCT-NO
               MOVE 'Y' TO WS-WRITTEN-OFF-SW
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SHARE-WITH-INVESTOR - ONE INVESTOR'S PIECE OF THE ENTRY.
      * THE INTEREST SHARE AT THE NOTE RATE IS SPLIT IN THE RATIO OF
      * PASS-THROUGH TO NOTE RATE; THE REMAINDER IS OUR SERVICING
      * SPREAD.  A REVERSAL TAKES ITS PAYMENT'S SHARES BACK.
      *----------------------------------------------------------------
       2100-SHARE-WITH-INVESTOR.
           IF PS-ACCT-NO(WS-PART-SUB) NOT = PH-ACCT-NO
              OR NOT PS-ENTRY-IS-USABLE(WS-PART-SUB)
              OR PH-PAY-DATE < PS-SOLD-DATE(WS-PART-SUB)
               GO TO 2100-EXIT
           END-IF.

           IF PH-IS-RECOVERY
               IF NOT LOAN-WAS-WRITTEN-OFF
                   MOVE PH-ACCT-NO TO WS-ENTRY-ID
                   MOVE "RECOVERY WITH NO CHARGE-OFF - NOT SHARED"
                       TO WS-REASON
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   GO TO 2100-EXIT
               END-IF
               COMPUTE WS-RECOV-PART ROUNDED =
                   PH-AMOUNT * PS-SOLD-PCT(WS-PART-SUB) / 100
               ADD WS-RECOV-PART TO PS-RECOV-SHARE(WS-PART-SUB)
               MOVE 'Y' TO WS-SHARED-SW
               GO TO 2100-EXIT
           END-IF.

           COMPUTE WS-PRIN-PART ROUNDED =
               PH-PRIN-APPLIED * PS-SOLD-PCT(WS-PART-SUB) / 100.
           COMPUTE WS-INT-PART ROUNDED =
               PH-INT-APPLIED * PS-SOLD-PCT(WS-PART-SUB) / 100.
           IF PS-NOTE-RATE(WS-PART-SUB) = ZERO
               MOVE WS-INT-PART TO WS-PASS-PART
           ELSE
               COMPUTE WS-PASS-PART ROUNDED =
                   WS-INT-PART * PS-PASS-RATE(WS-PART-SUB)
                       / PS-NOTE-RATE(WS-PART-SUB)
           END-IF.
           COMPUTE WS-KEEP-PART = WS-INT-PART - WS-PASS-PART.

           IF PH-IS-REVERSAL
               SUBTRACT WS-PRIN-PART FROM PS-PRIN-SHARE(WS-PART-SUB)
               SUBTRACT WS-PASS-PART FROM PS-INT-PASSED(WS-PART-SUB)
               SUBTRACT WS-KEEP-PART FROM PS-SPREAD-KEPT(WS-PART-SUB)
           ELSE
               ADD WS-PRIN-PART TO PS-PRIN-SHARE(WS-PART-SUB)
               ADD WS-PASS-PART TO PS-INT-PASSED(WS-PART-SUB)
               ADD WS-KEEP-PART TO PS-SPREAD-KEPT(WS-PART-SUB)
           END-IF.
           MOVE 'Y' TO WS-SHARED-SW.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "PARTRM"    TO SE-PROGRAM-ID.
           MOVE WS-ENTRY-ID TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-STATEMENTS - ONE STATEMENT PER INVESTOR, EACH LOAN
      * IN ITS OWN CURRENCY AND THE TOTAL DUE IN BASE.
      *----------------------------------------------------------------
       3000-PRINT-STATEMENTS.
           IF WS-INV-TABLE-COUNT = ZERO
               WRITE REPORT-LINE FROM NO-PARTICIPATIONS-LINE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-PRINT-ONE-INVESTOR THRU 3100-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-TABLE-COUNT.

           WRITE REPORT-LINE FROM STATEMENT-RULE-LINE.
           MOVE WS-GRAND-REMIT-BASE TO GT-REMITTED.
           MOVE WS-GRAND-KEPT-BASE  TO GT-SERVICING.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-ONE-INVESTOR
      *----------------------------------------------------------------
       3100-PRINT-ONE-INVESTOR.
           WRITE REPORT-LINE FROM STATEMENT-RULE-LINE.
           MOVE WS-BUS-DATE-RAW(1:4) TO ST-PERIOD-YYYY.
           MOVE WS-BUS-DATE-RAW(5:2) TO ST-PERIOD-MM.
           WRITE REPORT-LINE FROM STATEMENT-TITLE-LINE.
           MOVE IV-INVESTOR-ID(WS-INV-SUB)   TO SI-INVESTOR-ID.
           MOVE IV-INVESTOR-NAME(WS-INV-SUB) TO SI-INVESTOR-NAME.
           WRITE REPORT-LINE FROM STATEMENT-INVESTOR-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM STATEMENT-HEADING.

           MOVE ZERO TO WS-INVESTOR-BASE.
           MOVE ZERO TO WS-INVESTOR-KEPT-BASE.
           PERFORM 3200-PRINT-ONE-LOAN THRU 3200-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-TABLE-COUNT.

           MOVE WS-INVESTOR-BASE      TO SX-REMITTED.
           MOVE WS-INVESTOR-KEPT-BASE TO SX-SERVICING.
           WRITE REPORT-LINE FROM STATEMENT-TOTAL-LINE.
           ADD WS-INVESTOR-BASE       TO WS-GRAND-REMIT-BASE.
           ADD WS-INVESTOR-KEPT-BASE  TO WS-GRAND-KEPT-BASE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-PRINT-ONE-LOAN
      *----------------------------------------------------------------
       3200-PRINT-ONE-LOAN.
           IF PS-INVESTOR-ID(WS-PART-SUB) NOT =
                  IV-INVESTOR-ID(WS-INV-SUB)
              OR NOT PS-ENTRY-IS-USABLE(WS-PART-SUB)
               GO TO 3200-EXIT
           END-IF.

           COMPUTE WS-REMIT-AMOUNT = PS-PRIN-SHARE(WS-PART-SUB)
               + PS-INT-PASSED(WS-PART-SUB)
               + PS-RECOV-SHARE(WS-PART-SUB).

           MOVE PS-CURRENCY(WS-PART-SUB) TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.
           COMPUTE WS-REMIT-BASE ROUNDED =
               WS-REMIT-AMOUNT * WS-FX-RATE.
           COMPUTE WS-KEPT-BASE ROUNDED =
               PS-SPREAD-KEPT(WS-PART-SUB) * WS-FX-RATE.
           ADD WS-REMIT-BASE TO WS-INVESTOR-BASE.
           ADD WS-KEPT-BASE  TO WS-INVESTOR-KEPT-BASE.

           MOVE PS-ACCT-NO(WS-PART-SUB)     TO SD-ACCT-NO.
           MOVE PS-CURRENCY(WS-PART-SUB)    TO SD-CURRENCY.
           MOVE PS-SOLD-PCT(WS-PART-SUB)    TO SD-SOLD-PCT.
           MOVE PS-PASS-RATE(WS-PART-SUB)   TO SD-PASS-RATE.
           MOVE PS-PRIN-SHARE(WS-PART-SUB)  TO SD-PRINCIPAL.
           MOVE PS-INT-PASSED(WS-PART-SUB)  TO SD-INTEREST.
           MOVE PS-RECOV-SHARE(WS-PART-SUB) TO SD-RECOVERIES.
           MOVE WS-REMIT-AMOUNT             TO SD-REMITTED.
           MOVE PS-SPREAD-KEPT(WS-PART-SUB) TO SD-SERVICING.
           WRITE REPORT-LINE FROM STATEMENT-DETAIL.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-POST-REMITTANCES - PER PARTICIPATION, THE PRINCIPAL SHARE
      * COMES OFF THE PARTICIPATIONS-SOLD CONTRA, AND THE PASSED-
      * THROUGH INTEREST AND THE RECOVERY SHARE COME BACK OUT OF
      * INCOME, ALL CREDITED TO THE INVESTOR PAYABLE.  OUR SPREAD
      * STAYS IN INTEREST INCOME.  A MISSING FX RATE WITHHOLDS EVERY
      * POSTING, AS THE LOSS-ALLOWANCE RUN DOES.
      *----------------------------------------------------------------
       4000-POST-REMITTANCES.
           IF AN-FX-RATE-WAS-MISSING
               WRITE REPORT-LINE FROM POSTING-WITHHELD-LINE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-POST-ONE-PARTICIPATION THRU 4100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-TABLE-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-POST-ONE-PARTICIPATION
      *----------------------------------------------------------------
       4100-POST-ONE-PARTICIPATION.
           IF NOT PS-ENTRY-IS-USABLE(WS-PART-SUB)
               GO TO 4100-EXIT
           END-IF.

           MOVE PS-CURRENCY(WS-PART-SUB) TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE PS-PRIN-SHARE(WS-PART-SUB) TO WS-SIGNED-AMOUNT.
           MOVE WS-GL-PARTS-SOLD           TO WS-DEBIT-ACCOUNT.
           MOVE "PARTICIPATION PRIN"       TO WS-NARRATIVE.
           PERFORM 4200-POST-SIGNED-AMOUNT THRU 4200-EXIT.

           MOVE PS-INT-PASSED(WS-PART-SUB) TO WS-SIGNED-AMOUNT.
           MOVE WS-GL-INT-INCOME           TO WS-DEBIT-ACCOUNT.
           MOVE "PARTICIPATION INT"        TO WS-NARRATIVE.
           PERFORM 4200-POST-SIGNED-AMOUNT THRU 4200-EXIT.

           MOVE PS-RECOV-SHARE(WS-PART-SUB) TO WS-SIGNED-AMOUNT.
           MOVE WS-GL-RECOVERY              TO WS-DEBIT-ACCOUNT.
           MOVE "PARTICIPATION RECOV"       TO WS-NARRATIVE.
           PERFORM 4200-POST-SIGNED-AMOUNT THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-POST-SIGNED-AMOUNT - A POSITIVE SHARE DEBITS WS-DEBIT-
      * ACCOUNT AND CREDITS THE PAYABLE; A NET NEGATIVE ONE (MORE
      * REVERSED THAN PAID IN THE MONTH) POSTS THE OTHER WAY ROUND.
      *----------------------------------------------------------------
       4200-POST-SIGNED-AMOUNT.
           IF WS-SIGNED-AMOUNT = ZERO
               GO TO 4200-EXIT
           END-IF.

           IF WS-SIGNED-AMOUNT > ZERO
               MOVE WS-SIGNED-AMOUNT   TO WS-POST-AMOUNT
               MOVE WS-GL-INVESTOR-PAY TO WS-CREDIT-ACCOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = ZERO - WS-SIGNED-AMOUNT
               MOVE WS-DEBIT-ACCOUNT   TO WS-CREDIT-ACCOUNT
               MOVE WS-GL-INVESTOR-PAY TO WS-DEBIT-ACCOUNT
           END-IF.
           PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - ONE BALANCED PAIR FOR THE PARTICIPATED
      * ACCOUNT, IN THE LOAN'S CURRENCY WITH ITS BASE EQUIVALENT.
      *----------------------------------------------------------------
       4500-POST-GL-PAIR.
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD     TO GL-PERIOD.
           MOVE PS-ACCT-NO(WS-PART-SUB) TO GL-ACCT-NO.
           MOVE PS-BRANCH(WS-PART-SUB)  TO GL-BRANCH.
           MOVE WS-DEBIT-ACCOUNT   TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT         TO TRUE.
           MOVE WS-POST-AMOUNT     TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE   TO GL-CURRENCY.
           MOVE WS-NARRATIVE       TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-POST-AMOUNT * WS-FX-RATE.
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
               MOVE WS-GL-POST-ACCOUNT TO WS-ENTRY-ID
               MOVE "GL ACCOUNT NOT ON CHART - TO SUSPENSE"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
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
               MOVE WS-CURRENCY-CODE TO WS-ENTRY-ID
               MOVE "FX RATE MISSING FOR CURRENCY" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
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
      * 8000-READ-PAYMENT
      *----------------------------------------------------------------
       8000-READ-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-PAYMENTS-READ
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

           IF NOT PAY-FILE-NOT-FOUND
               CLOSE PAYMENT-HISTORY
           END-IF.
           CLOSE REMITTANCE-RPT
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
           MOVE "PARTRM  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-PAYMENTS-READ TO IR-RECORDS-SO-FAR.
           MOVE "4600-SET-FX-RATE" TO IR-PHASE.
           MOVE WS-CURRENCY-CODE TO IR-LAST-KEY.
           MOVE "FX RATE MISSING - NOTHING POSTED, CC 8"
               TO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES HISTORY ENTRIES READ
      * AGAINST THOSE SHARED, THOSE WHOLLY OURS, AND THOSE OUTSIDE THE
      * MONTH.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-PAYMENTS-READ   TO CT-RECORDS-READ.
           MOVE WS-PAYMENTS-SHARED TO CT-RECORDS-PROCESSED.
           IF WS-PAYMENTS-READ = WS-PAYMENTS-SHARED
                 + WS-PAYMENTS-RETAINED + WS-PAYMENTS-OTHER-MO
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
