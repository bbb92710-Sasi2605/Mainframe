       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MAINTENANCE OF THE NEW INDEXED
      *                 TERM-DEPOSIT MASTER IN THE LOC-MAINT STYLE.  A
      *                 PLACEMENT OPENS A DEPOSIT FOR A CUSTOMER ON
      *                 CUSTMSTR, PRICED OFF THE RATE MASTER WHEN IT
      *                 CARRIES A RATE CODE, STARTING ON THE BUSINESS
      *                 DATE AND MATURING A TERM LATER; THE CASH IN
      *                 POSTS DEBIT CASH, CREDIT THE DEPOSIT
      *                 LIABILITY.  AN EARLY WITHDRAWAL BREAKS ALL OR
      *                 PART OF AN ACTIVE DEPOSIT BEFORE MATURITY: THE
      *                 AMOUNT WITHDRAWN EARNS ITS INTEREST TO DATE
      *                 LESS THE DEPOSIT'S EARLY-BREAK PENALTY, TAX IS
      *                 WITHHELD WITH THE TAXRATE RULES, AND THE
      *                 INTEREST-EXPENSE, WITHHOLDING AND PAYOUT PAIRS
      *                 POST TO THE GL EXTRACT.  WITHHOLDING GOES TO
      *                 THIS PROGRAM'S REMITTANCE EXTRACT.  APPLIED
      *                 TRANSACTIONS GO ON THE MAINTENANCE LOG;
      *                 ANYTHING ELSE IS REJECTED TO THIS PROGRAM'S
      *                 REJECT FILE AND THE SHARED EXCEPTION LOG.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE, SO THE BUSINESS DATE IS NOW READ AHEAD
      *                 OF THE FX LOAD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-TXN          ASSIGN TO TDTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT TD-MASTER       ASSIGN TO TDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-DEP-NO
               FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG       ASSIGN TO TDMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TD-REJECTS      ASSIGN TO TDMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-EXTRACT     ASSIGN TO TDMTAX
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
       FD  TD-TXN
           RECORDING MODE IS F.
       COPY TDTXN.

       FD  TD-MASTER.
       COPY TDMSTR.

       FD  CUSTOMER-MASTER.
       COPY CUSTMSTR.

       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(100).

       FD  TD-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(100).

       FD  TAX-EXTRACT
           RECORDING MODE IS F.
       COPY TDTAXEX.

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
           05 WS-EOF-SW             PIC X(01) VALUE 'N'.
              88 END-OF-TRANSACTIONS        VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-RATE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-FX-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-FX-MISSING-SW      PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-TD-FILE-STATUS        PIC X(02).
           88 TD-FILE-NOT-FOUND            VALUE '35'.
       01  WS-CUST-FILE-STATUS      PIC X(02).
       01  WS-RATE-FILE-STATUS      PIC X(02).
           88 RATE-FILE-NOT-FOUND          VALUE '35'.
       01  WS-GL-FILE-STATUS        PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - SAME EFFECTIVE-DATED LOOKUP TABLE THE
      * INTEREST PROGRAMS LOAD.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE-MAX       PIC 9(04) VALUE 1000.
       01  WS-RATE-TABLE-COUNT     PIC 9(04) VALUE 0.
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
       01  WS-DEPOSIT-RATE         PIC 9(3)V99.

      *----------------------------------------------------------------
      * FX-RATE TABLE - FOR THE GL EXTRACT'S BASE-CURRENCY AMOUNT.
      *----------------------------------------------------------------
       01  WS-FX-TABLE-MAX         PIC 9(04) VALUE 200.
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
      * GENERAL-LEDGER EXTRACT - A DEPOSIT IS A LIABILITY TO THE
      * CUSTOMER.  PLACING ONE TAKES THE CASH IN AGAINST IT; INTEREST
      * EARNED IS AN EXPENSE THAT ADDS TO IT; TAX WITHHELD MOVES OUT
      * OF IT TO THE LIABILITY TO THE REVENUE; A PAYOUT RELIEVES IT
      * AND PAYS THE CASH OUT.  THE CALLER OF 4500 SETS THE DEBIT AND
      * CREDIT ACCOUNTS, THE AMOUNT AND THE NARRATIVE.
      *----------------------------------------------------------------
       01  WS-GL-CODES.
           05 WS-GL-CASH           PIC X(10) VALUE "1010-CASH ".
           05 WS-GL-DEPOSITS       PIC X(10) VALUE "2200-TDEPS".
           05 WS-GL-WITHHOLDING    PIC X(10) VALUE "2250-WHTAX".
           05 WS-GL-INT-EXPENSE    PIC X(10) VALUE "5400-TDINT".

       01  WS-POSTING.
           05 WS-POST-DEBIT        PIC X(10).
           05 WS-POST-CREDIT       PIC X(10).
           05 WS-POST-AMOUNT       PIC 9(9)V99.
           05 WS-POST-NARRATIVE    PIC X(20).

      *----------------------------------------------------------------
      * EARLY-BREAK FIGURES - SEE TDINTRQ.CPY.
      *----------------------------------------------------------------
       COPY TDINTRQ.

       01  WS-WITHDRAWN            PIC 9(9)V99.
       01  WS-PAID-OUT             PIC 9(9)V99.
       01  WS-TERM-END-INT         PIC S9(08) COMP.

       01  WS-TOTAL-PLACED         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-WITHDRAWN      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-INTEREST       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PENALTY        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-WITHHELD       PIC 9(9)V99  VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "TDMANT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "TERM-DEPOSIT MAINTENANCE LOG".

       01  MAINT-LOG-HEADING-2.
           05 FILLER                PIC X(06) VALUE "ACTION".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "DEP # ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "CUST #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "      AMOUNT".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(06) VALUE "  RATE".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(08) VALUE "MATURITY".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(10) VALUE "  INTEREST".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(09) VALUE "  PENALTY".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(09) VALUE " WITHHELD".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "STATUS".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-DEP-NO              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-CUST-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ML-RATE                PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ML-MATURITY            PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ML-INTEREST            PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ML-PENALTY             PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ML-WITHHELD            PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(12).

       01  MAINT-LOG-TOTAL-LINE.
           05 FILLER                 PIC X(09) VALUE "PLACED = ".
           05 TL-PLACED              PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(14) VALUE
              "  WITHDRAWN = ".
           05 TL-WITHDRAWN           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(13) VALUE
              "  INTEREST = ".
           05 TL-INTEREST            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(12) VALUE
              "  PENALTY = ".
           05 TL-PENALTY             PIC ZZ,ZZZ,ZZ9.99.

       01  REJECT-DETAIL.
           05 RJ-DEP-NO              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(48).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "TDMANT  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-TRANSACTIONS.
           PERFORM 9000-TERMINATE           THRU 9000-EXIT.
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
      * 1000-INITIALIZE - THE RATE AND FX TABLES ARE LOADED BEFORE
      * ANYTHING IS OPENED FOR OUTPUT, SO A TABLE PAST ITS LIMIT
      * STOPS THE RUN WITH NOTHING TOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT RATE-MASTER.
           IF NOT RATE-FILE-NOT-FOUND
               PERFORM 1100-LOAD-RATE-MASTER THRU 1100-EXIT
                   UNTIL END-OF-RATE-MASTER
               CLOSE RATE-MASTER
           END-IF.

      *    THE FX LOAD TAKES THE RATES IN EFFECT ON THE BUSINESS
      *    DATE, SO THE DATE IS NEEDED BEFORE THE RUN STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.
           OPEN INPUT FX-RATES.
           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - TDMSTR LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE FIRST NIGHT THERE IS NO DEPOSIT MASTER YET - IT IS
      *    CREATED EMPTY AND REOPENED FOR UPDATE.
           OPEN I-O TD-MASTER.
           IF TD-FILE-NOT-FOUND
               OPEN OUTPUT TD-MASTER
               CLOSE TD-MASTER
               OPEN I-O TD-MASTER
           END-IF.

           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT TD-REJECTS
           OPEN OUTPUT TAX-EXTRACT.

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

           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING-1.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING-2.

           OPEN INPUT TD-TXN.
           IF TXN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE MAINTENANCE LOG.
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
      * 1100-LOAD-RATE-MASTER
      *----------------------------------------------------------------
       1100-LOAD-RATE-MASTER.
           READ RATE-MASTER
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-RATE-TABLE-COUNT >= WS-RATE-TABLE-MAX
               DISPLAY "RATE MASTER TABLE FULL AT "
                       WS-RATE-TABLE-MAX " ROWS"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-RATE-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-RATE-TABLE-COUNT.
           MOVE RM-RATE-CODE   TO RM-TABLE-CODE(WS-RATE-TABLE-COUNT).
           MOVE RM-RATE        TO RM-TABLE-RATE(WS-RATE-TABLE-COUNT).
           MOVE RM-EFFECT-DATE TO RM-TABLE-DATE(WS-RATE-TABLE-COUNT).
       1100-EXIT.
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

           IF WS-FX-TABLE-COUNT >= WS-FX-TABLE-MAX
               DISPLAY "FX RATE TABLE FULL AT "
                       WS-FX-TABLE-MAX " CURRENCIES"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-FX-EOF-SW
               GO TO 1180-EXIT
           END-IF.

           ADD 1 TO WS-FX-TABLE-COUNT.
           MOVE FX-CURRENCY-CODE TO FX-TABLE-CODE(WS-FX-TABLE-COUNT).
           MOVE FX-RATE-TO-BASE  TO FX-TABLE-RATE(WS-FX-TABLE-COUNT).
       1180-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION, THEN
      * DISPATCHES IT TO THE PLACEMENT OR EARLY-WITHDRAWAL PARAGRAPH
      * BY TT-ACTION.  AN UNRECOGNIZED ACTION CODE IS REJECTED RATHER
      * THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN TT-ACTION-IS-PLACEMENT
                       PERFORM 2100-PLACE-DEPOSIT THRU 2100-EXIT
                   WHEN TT-ACTION-IS-WITHDRAWAL
                       PERFORM 2200-BREAK-DEPOSIT THRU 2200-EXIT
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
      * 2050-EDIT-TRANSACTION - THE ACTION CODE AND DEPOSIT NUMBER FOR
      * EVERY TRANSACTION AND THE AMOUNT FOR A WITHDRAWAL; THE TERMS,
      * THE RATE AND THE CUSTOMER FOR A PLACEMENT.  THE FIRST FAILURE
      * IS THE REASON REPORTED.  A WITHDRAWAL IS EDITED AGAINST ITS
      * DEPOSIT IN 2200.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT TT-ACTION-IS-PLACEMENT
              AND NOT TT-ACTION-IS-WITHDRAWAL
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF TT-DEP-NO = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DEPOSIT NUMBER MISSING" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF TT-AMOUNT IS NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF TT-ACTION-IS-WITHDRAWAL
               GO TO 2050-EXIT
           END-IF.

           IF TT-AMOUNT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "PLACEMENT AMOUNT MISSING" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF TT-TERM-DAYS IS NOT NUMERIC
              OR TT-TERM-DAYS = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "TERM DAYS MISSING OR NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF TT-DAY-BASIS NOT = '1'
              AND TT-DAY-BASIS NOT = '2'
              AND TT-DAY-BASIS NOT = '3'
              AND TT-DAY-BASIS NOT = SPACE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DAY-COUNT BASIS NOT 1, 2 OR 3" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF TT-INSTRUCTION NOT = 'P'
              AND TT-INSTRUCTION NOT = 'R'
              AND TT-INSTRUCTION NOT = 'I'
              AND TT-INSTRUCTION NOT = SPACE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "MATURITY INSTRUCTION NOT P, R OR I"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF TT-PENALTY-RATE IS NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "PENALTY RATE NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

      *    A RATE CODE PRICES THE DEPOSIT OFF THE RATE MASTER; WITHOUT
      *    ONE THE TRANSACTION MUST CARRY ITS OWN RATE.
           IF TT-RATE-CODE NOT = SPACES
               PERFORM 2450-LOOKUP-RATE THRU 2450-EXIT
               IF NOT RATE-CODE-WAS-FOUND
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "RATE CODE NOT IN EFFECT ON RATE MASTER"
                       TO WS-REASON
                   GO TO 2050-EXIT
               END-IF
           ELSE
               IF TT-RATE IS NOT NUMERIC
                  OR TT-RATE = ZERO
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "NO RATE CODE AND NO RATE" TO WS-REASON
                   GO TO 2050-EXIT
               END-IF
               MOVE TT-RATE TO WS-DEPOSIT-RATE
           END-IF.

           MOVE TT-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
                       TO WS-REASON
           END-READ.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-PLACE-DEPOSIT - WRITES THE NEW DEPOSIT, STARTING ON THE
      * BUSINESS DATE, AND TAKES THE CASH IN.  A DEPOSIT NUMBER
      * ALREADY ON FILE IS A KEYING ERROR, NOT AN UPDATE.
      *----------------------------------------------------------------
       2100-PLACE-DEPOSIT.
           MOVE SPACES             TO TERM-DEPOSIT-REC.
           MOVE TT-DEP-NO          TO TD-DEP-NO.
           MOVE TT-CUST-NO         TO TD-CUST-NO.
           MOVE TT-AMOUNT          TO TD-PRINCIPAL.
           MOVE WS-DEPOSIT-RATE    TO TD-RATE.
           MOVE TT-RATE-CODE       TO TD-RATE-CODE.
           MOVE TT-DAY-BASIS       TO TD-DAY-BASIS.
           MOVE TT-TERM-DAYS       TO TD-TERM-DAYS.
           MOVE WS-BUS-DATE-RAW    TO TD-START-DATE
                                      TD-PLACED-DATE.
           COMPUTE WS-TERM-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW)
               + TT-TERM-DAYS.
           COMPUTE TD-MATURITY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TERM-END-INT).
           IF TT-INSTRUCTION = SPACE
               SET TD-PAY-OUT-AT-MATURITY TO TRUE
           ELSE
               MOVE TT-INSTRUCTION TO TD-INSTRUCTION
           END-IF.
           IF TT-CURRENCY-CODE = SPACES
               MOVE "USD"          TO TD-CURRENCY-CODE
           ELSE
               MOVE TT-CURRENCY-CODE TO TD-CURRENCY-CODE
           END-IF.
           MOVE TT-TAX-CLASS       TO TD-TAX-CLASS.
           MOVE TT-PENALTY-RATE    TO TD-PENALTY-RATE.
           SET TD-IS-ACTIVE        TO TRUE.
           MOVE ZERO               TO TD-RENEWALS
                                      TD-CLOSED-DATE
                                      TD-INTEREST-PAID
                                      TD-TAX-WITHHELD.

           WRITE TERM-DEPOSIT-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "DEPOSIT NUMBER ALREADY ON FILE" TO WS-REASON
           END-WRITE.
           IF TRANSACTION-IS-INVALID
               GO TO 2100-EXIT
           END-IF.

           MOVE TD-CURRENCY-CODE   TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.
           MOVE WS-GL-CASH         TO WS-POST-DEBIT.
           MOVE WS-GL-DEPOSITS     TO WS-POST-CREDIT.
           MOVE TD-PRINCIPAL       TO WS-POST-AMOUNT.
           MOVE "TD PLACEMENT"     TO WS-POST-NARRATIVE.
           PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT.
           ADD TD-PRINCIPAL TO WS-TOTAL-PLACED.

           MOVE "PLACE"            TO ML-ACTION.
           MOVE TD-PRINCIPAL       TO ML-AMOUNT.
           MOVE ZERO               TO ML-INTEREST
                                      ML-PENALTY
                                      ML-WITHHELD.
           MOVE "PLACED"           TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-BREAK-DEPOSIT - PAYS OUT THE AMOUNT WITHDRAWN (ZERO MEANS
      * THE WHOLE PRINCIPAL) WITH ITS INTEREST FROM THE START OF THE
      * CURRENT TERM, LESS THE EARLY-BREAK PENALTY AND THE TAX
      * WITHHELD.  A DEPOSIT ON OR PAST ITS MATURITY DATE IS LEFT TO
      * THE MATURITY RUN, WHICH PAYS IT WITHOUT PENALTY.  WHAT IS
      * LEFT OF A PARTLY BROKEN DEPOSIT RUNS ON TO ITS MATURITY.
      *----------------------------------------------------------------
       2200-BREAK-DEPOSIT.
           MOVE TT-DEP-NO TO TD-DEP-NO.
           READ TD-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "DEPOSIT NOT ON FILE" TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2200-EXIT
           END-IF.

           IF NOT TD-IS-ACTIVE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DEPOSIT IS NOT ACTIVE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           IF WS-BUS-DATE-RAW >= TD-MATURITY-DATE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DEPOSIT HAS MATURED - NOT AN EARLY BREAK"
                   TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           IF TT-AMOUNT = ZERO
               MOVE TD-PRINCIPAL TO WS-WITHDRAWN
           ELSE
               MOVE TT-AMOUNT    TO WS-WITHDRAWN
           END-IF.
           IF WS-WITHDRAWN > TD-PRINCIPAL
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "WITHDRAWAL EXCEEDS DEPOSIT PRINCIPAL"
                   TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-WITHDRAWN       TO TI-PRINCIPAL.
           MOVE TD-RATE            TO TI-RATE.
           MOVE TD-DAY-BASIS       TO TI-DAY-BASIS.
           MOVE TD-START-DATE      TO TI-FROM-DATE.
           MOVE WS-BUS-DATE-RAW    TO TI-TO-DATE.
           MOVE TD-PENALTY-RATE    TO TI-PENALTY-RATE.
           MOVE TD-TAX-CLASS       TO TI-TAX-CLASS.
           CALL "TD-INTEREST" USING TD-INTEREST-REQUEST.

           SUBTRACT WS-WITHDRAWN FROM TD-PRINCIPAL.
           ADD TI-INTEREST         TO TD-INTEREST-PAID.
           ADD TI-WITHHELD         TO TD-TAX-WITHHELD.
           IF TD-PRINCIPAL = ZERO
               SET TD-IS-BROKEN    TO TRUE
               MOVE WS-BUS-DATE-RAW TO TD-CLOSED-DATE
           END-IF.

           REWRITE TERM-DEPOSIT-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "DEPOSIT NOT ON FILE" TO WS-REASON
           END-REWRITE.
           IF TRANSACTION-IS-INVALID
               GO TO 2200-EXIT
           END-IF.

           PERFORM 4000-POST-INTEREST THRU 4000-EXIT.

           COMPUTE WS-PAID-OUT = WS-WITHDRAWN + TI-NET-INTEREST.
           MOVE WS-GL-DEPOSITS     TO WS-POST-DEBIT.
           MOVE WS-GL-CASH         TO WS-POST-CREDIT.
           MOVE WS-PAID-OUT        TO WS-POST-AMOUNT.
           MOVE "TD EARLY BREAK"   TO WS-POST-NARRATIVE.
           PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT.

           ADD WS-WITHDRAWN TO WS-TOTAL-WITHDRAWN.
           ADD TI-INTEREST  TO WS-TOTAL-INTEREST.
           ADD TI-PENALTY   TO WS-TOTAL-PENALTY.

           MOVE "BREAK"            TO ML-ACTION.
           MOVE WS-WITHDRAWN       TO ML-AMOUNT.
           MOVE TI-INTEREST        TO ML-INTEREST.
           MOVE TI-PENALTY         TO ML-PENALTY.
           MOVE TI-WITHHELD        TO ML-WITHHELD.
           IF TD-IS-BROKEN
               MOVE "BROKEN"       TO ML-STATUS
           ELSE
               MOVE "PART BROKEN"  TO ML-STATUS
           END-IF.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-LOOKUP-RATE - THE RATE IN EFFECT ON THE BUSINESS DATE
      * FOR THE TRANSACTION'S RATE CODE: THE ROW WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER IT.
      *----------------------------------------------------------------
       2450-LOOKUP-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE
                        WS-DEPOSIT-RATE.
           PERFORM 2460-SEARCH-RATE THRU 2460-EXIT
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-RATE-TABLE-COUNT.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2460-SEARCH-RATE
      *----------------------------------------------------------------
       2460-SEARCH-RATE.
           IF RM-TABLE-CODE(RM-IDX) = TT-RATE-CODE
              AND RM-TABLE-DATE(RM-IDX) <= WS-BUS-DATE-RAW
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RM-TABLE-DATE(RM-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RM-TABLE-RATE(RM-IDX) TO WS-DEPOSIT-RATE
               MOVE RM-TABLE-DATE(RM-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       2460-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE TT-DEP-NO   TO RJ-DEP-NO.
           MOVE WS-REASON   TO RJ-REASON.
           MOVE TERM-DEPOSIT-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "TDMANT"   TO SE-PROGRAM-ID.
           MOVE TT-DEP-NO  TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE - THE CALLER HAS SET THE ACTION, AMOUNT,
      * INTEREST FIGURES AND STATUS.
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE TD-DEP-NO          TO ML-DEP-NO.
           MOVE TD-CUST-NO         TO ML-CUST-NO.
           MOVE TD-RATE            TO ML-RATE.
           MOVE TD-MATURITY-DATE   TO ML-MATURITY.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-POST-INTEREST - THE INTEREST EARNED IS AN EXPENSE OWED TO
      * THE DEPOSITOR, AND THE TAX WITHHELD FROM IT MOVES TO THE
      * LIABILITY TO THE REVENUE AND ONTO THE REMITTANCE EXTRACT.
      * THE PAYOUT OR RENEWAL OF THE NET IS THE CALLER'S.
      *----------------------------------------------------------------
       4000-POST-INTEREST.
           MOVE TD-CURRENCY-CODE   TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           IF TI-INTEREST > ZERO
               MOVE WS-GL-INT-EXPENSE TO WS-POST-DEBIT
               MOVE WS-GL-DEPOSITS    TO WS-POST-CREDIT
               MOVE TI-INTEREST       TO WS-POST-AMOUNT
               MOVE "TD INTEREST"     TO WS-POST-NARRATIVE
               PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
           END-IF.

           IF TI-WITHHELD > ZERO
               MOVE WS-GL-DEPOSITS    TO WS-POST-DEBIT
               MOVE WS-GL-WITHHOLDING TO WS-POST-CREDIT
               MOVE TI-WITHHELD       TO WS-POST-AMOUNT
               MOVE "TD TAX WITHHELD" TO WS-POST-NARRATIVE
               PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT
               PERFORM 4100-WRITE-TAX-EXTRACT THRU 4100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-WRITE-TAX-EXTRACT
      *----------------------------------------------------------------
       4100-WRITE-TAX-EXTRACT.
           MOVE SPACES             TO TD-TAX-EXTRACT-REC.
           MOVE TD-CUST-NO         TO TE-CUST-NO.
           MOVE TI-TAX-CLASS-USED  TO TE-TAX-CLASS.
           MOVE TI-INTEREST        TO TE-INTEREST.
           MOVE TI-WITHHELD        TO TE-WITHHELD.
           MOVE TD-DEP-NO          TO TE-DEP-NO.
           MOVE TD-CURRENCY-CODE   TO TE-CURRENCY.
           MOVE WS-BUS-DATE-RAW    TO TE-PAY-DATE.
           WRITE TD-TAX-EXTRACT-REC.
           ADD TI-WITHHELD TO WS-TOTAL-WITHHELD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - ONE DEBIT AND ONE CREDIT FOR THE AMOUNT,
      * IN THE DEPOSIT'S CURRENCY, AGAINST THE DEPOSIT NUMBER.  THE
      * FX RATE HAS BEEN SET FOR THE CURRENCY.
      *----------------------------------------------------------------
       4500-POST-GL-PAIR.
           IF WS-POST-AMOUNT = ZERO
               GO TO 4500-EXIT
           END-IF.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD    TO GL-PERIOD.
           MOVE TD-DEP-NO         TO GL-ACCT-NO.
           MOVE WS-POST-DEBIT     TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT        TO TRUE.
           MOVE WS-POST-AMOUNT    TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE  TO GL-CURRENCY.
           MOVE WS-POST-NARRATIVE TO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WS-POST-AMOUNT * WS-FX-RATE.
           WRITE GL-EXTRACT-REC.

           MOVE WS-POST-CREDIT    TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT       TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - USD CONVERTS AT 1; ANY OTHER CURRENCY
      * WITHOUT A RATE CONVERTS AT ZERO, IS LOGGED, AND ENDS THE RUN
      * WITH CONDITION CODE 8, MATCHING PAYMENT-POST.
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
               MOVE "TDMANT" TO SE-PROGRAM-ID
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
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ TD-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE REMITTANCE EXTRACT CLOSES WITH ITS
      * TOTAL-WITHHELD TRAILER, AS SIMPLE-INTEREST'S DOES.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-TOTAL-PLACED    TO TL-PLACED.
           MOVE WS-TOTAL-WITHDRAWN TO TL-WITHDRAWN.
           MOVE WS-TOTAL-INTEREST  TO TL-INTEREST.
           MOVE WS-TOTAL-PENALTY   TO TL-PENALTY.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           MOVE SPACES             TO TD-TAX-EXTRACT-REC.
           MOVE "TOTAL"            TO TE-CUST-NO.
           MOVE ZERO               TO TE-INTEREST.
           MOVE WS-TOTAL-WITHHELD  TO TE-WITHHELD.
           MOVE WS-BUS-DATE-RAW    TO TE-PAY-DATE.
           WRITE TD-TAX-EXTRACT-REC.

           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO RETURN-CODE
               MOVE "4600-SET-FX-RATE" TO IR-PHASE
               MOVE "FX RATE MISSING - ENDED CC 8" TO IR-MESSAGE
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
           END-IF.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE TD-TXN
           END-IF.
           CLOSE TD-MASTER
                 CUSTOMER-MASTER
                 MAINT-LOG
                 TD-REJECTS
                 TAX-EXTRACT
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES TRANSACTIONS READ
      * AGAINST TRANSACTIONS APPLIED PLUS TRANSACTIONS REJECTED.
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

      *----------------------------------------------------------------
      * 9700-CAPTURE-INCIDENT - THE RUN IS ENDING BADLY, SO THE
      * EVIDENCE THE MORNING RERUN DECISION NEEDS GOES TO THE
      * SHARED INCIDENT FILE IN ONE CALL.  THE CALLER HAS SET THE
      * PHASE AND MESSAGE.
      *----------------------------------------------------------------
       9700-CAPTURE-INCIDENT.
           MOVE "TDMANT  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-TXNS-READ TO IR-RECORDS-SO-FAR.
           MOVE TT-DEP-NO TO IR-LAST-KEY.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
