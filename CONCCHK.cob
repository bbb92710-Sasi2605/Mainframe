       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONC-LIMIT-CHECK.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY PORTFOLIO
      *                 CONCENTRATION CHECK AGAINST THE CONCLIM
      *                 LIMITS.  EVERY OPEN ACCOUNT'S LM-PRINCIPAL, IN
      *                 BASE CURRENCY AT THE FXRATES RATE, IS SUMMED
      *                 BY BRANCH, CURRENCY AND RATE CODE, AND BY
      *                 CUSTOMER OVER THE CUSTREL CROSS-REFERENCE AS
      *                 REL-EXPOSURE DOES.  EACH VALUE IS REPORTED
      *                 WITH ITS SHARE OF THE BOOK, ITS LIMIT, THE
      *                 LIMIT USED AND THE HEADROOM LEFT; 90% OF A
      *                 LIMIT USED IS A WARNING, AND A HARD BREACH IS
      *                 ALSO SENT TO THE INCIDENT LOG SO IT IS ON THE
      *                 MORNING SUMMARY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONC-LIMITS     ASSIGN TO CONCLIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CUST-RELATIONS  ASSIGN TO CUSTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONC-REPORT     ASSIGN TO CONCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONC-LIMITS
           RECORDING MODE IS F.
       COPY CONCLIM.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  CUST-RELATIONS
           RECORDING MODE IS F.
       COPY CUSTREL.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  CONC-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

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
              88 END-OF-MASTER              VALUE 'Y'.
           05 WS-REL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RELATIONS           VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-LIMIT-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-LIMIT-FILE          VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-EXPO-FOUND-SW     PIC X(01).
              88 EXPOSURE-SLOT-FOUND        VALUE 'Y'.
           05 WS-LIMIT-FOUND-SW    PIC X(01).
              88 LIMIT-ROW-WAS-FOUND        VALUE 'Y'.

       01  WS-LIMIT-FILE-STATUS    PIC X(02).
           88 LIMIT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-REL-FILE-STATUS      PIC X(02).
           88 REL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * LIMIT TABLE - THE WHOLE CONCLIM CONTROL FILE.
      *----------------------------------------------------------------
       01  WS-LIMIT-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  WS-LIMIT-TABLE-MAX      PIC 9(04) VALUE 500.
       01  CONC-LIMIT-TABLE.
           05 LT-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-LIMIT-TABLE-COUNT
                 INDEXED BY LT-IDX.
              10 LT-DIMENSION       PIC X(01).
              10 LT-DIM-VALUE       PIC X(06).
              10 LT-LIMIT-PCT       PIC 9(3)V99.
              10 LT-LIMIT-AMT       PIC 9(11)V99.

      *----------------------------------------------------------------
      * FX-RATE TABLE - CONVERTS EACH ACCOUNT'S PRINCIPAL TO BASE.
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
       01  WS-BASE-AMOUNT          PIC 9(11)V99.

      *----------------------------------------------------------------
      * EXPOSURE TABLE - ONE SLOT PER DIMENSION VALUE SEEN: EACH
      * BRANCH, CURRENCY, RATE CODE AND CUSTOMER, WITH ITS
      * BASE-CURRENCY TOTAL.  AN ACCOUNT WITH NO BRANCH OR RATE CODE
      * IS HELD UNDER (NONE), AN ADJUSTABLE-RATE ACCOUNT UNDER (VAR).
      *----------------------------------------------------------------
       01  WS-EXPO-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-EXPO-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  EXPOSURE-TABLE.
           05 EX-ENTRY OCCURS 5000 TIMES.
              10 EX-DIMENSION      PIC X(01).
              10 EX-DIM-VALUE      PIC X(06).
              10 EX-BASE-TOTAL     PIC 9(13)V99.
       01  WS-EXPO-SUB             PIC 9(04) COMP.
       01  WS-EXPO-DIMENSION       PIC X(01).
       01  WS-EXPO-VALUE           PIC X(06).

      *----------------------------------------------------------------
      * THE FOUR DIMENSIONS, IN REPORT ORDER.
      *----------------------------------------------------------------
       01  DIMENSION-VALUES.
           05 FILLER               PIC X(10) VALUE "BBRANCH".
           05 FILLER               PIC X(10) VALUE "CCURRENCY".
           05 FILLER               PIC X(10) VALUE "RRATE CODE".
           05 FILLER               PIC X(10) VALUE "UCUSTOMER".
       01  DIMENSION-TABLE REDEFINES DIMENSION-VALUES.
           05 DM-ENTRY OCCURS 4 TIMES.
              10 DM-CODE           PIC X(01).
              10 DM-LABEL          PIC X(09).
       01  WS-DIM-SUB              PIC 9(02) COMP.

      *----------------------------------------------------------------
      * ONE VALUE'S CHECK.
      *----------------------------------------------------------------
       01  WS-BOOK-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-LIMIT-PCT            PIC 9(3)V99.
       01  WS-LIMIT-AMOUNT         PIC 9(13)V99.
       01  WS-SHARE-PCT            PIC 9(3)V99.
       01  WS-USED-PCT             PIC 9(5)V9.
       01  WS-HEADROOM             PIC S9(13)V99.
       01  WS-WARNING-PCT          PIC 9(3) VALUE 90.
       01  WS-PCT-EDIT             PIC ZZ9.99.
       01  WS-AMT-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-USED-EDIT            PIC ZZZZ9.
       01  WS-REASON               PIC X(40).
       01  WS-EXCP-KEY             PIC X(06).

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-SUMMED      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-CLOSED      PIC 9(7) COMP VALUE 0.
           05 WS-LINKS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-LINKS-REJECTED    PIC 9(7) COMP VALUE 0.
           05 WS-VALUES-CHECKED    PIC 9(7) COMP VALUE 0.
           05 WS-VALUES-WARNED     PIC 9(7) COMP VALUE 0.
           05 WS-VALUES-BREACHED   PIC 9(7) COMP VALUE 0.
           05 WS-VALUES-NO-LIMIT   PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "CONCCK".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "PORTFOLIO CONCENTRATION LIMITS (USD)".

       01  BOOK-TOTAL-LINE.
           05 FILLER                PIC X(20) VALUE
              "TOTAL BOOK EXPOSURE=".
           05 BT-TOTAL              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  DIMENSION-HEADING.
           05 DH-LABEL              PIC X(10).
           05 FILLER                PIC X(18) VALUE "        EXPOSURE".
           05 FILLER                PIC X(08) VALUE " SHARE%".
           05 FILLER                PIC X(20) VALUE
              "               LIMIT".
           05 FILLER                PIC X(07) VALUE " USED%".
           05 FILLER                PIC X(22) VALUE
              "              HEADROOM".
           05 FILLER                PIC X(09) VALUE "  STATUS".

       01  CONC-DETAIL.
           05 CD-DIM-VALUE          PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-EXPOSURE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-SHARE              PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-LIMIT              PIC X(18).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-USED               PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-HEADROOM           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-STATUS             PIC X(08).

       01  CONC-SUMMARY.
           05 FILLER                PIC X(16) VALUE "VALUES CHECKED= ".
           05 CS-CHECKED            PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  WARNINGS=".
           05 CS-WARNED             PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  BREACHES=".
           05 CS-BREACHED           PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  NO LIMIT=".
           05 CS-NO-LIMIT           PIC ZZZZ9.

       01  FX-WITHHELD-LINE.
           05 FILLER                PIC X(60) VALUE
              "** FX RATE MISSING - EXPOSURE UNDERSTATED, SEE SYSEXCP".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "CONCCK  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-SUM-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL END-OF-MASTER.
           PERFORM 3000-SUM-CUSTOMERS   THRU 3000-EXIT.
           PERFORM 4000-CHECK-LIMITS    THRU 4000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ACCTS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE LIMITS AND THE FX RATES ARE LOADED
      * BEFORE THE REPORT IS OPENED, SO A LIMIT FILE PAST ITS TABLE
      * STOPS THE RUN WITHOUT A HALF-CHECKED REPORT.  THE FX LOAD
      * TAKES THE RATES IN EFFECT ON THE BUSINESS DATE, SO THE DATE
      * IS NEEDED BEFORE THE RUN STAMP.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           OPEN INPUT CONC-LIMITS.
           IF NOT LIMIT-FILE-NOT-FOUND
               PERFORM 1100-LOAD-ONE-LIMIT THRU 1100-EXIT
                   UNTIL END-OF-LIMIT-FILE
               CLOSE CONC-LIMITS
           END-IF.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING CHECKED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FX-RATES.
           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

           OPEN INPUT  LOAN-MASTER
           OPEN OUTPUT CONC-REPORT.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REPORT-LINE FROM REPORT-HEADING-1.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
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
      * 1100-LOAD-ONE-LIMIT
      *----------------------------------------------------------------
       1100-LOAD-ONE-LIMIT.
           READ CONC-LIMITS
               AT END
                   MOVE 'Y' TO WS-LIMIT-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-LIMIT-TABLE-COUNT >= WS-LIMIT-TABLE-MAX
               DISPLAY "CONCENTRATION LIMIT TABLE FULL AT "
                       WS-LIMIT-TABLE-MAX " ROWS"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-LIMIT-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-LIMIT-TABLE-COUNT.
           MOVE CL-DIMENSION TO LT-DIMENSION(WS-LIMIT-TABLE-COUNT).
           MOVE CL-DIM-VALUE TO LT-DIM-VALUE(WS-LIMIT-TABLE-COUNT).
           MOVE CL-LIMIT-PCT TO LT-LIMIT-PCT(WS-LIMIT-TABLE-COUNT).
           MOVE CL-LIMIT-AMT TO LT-LIMIT-AMT(WS-LIMIT-TABLE-COUNT).
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

           ADD 1 TO WS-FX-TABLE-COUNT.
           MOVE FX-CURRENCY-CODE TO FX-TABLE-CODE(WS-FX-TABLE-COUNT).
           MOVE FX-RATE-TO-BASE  TO FX-TABLE-RATE(WS-FX-TABLE-COUNT).
       1180-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SUM-ONE-ACCOUNT - AN OPEN ACCOUNT'S PRINCIPAL, IN BASE
      * CURRENCY, ROLLS INTO THE BOOK AND INTO ITS BRANCH, CURRENCY
      * AND RATE-CODE SLOTS.  A CLOSED OR CHARGED-OFF ACCOUNT CARRIES
      * NO EXPOSURE.
      *----------------------------------------------------------------
       2000-SUM-ONE-ACCOUNT.
           IF LM-ACCOUNT-IS-CLOSED
              OR LM-ACCOUNT-IS-CHARGED-OFF
               ADD 1 TO WS-ACCTS-CLOSED
               PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-BASE-AMOUNT THRU 2500-EXIT.
           ADD WS-BASE-AMOUNT TO WS-BOOK-TOTAL.

           MOVE 'B' TO WS-EXPO-DIMENSION.
           IF LM-BRANCH = SPACES
               MOVE "(NONE)" TO WS-EXPO-VALUE
           ELSE
               MOVE LM-BRANCH TO WS-EXPO-VALUE
           END-IF.
           PERFORM 2100-ADD-EXPOSURE THRU 2100-EXIT.

           MOVE 'C' TO WS-EXPO-DIMENSION.
           MOVE WS-CURRENCY-CODE TO WS-EXPO-VALUE.
           PERFORM 2100-ADD-EXPOSURE THRU 2100-EXIT.

           MOVE 'R' TO WS-EXPO-DIMENSION.
           EVALUATE TRUE
               WHEN LM-RATE-IS-VARIABLE
                   MOVE "(VAR)"  TO WS-EXPO-VALUE
               WHEN LM-RATE-CODE = SPACES
                   MOVE "(NONE)" TO WS-EXPO-VALUE
               WHEN OTHER
                   MOVE LM-RATE-CODE TO WS-EXPO-VALUE
           END-EVALUATE.
           PERFORM 2100-ADD-EXPOSURE THRU 2100-EXIT.

           ADD 1 TO WS-ACCTS-SUMMED.
           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-EXPOSURE - ADDS THE ACCOUNT'S BASE AMOUNT INTO THE
      * SLOT FOR WS-EXPO-DIMENSION AND WS-EXPO-VALUE.  A FULL TABLE
      * IS LOGGED AND THE AMOUNT LEFT OUT OF THAT VALUE.
      *----------------------------------------------------------------
       2100-ADD-EXPOSURE.
           MOVE 'N' TO WS-EXPO-FOUND-SW.
           MOVE 1   TO WS-EXPO-SUB.
           PERFORM 2150-CHECK-ONE-SLOT THRU 2150-EXIT
               UNTIL EXPOSURE-SLOT-FOUND
                  OR WS-EXPO-SUB > WS-EXPO-TABLE-COUNT.

           IF NOT EXPOSURE-SLOT-FOUND
               IF WS-EXPO-TABLE-COUNT >= WS-EXPO-TABLE-MAX
                   MOVE "EXPOSURE TABLE FULL" TO WS-REASON
                   MOVE WS-EXPO-VALUE TO WS-EXCP-KEY
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-EXPO-TABLE-COUNT
               MOVE WS-EXPO-TABLE-COUNT TO WS-EXPO-SUB
               MOVE WS-EXPO-DIMENSION TO EX-DIMENSION(WS-EXPO-SUB)
               MOVE WS-EXPO-VALUE     TO EX-DIM-VALUE(WS-EXPO-SUB)
               MOVE ZERO              TO EX-BASE-TOTAL(WS-EXPO-SUB)
           END-IF.

           ADD WS-BASE-AMOUNT TO EX-BASE-TOTAL(WS-EXPO-SUB).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-CHECK-ONE-SLOT
      *----------------------------------------------------------------
       2150-CHECK-ONE-SLOT.
           IF EX-DIMENSION(WS-EXPO-SUB) = WS-EXPO-DIMENSION
              AND EX-DIM-VALUE(WS-EXPO-SUB) = WS-EXPO-VALUE
               MOVE 'Y' TO WS-EXPO-FOUND-SW
           ELSE
               ADD 1 TO WS-EXPO-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-BASE-AMOUNT - THE ACCOUNT'S PRINCIPAL IN BASE CURRENCY.
      *----------------------------------------------------------------
       2500-BASE-AMOUNT.
           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               LM-PRINCIPAL * WS-FX-RATE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "CONCCK"    TO SE-PROGRAM-ID.
           MOVE WS-EXCP-KEY TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SUM-CUSTOMERS - THE SECOND PASS: EACH CUSTREL LINK'S
      * ACCOUNT, READ BY KEY, ROLLS INTO ITS CUSTOMER'S SLOT.  AN
      * ACCOUNT LINKED TO TWO CUSTOMERS COUNTS IN FULL TO EACH, AS ON
      * THE RELATIONSHIP EXPOSURE REPORT.
      *----------------------------------------------------------------
       3000-SUM-CUSTOMERS.
           OPEN INPUT CUST-RELATIONS.
           IF REL-FILE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SUM-ONE-LINK THRU 3100-EXIT
               UNTIL END-OF-RELATIONS.
           CLOSE CUST-RELATIONS.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-SUM-ONE-LINK
      *----------------------------------------------------------------
       3100-SUM-ONE-LINK.
           READ CUST-RELATIONS
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-LINKS-READ.

           MOVE RL-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "LINKED ACCOUNT NOT ON MASTER" TO WS-REASON
                   MOVE RL-ACCT-NO TO WS-EXCP-KEY
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   ADD 1 TO WS-LINKS-REJECTED
                   GO TO 3100-EXIT
           END-READ.

           IF LM-ACCOUNT-IS-CLOSED
              OR LM-ACCOUNT-IS-CHARGED-OFF
               GO TO 3100-EXIT
           END-IF.

           PERFORM 2500-BASE-AMOUNT THRU 2500-EXIT.
           MOVE 'U'        TO WS-EXPO-DIMENSION.
           MOVE RL-CUST-NO TO WS-EXPO-VALUE.
           PERFORM 2100-ADD-EXPOSURE THRU 2100-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CHECK-LIMITS - ONE SECTION OF THE REPORT PER DIMENSION.
      *----------------------------------------------------------------
       4000-CHECK-LIMITS.
           MOVE WS-BOOK-TOTAL TO BT-TOTAL.
           WRITE REPORT-LINE FROM BOOK-TOTAL-LINE.

           PERFORM 4100-CHECK-ONE-DIMENSION THRU 4100-EXIT
               VARYING WS-DIM-SUB FROM 1 BY 1
               UNTIL WS-DIM-SUB > 4.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VALUES-CHECKED  TO CS-CHECKED.
           MOVE WS-VALUES-WARNED   TO CS-WARNED.
           MOVE WS-VALUES-BREACHED TO CS-BREACHED.
           MOVE WS-VALUES-NO-LIMIT TO CS-NO-LIMIT.
           WRITE REPORT-LINE FROM CONC-SUMMARY.
           IF AN-FX-RATE-WAS-MISSING
               WRITE REPORT-LINE FROM FX-WITHHELD-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CHECK-ONE-DIMENSION
      *----------------------------------------------------------------
       4100-CHECK-ONE-DIMENSION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE DM-LABEL(WS-DIM-SUB) TO DH-LABEL.
           WRITE REPORT-LINE FROM DIMENSION-HEADING.

           PERFORM 4200-CHECK-ONE-VALUE THRU 4200-EXIT
               VARYING WS-EXPO-SUB FROM 1 BY 1
               UNTIL WS-EXPO-SUB > WS-EXPO-TABLE-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CHECK-ONE-VALUE - THE VALUE'S OWN LIMIT ROW, ELSE ITS
      * DIMENSION-WIDE ROW.  A PERCENTAGE LIMIT IS TURNED INTO AN
      * AMOUNT OF TONIGHT'S BOOK, SO EVERY VALUE'S USE AND HEADROOM
      * ARE IN BASE CURRENCY.
      *----------------------------------------------------------------
       4200-CHECK-ONE-VALUE.
           IF EX-DIMENSION(WS-EXPO-SUB) NOT = DM-CODE(WS-DIM-SUB)
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-VALUES-CHECKED.

           MOVE EX-DIM-VALUE(WS-EXPO-SUB)  TO CD-DIM-VALUE.
           MOVE EX-BASE-TOTAL(WS-EXPO-SUB) TO CD-EXPOSURE.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-BOOK-TOTAL > ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   EX-BASE-TOTAL(WS-EXPO-SUB) * 100 / WS-BOOK-TOTAL
           END-IF.
           MOVE WS-SHARE-PCT TO CD-SHARE.

           MOVE EX-DIM-VALUE(WS-EXPO-SUB) TO WS-EXPO-VALUE.
           PERFORM 4300-FIND-LIMIT THRU 4300-EXIT.
           IF NOT LIMIT-ROW-WAS-FOUND
               MOVE SPACES TO WS-EXPO-VALUE
               PERFORM 4300-FIND-LIMIT THRU 4300-EXIT
           END-IF.

           IF NOT LIMIT-ROW-WAS-FOUND
               ADD 1 TO WS-VALUES-NO-LIMIT
               MOVE SPACES     TO CD-LIMIT
               MOVE ZERO       TO CD-USED
                                  CD-HEADROOM
               MOVE "NO LIMIT" TO CD-STATUS
               WRITE REPORT-LINE FROM CONC-DETAIL
               GO TO 4200-EXIT
           END-IF.

           MOVE SPACES TO CD-LIMIT.
           IF WS-LIMIT-AMOUNT NOT = ZERO
               MOVE WS-LIMIT-AMOUNT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT     TO CD-LIMIT
           ELSE
               MOVE WS-LIMIT-PCT TO WS-PCT-EDIT
               STRING WS-PCT-EDIT         DELIMITED BY SIZE
                      "% OF BOOK"         DELIMITED BY SIZE
                   INTO CD-LIMIT
               COMPUTE WS-LIMIT-AMOUNT ROUNDED =
                   WS-BOOK-TOTAL * WS-LIMIT-PCT / 100
           END-IF.

           COMPUTE WS-HEADROOM =
               WS-LIMIT-AMOUNT - EX-BASE-TOTAL(WS-EXPO-SUB).
           IF WS-LIMIT-AMOUNT > ZERO
               COMPUTE WS-USED-PCT ROUNDED =
                   EX-BASE-TOTAL(WS-EXPO-SUB) * 100 / WS-LIMIT-AMOUNT
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-USED-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-USED-PCT
           END-IF.
           MOVE WS-USED-PCT TO CD-USED.
           MOVE WS-HEADROOM TO CD-HEADROOM.

           EVALUATE TRUE
               WHEN WS-HEADROOM < ZERO
                   ADD 1 TO WS-VALUES-BREACHED
                   MOVE "BREACH"  TO CD-STATUS
                   PERFORM 4500-REPORT-BREACH THRU 4500-EXIT
               WHEN WS-USED-PCT >= WS-WARNING-PCT
                   ADD 1 TO WS-VALUES-WARNED
                   MOVE "WARNING" TO CD-STATUS
               WHEN OTHER
                   MOVE "OK"      TO CD-STATUS
           END-EVALUATE.
           WRITE REPORT-LINE FROM CONC-DETAIL.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-FIND-LIMIT - THE LIMIT ROW FOR THE DIMENSION BEING
      * REPORTED AND WS-EXPO-VALUE.
      *----------------------------------------------------------------
       4300-FIND-LIMIT.
           MOVE 'N' TO WS-LIMIT-FOUND-SW.
           PERFORM 4350-MATCH-ONE-LIMIT THRU 4350-EXIT
               VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-LIMIT-TABLE-COUNT
                  OR LIMIT-ROW-WAS-FOUND.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4350-MATCH-ONE-LIMIT
      *----------------------------------------------------------------
       4350-MATCH-ONE-LIMIT.
           IF LT-DIMENSION(LT-IDX) = DM-CODE(WS-DIM-SUB)
              AND LT-DIM-VALUE(LT-IDX) = WS-EXPO-VALUE
               MOVE LT-LIMIT-PCT(LT-IDX) TO WS-LIMIT-PCT
               MOVE LT-LIMIT-AMT(LT-IDX) TO WS-LIMIT-AMOUNT
               MOVE 'Y' TO WS-LIMIT-FOUND-SW
           END-IF.
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-REPORT-BREACH - A HARD BREACH GOES TO THE INCIDENT LOG,
      * WHERE THE MORNING SUMMARY PICKS IT UP.
      *----------------------------------------------------------------
       4500-REPORT-BREACH.
           MOVE WS-USED-PCT TO WS-USED-EDIT.
           MOVE SPACES TO INCIDENT-REQUEST.
           MOVE "CONCCK  " TO IR-PROGRAM-ID.
           MOVE "CONCENTRATION LIMIT" TO IR-PHASE.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-ACCTS-READ TO IR-RECORDS-SO-FAR.
           STRING DM-CODE(WS-DIM-SUB)       DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  EX-DIM-VALUE(WS-EXPO-SUB) DELIMITED BY SIZE
               INTO IR-LAST-KEY.
           STRING DM-LABEL(WS-DIM-SUB)      DELIMITED BY "  "
                  " OVER LIMIT,"            DELIMITED BY SIZE
                  WS-USED-EDIT              DELIMITED BY SIZE
                  "%"                       DELIMITED BY SIZE
               INTO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       4500-EXIT.
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
               MOVE "FX RATE MISSING FOR CURRENCY" TO WS-REASON
               MOVE LM-ACCT-NO TO WS-EXCP-KEY
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
      * 8000-READ-ACCOUNT
      *----------------------------------------------------------------
       8000-READ-ACCOUNT.
           READ LOAN-MASTER NEXT RECORD
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
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE LOAN-MASTER
                 CONC-REPORT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ACCOUNTS READ AGAINST
      * ACCOUNTS SUMMED PLUS ACCOUNTS CLOSED OR CHARGED OFF.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-READ   TO CT-RECORDS-READ.
           MOVE WS-ACCTS-SUMMED TO CT-RECORDS-PROCESSED.
           IF WS-ACCTS-READ = WS-ACCTS-SUMMED + WS-ACCTS-CLOSED
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
           MOVE "CONCCK  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-ACCTS-READ TO IR-RECORDS-SO-FAR.
           MOVE "4600-SET-FX-RATE" TO IR-PHASE.
           MOVE WS-CURRENCY-CODE TO IR-LAST-KEY.
           MOVE "FX RATE MISSING - SHARES WRONG"
               TO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
