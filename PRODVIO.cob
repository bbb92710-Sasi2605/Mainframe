       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-EXCEPTION-REPORT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  LISTS EVERY OPEN ACCOUNT ON
      *                 THE LOAN MASTER THAT BREAKS ITS PRODUCT'S
      *                 RULES - NO PRODUCT CODE AT ALL, A PRODUCT NOT
      *                 ON THE PRODUCT MASTER, OR A RATE, TERM,
      *                 FREQUENCY OR CURRENCY OUTSIDE THE PRODUCT -
      *                 WITH THE RULE BROKEN, SO THE BOOK BOOKED
      *                 BEFORE THE PRODUCT MASTER EXISTED, AND ANY
      *                 ACCOUNT LEFT BEHIND BY A PRODUCT CHANGE, CAN
      *                 BE CLEANED UP.  THE RULES ARE READ THROUGH
      *                 PRODUCT-CHECK, THE SAME AS LOAN-MAINT HOLDS A
      *                 CHANGE TO; A PRODUCT CLOSED TO NEW BUSINESS
      *                 STILL GOVERNS ITS EXISTING ACCOUNTS.  CLOSED
      *                 AND CHARGED-OFF ACCOUNTS ARE LEFT OUT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PRODUCT-EXCEPTION-RPT ASSIGN TO PRDVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  PRODUCT-EXCEPTION-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

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
              88 END-OF-MASTER              VALUE 'Y'.

       01  WS-MASTER-FILE-STATUS    PIC X(02).
           88 MASTER-FILE-NOT-FOUND        VALUE '35'.

       01  WS-COUNTS.
           05 WS-ACCTS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-SKIPPED      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-IN-RULE      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-LISTED       PIC 9(7) COMP VALUE 0.
           05 WS-NO-PRODUCT         PIC 9(7) COMP VALUE 0.
           05 WS-OFF-MASTER         PIC 9(7) COMP VALUE 0.
           05 WS-RULE-BROKEN        PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * LOAN PRODUCT RULES - SEE PRODRQ.CPY.
      *----------------------------------------------------------------
       COPY PRODRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "PRDVIO".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "ACCOUNTS OUTSIDE THEIR PRODUCT RULES".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(08) VALUE "ACCT #".
           05 FILLER                PIC X(06) VALUE "BRCH".
           05 FILLER                PIC X(06) VALUE "PROD".
           05 FILLER                PIC X(06) VALUE "RTCD".
           05 FILLER                PIC X(08) VALUE "  RATE".
           05 FILLER                PIC X(05) VALUE "  YRS".
           05 FILLER                PIC X(05) VALUE " FRQ".
           05 FILLER                PIC X(05) VALUE "CCY".
           05 FILLER                PIC X(16) VALUE
              "       PRINCIPAL".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE "RULE BROKEN".

       01  REPORT-DETAIL.
           05 RD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-BRANCH             PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-PRODUCT-CODE       PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-RATE-CODE          PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-RATE-USED          PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-YEARS              PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-COMP-FREQ          PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-PRINCIPAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-REASON             PIC X(40).

       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(18) VALUE
              "ACCOUNTS LISTED = ".
           05 TL-LISTED             PIC ZZZZZZ9.
           05 FILLER                PIC X(17) VALUE
              "  NO PRODUCT = ".
           05 TL-NO-PRODUCT         PIC ZZZZZZ9.
           05 FILLER                PIC X(17) VALUE
              "  OFF MASTER = ".
           05 TL-OFF-MASTER         PIC ZZZZZZ9.
           05 FILLER                PIC X(18) VALUE
              "  RULE BROKEN = ".
           05 TL-RULE-BROKEN        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "PRDVIO  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           PERFORM 2000-CHECK-ACCOUNT  THRU 2000-EXIT
               UNTIL END-OF-MASTER.
           PERFORM 9000-TERMINATE      THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ACCTS-READ TO RQ-RECORD-COUNT
               MOVE WS-ACCTS-LISTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - A MISSING LOAN MASTER IS AN EMPTY REPORT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT PRODUCT-EXCEPTION-RPT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT LOAN-MASTER.
           IF MASTER-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE REPORT.
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
      * 2000-CHECK-ACCOUNT - EACH OPEN ACCOUNT AGAINST ITS PRODUCT AS
      * AN EXISTING LOAN, THE RATE CODE MEASURED AT ITS RATE IN
      * EFFECT ON THE BUSINESS DATE.
      *----------------------------------------------------------------
       2000-CHECK-ACCOUNT.
           IF LM-ACCOUNT-IS-CLOSED OR LM-ACCOUNT-IS-CHARGED-OFF
               ADD 1 TO WS-ACCTS-SKIPPED
               PERFORM 8000-READ-MASTER THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE 'V'              TO PQ-FUNCTION.
           MOVE LM-PRODUCT-CODE  TO PQ-PRODUCT-CODE.
           MOVE 'N'              TO PQ-NEW-BUSINESS-SW.
           MOVE LM-RATE          TO PQ-RATE.
           MOVE LM-RATE-CODE     TO PQ-RATE-CODE.
           MOVE LM-YEARS         TO PQ-YEARS.
           MOVE LM-COMP-FREQ     TO PQ-COMP-FREQ.
           MOVE LM-CURRENCY-CODE TO PQ-CURRENCY-CODE.
           MOVE WS-BUS-DATE-RAW  TO PQ-AS-OF-DATE.
           MOVE SPACES           TO PQ-FEE-CODE.
           CALL "PRODUCT-CHECK" USING PRODUCT-REQUEST.

           IF PQ-TERMS-ARE-VALID
               ADD 1 TO WS-ACCTS-IN-RULE
           ELSE
               PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT
           END-IF.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-DETAIL
      *----------------------------------------------------------------
       3000-WRITE-DETAIL.
           MOVE LM-ACCT-NO       TO RD-ACCT-NO.
           MOVE LM-BRANCH        TO RD-BRANCH.
           MOVE LM-PRODUCT-CODE  TO RD-PRODUCT-CODE.
           MOVE LM-RATE-CODE     TO RD-RATE-CODE.
           MOVE PQ-RATE-USED     TO RD-RATE-USED.
           MOVE LM-YEARS         TO RD-YEARS.
           MOVE LM-COMP-FREQ     TO RD-COMP-FREQ.
           MOVE LM-CURRENCY-CODE TO RD-CURRENCY.
           MOVE LM-PRINCIPAL     TO RD-PRINCIPAL.
           MOVE PQ-REASON        TO RD-REASON.
           WRITE REPORT-LINE FROM REPORT-DETAIL.

           ADD 1 TO WS-ACCTS-LISTED.
           EVALUATE TRUE
               WHEN LM-PRODUCT-CODE = SPACES
                   ADD 1 TO WS-NO-PRODUCT
               WHEN NOT PQ-PRODUCT-WAS-FOUND
                   ADD 1 TO WS-OFF-MASTER
               WHEN OTHER
                   ADD 1 TO WS-RULE-BROKEN
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-MASTER
      *----------------------------------------------------------------
       8000-READ-MASTER.
           READ LOAN-MASTER
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
           MOVE WS-ACCTS-LISTED TO TL-LISTED.
           MOVE WS-NO-PRODUCT   TO TL-NO-PRODUCT.
           MOVE WS-OFF-MASTER   TO TL-OFF-MASTER.
           MOVE WS-RULE-BROKEN  TO TL-RULE-BROKEN.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT MASTER-FILE-NOT-FOUND
               CLOSE LOAN-MASTER
           END-IF.
           CLOSE PRODUCT-EXCEPTION-RPT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ACCOUNTS READ AGAINST
      * ACCOUNTS LISTED, IN RULE, AND SKIPPED AS CLOSED OR CHARGED
      * OFF.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-READ   TO CT-RECORDS-READ.
           MOVE WS-ACCTS-LISTED TO CT-RECORDS-PROCESSED.
           IF WS-ACCTS-READ = WS-ACCTS-LISTED + WS-ACCTS-IN-RULE
                            + WS-ACCTS-SKIPPED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
