       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORT-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  SETS THE REPAYMENT STRUCTURE
      *                 OF A LOAN-MASTER ACCOUNT IN THE LOC-MAINT
      *                 STYLE: AMORTTXN RECORDS PUT AN ACCOUNT ON A
      *                 LEVEL PAYMENT, ON INTEREST ONLY FOR ITS FIRST
      *                 N MONTHS, OR ON A BALLOON AT MONTH N OF ITS
      *                 LM-YEARS AMORTIZATION (LM-AMORT-TYPE AND
      *                 LM-AMORT-MONTHS).  THE LOAN MUST BE ON THE
      *                 MASTER, NOT CLOSED, CHARGED OFF OR A CREDIT
      *                 LINE, AND N MUST FALL INSIDE THE TERM.
      *                 APPLIED TRANSACTIONS GO ON THE MAINTENANCE
      *                 LOG WITH THE STRUCTURE BEFORE AND AFTER;
      *                 ANYTHING ELSE IS REJECTED TO THIS PROGRAM'S
      *                 REJECT FILE AND THE SHARED EXCEPTION LOG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMORT-TXN       ASSIGN TO AMORTTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO AMRTMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AMORT-REJECTS   ASSIGN TO AMRTMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMORT-TXN
           RECORDING MODE IS F.
       COPY AMORTTXN.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(80).

       FD  AMORT-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(60).

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
           05 WS-LOAN-FOUND-SW      PIC X(01).
              88 LOAN-ACCOUNT-WAS-FOUND     VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-TERM-MONTHS           PIC 9(05) COMP.
       01  WS-OLD-AMORT-TYPE        PIC X(01).
       01  WS-OLD-AMORT-MONTHS      PIC 9(03).

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
           05 WS-RIF-PGM       PIC X(06) VALUE "AMRTMT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(40) VALUE
              "AMORTIZATION STRUCTURE MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE "TERM ".
           05 ML-YEARS               PIC ZZ9.
           05 FILLER                 PIC X(05) VALUE " YRS ".
           05 FILLER                 PIC X(05) VALUE "WAS: ".
           05 ML-OLD-TYPE            PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ML-OLD-MONTHS          PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE "NOW: ".
           05 ML-NEW-TYPE            PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ML-NEW-MONTHS          PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(24).

       01  REJECT-DETAIL.
           05 RJ-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(10).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "AMRTMT  " TO RQ-PROGRAM-ID.
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
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN I-O    LOAN-MASTER
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT AMORT-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT AMORT-TXN.
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
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION AND, WHEN IT
      * PASSES, SETS THE NEW STRUCTURE ON THE ACCOUNT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               PERFORM 2100-SET-STRUCTURE THRU 2100-EXIT
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
      * 2050-EDIT-TRANSACTION - THE TYPE AND MONTHS, THEN THE LOAN
      * ACCOUNT.  AN INTEREST-ONLY PERIOD OR BALLOON MONTH MUST END
      * BEFORE THE LAST MONTH OF THE LM-YEARS TERM - AT OR PAST IT
      * THE LOAN WOULD NEVER AMORTIZE AT ALL.  THE FIRST FAILURE IS
      * THE REASON REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT AZ-TYPE-IS-LEVEL
              AND NOT AZ-TYPE-IS-INTEREST-ONLY
              AND NOT AZ-TYPE-IS-BALLOON
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AMORTIZATION TYPE NOT L, I OR B" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF AZ-AMORT-MONTHS IS NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "MONTHS NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF AZ-TYPE-IS-LEVEL
              AND AZ-AMORT-MONTHS NOT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LEVEL PAYMENT CARRIES NO MONTHS" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF NOT AZ-TYPE-IS-LEVEL
              AND AZ-AMORT-MONTHS = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "INTEREST-ONLY OR BALLOON NEEDS MONTHS"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           PERFORM 2500-READ-LOAN THRU 2500-EXIT.
           IF NOT LOAN-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LM-ACCOUNT-IS-CLOSED
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LOAN ACCOUNT IS CLOSED" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LM-ACCOUNT-IS-CHARGED-OFF
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LOAN ACCOUNT IS CHARGED OFF" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

      *    A LINE OF CREDIT IS BILLED ITS LINE'S MINIMUM PAYMENT AND
      *    HAS NO AMORTIZATION OF ITS OWN.
           IF LM-IS-CREDIT-LINE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ACCOUNT IS A LINE OF CREDIT" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF AZ-TYPE-IS-LEVEL
               GO TO 2050-EXIT
           END-IF.

      *    THE MONTHS COUNT FROM THE OPEN DATE, SO AN ACCOUNT WITHOUT
      *    ONE HAS NOTHING TO MEASURE THEM FROM.
           IF LM-OPEN-DATE = ZERO
              OR LM-YEARS = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LOAN HAS NO OPEN DATE OR TERM" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           COMPUTE WS-TERM-MONTHS = LM-YEARS * 12.
           IF AZ-AMORT-MONTHS >= WS-TERM-MONTHS
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "MONTHS NOT INSIDE THE LOAN TERM" TO WS-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SET-STRUCTURE - 2050 LEFT THE LOAN RECORD IN THE BUFFER.
      * THE OLD STRUCTURE IS KEPT FOR THE LOG LINE.
      *----------------------------------------------------------------
       2100-SET-STRUCTURE.
           MOVE LM-AMORT-TYPE   TO WS-OLD-AMORT-TYPE.
           MOVE LM-AMORT-MONTHS TO WS-OLD-AMORT-MONTHS.
           IF WS-OLD-AMORT-TYPE = SPACE
               MOVE 'L' TO WS-OLD-AMORT-TYPE
           END-IF.
           IF WS-OLD-AMORT-MONTHS IS NOT NUMERIC
               MOVE ZERO TO WS-OLD-AMORT-MONTHS
           END-IF.

           MOVE AZ-AMORT-TYPE   TO LM-AMORT-TYPE.
           MOVE AZ-AMORT-MONTHS TO LM-AMORT-MONTHS.

           REWRITE LOAN-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "LOAN MASTER REWRITE FAILED" TO WS-REASON
           END-REWRITE.
           IF TRANSACTION-IS-INVALID
               GO TO 2100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN AZ-TYPE-IS-LEVEL
                   MOVE "SET TO LEVEL PAYMENT"   TO ML-STATUS
               WHEN AZ-TYPE-IS-INTEREST-ONLY
                   MOVE "SET TO INTEREST ONLY"   TO ML-STATUS
               WHEN AZ-TYPE-IS-BALLOON
                   MOVE "SET TO BALLOON"         TO ML-STATUS
           END-EVALUATE.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-READ-LOAN
      *----------------------------------------------------------------
       2500-READ-LOAN.
           MOVE 'Y' TO WS-LOAN-FOUND-SW.
           MOVE AZ-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-LOAN-FOUND-SW
           END-READ.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE AZ-ACCT-NO    TO RJ-ACCT-NO.
           MOVE WS-REASON     TO RJ-REASON.
           MOVE AMORT-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "AMRTMT"   TO SE-PROGRAM-ID.
           MOVE AZ-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE LM-ACCT-NO          TO ML-ACCT-NO.
           MOVE LM-YEARS            TO ML-YEARS.
           MOVE WS-OLD-AMORT-TYPE   TO ML-OLD-TYPE.
           MOVE WS-OLD-AMORT-MONTHS TO ML-OLD-MONTHS.
           MOVE LM-AMORT-TYPE       TO ML-NEW-TYPE.
           MOVE LM-AMORT-MONTHS     TO ML-NEW-MONTHS.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ AMORT-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE AMORT-TXN
           END-IF.
           CLOSE LOAN-MASTER
                 MAINT-LOG
                 AMORT-REJECTS
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
