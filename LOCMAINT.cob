       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOC-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MAINTENANCE OF THE NEW INDEXED
      *                 REVOLVING LINE-OF-CREDIT MASTER IN THE
      *                 CUSTOMER-MAINT STYLE: LOCTXN RECORDS SET UP A
      *                 LINE ON A LOAN-MASTER ACCOUNT, CHANGE ITS
      *                 LIMIT, DRAW PERIOD AND MINIMUM-PAYMENT RULE,
      *                 OR RETIRE IT.  THE LOAN MUST BE ON THE LOAN
      *                 MASTER AND NOT CLOSED OR CHARGED OFF; AN ADD
      *                 MARKS IT A LINE (LM-PRODUCT-TYPE 'L') AND
      *                 TAKES ITS CURRENT
      *                 PRINCIPAL AS THE OPENING OUTSTANDING BALANCE,
      *                 AND A DELETE - ALLOWED ONLY ONCE NOTHING IS
      *                 OUTSTANDING - CLEARS THE MARK.  A LIMIT CUT
      *                 BELOW THE BALANCE IS APPLIED AND LOGGED AS
      *                 OVER LIMIT, NOT REJECTED.  APPLIED
      *                 TRANSACTIONS GO ON THE MAINTENANCE LOG;
      *                 ANYTHING ELSE IS REJECTED TO THIS PROGRAM'S
      *                 REJECT FILE AND THE SHARED EXCEPTION LOG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOC-TXN         ASSIGN TO LOCTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT LOC-MASTER      ASSIGN TO LOCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-ACCT-NO
               FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO LOCMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOC-REJECTS     ASSIGN TO LOCMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOC-TXN
           RECORDING MODE IS F.
       COPY LOCTXN.

       FD  LOC-MASTER.
       COPY LOCMSTR.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(100).

       FD  LOC-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(90).

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
       01  WS-LOC-FILE-STATUS       PIC X(02).
           88 LOC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-DRAW-END-INT          PIC S9(08) COMP.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "LOCMNT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(40) VALUE
              "LINE-OF-CREDIT MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-LIMIT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-OUTSTANDING         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-DRAW-END            PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-MIN-RULE            PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ML-MIN-PCT             PIC Z9.99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ML-MIN-FLOOR           PIC ZZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(20).

       01  REJECT-DETAIL.
           05 RJ-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "LOCMNT  " TO RQ-PROGRAM-ID.
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
      *    THE FIRST NIGHT THERE IS NO LINE MASTER YET - IT IS
      *    CREATED EMPTY AND REOPENED FOR UPDATE.
           OPEN I-O LOC-MASTER.
           IF LOC-FILE-NOT-FOUND
               OPEN OUTPUT LOC-MASTER
               CLOSE LOC-MASTER
               OPEN I-O LOC-MASTER
           END-IF.

           OPEN I-O    LOAN-MASTER
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT LOC-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT LOC-TXN.
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
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION, THEN
      * DISPATCHES IT TO ITS ADD, CHANGE, OR DELETE PARAGRAPH BY
      * LN-ACTION.  AN UNRECOGNIZED ACTION CODE IS REJECTED RATHER
      * THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN LN-ACTION-IS-ADD
                       PERFORM 2100-ADD-LINE    THRU 2100-EXIT
                   WHEN LN-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-LINE THRU 2200-EXIT
                   WHEN LN-ACTION-IS-DELETE
                       PERFORM 2300-DELETE-LINE THRU 2300-EXIT
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
      * 2050-EDIT-TRANSACTION - THE ACTION CODE FOR EVERY
      * TRANSACTION; THE LIMIT, DRAW PERIOD AND MINIMUM-PAYMENT RULE
      * FOR AN ADD OR CHANGE; THE LOAN ACCOUNT FOR AN ADD.  THE
      * FIRST FAILURE IS THE REASON REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT LN-ACTION-IS-ADD
              AND NOT LN-ACTION-IS-CHANGE
              AND NOT LN-ACTION-IS-DELETE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LN-ACTION-IS-DELETE
               GO TO 2050-EXIT
           END-IF.

           IF LN-CREDIT-LIMIT IS NOT NUMERIC
              OR LN-CREDIT-LIMIT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "CREDIT LIMIT MISSING OR NOT NUMERIC"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LN-DRAW-END-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-DRAW-END-INT
           ELSE
               COMPUTE WS-DRAW-END-INT =
                   FUNCTION INTEGER-OF-DATE(LN-DRAW-END-DATE)
           END-IF.
           IF WS-DRAW-END-INT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DRAW PERIOD END NOT A VALID DATE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LN-MIN-RULE NOT = 'I'
              AND LN-MIN-RULE NOT = 'P'
              AND LN-MIN-RULE NOT = SPACE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "MINIMUM-PAYMENT RULE NOT I OR P" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LN-MIN-PAY-PCT IS NOT NUMERIC
              OR LN-MIN-PAY-FLOOR IS NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "MINIMUM PERCENT OR FLOOR NOT NUMERIC"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

      *    A PERCENTAGE-ONLY RULE AT ZERO WOULD BILL NOTHING BUT THE
      *    FLOOR AND NEVER COVER THE INTEREST.
           IF LN-MIN-RULE = 'P'
              AND LN-MIN-PAY-PCT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "PERCENT-ONLY RULE NEEDS A PERCENTAGE"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LN-ACTION-IS-CHANGE
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
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-LINE - WRITES THE NEW LINE, OPENING AT THE LOAN'S
      * CURRENT PRINCIPAL, AND MARKS THE LOAN A CREDIT LINE.  A LINE
      * ALREADY ON FILE IS A KEYING ERROR, NOT AN UPDATE.
      *----------------------------------------------------------------
       2100-ADD-LINE.
           MOVE SPACES             TO LOC-MASTER-REC.
           MOVE LN-ACCT-NO         TO LI-ACCT-NO.
           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
      *    2050 LEFT THE LOAN RECORD IN THE BUFFER.
           MOVE LM-PRINCIPAL       TO LI-OUTSTANDING.
           COMPUTE LI-AVAILABLE = LI-CREDIT-LIMIT - LI-OUTSTANDING.
           MOVE WS-BUS-DATE-RAW    TO LI-OPEN-DATE.
           MOVE ZERO               TO LI-LAST-DRAW-DATE.

           WRITE LOC-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CREDIT LINE ALREADY ON FILE" TO WS-REASON
           END-WRITE.
           IF TRANSACTION-IS-INVALID
               GO TO 2100-EXIT
           END-IF.

           SET LM-IS-CREDIT-LINE TO TRUE.
           REWRITE LOAN-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "LOAN MASTER REWRITE FAILED" TO WS-REASON
           END-REWRITE.
           IF TRANSACTION-IS-INVALID
               DELETE LOC-MASTER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO 2100-EXIT
           END-IF.

           MOVE "ADD"   TO ML-ACTION.
           IF LI-AVAILABLE < ZERO
               MOVE "ADDED - OVER LIMIT" TO ML-STATUS
           ELSE
               MOVE "ADDED - NOW A LINE" TO ML-STATUS
           END-IF.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-LINE - NEW LIMIT, DRAW PERIOD AND RULE.  THE
      * OUTSTANDING BALANCE IS NOT TOUCHED; THE CREDIT AVAILABLE IS
      * RE-DERIVED FROM THE NEW LIMIT.  A LINE NOT ON FILE IS
      * REJECTED RATHER THAN ADDED.
      *----------------------------------------------------------------
       2200-CHANGE-LINE.
           MOVE LN-ACCT-NO TO LI-ACCT-NO.
           READ LOC-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CREDIT LINE NOT ON FILE" TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
           COMPUTE LI-AVAILABLE = LI-CREDIT-LIMIT - LI-OUTSTANDING.

           REWRITE LOC-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CREDIT LINE NOT ON FILE" TO WS-REASON
           END-REWRITE.
           IF TRANSACTION-IS-INVALID
               GO TO 2200-EXIT
           END-IF.

           MOVE "CHANGE"  TO ML-ACTION.
           IF LI-AVAILABLE < ZERO
               MOVE "CHANGED - OVER LIMIT" TO ML-STATUS
           ELSE
               MOVE "CHANGED" TO ML-STATUS
           END-IF.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-LINE - RETIRES A LINE WITH NOTHING OUTSTANDING
      * AND RETURNS THE LOAN TO A PLAIN TERM LOAN.  A LINE STILL
      * CARRYING A BALANCE IS REJECTED - IT IS CLOSED OUT BY
      * STOPPING ITS DRAWS (A DRAW PERIOD END OF TODAY) AND LETTING
      * IT REPAY.  A LOAN ALREADY GONE FROM THE MASTER ONLY LOSES
      * ITS LINE.
      *----------------------------------------------------------------
       2300-DELETE-LINE.
           MOVE LN-ACCT-NO TO LI-ACCT-NO.
           READ LOC-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CREDIT LINE NOT ON FILE" TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2300-EXIT
           END-IF.

           IF LI-OUTSTANDING > ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LINE STILL HAS A BALANCE OUTSTANDING"
                   TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2500-READ-LOAN THRU 2500-EXIT.
           IF LOAN-ACCOUNT-WAS-FOUND
               MOVE SPACE TO LM-PRODUCT-TYPE
               REWRITE LOAN-MASTER-REC
                   INVALID KEY
                       SET TRANSACTION-IS-INVALID TO TRUE
                       MOVE "LOAN MASTER REWRITE FAILED" TO WS-REASON
               END-REWRITE
           END-IF.
           IF TRANSACTION-IS-INVALID
               GO TO 2300-EXIT
           END-IF.

           DELETE LOC-MASTER RECORD
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CREDIT LINE NOT ON FILE" TO WS-REASON
           END-DELETE.
           IF TRANSACTION-IS-INVALID
               GO TO 2300-EXIT
           END-IF.

           MOVE "DELETE" TO ML-ACTION.
           MOVE "DELETED - TERM LOAN" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-MOVE-TERMS - THE TRANSACTION'S TERMS ONTO THE RECORD.
      *----------------------------------------------------------------
       2350-MOVE-TERMS.
           MOVE LN-CREDIT-LIMIT    TO LI-CREDIT-LIMIT.
           MOVE LN-DRAW-END-DATE   TO LI-DRAW-END-DATE.
           MOVE LN-MIN-RULE        TO LI-MIN-RULE.
           MOVE LN-MIN-PAY-PCT     TO LI-MIN-PAY-PCT.
           MOVE LN-MIN-PAY-FLOOR   TO LI-MIN-PAY-FLOOR.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-READ-LOAN
      *----------------------------------------------------------------
       2500-READ-LOAN.
           MOVE 'Y' TO WS-LOAN-FOUND-SW.
           MOVE LN-ACCT-NO TO LM-ACCT-NO.
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
           MOVE LN-ACCT-NO  TO RJ-ACCT-NO.
           MOVE WS-REASON   TO RJ-REASON.
           MOVE LOC-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "LOCMNT"   TO SE-PROGRAM-ID.
           MOVE LN-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE LI-ACCT-NO         TO ML-ACCT-NO.
           MOVE LI-CREDIT-LIMIT    TO ML-LIMIT.
           MOVE LI-OUTSTANDING     TO ML-OUTSTANDING.
           MOVE LI-DRAW-END-DATE   TO ML-DRAW-END.
           MOVE LI-MIN-RULE        TO ML-MIN-RULE.
           MOVE LI-MIN-PAY-PCT     TO ML-MIN-PCT.
           MOVE LI-MIN-PAY-FLOOR   TO ML-MIN-FLOOR.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ LOC-TXN
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
               CLOSE LOC-TXN
           END-IF.
           CLOSE LOC-MASTER
                 LOAN-MASTER
                 MAINT-LOG
                 LOC-REJECTS
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
