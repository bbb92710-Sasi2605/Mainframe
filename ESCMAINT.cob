       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MAINTENANCE OF THE NEW ESCROW
      *                 ACCOUNT MASTER IN THE LOAN-MAINT TRANSACTION
      *                 STYLE: ESCTXN RECORDS OPEN ESCROW ON A LOAN
      *                 WITH ITS MONTHLY DEPOSIT, CHANGE THE DEPOSIT
      *                 BETWEEN ANNUAL ANALYSES, OR CLOSE AN ESCROW
      *                 ACCOUNT.  THE LOAN MUST BE ON THE LOAN MASTER
      *                 AND NOT CLOSED TO OPEN ESCROW, AND AN ESCROW
      *                 ACCOUNT CLOSES ONLY AT A ZERO BALANCE - MONEY
      *                 STILL HELD FOR THE BORROWER IS PAID OUT OR
      *                 REFUNDED FIRST.  APPLIED TRANSACTIONS GO ON
      *                 THE MAINTENANCE LOG; ANYTHING ELSE IS
      *                 REJECTED TO THIS PROGRAM'S REJECT FILE AND
      *                 THE SHARED EXCEPTION LOG.  THE MASTER IS
      *                 LOADED WHOLE, WORKED IN STORAGE IN ACCOUNT
      *                 ORDER, AND REWRITTEN AT CLOSE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-TXN      ASSIGN TO ESCTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT ESCROW-MASTER   ASSIGN TO ESCMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO ESCMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCROW-REJECTS  ASSIGN TO ESCMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-TXN
           RECORDING MODE IS F.
       COPY ESCTXN.

       FD  ESCROW-MASTER
           RECORDING MODE IS F.
       COPY ESCMSTR.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(80).

       FD  ESCROW-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(80).

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
           05 WS-ESC-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-ESCROW-MASTER       VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-ESC-FOUND-SW       PIC X(01).
              88 ESCROW-ACCOUNT-WAS-FOUND   VALUE 'Y'.
              88 ESCROW-KEY-WAS-PASSED      VALUE 'H'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ESC-FILE-STATUS       PIC X(02).
           88 ESC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * ESCROW TABLE - THE MASTER IS LOADED AT START-UP, WORKED IN
      * STORAGE, AND THE SURVIVORS REWRITTEN AT CLOSE.  AN OPEN IS
      * SLOTTED IN ACCOUNT ORDER SO THE FILE STAYS IN KEY SEQUENCE
      * FOR ITS READERS; A CLOSE IS MARKED AND DROPPED AT THE
      * REWRITE.
      *----------------------------------------------------------------
       01  WS-ESC-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ESC-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  ESCROW-TABLE.
           05 ESC-ENTRY OCCURS 5000 TIMES.
              10 ESC-IMAGE         PIC X(30).
              10 ESC-DROPPED-SW    PIC X(01).
       01  WS-ESC-SUB              PIC 9(04) COMP.
       01  WS-SHIFT-SUB            PIC 9(04) COMP.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "ESCMNT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(34) VALUE
              "ESCROW ACCOUNT MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-DEPOSIT             PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-BALANCE             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-STATUS              PIC X(20).

       01  REJECT-DETAIL.
           05 RJ-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(14).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "ESCMNT  " TO RQ-PROGRAM-ID.
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
           OPEN INPUT  LOAN-MASTER
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT ESCROW-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT ESCROW-MASTER.
           IF ESC-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ESC-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-ACCOUNT THRU 1300-EXIT
                   UNTIL END-OF-ESCROW-MASTER
               CLOSE ESCROW-MASTER
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE MASTER FROM A
      *    TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - ESCMSTR LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ESCROW-TXN.
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
      * 1300-LOAD-ONE-ACCOUNT
      *----------------------------------------------------------------
       1300-LOAD-ONE-ACCOUNT.
           READ ESCROW-MASTER
               AT END
                   MOVE 'Y' TO WS-ESC-EOF-SW
               NOT AT END
                   IF WS-ESC-TABLE-COUNT < WS-ESC-TABLE-MAX
                       ADD 1 TO WS-ESC-TABLE-COUNT
                       MOVE ESCROW-MASTER-REC
                           TO ESC-IMAGE(WS-ESC-TABLE-COUNT)
                       MOVE 'N'
                           TO ESC-DROPPED-SW(WS-ESC-TABLE-COUNT)
                   ELSE
                       DISPLAY "ESCROW TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-ESC-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION, THEN
      * DISPATCHES IT TO ITS OPEN, CHANGE, OR CLOSE PARAGRAPH BY
      * XT-ACTION.  AN UNRECOGNIZED ACTION CODE IS REJECTED RATHER
      * THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN XT-ACTION-IS-OPEN
                       PERFORM 2100-OPEN-ESCROW   THRU 2100-EXIT
                   WHEN XT-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-DEPOSIT THRU 2200-EXIT
                   WHEN XT-ACTION-IS-CLOSE
                       PERFORM 2300-CLOSE-ESCROW  THRU 2300-EXIT
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
      * TRANSACTION; THE MONTHLY DEPOSIT FOR AN OPEN OR CHANGE; THE
      * LOAN ACCOUNT FOR AN OPEN.  THE FIRST FAILURE IS THE REASON
      * REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT XT-ACTION-IS-OPEN
              AND NOT XT-ACTION-IS-CHANGE
              AND NOT XT-ACTION-IS-CLOSE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF XT-ACTION-IS-CLOSE
               GO TO 2050-EXIT
           END-IF.

           IF XT-MONTHLY-DEPOSIT IS NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "MONTHLY DEPOSIT NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF XT-ACTION-IS-CHANGE
               GO TO 2050-EXIT
           END-IF.

           MOVE XT-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2050-EXIT
           END-IF.

           IF LM-ACCOUNT-IS-CLOSED
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LOAN ACCOUNT IS CLOSED" TO WS-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-OPEN-ESCROW - SLOTS A NEW ESCROW ACCOUNT INTO THE TABLE
      * AHEAD OF THE FIRST ENTRY WITH A HIGHER ACCOUNT NUMBER, AT A
      * ZERO BALANCE.  AN ACCOUNT ALREADY ON FILE IS A KEYING ERROR,
      * NOT AN UPDATE.
      *----------------------------------------------------------------
       2100-OPEN-ESCROW.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF ESCROW-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ESCROW ACCOUNT ALREADY ON FILE" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           IF WS-ESC-TABLE-COUNT >= WS-ESC-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ESCROW TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

      *    2400 LEFT WS-ESC-SUB ON THE INSERTION POINT - EVERYTHING
      *    FROM THERE DOWN MOVES ONE SLOT TO MAKE ROOM.
           ADD 1 TO WS-ESC-TABLE-COUNT.
           PERFORM 2150-SHIFT-ONE-ENTRY THRU 2150-EXIT
               VARYING WS-SHIFT-SUB FROM WS-ESC-TABLE-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-ESC-SUB.

           MOVE SPACES             TO ESCROW-MASTER-REC.
           MOVE XT-ACCT-NO         TO ES-ACCT-NO.
           MOVE ZERO               TO ES-BALANCE.
           MOVE XT-MONTHLY-DEPOSIT TO ES-MONTHLY-DEPOSIT.
           MOVE ZERO               TO ES-ANALYSIS-DATE.
           MOVE ESCROW-MASTER-REC  TO ESC-IMAGE(WS-ESC-SUB).
           MOVE 'N'                TO ESC-DROPPED-SW(WS-ESC-SUB).

           MOVE "OPEN"   TO ML-ACTION.
           MOVE "OPENED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SHIFT-ONE-ENTRY
      *----------------------------------------------------------------
       2150-SHIFT-ONE-ENTRY.
           MOVE ESC-ENTRY(WS-SHIFT-SUB - 1)
               TO ESC-ENTRY(WS-SHIFT-SUB).
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-DEPOSIT - A NEW MONTHLY DEPOSIT BETWEEN ANNUAL
      * ANALYSES (A MID-YEAR TAX OR PREMIUM CHANGE).  THE BALANCE IS
      * NOT TOUCHED.  AN ACCOUNT NOT ON FILE IS REJECTED RATHER THAN
      * OPENED.
      *----------------------------------------------------------------
       2200-CHANGE-DEPOSIT.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT ESCROW-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ESCROW ACCOUNT NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC.
           MOVE XT-MONTHLY-DEPOSIT    TO ES-MONTHLY-DEPOSIT.
           MOVE ESCROW-MASTER-REC     TO ESC-IMAGE(WS-ESC-SUB).

           MOVE "CHANGE"  TO ML-ACTION.
           MOVE "CHANGED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CLOSE-ESCROW - MARKS A CLOSED ESCROW ACCOUNT; IT IS
      * DROPPED WHEN THE MASTER IS REWRITTEN.  AN ACCOUNT STILL
      * HOLDING MONEY (OR CARRYING AN ADVANCE) IS REJECTED - THE
      * BALANCE IS SETTLED FIRST.
      *----------------------------------------------------------------
       2300-CLOSE-ESCROW.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT ESCROW-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ESCROW ACCOUNT NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC.
           IF ES-BALANCE NOT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ESCROW BALANCE NOT ZERO - CANNOT CLOSE"
                   TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE 'Y' TO ESC-DROPPED-SW(WS-ESC-SUB).

           MOVE "CLOSE"  TO ML-ACTION.
           MOVE "CLOSED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-ACCOUNT - WALKS THE TABLE IN KEY ORDER.  STOPS ON
      * THE MATCHING ENTRY, OR ON THE FIRST HIGHER KEY (THE
      * INSERTION POINT FOR AN OPEN), OR ONE PAST THE END.  AN ENTRY
      * ALREADY MARKED CLOSED THIS RUN DOES NOT COUNT AS ON FILE.
      *----------------------------------------------------------------
       2400-FIND-ACCOUNT.
           MOVE 'N' TO WS-ESC-FOUND-SW.
           MOVE 1   TO WS-ESC-SUB.
           PERFORM 2450-CHECK-ONE-ACCOUNT THRU 2450-EXIT
               UNTIL ESCROW-ACCOUNT-WAS-FOUND
                  OR ESCROW-KEY-WAS-PASSED
                  OR WS-ESC-SUB > WS-ESC-TABLE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-CHECK-ONE-ACCOUNT
      *----------------------------------------------------------------
       2450-CHECK-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN ESC-IMAGE(WS-ESC-SUB)(1:6) > XT-ACCT-NO
                   MOVE 'H' TO WS-ESC-FOUND-SW
               WHEN ESC-IMAGE(WS-ESC-SUB)(1:6) = XT-ACCT-NO
                AND ESC-DROPPED-SW(WS-ESC-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-ESC-FOUND-SW
               WHEN OTHER
                   ADD 1 TO WS-ESC-SUB
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE XT-ACCT-NO TO RJ-ACCT-NO.
           MOVE WS-REASON  TO RJ-REASON.
           MOVE ESCROW-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "ESCMNT"   TO SE-PROGRAM-ID.
           MOVE XT-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE ES-ACCT-NO         TO ML-ACCT-NO.
           MOVE ES-MONTHLY-DEPOSIT TO ML-DEPOSIT.
           MOVE ES-BALANCE         TO ML-BALANCE.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ ESCROW-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE, LESS THE CLOSED ACCOUNTS,
      * REPLACES THE ESCROW MASTER.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT ESCROW-MASTER.
           PERFORM 9100-WRITE-ONE-ACCOUNT THRU 9100-EXIT
               VARYING WS-ESC-SUB FROM 1 BY 1
               UNTIL WS-ESC-SUB > WS-ESC-TABLE-COUNT.
           CLOSE ESCROW-MASTER.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE ESCROW-TXN
           END-IF.
           CLOSE LOAN-MASTER
                 MAINT-LOG
                 ESCROW-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-ACCOUNT
      *----------------------------------------------------------------
       9100-WRITE-ONE-ACCOUNT.
           IF ESC-DROPPED-SW(WS-ESC-SUB) NOT = 'Y'
               MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC
               WRITE ESCROW-MASTER-REC
           END-IF.
       9100-EXIT.
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
