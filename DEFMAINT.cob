       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFERRAL-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MAINTENANCE OF THE NEW
      *                 HARDSHIP DEFERRAL-PLAN MASTER IN THE LOAN-MAINT
      *                 TRANSACTION STYLE: DEFTXN RECORDS PUT A PLAN
      *                 ON AN ACCOUNT (START DATE, PAYMENTS DEFERRED,
      *                 WHETHER INTEREST KEEPS ACCRUING, AND HOW THE
      *                 DEFERRED INTEREST IS REPAID), CHANGE A PLAN NOT
      *                 YET STARTED, OR CANCEL ONE.  CANCELLING AN
      *                 ACTIVE PLAN ENDS IT EARLY - IT EXITS THROUGH
      *                 THE NIGHTLY DEFERRAL-ROLL RUN LIKE ANY OTHER.
      *                 THE LOAN MUST BE ON THE LOAN MASTER, OPEN, NOT
      *                 CHARGED OFF, AND CARRY A DUE DATE.  APPLIED
      *                 TRANSACTIONS GO ON THE MAINTENANCE LOG;
      *                 ANYTHING ELSE IS REJECTED TO THIS PROGRAM'S
      *                 REJECT FILE AND THE SHARED EXCEPTION LOG.  THE
      *                 MASTER IS LOADED WHOLE, WORKED IN STORAGE IN
      *                 ACCOUNT ORDER, AND REWRITTEN AT CLOSE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRAL-TXN    ASSIGN TO DEFTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT DEFERRAL-MASTER ASSIGN TO DEFPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO DEFMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEFERRAL-REJECTS ASSIGN TO DEFMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRAL-TXN
           RECORDING MODE IS F.
       COPY DEFTXN.

       FD  DEFERRAL-MASTER
           RECORDING MODE IS F.
       COPY DEFPLAN.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(90).

       FD  DEFERRAL-REJECTS
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
           05 WS-DEF-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-DEFERRAL-MASTER     VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-DEF-FOUND-SW       PIC X(01).
              88 DEF-ACCOUNT-WAS-FOUND      VALUE 'Y'.
              88 DEF-KEY-WAS-PASSED         VALUE 'H'.
           05 WS-LOAN-FOUND-SW      PIC X(01).
              88 LOAN-ACCOUNT-WAS-FOUND     VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-DEF-FILE-STATUS       PIC X(02).
           88 DEF-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-START-DATE-INT        PIC S9(08) COMP.

      *----------------------------------------------------------------
      * THE LONGEST DEFERRAL ONE PLAN MAY GRANT, IN MONTHLY PAYMENTS.
      *----------------------------------------------------------------
       01  WS-MAX-PAYMENTS          PIC 9(02) VALUE 12.

      *----------------------------------------------------------------
      * PLAN TABLE - THE MASTER IS LOADED AT START-UP, WORKED IN
      * STORAGE, AND THE SURVIVORS REWRITTEN AT CLOSE.  AN ADD IS
      * SLOTTED IN ACCOUNT ORDER SO THE FILE STAYS IN KEY SEQUENCE
      * FOR ITS READERS; A CANCELLED PENDING PLAN IS MARKED AND
      * DROPPED AT THE REWRITE.
      *----------------------------------------------------------------
       01  WS-DEF-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-DEF-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  DEF-TABLE.
           05 DEF-ENTRY OCCURS 5000 TIMES.
              10 DEF-IMAGE         PIC X(73).
              10 DEF-DROPPED-SW    PIC X(01).
       01  WS-DEF-SUB              PIC 9(04) COMP.
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
           05 WS-RIF-PGM       PIC X(06) VALUE "DEFMNT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(40) VALUE
              "DEFERRAL PLAN MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-START-DATE          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-PAYMENTS            PIC Z9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-ACCRUE-SW           PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-REPAY-METHOD        PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-PLAN-STATUS         PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(30).

       01  REJECT-DETAIL.
           05 RJ-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(19).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "DEFMNT  " TO RQ-PROGRAM-ID.
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
           OPEN INPUT DEFERRAL-MASTER.
           IF DEF-FILE-NOT-FOUND
               MOVE 'Y' TO WS-DEF-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-PLAN THRU 1300-EXIT
                   UNTIL END-OF-DEFERRAL-MASTER
               CLOSE DEFERRAL-MASTER
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE MASTER FROM A
      *    TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - DEFPLAN LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-MASTER
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT DEFERRAL-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT DEFERRAL-TXN.
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
      * 1300-LOAD-ONE-PLAN
      *----------------------------------------------------------------
       1300-LOAD-ONE-PLAN.
           READ DEFERRAL-MASTER
               AT END
                   MOVE 'Y' TO WS-DEF-EOF-SW
               NOT AT END
                   IF WS-DEF-TABLE-COUNT < WS-DEF-TABLE-MAX
                       ADD 1 TO WS-DEF-TABLE-COUNT
                       MOVE DEFERRAL-PLAN-REC
                           TO DEF-IMAGE(WS-DEF-TABLE-COUNT)
                       MOVE 'N'
                           TO DEF-DROPPED-SW(WS-DEF-TABLE-COUNT)
                   ELSE
                       DISPLAY "DEFERRAL PLAN TABLE FULL - "
                               "RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-DEF-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION, THEN
      * DISPATCHES IT TO ITS ADD, CHANGE, OR DELETE PARAGRAPH BY
      * DX-ACTION.  AN UNRECOGNIZED ACTION CODE IS REJECTED RATHER
      * THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN DX-ACTION-IS-ADD
                       PERFORM 2100-ADD-PLAN     THRU 2100-EXIT
                   WHEN DX-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-PLAN  THRU 2200-EXIT
                   WHEN DX-ACTION-IS-DELETE
                       PERFORM 2300-CANCEL-PLAN  THRU 2300-EXIT
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
      * TRANSACTION; THE PLAN TERMS FOR AN ADD OR CHANGE; THE LOAN
      * ACCOUNT FOR AN ADD.  THE FIRST FAILURE IS THE REASON
      * REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT DX-ACTION-IS-ADD
              AND NOT DX-ACTION-IS-CHANGE
              AND NOT DX-ACTION-IS-DELETE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF DX-ACTION-IS-DELETE
               GO TO 2050-EXIT
           END-IF.

           IF DX-START-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-START-DATE-INT
           ELSE
               COMPUTE WS-START-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(DX-START-DATE)
           END-IF.
           IF WS-START-DATE-INT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "START DATE NOT A VALID DATE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF DX-PAYMENTS IS NOT NUMERIC
              OR DX-PAYMENTS = ZERO
              OR DX-PAYMENTS > WS-MAX-PAYMENTS
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "PAYMENTS DEFERRED NOT 1 TO 12" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF DX-ACCRUE-SW NOT = 'Y' AND DX-ACCRUE-SW NOT = 'N'
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ACCRUAL SWITCH NOT Y OR N" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF DX-REPAY-METHOD NOT = 'M'
              AND DX-REPAY-METHOD NOT = 'C'
              AND DX-REPAY-METHOD NOT = 'S'
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "REPAYMENT METHOD NOT M, C OR S" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF DX-ACTION-IS-CHANGE
               GO TO 2050-EXIT
           END-IF.

           PERFORM 2500-READ-LOAN THRU 2500-EXIT.
           IF NOT LOAN-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LM-ACCOUNT-IS-CLOSED OR LM-ACCOUNT-IS-CHARGED-OFF
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LOAN ACCOUNT IS CLOSED OR CHARGED OFF"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LM-NEXT-DUE-DATE = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LOAN ACCOUNT HAS NO DUE DATE TO DEFER"
                   TO WS-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-PLAN - SLOTS THE NEW PLAN INTO THE TABLE AHEAD OF
      * THE FIRST ENTRY WITH A HIGHER ACCOUNT NUMBER.  A PLAN STILL
      * PENDING OR ACTIVE IS A KEYING ERROR, NOT AN UPDATE; AN EXITED
      * PLAN IS REPLACED IN ITS SLOT, AND ANY DEFERRED INTEREST IT
      * STILL HOLDS FOR REPAYMENT RIDES ACROSS TO THE NEW PLAN.
      *----------------------------------------------------------------
       2100-ADD-PLAN.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF DEF-ACCOUNT-WAS-FOUND
               MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC
               IF NOT DP-PLAN-HAS-EXITED
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "DEFERRAL PLAN ALREADY ON FILE" TO WS-REASON
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2350-MOVE-TERMS THRU 2350-EXIT
               PERFORM 2150-RESET-PROGRESS THRU 2150-EXIT
               MOVE DEFERRAL-PLAN-REC TO DEF-IMAGE(WS-DEF-SUB)
               MOVE "ADD"   TO ML-ACTION
               MOVE "ADDED - REPLACES EXITED PLAN" TO ML-STATUS
               PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT
               GO TO 2100-EXIT
           END-IF.

           IF WS-DEF-TABLE-COUNT >= WS-DEF-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DEFERRAL PLAN TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

      *    2400 LEFT WS-DEF-SUB ON THE INSERTION POINT - EVERYTHING
      *    FROM THERE DOWN MOVES ONE SLOT TO MAKE ROOM.
           ADD 1 TO WS-DEF-TABLE-COUNT.
           PERFORM 2160-SHIFT-ONE-ENTRY THRU 2160-EXIT
               VARYING WS-SHIFT-SUB FROM WS-DEF-TABLE-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-DEF-SUB.

           MOVE SPACES             TO DEFERRAL-PLAN-REC.
           MOVE DX-ACCT-NO         TO DP-ACCT-NO.
           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
           MOVE ZERO               TO DP-PARKED-INT
                                      DP-SPREAD-AMT.
           PERFORM 2150-RESET-PROGRESS THRU 2150-EXIT.
           MOVE DEFERRAL-PLAN-REC  TO DEF-IMAGE(WS-DEF-SUB).
           MOVE 'N'                TO DEF-DROPPED-SW(WS-DEF-SUB).

           MOVE "ADD"   TO ML-ACTION.
           MOVE "ADDED - PENDING" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-RESET-PROGRESS - A NEW PLAN WAITS FOR ITS START DATE
      * WITH NOTHING YET DEFERRED.
      *----------------------------------------------------------------
       2150-RESET-PROGRESS.
           SET DP-PLAN-IS-PENDING TO TRUE.
           MOVE ZERO TO DP-DEFERRED-COUNT
                        DP-BASE-INT
                        DP-DEFERRED-INT
                        DP-EXIT-DATE
                        DP-FIRST-DUE-DATE.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-SHIFT-ONE-ENTRY
      *----------------------------------------------------------------
       2160-SHIFT-ONE-ENTRY.
           MOVE DEF-ENTRY(WS-SHIFT-SUB - 1)
               TO DEF-ENTRY(WS-SHIFT-SUB).
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-PLAN - NEW TERMS FOR A PLAN NOT YET STARTED.  A
      * PLAN ALREADY DEFERRING PAYMENTS IS ENDED WITH A DELETE AND
      * RE-ADDED ONCE IT EXITS, SO THE INTEREST DEFERRED UNDER ONE
      * SET OF TERMS IS NEVER REPAID UNDER ANOTHER.
      *----------------------------------------------------------------
       2200-CHANGE-PLAN.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT DEF-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DEFERRAL PLAN NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC.
           IF NOT DP-PLAN-IS-PENDING
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DEFERRAL PLAN ALREADY STARTED" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
           MOVE DEFERRAL-PLAN-REC     TO DEF-IMAGE(WS-DEF-SUB).

           MOVE "CHANGE"  TO ML-ACTION.
           MOVE "CHANGED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CANCEL-PLAN - A PENDING PLAN IS MARKED DROPPED.  AN
      * ACTIVE PLAN HAS ITS PAYMENTS CUT TO THE NUMBER ALREADY
      * DEFERRED, SO THE NEXT DEFERRAL-ROLL RUN EXITS IT AND SETTLES
      * ITS DEFERRED INTEREST THE WAY THE PLAN SAYS.  AN EXITED PLAN
      * HAS NOTHING LEFT TO CANCEL.
      *----------------------------------------------------------------
       2300-CANCEL-PLAN.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT DEF-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DEFERRAL PLAN NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC.
           MOVE "DELETE" TO ML-ACTION.
           EVALUATE TRUE
               WHEN DP-PLAN-IS-PENDING
                   MOVE 'Y' TO DEF-DROPPED-SW(WS-DEF-SUB)
                   MOVE "CANCELLED BEFORE START" TO ML-STATUS
               WHEN DP-PLAN-IS-ACTIVE
                   MOVE DP-DEFERRED-COUNT TO DP-PAYMENTS
                   MOVE DEFERRAL-PLAN-REC TO DEF-IMAGE(WS-DEF-SUB)
                   MOVE "ENDED EARLY - EXITS TONIGHT" TO ML-STATUS
               WHEN OTHER
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "DEFERRAL PLAN HAS ALREADY EXITED"
                       TO WS-REASON
                   GO TO 2300-EXIT
           END-EVALUATE.

           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-MOVE-TERMS - THE TRANSACTION'S TERMS ONTO THE RECORD.
      *----------------------------------------------------------------
       2350-MOVE-TERMS.
           MOVE DX-START-DATE      TO DP-START-DATE.
           MOVE DX-PAYMENTS        TO DP-PAYMENTS.
           MOVE DX-ACCRUE-SW       TO DP-ACCRUE-SW.
           MOVE DX-REPAY-METHOD    TO DP-REPAY-METHOD.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-ACCOUNT - WALKS THE TABLE IN KEY ORDER.  STOPS ON
      * THE MATCHING ENTRY, OR ON THE FIRST HIGHER KEY (THE
      * INSERTION POINT FOR AN ADD), OR ONE PAST THE END.  AN ENTRY
      * ALREADY CANCELLED THIS RUN DOES NOT COUNT AS ON FILE.
      *----------------------------------------------------------------
       2400-FIND-ACCOUNT.
           MOVE 'N' TO WS-DEF-FOUND-SW.
           MOVE 1   TO WS-DEF-SUB.
           PERFORM 2450-CHECK-ONE-ACCOUNT THRU 2450-EXIT
               UNTIL DEF-ACCOUNT-WAS-FOUND
                  OR DEF-KEY-WAS-PASSED
                  OR WS-DEF-SUB > WS-DEF-TABLE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-CHECK-ONE-ACCOUNT
      *----------------------------------------------------------------
       2450-CHECK-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN DEF-IMAGE(WS-DEF-SUB)(1:6) > DX-ACCT-NO
                   MOVE 'H' TO WS-DEF-FOUND-SW
               WHEN DEF-IMAGE(WS-DEF-SUB)(1:6) = DX-ACCT-NO
                AND DEF-DROPPED-SW(WS-DEF-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-DEF-FOUND-SW
               WHEN OTHER
                   ADD 1 TO WS-DEF-SUB
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-READ-LOAN
      *----------------------------------------------------------------
       2500-READ-LOAN.
           MOVE 'Y' TO WS-LOAN-FOUND-SW.
           MOVE DX-ACCT-NO TO LM-ACCT-NO.
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
           MOVE DX-ACCT-NO TO RJ-ACCT-NO.
           MOVE WS-REASON  TO RJ-REASON.
           MOVE DEFERRAL-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "DEFMNT"   TO SE-PROGRAM-ID.
           MOVE DX-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE DP-ACCT-NO         TO ML-ACCT-NO.
           MOVE DP-START-DATE      TO ML-START-DATE.
           MOVE DP-PAYMENTS        TO ML-PAYMENTS.
           MOVE DP-ACCRUE-SW       TO ML-ACCRUE-SW.
           MOVE DP-REPAY-METHOD    TO ML-REPAY-METHOD.
           MOVE DP-STATUS          TO ML-PLAN-STATUS.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ DEFERRAL-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE, LESS THE CANCELLED PENDING
      * PLANS, REPLACES THE DEFERRAL PLAN MASTER.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT DEFERRAL-MASTER.
           PERFORM 9100-WRITE-ONE-PLAN THRU 9100-EXIT
               VARYING WS-DEF-SUB FROM 1 BY 1
               UNTIL WS-DEF-SUB > WS-DEF-TABLE-COUNT.
           CLOSE DEFERRAL-MASTER.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE DEFERRAL-TXN
           END-IF.
           CLOSE LOAN-MASTER
                 MAINT-LOG
                 DEFERRAL-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-PLAN
      *----------------------------------------------------------------
       9100-WRITE-ONE-PLAN.
           IF DEF-DROPPED-SW(WS-DEF-SUB) NOT = 'Y'
               MOVE DEF-IMAGE(WS-DEF-SUB) TO DEFERRAL-PLAN-REC
               WRITE DEFERRAL-PLAN-REC
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
