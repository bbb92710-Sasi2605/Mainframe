       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-CASE-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  DAYTIME WORKING OF THE
      *                 SUSPICIOUS-ACTIVITY CASES PAYMENT-MONITOR
      *                 OPENS EACH NIGHT, IN THE COLLECT-MAINT STYLE:
      *                 AMLCTXN RECORDS ASSIGN A CASE TO AN
      *                 INVESTIGATOR, ATTACH AN INVESTIGATION NOTE, OR
      *                 CLOSE THE CASE WITH ITS DISPOSITION - A
      *                 SUSPICIOUS ACTIVITY REPORT FILED, OR NO
      *                 FURTHER ACTION.  APPLIED TRANSACTIONS GO ON
      *                 THE MAINTENANCE LOG; AN UNRECOGNIZED ACTION, A
      *                 CASE NOT ON FILE OR ALREADY CLOSED, OR A CLOSE
      *                 WITHOUT A VALID DISPOSITION IS REJECTED TO
      *                 THIS PROGRAM'S REJECT FILE AND THE SHARED
      *                 EXCEPTION LOG.  THE CASE FILE IS LOADED WHOLE,
      *                 WORKED IN STORAGE, AND REWRITTEN AT CLOSE.
      *                 NO STEP GATE - CASES MAY BE WORKED SEVERAL
      *                 TIMES IN A DAY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASE-TXN    ASSIGN TO AMLCTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT AML-CASE-FILE   ASSIGN TO AMLCASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO AMLCMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASE-REJECTS    ASSIGN TO AMLCMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASE-TXN
           RECORDING MODE IS F.
       COPY AMLCTXN.

       FD  AML-CASE-FILE
           RECORDING MODE IS F.
       COPY AMLCASE.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(80).

       FD  CASE-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(120).

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
           05 WS-CASE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CASES               VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-CASE-FOUND-SW      PIC X(01).
              88 CASE-WAS-FOUND             VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CASE-FILE-STATUS      PIC X(02).
           88 CASE-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * CASE TABLE - SAME LOAD-WORK-REWRITE PASS PAYMENT-MONITOR
      * MAKES OVER THIS FILE.
      *----------------------------------------------------------------
       01  WS-CASE-COUNT           PIC 9(04) VALUE 0.
       01  WS-CASE-MAX             PIC 9(04) VALUE 5000.
       01  CASE-TABLE.
           05 CE-IMAGE             PIC X(338) OCCURS 5000 TIMES.
       01  WS-CE-SUB               PIC 9(04) COMP.

       01  WS-COUNTS.
           05 WS-TXNS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-APPLIED       PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-REJECTED      PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "AMLCMT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(35) VALUE
              "SUSPICIOUS ACTIVITY CASE MAINT LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(08).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-CASE-NO             PIC 9(07).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-STATUS              PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-INVESTIGATOR        PIC X(08).

       01  REJECT-DETAIL.
           05 RJ-CASE-NO             PIC X(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(64).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-TRANSACTIONS.
           PERFORM 9000-TERMINATE           THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT CASE-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT AML-CASE-FILE.
           IF CASE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CASE-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-CASE THRU 1300-EXIT
                   UNTIL END-OF-CASES
               CLOSE AML-CASE-FILE
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE CASE FILE
      *    FROM A TRUNCATED PICTURE - THE RUN REFUSES WITH THE FILE
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - AMLCASE LEFT UNTOUCHED, "
                       "RAISE THE LIMIT FIRST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT AML-CASE-TXN.
           IF TXN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
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
      * 1300-LOAD-ONE-CASE
      *----------------------------------------------------------------
       1300-LOAD-ONE-CASE.
           READ AML-CASE-FILE
               AT END
                   MOVE 'Y' TO WS-CASE-EOF-SW
               NOT AT END
                   IF WS-CASE-COUNT < WS-CASE-MAX
                       ADD 1 TO WS-CASE-COUNT
                       MOVE AML-CASE-REC TO CE-IMAGE(WS-CASE-COUNT)
                   ELSE
                       DISPLAY "CASE TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-CASE-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION - FINDS THE CASE AND APPLIES THE
      * ACTION TO IT.  A CLOSED CASE STAYS CLOSED - A FRESH ALERT
      * OPENS A FRESH CASE.  A CLOSE MUST SAY HOW THE CASE ENDED.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           IF NOT AT-ACTION-IS-ASSIGN
              AND NOT AT-ACTION-IS-NOTE
              AND NOT AT-ACTION-IS-CLOSE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
           END-IF.

           IF TRANSACTION-IS-VALID
              AND AT-ACTION-IS-CLOSE
              AND AT-DISPOSITION NOT = 'S'
              AND AT-DISPOSITION NOT = 'N'
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "CLOSE NEEDS DISPOSITION S OR N" TO WS-REASON
           END-IF.

           IF TRANSACTION-IS-VALID
               PERFORM 2200-FIND-CASE THRU 2200-EXIT
               IF NOT CASE-WAS-FOUND
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CASE NOT ON FILE" TO WS-REASON
               END-IF
           END-IF.

           IF TRANSACTION-IS-VALID
               MOVE CE-IMAGE(WS-CE-SUB) TO AML-CASE-REC
               IF AC-CASE-IS-CLOSED
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CASE ALREADY CLOSED" TO WS-REASON
               END-IF
           END-IF.

           IF TRANSACTION-IS-VALID
               PERFORM 2100-APPLY-ACTION THRU 2100-EXIT
               ADD 1 TO WS-TXNS-APPLIED
           ELSE
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-TXNS-REJECTED
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-APPLY-ACTION - ASSIGNING OR NOTING A CASE PUTS IT UNDER
      * INVESTIGATION.  THE CLOSER IS THE INVESTIGATOR NAMED ON THE
      * CLOSE, OR FAILING THAT THE ONE ASSIGNED.
      *----------------------------------------------------------------
       2100-APPLY-ACTION.
           EVALUATE TRUE
               WHEN AT-ACTION-IS-ASSIGN
                   MOVE AT-INVESTIGATOR TO AC-INVESTIGATOR
                   SET AC-CASE-IS-WORKING TO TRUE
                   MOVE "ASSIGN  "   TO ML-ACTION
                   MOVE "CASE ASSIGNED"  TO ML-STATUS
               WHEN AT-ACTION-IS-NOTE
                   MOVE AT-NOTE      TO AC-NOTE
                   SET AC-CASE-IS-WORKING TO TRUE
                   MOVE "NOTE    "   TO ML-ACTION
                   MOVE "NOTE ATTACHED"       TO ML-STATUS
               WHEN AT-ACTION-IS-CLOSE
                   IF AT-INVESTIGATOR NOT = SPACES
                       MOVE AT-INVESTIGATOR TO AC-CLOSED-BY
                   ELSE
                       MOVE AC-INVESTIGATOR TO AC-CLOSED-BY
                   END-IF
                   IF AT-NOTE NOT = SPACES
                       MOVE AT-NOTE  TO AC-NOTE
                   END-IF
                   MOVE AT-DISPOSITION  TO AC-DISPOSITION
                   MOVE WS-BUS-DATE-RAW TO AC-CLOSED-DATE
                   SET AC-CASE-IS-CLOSED TO TRUE
                   MOVE "CLOSE   "   TO ML-ACTION
                   IF AC-SAR-WAS-FILED
                       MOVE "CLOSED - SAR FILED"   TO ML-STATUS
                   ELSE
                       MOVE "CLOSED - NO ACTION"   TO ML-STATUS
                   END-IF
           END-EVALUATE.

           MOVE AML-CASE-REC TO CE-IMAGE(WS-CE-SUB).

           MOVE AT-CASE-NO TO ML-CASE-NO.
           MOVE AT-INVESTIGATOR TO ML-INVESTIGATOR.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-CASE
      *----------------------------------------------------------------
       2200-FIND-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW.
           MOVE 1   TO WS-CE-SUB.
           PERFORM 2250-MATCH-ONE-CASE THRU 2250-EXIT
               UNTIL CASE-WAS-FOUND
                  OR WS-CE-SUB > WS-CASE-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-MATCH-ONE-CASE
      *----------------------------------------------------------------
       2250-MATCH-ONE-CASE.
           IF CE-IMAGE(WS-CE-SUB)(1:7) = AT-CASE-NO
               MOVE 'Y' TO WS-CASE-FOUND-SW
           ELSE
               ADD 1 TO WS-CE-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE AT-CASE-NO TO RJ-CASE-NO.
           MOVE WS-REASON  TO RJ-REASON.
           MOVE AML-CASE-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "AMLCMT"   TO SE-PROGRAM-ID.
           MOVE AT-CASE-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ AML-CASE-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE REPLACES THE CASE FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF WS-CASE-COUNT > ZERO
               OPEN OUTPUT AML-CASE-FILE
               PERFORM 9100-WRITE-ONE-CASE THRU 9100-EXIT
                   VARYING WS-CE-SUB FROM 1 BY 1
                   UNTIL WS-CE-SUB > WS-CASE-COUNT
               CLOSE AML-CASE-FILE
           END-IF.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE AML-CASE-TXN
           END-IF.
           CLOSE MAINT-LOG
                 CASE-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-CASE
      *----------------------------------------------------------------
       9100-WRITE-ONE-CASE.
           MOVE CE-IMAGE(WS-CE-SUB) TO AML-CASE-REC.
           WRITE AML-CASE-REC.
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
