       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-AR-TIEOUT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  PROVES THE STUDENT FEE
      *                 SUBLEDGER AGAINST THE LEDGER EVERY NIGHT: THE
      *                 TOTAL OF SB-BALANCE-DUE ACROSS THE STUBAL FILE
      *                 AGAINST THE BALANCE OF THE STUDENT RECEIVABLE
      *                 ACCOUNT ON GLBALHST (EVERY PERIOD'S BASE
      *                 DEBITS LESS CREDITS, THE WAY BANK-RECONCILE
      *                 TAKES THE BOOK CASH BALANCE).  STUDENT-FEE-BILL
      *                 AND STUDENT-RECEIPT POST EVERY MOVEMENT OF
      *                 STUBAL TO THAT ACCOUNT, SO A DIFFERENCE PAST THE
      *                 TIEOCTL TOLERANCE (1.00 WHEN THE CARD IS
      *                 MISSING) MEANS AN UNPOSTED MOVEMENT.  IT IS
      *                 FLAGGED, LOGGED, AND ENDS THE RUN WITH
      *                 CONDITION CODE 8.  RUNS AFTER GLBAL HAS TAKEN
      *                 IN TONIGHT'S EXTRACT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE    ASSIGN TO STUBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO GLBALHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT TIEOUT-CONTROL  ASSIGN TO TIEOCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT TIEOUT-REPORT   ASSIGN TO STUTIERP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE
           RECORDING MODE IS F.
       COPY STUBAL.

       FD  BALANCE-HISTORY
           RECORDING MODE IS F.
       COPY GLBALHST.

       FD  TIEOUT-CONTROL
           RECORDING MODE IS F.
       01  TIEOUT-CONTROL-REC.
           05 TC-TOLERANCE         PIC 9(5)V99.

       FD  TIEOUT-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(80).

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
           05 WS-BAL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.

       01  WS-BAL-FILE-STATUS      PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-TOLERANCE            PIC 9(5)V99 VALUE 1.00.
       01  WS-GL-STU-RECEIVABLE    PIC X(10) VALUE "1070-STUAR".

       01  WS-SUBLEDGER-TOTAL      PIC S9(13)V99 VALUE 0.
       01  WS-GL-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-DIFFERENCE           PIC S9(13)V99.
       01  WS-ABS-DIFF             PIC 9(13)V99.

       01  WS-COUNTS.
           05 WS-BALANCES-READ     PIC 9(7) COMP VALUE 0.
           05 WS-HIST-RECS-READ    PIC 9(7) COMP VALUE 0.
           05 WS-HIST-RECS-USED    PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "STUTIE".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(36) VALUE
              "STUDENT RECEIVABLES TIE-OUT".

       01  REPORT-AMOUNT-LINE.
           05 RA-LABEL              PIC X(30).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RA-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-VERDICT-LINE.
           05 FILLER                PIC X(30) VALUE
              "VERDICT".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RV-VERDICT            PIC X(10).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "STUTIE  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-TOTAL-SUBLEDGER  THRU 2000-EXIT.
           PERFORM 3000-TOTAL-LEDGER     THRU 3000-EXIT.
           PERFORM 5000-PRINT-PROOF      THRU 5000-EXIT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-BALANCES-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT TIEOUT-REPORT.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.

           PERFORM 1020-READ-CONTROL-CARD THRU 1020-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-READ-CONTROL-CARD - THE OUT-OF-BALANCE TOLERANCE, SHARED
      * WITH THE LOAN-SIDE TIE-OUT.
      *----------------------------------------------------------------
       1020-READ-CONTROL-CARD.
           OPEN INPUT TIEOUT-CONTROL.
           IF CTL-FILE-NOT-FOUND
               GO TO 1020-EXIT
           END-IF.

           READ TIEOUT-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF TC-TOLERANCE IS NUMERIC
                       MOVE TC-TOLERANCE TO WS-TOLERANCE
                   END-IF
           END-READ.
           CLOSE TIEOUT-CONTROL.
       1020-EXIT.
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
      * 2000-TOTAL-SUBLEDGER - A MISSING BALANCE FILE IS A ZERO
      * SUBLEDGER.
      *----------------------------------------------------------------
       2000-TOTAL-SUBLEDGER.
           OPEN INPUT BALANCE-FILE.
           IF BAL-FILE-NOT-FOUND
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-ADD-ONE-BALANCE THRU 2100-EXIT
               UNTIL END-OF-BALANCES.
           CLOSE BALANCE-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-ONE-BALANCE
      *----------------------------------------------------------------
       2100-ADD-ONE-BALANCE.
           READ BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-BALANCES-READ
                   ADD SB-BALANCE-DUE TO WS-SUBLEDGER-TOTAL
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-TOTAL-LEDGER - THE RECEIVABLE BALANCE IS EVERY PERIOD'S
      * BASE-CURRENCY DEBITS LESS CREDITS FOR THE ACCOUNT.
      *----------------------------------------------------------------
       3000-TOTAL-LEDGER.
           OPEN INPUT BALANCE-HISTORY.
           IF HIST-FILE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-ADD-ONE-PERIOD THRU 3100-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE BALANCE-HISTORY.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-ADD-ONE-PERIOD
      *----------------------------------------------------------------
       3100-ADD-ONE-PERIOD.
           READ BALANCE-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-HIST-RECS-READ
                   IF GB-GL-ACCOUNT = WS-GL-STU-RECEIVABLE
                       ADD 1 TO WS-HIST-RECS-USED
                       COMPUTE WS-GL-BALANCE = WS-GL-BALANCE
                           + GB-BASE-DEBITS - GB-BASE-CREDITS
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-PROOF
      *----------------------------------------------------------------
       5000-PRINT-PROOF.
           COMPUTE WS-DIFFERENCE =
               WS-SUBLEDGER-TOTAL - WS-GL-BALANCE.
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFF
           END-IF.

           MOVE "STUBAL TOTAL BALANCE DUE" TO RA-LABEL.
           MOVE WS-SUBLEDGER-TOTAL         TO RA-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.

           MOVE SPACES TO RA-LABEL.
           STRING "GL BALANCE " DELIMITED BY SIZE
                  WS-GL-STU-RECEIVABLE DELIMITED BY SIZE
               INTO RA-LABEL
           END-STRING.
           MOVE WS-GL-BALANCE              TO RA-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.

           MOVE "DIFFERENCE"               TO RA-LABEL.
           MOVE WS-DIFFERENCE              TO RA-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-AMOUNT-LINE.

           IF WS-ABS-DIFF > WS-TOLERANCE
               MOVE "OUT OF BAL" TO RV-VERDICT
               MOVE SPACES TO SHARED-EXCEPTION-REC
               MOVE "STUTIE" TO SE-PROGRAM-ID
               MOVE WS-GL-STU-RECEIVABLE TO SE-ENTRY-ID
               MOVE "STUDENT RECEIVABLE OUT OF BALANCE TO GL"
                   TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               WRITE SHARED-EXCEPTION-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "IN BALANCE" TO RV-VERDICT
           END-IF.
           WRITE REPORT-LINE FROM REPORT-VERDICT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE TIEOUT-REPORT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - BALANCE RECORDS READ AGAINST
      * LEDGER PERIODS USED; THE TWO DIFFER BY DESIGN.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-BALANCES-READ  TO CT-RECORDS-READ.
           MOVE WS-HIST-RECS-USED TO CT-RECORDS-PROCESSED.
           MOVE "PROVED    "      TO CT-RECONCILE-MSG.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
