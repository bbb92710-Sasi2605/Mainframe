       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMO-RECONCILE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MEMO-VERSUS-POSTED
      *                 RECONCILIATION OF THE TELLERS' INTRADAY
      *                 PAYMENT MEMOS (PAYMEMO.CPY), AND THE CONSUME-
      *                 ONCE HALF OF THE MEMO FILE.  RUNS AFTER
      *                 PAYPOST: EACH MEMO IS MATCHED ONE-FOR-ONE ON
      *                 ACCOUNT, DATE AND AMOUNT TO A PAYMENT OR
      *                 RECOVERY PAYMENT-POST WROTE TO THE PAYMENT
      *                 HISTORY.  A MEMO THAT DID NOT POST IS LISTED
      *                 WITH WHERE IT WENT - HELD IN SUSPENSE, OR
      *                 REJECTED - AND LOGGED, AND ENDS THE RUN WITH
      *                 CONDITION CODE 4.  THE MEMO FILE IS THEN
      *                 EMPTIED FOR THE NEXT DAY, BUT ONLY WHEN
      *                 PAYPOST IS MARKED COMPLETE FOR THE BUSINESS
      *                 DATE; OTHERWISE IT IS KEPT FOR THE RERUN AND
      *                 THE STEP ENDS WITH CONDITION CODE 8.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-MEMO    ASSIGN TO PAYMEMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-FILE-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT SUSPENSE-FILE   ASSIGN TO PAYSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT MEMO-REPORT     ASSIGN TO MEMORPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-MEMO
           RECORDING MODE IS F.
       COPY PAYMEMO.

       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       COPY PAYHIST.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY PAYSUSP.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  MEMO-REPORT
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
           05 WS-MEMO-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-MEMOS               VALUE 'Y'.
           05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-SUSP-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-SUSPENSE            VALUE 'Y'.
           05 WS-CTL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CONTROL             VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01).
              88 A-MEMO-WAS-FOUND           VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-MEMO-TABLE-IS-FULL     VALUE 'Y'.
           05 WS-PAYPOST-SW        PIC X(01) VALUE 'N'.
              88 PAYPOST-IS-COMPLETE        VALUE 'Y'.

       01  WS-MEMO-FILE-STATUS     PIC X(02).
           88 MEMO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-SUSP-FILE-STATUS     PIC X(02).
           88 SUSP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * MEMO TABLE - THE WHOLE DAY'S MEMO FILE.  A DAY LONGER THAN
      * THE TABLE IS NOT RECONCILED AND THE FILE IS NOT CLEARED.
      *----------------------------------------------------------------
       01  WS-MEMO-TABLE-COUNT     PIC 9(05) VALUE 0.
       01  WS-MEMO-TABLE-MAX       PIC 9(05) VALUE 5000.
       01  MEMO-TABLE.
           05 MT-ENTRY OCCURS 5000 TIMES.
              10 MT-ACCT-NO        PIC X(06).
              10 MT-PAY-DATE       PIC 9(08).
              10 MT-AMOUNT         PIC 9(7)V99.
              10 MT-TELLER-ID      PIC X(08).
              10 MT-TAKEN-TIME     PIC 9(06).
              10 MT-MEMO-SEQ       PIC 9(04).
              10 MT-STATE          PIC X(01).
                 88 MT-IS-UNMATCHED        VALUE SPACE.
                 88 MT-WAS-POSTED          VALUE 'P'.
                 88 MT-IS-IN-SUSPENSE      VALUE 'S'.
       01  WS-MEMO-SUB             PIC 9(05) COMP.

      *    PAYPOST'S RUN-CONTROL NAME - SEE ITS START CALL.
       01  WS-PAYPOST-ID           PIC X(08) VALUE "PAYPST  ".

       01  WS-COUNTS.
           05 WS-MEMOS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-HIST-READ         PIC 9(7) COMP VALUE 0.
           05 WS-MEMOS-POSTED      PIC 9(7) COMP VALUE 0.
           05 WS-MEMOS-UNPOSTED    PIC 9(7) COMP VALUE 0.
       01  WS-MEMO-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-POSTED-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-UNPOSTED-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-STEP-RC              PIC S9(04) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "MEMREC".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "TELLER PAYMENT MEMOS - MEMO VS POSTED".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(07) VALUE "ACCOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "PAY DATE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "      AMOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "TELLER  ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "TAKEN ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "MEMO".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(30) VALUE "DISPOSITION".

       01  REPORT-DETAIL.
           05 RD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-TELLER-ID          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-TAKEN-TIME         PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-MEMO-SEQ           PIC 9(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-DISPOSITION        PIC X(30).

       01  SUMMARY-LINE.
           05 SL-LABEL              PIC X(20).
           05 SL-COUNT              PIC ZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "MEMREC  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-LOAD-MEMOS       THRU 2000-EXIT.
           IF PAYPOST-IS-COMPLETE
              AND NOT THE-MEMO-TABLE-IS-FULL
               PERFORM 3000-MATCH-HISTORY    THRU 3000-EXIT
               PERFORM 4000-MATCH-SUSPENSE   THRU 4000-EXIT
               PERFORM 5000-REPORT-MEMOS     THRU 5000-EXIT
               PERFORM 6000-CLEAR-MEMO-FILE  THRU 6000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    UNPOSTED MEMOS END THE STEP WITH THE WARNING CODE 4 AND
      *    STILL MARK IT COMPLETE - THE MEMO FILE IS ALREADY EMPTY,
      *    SO A RERUN WOULD HAVE NOTHING TO RECONCILE.  ONLY A MEMO
      *    FILE KEPT FOR THE RERUN HOLDS THE GATE OPEN.  THE CALL
      *    SETS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
           MOVE RETURN-CODE TO WS-STEP-RC.
           IF WS-STEP-RC = ZERO OR WS-STEP-RC = 4
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-MEMOS-READ TO RQ-RECORD-COUNT
               MOVE WS-MEMOS-POSTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
               MOVE WS-STEP-RC TO RETURN-CODE
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT MEMO-REPORT.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           PERFORM 1100-CHECK-PAYPOST THRU 1100-EXIT.
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
      * 1100-CHECK-PAYPOST - THE LATEST RUN-CONTROL RECORD FOR
      * PAYPOST AND THE BUSINESS DATE IS ITS STATE.  UNLESS IT IS
      * COMPLETE THE MEMOS HAVE NOT POSTED, SO NOTHING IS MATCHED AND
      * THE MEMO FILE STAYS FOR THE RERUN.
      *----------------------------------------------------------------
       1100-CHECK-PAYPOST.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CTL-FILE-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-READ-ONE-CONTROL THRU 1150-EXIT
               UNTIL END-OF-CONTROL.
           CLOSE RUN-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-READ-ONE-CONTROL
      *----------------------------------------------------------------
       1150-READ-ONE-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
               NOT AT END
                   IF RK-PROGRAM-ID = WS-PAYPOST-ID
                      AND RK-BUS-DATE = WS-BUS-DATE-FMT
                       IF RK-STEP-COMPLETE
                           MOVE 'Y' TO WS-PAYPOST-SW
                       ELSE
                           MOVE 'N' TO WS-PAYPOST-SW
                       END-IF
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-MEMOS - NO MEMO FILE MEANS NO TELLER PAYMENTS.
      *----------------------------------------------------------------
       2000-LOAD-MEMOS.
           OPEN INPUT PAYMENT-MEMO.
           IF MEMO-FILE-NOT-FOUND
               MOVE 'Y' TO WS-MEMO-EOF-SW
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-MEMO THRU 2100-EXIT
               UNTIL END-OF-MEMOS.
           CLOSE PAYMENT-MEMO.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-LOAD-ONE-MEMO
      *----------------------------------------------------------------
       2100-LOAD-ONE-MEMO.
           READ PAYMENT-MEMO
               AT END
                   MOVE 'Y' TO WS-MEMO-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-MEMOS-READ.

           IF WS-MEMO-TABLE-COUNT >= WS-MEMO-TABLE-MAX
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-MEMO-EOF-SW
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-MEMO-TABLE-COUNT.
           MOVE WS-MEMO-TABLE-COUNT TO WS-MEMO-SUB.
           MOVE PM-ACCT-NO    TO MT-ACCT-NO(WS-MEMO-SUB).
           MOVE PM-PAY-DATE   TO MT-PAY-DATE(WS-MEMO-SUB).
           MOVE PM-AMOUNT     TO MT-AMOUNT(WS-MEMO-SUB).
           MOVE PM-TELLER-ID  TO MT-TELLER-ID(WS-MEMO-SUB).
           MOVE PM-TAKEN-TIME TO MT-TAKEN-TIME(WS-MEMO-SUB).
           MOVE PM-MEMO-SEQ   TO MT-MEMO-SEQ(WS-MEMO-SUB).
           MOVE SPACE         TO MT-STATE(WS-MEMO-SUB).
           ADD PM-AMOUNT      TO WS-MEMO-TOTAL.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-MATCH-HISTORY - EVERY PAYMENT AND RECOVERY ON THE
      * HISTORY TAKES THE FIRST UNMATCHED MEMO OF THE SAME ACCOUNT,
      * DATE AND AMOUNT, SO TWO EQUAL MEMOS NEED TWO POSTINGS.
      *----------------------------------------------------------------
       3000-MATCH-HISTORY.
           IF WS-MEMO-TABLE-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT PAYMENT-HISTORY.
           IF HIST-FILE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-MATCH-ONE-HISTORY THRU 3100-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE PAYMENT-HISTORY.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-MATCH-ONE-HISTORY
      *----------------------------------------------------------------
       3100-MATCH-ONE-HISTORY.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.

           IF PH-TXN-TYPE NOT = SPACE
              AND NOT PH-IS-RECOVERY
               GO TO 3100-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO WS-MEMO-SUB.
           PERFORM 3200-CHECK-ONE-MEMO THRU 3200-EXIT
               UNTIL A-MEMO-WAS-FOUND
                  OR WS-MEMO-SUB > WS-MEMO-TABLE-COUNT.
           IF A-MEMO-WAS-FOUND
               MOVE 'P' TO MT-STATE(WS-MEMO-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-ONE-MEMO
      *----------------------------------------------------------------
       3200-CHECK-ONE-MEMO.
           IF MT-IS-UNMATCHED(WS-MEMO-SUB)
              AND MT-ACCT-NO(WS-MEMO-SUB)  = PH-ACCT-NO
              AND MT-PAY-DATE(WS-MEMO-SUB) = PH-PAY-DATE
              AND MT-AMOUNT(WS-MEMO-SUB)   = PH-AMOUNT
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-MEMO-SUB
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-MATCH-SUSPENSE - A MEMO THAT DID NOT POST MAY HAVE GONE
      * TO UNAPPLIED-CASH SUSPENSE; THE REST WERE REJECTED.
      *----------------------------------------------------------------
       4000-MATCH-SUSPENSE.
           IF WS-MEMO-TABLE-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-FILE-NOT-FOUND
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-MATCH-ONE-SUSPENSE THRU 4100-EXIT
               UNTIL END-OF-SUSPENSE.
           CLOSE SUSPENSE-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-MATCH-ONE-SUSPENSE
      *----------------------------------------------------------------
       4100-MATCH-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SW
                   GO TO 4100-EXIT
           END-READ.
      *    ONLY TONIGHT'S ITEMS - AN OLDER ONE CANNOT BE A MEMO OF
      *    TODAY'S.
           IF PS-BUS-DATE NOT = WS-BUS-DATE-FMT
               GO TO 4100-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO WS-MEMO-SUB.
           PERFORM 4200-CHECK-ONE-MEMO THRU 4200-EXIT
               UNTIL A-MEMO-WAS-FOUND
                  OR WS-MEMO-SUB > WS-MEMO-TABLE-COUNT.
           IF A-MEMO-WAS-FOUND
               MOVE 'S' TO MT-STATE(WS-MEMO-SUB)
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CHECK-ONE-MEMO
      *----------------------------------------------------------------
       4200-CHECK-ONE-MEMO.
           IF MT-IS-UNMATCHED(WS-MEMO-SUB)
              AND MT-ACCT-NO(WS-MEMO-SUB)  = PS-ACCT-NO
              AND MT-PAY-DATE(WS-MEMO-SUB) = PS-PAY-DATE
              AND MT-AMOUNT(WS-MEMO-SUB)   = PS-AMOUNT
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-MEMO-SUB
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-REPORT-MEMOS - ONE LINE PER MEMO THAT DID NOT POST,
      * EACH ALSO LOGGED, THEN THE TOTALS.
      *----------------------------------------------------------------
       5000-REPORT-MEMOS.
           PERFORM 5100-REPORT-ONE-MEMO THRU 5100-EXIT
               VARYING WS-MEMO-SUB FROM 1 BY 1
               UNTIL WS-MEMO-SUB > WS-MEMO-TABLE-COUNT.

           IF WS-MEMOS-UNPOSTED = ZERO
               MOVE "EVERY MEMO POSTED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MEMOS TAKEN"       TO SL-LABEL.
           MOVE WS-MEMOS-READ       TO SL-COUNT.
           MOVE WS-MEMO-TOTAL       TO SL-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "MEMOS POSTED"      TO SL-LABEL.
           MOVE WS-MEMOS-POSTED     TO SL-COUNT.
           MOVE WS-POSTED-TOTAL     TO SL-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "MEMOS NOT POSTED"  TO SL-LABEL.
           MOVE WS-MEMOS-UNPOSTED   TO SL-COUNT.
           MOVE WS-UNPOSTED-TOTAL   TO SL-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

           IF WS-MEMOS-UNPOSTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-REPORT-ONE-MEMO
      *----------------------------------------------------------------
       5100-REPORT-ONE-MEMO.
           IF MT-WAS-POSTED(WS-MEMO-SUB)
               ADD 1 TO WS-MEMOS-POSTED
               ADD MT-AMOUNT(WS-MEMO-SUB) TO WS-POSTED-TOTAL
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-MEMOS-UNPOSTED.
           ADD MT-AMOUNT(WS-MEMO-SUB) TO WS-UNPOSTED-TOTAL.

           MOVE MT-ACCT-NO(WS-MEMO-SUB)    TO RD-ACCT-NO.
           MOVE MT-PAY-DATE(WS-MEMO-SUB)   TO RD-PAY-DATE.
           MOVE MT-AMOUNT(WS-MEMO-SUB)     TO RD-AMOUNT.
           MOVE MT-TELLER-ID(WS-MEMO-SUB)  TO RD-TELLER-ID.
           MOVE MT-TAKEN-TIME(WS-MEMO-SUB) TO RD-TAKEN-TIME.
           MOVE MT-MEMO-SEQ(WS-MEMO-SUB)   TO RD-MEMO-SEQ.

           MOVE SPACES TO SHARED-EXCEPTION-REC.
           MOVE "MEMOREC"               TO SE-PROGRAM-ID.
           MOVE MT-ACCT-NO(WS-MEMO-SUB) TO SE-ENTRY-ID.
           MOVE WS-BUS-DATE-FMT         TO SE-BUS-DATE.
           IF MT-IS-IN-SUSPENSE(WS-MEMO-SUB)
               MOVE "NOT POSTED - HELD IN SUSPENSE"
                   TO RD-DISPOSITION
               MOVE "TELLER MEMO NOT POSTED - IN SUSPENSE"
                   TO SE-REASON
           ELSE
               MOVE "NOT POSTED - SEE PAYREJ"
                   TO RD-DISPOSITION
               MOVE "TELLER MEMO NOT POSTED - REJECTED"
                   TO SE-REASON
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
           WRITE SHARED-EXCEPTION-REC.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-CLEAR-MEMO-FILE - THE MEMOS HAVE BEEN POSTED AND
      * ACCOUNTED FOR, SO THE FILE IS EMPTIED AND THE NEXT DAY'S
      * TELLERS START A FRESH ONE.
      *----------------------------------------------------------------
       6000-CLEAR-MEMO-FILE.
           IF MEMO-FILE-NOT-FOUND
               GO TO 6000-EXIT
           END-IF.
           OPEN OUTPUT PAYMENT-MEMO.
           CLOSE PAYMENT-MEMO.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - A MEMO FILE KEPT FOR THE RERUN IS SAID SO ON
      * THE REPORT AND THE CONSOLE, AND ENDS THE STEP WITH CONDITION
      * CODE 8.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF NOT PAYPOST-IS-COMPLETE
               MOVE "PAYPOST NOT COMPLETE FOR THE BUSINESS DATE - "
                   TO REPORT-LINE
               MOVE "MEMO FILE KEPT FOR THE RERUN"
                   TO REPORT-LINE(46:28)
               WRITE REPORT-LINE
               DISPLAY "MEMREC - PAYPOST NOT COMPLETE, MEMO FILE KEPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF THE-MEMO-TABLE-IS-FULL
                   MOVE "MEMO TABLE FULL - RAISE LIMIT, MEMO FILE "
                       TO REPORT-LINE
                   MOVE "KEPT AND NOT RECONCILED"
                       TO REPORT-LINE(42:23)
                   WRITE REPORT-LINE
                   DISPLAY "MEMREC - MEMO TABLE FULL, MEMO FILE KEPT "
                           "- RAISE LIMIT"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE MEMO-REPORT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - MEMOS READ AGAINST MEMOS POSTED
      * PLUS MEMOS NOT POSTED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-MEMOS-READ   TO CT-RECORDS-READ.
           MOVE WS-MEMOS-POSTED TO CT-RECORDS-PROCESSED.
           IF WS-MEMOS-READ = WS-MEMOS-POSTED + WS-MEMOS-UNPOSTED
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "NOT RECONC" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
