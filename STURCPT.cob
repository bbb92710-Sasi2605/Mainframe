      *                 LIST OF EVERY BALANCE STILL OWING - THE LIST
      *                 STUDENT-MAINT AND GRADE-EVAL'S EXAM
      *                 ELIGIBILITY CONSULT.
      * 2026-10-15 RSD  EVERY RECEIPT POSTED NOW WRITES A BALANCED PAIR
      *                 TO CIGLPOST - DEBIT CASH, CREDIT THE STUDENT
      *                 RECEIVABLE THE BILLING RUN DEBITS - IN THE
      *                 PERIOD PERIOD-CHECK RESOLVES, SO THE LEDGER'S
      *                 STUDENT RECEIVABLE MOVES WITH STUBAL.
      * 2026-10-15 RSD  INSTALLMENT PLANS.  EACH RECEIPT POSTED IS ALSO
      *                 APPLIED TO THE STUDENT'S CURRENT-TERM STUINST
      *                 INSTALLMENTS, EARLIEST FIRST, SO THE NIGHTLY
      *                 INSTALLMENT RUN KNOWS WHICH ARE STILL SHORT.
      *                 THE FLAT ARREARS LIST IS GONE - THE INSTALLMENT
      *                 RUN'S DEFAULTER LIST BY CLASS SECTION REPLACES
      *                 IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RECEIPT-REGISTER ASSIGN TO STURCPRG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INSTALLMENT-PLAN ASSIGN TO STUINST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(80).

       FD  INSTALLMENT-PLAN
           RECORDING MODE IS F.
       COPY STUINST.

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-PLAN-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PLANS               VALUE 'Y'.
           05 WS-PLAN-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-PLANS-OVERFLOWED       VALUE 'Y'.

       01  WS-TXN-FILE-STATUS      PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-PLAN-FILE-STATUS     PIC X(02).
           88 PLAN-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * INSTALLMENT-PLAN TABLE - THE WHOLE STUINST FILE, PAID AMOUNTS
      * FILLED IN, REWRITTEN AT CLOSE.
      *----------------------------------------------------------------
       01  WS-PLAN-TABLE-COUNT     PIC 9(05) VALUE 0.
       01  WS-PLAN-TABLE-MAX       PIC 9(05) VALUE 10000.
       01  PLAN-TABLE.
           05 PL-ENTRY OCCURS 10000 TIMES.
              10 PL-ROLL-NO        PIC X(06).
              10 PL-TERM-ID        PIC X(06).
              10 PL-INSTALL-NO     PIC 9(02).
              10 PL-DUE-DATE       PIC 9(08).
              10 PL-AMOUNT         PIC 9(7)V99.
              10 PL-PAID-AMOUNT    PIC 9(7)V99.
              10 PL-LATE-FEE-SW    PIC X(01).
              10 PL-LATE-FEE       PIC 9(5)V99.
       01  WS-PLAN-SUB             PIC 9(05) COMP.
       01  WS-UNAPPLIED            PIC 9(7)V99.
       01  WS-INSTALL-SHORT        PIC 9(7)V99.

      *----------------------------------------------------------------
      * BALANCE TABLE - SAME LOAD-WORK-REWRITE PASS THE BILLING RUN
       01  WS-TOTAL-RECEIVED       PIC 9(11)V99 VALUE 0.
       01  WS-REASON               PIC X(40).

       01  WS-GL-CODES.
           05 WS-GL-CASH           PIC X(10) VALUE "1010-CASH ".
           05 WS-GL-STU-RECEIVABLE PIC X(10) VALUE "1070-STUAR".

       01  WS-COUNTS.
           05 WS-RECEIPTS-READ     PIC 9(7) COMP VALUE 0.
           05 WS-RECEIPTS-POSTED   PIC 9(7) COMP VALUE 0.
           05 WS-RECEIPTS-REJECTED PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.
      *----------------------------------------------------------------
       COPY PERCKRQ.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
      *----------------------------------------------------------------
           05 FILLER                PIC X(16) VALUE "TOTAL RECEIVED =".
           05 TL-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT RECEIPT-REGISTER.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.

           OPEN INPUT BALANCE-FILE.
           IF BAL-FILE-NOT-FOUND
               CLOSE BALANCE-FILE
           END-IF.

      *    A PLAN ROW LEFT OFF THE TABLE WOULD BE LOST ON THE REWRITE,
      *    SO AN OVERFLOW REFUSES THE WHOLE RUN.
           OPEN INPUT INSTALLMENT-PLAN.
           IF PLAN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-PLAN-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-INSTALLMENT THRU 1300-EXIT
                   UNTIL END-OF-PLANS
               CLOSE INSTALLMENT-PLAN
           END-IF.
           IF THE-PLANS-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING POSTED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE RECEIPT-REGISTER
                     GL-EXTRACT
                     SHARED-EXCEPTION-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RECEIPT-TXN.
           IF TXN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-INSTALLMENT
      *----------------------------------------------------------------
       1300-LOAD-ONE-INSTALLMENT.
           READ INSTALLMENT-PLAN
               AT END
                   MOVE 'Y' TO WS-PLAN-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF WS-PLAN-TABLE-COUNT >= WS-PLAN-TABLE-MAX
               DISPLAY "INSTALLMENT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-PLAN-OVERFLOW-SW
               MOVE 'Y' TO WS-PLAN-EOF-SW
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-PLAN-TABLE-COUNT.
           MOVE WS-PLAN-TABLE-COUNT TO WS-PLAN-SUB.
           MOVE IP-ROLL-NO     TO PL-ROLL-NO(WS-PLAN-SUB).
           MOVE IP-TERM-ID     TO PL-TERM-ID(WS-PLAN-SUB).
           MOVE IP-INSTALL-NO  TO PL-INSTALL-NO(WS-PLAN-SUB).
           MOVE IP-DUE-DATE    TO PL-DUE-DATE(WS-PLAN-SUB).
           MOVE IP-AMOUNT      TO PL-AMOUNT(WS-PLAN-SUB).
           MOVE IP-PAID-AMOUNT TO PL-PAID-AMOUNT(WS-PLAN-SUB).
           MOVE IP-LATE-FEE-SW TO PL-LATE-FEE-SW(WS-PLAN-SUB).
           MOVE IP-LATE-FEE    TO PL-LATE-FEE(WS-PLAN-SUB).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-POST-ONE-RECEIPT
      *----------------------------------------------------------------
           MOVE BA-BALANCE(WS-BAL-SUB) TO RG-NEW-BALANCE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT.

           MOVE RC-AMOUNT TO WS-UNAPPLIED.
           PERFORM 2300-APPLY-ONE-INSTALLMENT THRU 2300-EXIT
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-TABLE-COUNT
                  OR WS-UNAPPLIED = ZERO.

           PERFORM 8000-READ-RECEIPT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-APPLY-ONE-INSTALLMENT - FILLS THE STUDENT'S CURRENT-TERM
      * INSTALLMENTS IN FILE ORDER, SO THE EARLIEST SHORT ONE IS PAID
      * FIRST.  ANYTHING LEFT OVER STAYS ON THE BALANCE ONLY.
      *----------------------------------------------------------------
       2300-APPLY-ONE-INSTALLMENT.
           IF PL-ROLL-NO(WS-PLAN-SUB) NOT = RC-ROLL-NO
              OR PL-TERM-ID(WS-PLAN-SUB) NOT = WS-BUS-DATE-RAW(1:6)
              OR PL-PAID-AMOUNT(WS-PLAN-SUB)
                     NOT < PL-AMOUNT(WS-PLAN-SUB)
               GO TO 2300-EXIT
           END-IF.

           COMPUTE WS-INSTALL-SHORT = PL-AMOUNT(WS-PLAN-SUB)
                                    - PL-PAID-AMOUNT(WS-PLAN-SUB).
           IF WS-UNAPPLIED < WS-INSTALL-SHORT
               MOVE WS-UNAPPLIED TO WS-INSTALL-SHORT
           END-IF.
           ADD WS-INSTALL-SHORT TO PL-PAID-AMOUNT(WS-PLAN-SUB).
           SUBTRACT WS-INSTALL-SHORT FROM WS-UNAPPLIED.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - THE CASH RECEIVED AGAINST THE STUDENT
      * RECEIVABLE, IN USD AT HEAD OFFICE LIKE THE BILLING PAIR.
      *----------------------------------------------------------------
       4500-POST-GL-PAIR.
           IF RC-AMOUNT = ZERO
               GO TO 4500-EXIT
           END-IF.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD       TO GL-PERIOD.
           MOVE RC-ROLL-NO           TO GL-ACCT-NO.
           MOVE WS-GL-CASH           TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT           TO TRUE.
           MOVE RC-AMOUNT            TO GL-AMOUNT.
           MOVE "USD"                TO GL-CURRENCY.
           MOVE "STUDENT FEE RECEIPT" TO GL-NARRATIVE.
           MOVE RC-AMOUNT            TO GL-BASE-AMOUNT.
           WRITE GL-EXTRACT-REC.

           MOVE WS-GL-STU-RECEIVABLE TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT          TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-RECEIPT
      *----------------------------------------------------------------
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLES REPLACE THE BALANCE FILE
      * AND THE INSTALLMENT-PLAN FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-TOTAL-RECEIVED TO TL-TOTAL.
               UNTIL WS-BAL-SUB > WS-BAL-TABLE-COUNT.
           CLOSE BALANCE-FILE.

           IF NOT PLAN-FILE-NOT-FOUND
               OPEN OUTPUT INSTALLMENT-PLAN
               PERFORM 9200-WRITE-ONE-INSTALLMENT THRU 9200-EXIT
                   VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-TABLE-COUNT
               CLOSE INSTALLMENT-PLAN
           END-IF.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE RECEIPT-TXN
           END-IF.
           CLOSE RECEIPT-REGISTER
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.
           MOVE BA-ROLL-NO(WS-BAL-SUB) TO SB-ROLL-NO.
           MOVE BA-BALANCE(WS-BAL-SUB) TO SB-BALANCE-DUE.
           WRITE STUDENT-BALANCE-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-WRITE-ONE-INSTALLMENT
      *----------------------------------------------------------------
       9200-WRITE-ONE-INSTALLMENT.
           MOVE PL-ROLL-NO(WS-PLAN-SUB)     TO IP-ROLL-NO.
           MOVE PL-TERM-ID(WS-PLAN-SUB)     TO IP-TERM-ID.
           MOVE PL-INSTALL-NO(WS-PLAN-SUB)  TO IP-INSTALL-NO.
           MOVE PL-DUE-DATE(WS-PLAN-SUB)    TO IP-DUE-DATE.
           MOVE PL-AMOUNT(WS-PLAN-SUB)      TO IP-AMOUNT.
           MOVE PL-PAID-AMOUNT(WS-PLAN-SUB) TO IP-PAID-AMOUNT.
           MOVE PL-LATE-FEE-SW(WS-PLAN-SUB) TO IP-LATE-FEE-SW.
           MOVE PL-LATE-FEE(WS-PLAN-SUB)    TO IP-LATE-FEE.
           WRITE STUDENT-INSTALLMENT-REC.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES RECEIPTS READ AGAINST
      * RECEIPTS POSTED PLUS RECEIPTS REJECTED.
