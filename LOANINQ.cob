      *                 READS AN ACCOUNT MID-POSTING.  A STALE LOCK
      *                 CAN BE DELIBERATELY OVERRIDDEN, AND THE
      *                 OVERRIDE GOES ON SYSAUDIT.
      * 2026-10-15 RSD  THE INQUIRY NOW LISTS THE ACCOUNT'S ITEMS ON
      *                 THE COLLATERAL REGISTER - TYPE, DESCRIPTION,
      *                 APPRAISED VALUE AND DATE, LIEN POSITION - WITH
      *                 THE TOTAL AND THE LOAN-TO-VALUE PERCENT OF THE
      *                 BALANCE.  THE REGISTER IS LOADED AT START-UP.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V') IS
      *                 SHOWN AT ITS OWN LM-RATE, AS ARM-RESET LAST
      *                 SET IT, AND NEVER LOOKS UP LM-RATE-CODE.
      * 2026-10-15 RSD  PAYMENTS THE TELLERS HAVE MEMO-POSTED TODAY
      *                 (PAYMEMO.CPY) ARE SHOWN UNDER THE PRINCIPAL AS
      *                 PENDING TODAY - COUNT, AMOUNT, AND THE BALANCE
      *                 AFTER THEM - SO A CUSTOMER WHO PAID THIS
      *                 MORNING IS NOT QUOTED THE MORNING BALANCE.
      *                 THE MEMO FILE IS RE-READ ON EVERY INQUIRY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT CURRENCY-MASTER ASSIGN TO CURRMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-FILE-STATUS.

           SELECT PAYMENT-MEMO    ASSIGN TO PAYMEMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           RECORDING MODE IS F.
       COPY CURRMSTR.

       FD  COLLATERAL-FILE
           RECORDING MODE IS F.
       COPY COLLATRL.

       FD  PAYMENT-MEMO
           RECORDING MODE IS F.
       COPY PAYMEMO.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.
           05 WS-COMPUTE-SW        PIC X(01) VALUE 'Y'.
              88 COMPUTE-IS-CLEAN           VALUE 'Y'.
              88 COMPUTE-OVERFLOWED         VALUE 'N'.
           05 WS-COLL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-COLLATERAL          VALUE 'Y'.
           05 WS-MEMO-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-MEMOS               VALUE 'Y'.

       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-COLL-FILE-STATUS     PIC X(02).
           88 COLL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MEMO-FILE-STATUS     PIC X(02).
           88 MEMO-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - SAME EFFECTIVE-DATED LOOKUP THE INTEREST
       01  WS-CURRENCY-CODE        PIC X(03).
       01  WS-CURRENCY-SYM         PIC X(03).

      *----------------------------------------------------------------
      * COLLATERAL REGISTER TABLE - THE WHOLE REGISTER, IN THE
      * ACCOUNT/ITEM ORDER COLLATERAL-MAINT KEEPS IT.  A REGISTER
      * LONGER THAN THE TABLE IS TRUNCATED WITH A WARNING; THE
      * INQUIRY STILL RUNS.
      *----------------------------------------------------------------
       01  WS-COLL-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-COLL-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  COLLATERAL-TABLE.
           05 COLL-ENTRY OCCURS 5000 TIMES.
              10 COLL-IMAGE        PIC X(60).
       01  WS-COLL-SUB             PIC 9(04) COMP.
       01  WS-ITEM-COUNT           PIC 9(03) COMP.
       01  WS-COLL-TOTAL           PIC 9(11)V99.
       01  WS-LTV-PCT              PIC 9(4)V99.

      *----------------------------------------------------------------
      * PAYMENTS MEMO-POSTED TODAY AND NOT YET POSTED TO THE MASTER.
      *----------------------------------------------------------------
       01  WS-PENDING-COUNT        PIC 9(05) COMP.
       01  WS-PENDING-AMT          PIC 9(9)V99.
       01  WS-NET-BALANCE          PIC S9(9)V99.

      *----------------------------------------------------------------
      * OPERATOR ENTRIES AND COMPUTE WORK FIGURES.
      *----------------------------------------------------------------
           05 FILLER                PIC X(16) VALUE " MATURITY VALUE=".
           05 IQ-MATURITY           PIC ZZZ,ZZZ,ZZ9.99.

       01  INQ-PENDING-LINE.
           05 FILLER                PIC X(15) VALUE
              "PENDING TODAY: ".
           05 IQ-PENDING-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE " PAYMENT(S)".
           05 FILLER                PIC X(08) VALUE " AMOUNT=".
           05 IQ-PENDING-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(17) VALUE
              "  BALANCE AFTER =".
           05 IQ-NET-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.

       01  INQ-COLL-LINE.
           05 FILLER                PIC X(07) VALUE "  ITEM ".
           05 IQ-ITEM-NO            PIC 99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 IQ-ITEM-TYPE          PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 IQ-ITEM-DESC          PIC X(30).
           05 FILLER                PIC X(07) VALUE " VALUE=".
           05 IQ-ITEM-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE " APPRAISED".
           05 FILLER                PIC X(01) VALUE "=".
           05 IQ-ITEM-DATE          PIC 9(08).
           05 FILLER                PIC X(06) VALUE " LIEN=".
           05 IQ-ITEM-LIEN          PIC 9.

       01  INQ-COLL-TOTAL.
           05 FILLER                PIC X(17) VALUE
              "COLLATERAL ITEMS=".
           05 IQ-ITEM-COUNT         PIC ZZ9.
           05 FILLER                PIC X(13) VALUE " TOTAL VALUE=".
           05 IQ-COLL-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(06) VALUE " LTV%=".
           05 IQ-LTV-PCT            PIC ZZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
           OPEN INPUT LOAN-MASTER
           OPEN INPUT RATE-MASTER
           OPEN INPUT CURRENCY-MASTER.
           OPEN INPUT COLLATERAL-FILE.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
           PERFORM 1150-LOAD-CURRENCY-MASTER THRU 1150-EXIT
               UNTIL END-OF-CURRENCY-MASTER.
           CLOSE CURRENCY-MASTER.

      *    NO REGISTER YET MEANS NO ACCOUNT SHOWS COLLATERAL.
           IF COLL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-COLL-EOF-SW
           ELSE
               PERFORM 1200-LOAD-COLLATERAL THRU 1200-EXIT
                   UNTIL END-OF-COLLATERAL
               CLOSE COLLATERAL-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-COLLATERAL
      *----------------------------------------------------------------
       1200-LOAD-COLLATERAL.
           READ COLLATERAL-FILE
               AT END
                   MOVE 'Y' TO WS-COLL-EOF-SW
               NOT AT END
                   IF WS-COLL-TABLE-COUNT < WS-COLL-TABLE-MAX
                       ADD 1 TO WS-COLL-TABLE-COUNT
                       MOVE COLLATERAL-REC
                           TO COLL-IMAGE(WS-COLL-TABLE-COUNT)
                   ELSE
                       DISPLAY "COLLATERAL TABLE FULL - REGISTER "
                           "SHOWN ONLY IN PART"
                       MOVE 'Y' TO WS-COLL-EOF-SW
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-INQUIRE-ONE - ONE FULL INQUIRY: READ BY KEY, RESOLVE THE
      * RATE AND CURRENCY, COMPUTE THE MATURITY VALUE, DISPLAY, AND
           END-IF.

           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               MOVE 'N'  TO WS-RATE-FOUND-SW
               MOVE ZERO TO WS-BEST-EFFECT-DATE
               PERFORM 3100-SEARCH-RATE THRU 3100-EXIT
           MOVE LM-ACCT-NO        TO IQ-ACCT-NO.
           MOVE LM-PRINCIPAL      TO IQ-PRINCIPAL.
           DISPLAY INQ-LINE-1.
           PERFORM 4050-DISPLAY-PENDING THRU 4050-EXIT.

           MOVE LM-RATE           TO IQ-RATE.
           MOVE LM-RATE-CODE      TO IQ-RATE-CODE.
           IF COMPUTE-OVERFLOWED
               DISPLAY "MATURITY VALUE OVERFLOWED - SHOWN AS ZERO"
           END-IF.

           PERFORM 4100-DISPLAY-COLLATERAL THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4050-DISPLAY-PENDING - TODAY'S TELLER MEMOS FOR THE ACCOUNT,
      * AGAINST THE BALANCE (PRINCIPAL PLUS ACCRUED INTEREST) THE
      * MASTER CARRIED THIS MORNING.  THE FILE IS OPENED AND CLOSED
      * EACH TIME SO A MEMO TAKEN A MINUTE AGO SHOWS; NO FILE OR NO
      * MEMO FOR THE ACCOUNT SHOWS NO LINE.
      *----------------------------------------------------------------
       4050-DISPLAY-PENDING.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-PENDING-AMT.
           MOVE 'N'  TO WS-MEMO-EOF-SW.

           OPEN INPUT PAYMENT-MEMO.
           IF MEMO-FILE-NOT-FOUND
               GO TO 4050-EXIT
           END-IF.
           PERFORM 4060-SCAN-ONE-MEMO THRU 4060-EXIT
               UNTIL END-OF-MEMOS.
           CLOSE PAYMENT-MEMO.

           IF WS-PENDING-COUNT = ZERO
               GO TO 4050-EXIT
           END-IF.

           COMPUTE WS-NET-BALANCE =
               LM-PRINCIPAL + LM-ACCRUED-INT - WS-PENDING-AMT.
           MOVE WS-PENDING-COUNT TO IQ-PENDING-COUNT.
           MOVE WS-PENDING-AMT   TO IQ-PENDING-AMT.
           MOVE WS-NET-BALANCE   TO IQ-NET-BALANCE.
           DISPLAY INQ-PENDING-LINE.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4060-SCAN-ONE-MEMO
      *----------------------------------------------------------------
       4060-SCAN-ONE-MEMO.
           READ PAYMENT-MEMO
               AT END
                   MOVE 'Y' TO WS-MEMO-EOF-SW
               NOT AT END
                   IF PM-ACCT-NO = LM-ACCT-NO
                       ADD 1         TO WS-PENDING-COUNT
                       ADD PM-AMOUNT TO WS-PENDING-AMT
                   END-IF
           END-READ.
       4060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-DISPLAY-COLLATERAL - ONE LINE PER REGISTER ITEM FOR THE
      * ACCOUNT, THEN THE TOTAL AND THE LOAN-TO-VALUE OF THE BALANCE
      * (PRINCIPAL PLUS ACCRUED INTEREST) THE WAY LTV-REPORT WORKS IT.
      *----------------------------------------------------------------
       4100-DISPLAY-COLLATERAL.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-COLL-TOTAL.
           PERFORM 4150-DISPLAY-ONE-ITEM THRU 4150-EXIT
               VARYING WS-COLL-SUB FROM 1 BY 1
               UNTIL WS-COLL-SUB > WS-COLL-TABLE-COUNT.

           IF WS-ITEM-COUNT = ZERO
               DISPLAY "NO COLLATERAL ON FILE"
               GO TO 4100-EXIT
           END-IF.

           IF WS-COLL-TOTAL = ZERO
               MOVE 9999.99 TO WS-LTV-PCT
           ELSE
               COMPUTE WS-LTV-PCT ROUNDED =
                   (LM-PRINCIPAL + LM-ACCRUED-INT) * 100
                   / WS-COLL-TOTAL
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-LTV-PCT
               END-COMPUTE
           END-IF.

           MOVE WS-ITEM-COUNT TO IQ-ITEM-COUNT.
           MOVE WS-COLL-TOTAL TO IQ-COLL-TOTAL.
           MOVE WS-LTV-PCT    TO IQ-LTV-PCT.
           DISPLAY INQ-COLL-TOTAL.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4150-DISPLAY-ONE-ITEM
      *----------------------------------------------------------------
       4150-DISPLAY-ONE-ITEM.
           MOVE COLL-IMAGE(WS-COLL-SUB) TO COLLATERAL-REC.
           IF CL-ACCT-NO NOT = LM-ACCT-NO
               GO TO 4150-EXIT
           END-IF.

           ADD 1                  TO WS-ITEM-COUNT.
           ADD CL-APPRAISED-VALUE TO WS-COLL-TOTAL.
           MOVE CL-ITEM-NO         TO IQ-ITEM-NO.
           MOVE CL-TYPE            TO IQ-ITEM-TYPE.
           MOVE CL-DESCRIPTION     TO IQ-ITEM-DESC.
           MOVE CL-APPRAISED-VALUE TO IQ-ITEM-VALUE.
           MOVE CL-APPRAISAL-DATE  TO IQ-ITEM-DATE.
           MOVE CL-LIEN-POSITION   TO IQ-ITEM-LIEN.
           DISPLAY INQ-COLL-LINE.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-AUDIT-RECORD - ONE AUDIT-LOG ENTRY PER INQUIRY,
      * STAMPED THE SAME WAY UTIL-MENU STAMPS ITS SELECTIONS.  THE
