      *                 TRANSACTION-AMOUNT AND BASE-CURRENCY TERMS.
      *                 RUNS RIGHT AFTER GL-RECAP HAS PROVED THE
      *                 EXTRACT BALANCES.
      * 2026-10-15 RSD  EVERY EXTRACT LINE CARRYING A LOAN ACCOUNT
      *                 NUMBER IS ALSO APPENDED, AS IS, TO THE GLACCHST
      *                 ACCOUNT-LEVEL GL HISTORY, SO THE MONTH-END
      *                 PROFITABILITY RUN CAN SEE A MONTH OF INCOME
      *                 AND FEE POSTINGS PER ACCOUNT.  THE STEP GATE
      *                 KEEPS A RERUN FROM APPENDING THE NIGHT TWICE.
      * 2026-10-15 RSD  BALANCES ARE NOW ALSO KEPT BY BRANCH, FROM THE
      *                 BRANCH EVERY EXTRACT LINE CARRIES, ON THE NEW
      *                 GLBRHST BRANCH BALANCE HISTORY, AND A BRANCH
      *                 TRIAL BALANCE (GLBRTB) PRINTS EACH BRANCH'S
      *                 ACCOUNTS WITH ITS CLOSING BASE NET, FOLLOWED BY
      *                 THE PROOF THAT THE INTER-BRANCH DUE-FROM AND
      *                 DUE-TO ACCOUNTS NET TO ZERO BANK-WIDE.  THE
      *                 ACCOUNT GL HISTORY LINE IS WIDENED TO 89.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT ACCOUNT-GL-HISTORY ASSIGN TO GLACCHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT TRIAL-BALANCE   ASSIGN TO GLTRIAL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRANCH-HISTORY  ASSIGN TO GLBRHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRH-FILE-STATUS.

           SELECT BRANCH-TRIAL    ASSIGN TO GLBRTB
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           RECORDING MODE IS F.
       COPY GLBALHST.

      *    A GLEXTRCT IMAGE, WRITTEN FROM THE EXTRACT RECORD.
       FD  ACCOUNT-GL-HISTORY
           RECORDING MODE IS F.
       01  ACCOUNT-GL-HIST-LINE    PIC X(89).

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(110).

       FD  BRANCH-HISTORY
           RECORDING MODE IS F.
       COPY GLBRHST.

       FD  BRANCH-TRIAL
           RECORDING MODE IS F.
       01  BRANCH-REPORT-LINE      PIC X(120).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.
              88 END-OF-EXTRACT             VALUE 'Y'.
           05 WS-BAL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-BRH-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BRANCH-BALANCES     VALUE 'Y'.
           05 WS-CHART-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CHART-FILE-STATUS    PIC X(02).
           88 CHART-FILE-NOT-FOUND         VALUE '35'.
       01  WS-ACH-FILE-STATUS      PIC X(02).
           88 ACH-FILE-NOT-FOUND           VALUE '35'.
       01  WS-BRH-FILE-STATUS      PIC X(02).
           88 BRH-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * BALANCE TABLE - THE WHOLE HISTORY IN STORAGE, TONIGHT'S
       01  WS-SEARCH-ACCOUNT       PIC X(10).
       01  WS-SEARCH-PERIOD        PIC 9(06).

      *----------------------------------------------------------------
      * BRANCH BALANCE TABLE - THE BRANCH HISTORY IN STORAGE THE SAME
      * WAY, KEYED ON BRANCH, ACCOUNT AND PERIOD.
      *----------------------------------------------------------------
       01  WS-BRB-TABLE-COUNT      PIC 9(05) VALUE 0.
       01  WS-BRB-TABLE-MAX        PIC 9(05) VALUE 10000.
       01  BRANCH-BALANCE-TABLE.
           05 BB-ENTRY OCCURS 10000 TIMES.
              10 BB-BRANCH         PIC X(04).
              10 BB-GL-ACCOUNT     PIC X(10).
              10 BB-PERIOD         PIC 9(06).
              10 BB-DEBITS         PIC 9(13)V99.
              10 BB-CREDITS        PIC 9(13)V99.
              10 BB-BASE-DEBITS    PIC 9(13)V99.
              10 BB-BASE-CREDITS   PIC 9(13)V99.
              10 BB-PRINTED-SW     PIC X(01).
       01  WS-BRB-SUB              PIC 9(05) COMP.
       01  WS-BRB-SCAN             PIC 9(05) COMP.
       01  WS-BRB-GATHER           PIC 9(05) COMP.
       01  WS-SEARCH-BRANCH        PIC X(04).

      *----------------------------------------------------------------
      * CHART TABLE - FOR THE TRIAL BALANCE'S ACCOUNT DESCRIPTIONS.
      *----------------------------------------------------------------
       01  WS-PRINTED-SW-TABLE.
           05 WS-PRINTED-SW        PIC X(01) OCCURS 5000 TIMES.

      *----------------------------------------------------------------
      * BRANCH TRIAL BALANCE AND INTER-BRANCH PROOF.  EVERY BRANCH'S
      * CLOSING BASE BALANCES NET TO ZERO ONCE GL-INTER-BRANCH HAS
      * SETTLED IT, AND THE DUE-FROM AND DUE-TO ACCOUNTS NET TO ZERO
      * ACROSS THE BANK, SINCE EVERY SETTLEMENT POSTS ONE OF EACH.
      *----------------------------------------------------------------
       01  WS-TB-BRANCH            PIC X(04).
       01  WS-BRANCH-CLOSING-BASE  PIC S9(13)V99.
       01  WS-GL-DUE-FROM          PIC X(10) VALUE "1900-IBDFR".
       01  WS-GL-DUE-TO            PIC X(10) VALUE "2900-IBDTO".
       01  WS-DUE-FROM-TOTAL       PIC S9(13)V99 VALUE 0.
       01  WS-DUE-TO-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-INTER-BRANCH-NET     PIC S9(13)V99.
       01  WS-BRANCHES-OUT         PIC 9(05) COMP VALUE 0.

       01  WS-COUNTS.
           05 WS-RECS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-RECS-APPLIED      PIC 9(7) COMP VALUE 0.
           05 WS-RECS-DROPPED      PIC 9(7) COMP VALUE 0.
           05 WS-RECS-ACCT-HIST    PIC 9(7) COMP VALUE 0.
           05 WS-RECS-BR-DROPPED   PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-CLOSING-BASE       PIC -ZZZ,ZZZ,ZZ9.99.

       01  BRANCH-HEADING-1.
           05 FILLER                PIC X(29) VALUE
              "BRANCH TRIAL BALANCE  PERIOD ".
           05 BH-PERIOD             PIC 9(06).

       01  BRANCH-HEADING-2.
           05 FILLER                PIC X(07) VALUE "BRANCH ".
           05 BH-BRANCH             PIC X(04).

       01  BRANCH-TOTAL-LINE.
           05 FILLER                PIC X(07) VALUE "BRANCH ".
           05 BT-BRANCH             PIC X(04).
           05 FILLER                PIC X(23) VALUE
              " CLOSING BASE NET".
           05 FILLER                PIC X(54) VALUE SPACES.
           05 BT-CLOSING-BASE       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BT-MSG                PIC X(12).

       01  PROOF-LINE.
           05 PF-LABEL              PIC X(34).
           05 FILLER                PIC X(54) VALUE SPACES.
           05 PF-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PF-MSG                PIC X(12).

       01  ACCT-HIST-NOTE-LINE.
           05 FILLER                PIC X(40) VALUE
              "LINES ADDED TO ACCOUNT GL HISTORY:      ".
           05 AN-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
           PERFORM 2000-APPLY-ONE-REC   THRU 2000-EXIT
               UNTIL END-OF-EXTRACT.
           PERFORM 4000-PRINT-TRIAL-BAL THRU 4000-EXIT.
           PERFORM 5000-PRINT-BRANCH-TRIAL THRU 5000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT TRIAL-BALANCE.
           OPEN OUTPUT BRANCH-TRIAL.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           WRITE BRANCH-REPORT-LINE FROM RUN-STAMP-LINE.
           MOVE WS-BUS-PERIOD TO BH-PERIOD.
           WRITE BRANCH-REPORT-LINE FROM BRANCH-HEADING-1.
           WRITE BRANCH-REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT GL-CHART.
           IF NOT CHART-FILE-NOT-FOUND
               PERFORM 1170-LOAD-ONE-CHART THRU 1170-EXIT
               CLOSE BALANCE-HISTORY
           END-IF.

           OPEN INPUT BRANCH-HISTORY.
           IF BRH-FILE-NOT-FOUND
               MOVE 'Y' TO WS-BRH-EOF-SW
           ELSE
               PERFORM 1150-LOAD-ONE-BRANCH-BAL THRU 1150-EXIT
                   UNTIL END-OF-BRANCH-BALANCES
               CLOSE BRANCH-HISTORY
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE BALANCE
      *    HISTORY FROM A TRUNCATED PICTURE - THE RUN STOPS WITH
      *    THE FILE UNTOUCHED SO THE LIMIT CAN BE RAISED.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "TABLE LIMIT HIT - GLBALHST AND GLBRHST "
                       "LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND ACCOUNT-GL-HISTORY.
           IF ACH-FILE-NOT-FOUND
               OPEN OUTPUT ACCOUNT-GL-HISTORY
           END-IF.

           OPEN INPUT GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-GL-EOF-SW
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-LOAD-ONE-BRANCH-BAL
      *----------------------------------------------------------------
       1150-LOAD-ONE-BRANCH-BAL.
           READ BRANCH-HISTORY
               AT END
                   MOVE 'Y' TO WS-BRH-EOF-SW
                   GO TO 1150-EXIT
           END-READ.

           IF WS-BRB-TABLE-COUNT >= WS-BRB-TABLE-MAX
               DISPLAY "BRANCH BALANCE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-BRH-EOF-SW
               GO TO 1150-EXIT
           END-IF.

           ADD 1 TO WS-BRB-TABLE-COUNT.
           MOVE WS-BRB-TABLE-COUNT TO WS-BRB-SUB.
           MOVE GR-BRANCH       TO BB-BRANCH(WS-BRB-SUB).
           MOVE GR-GL-ACCOUNT   TO BB-GL-ACCOUNT(WS-BRB-SUB).
           MOVE GR-PERIOD       TO BB-PERIOD(WS-BRB-SUB).
           MOVE GR-DEBITS       TO BB-DEBITS(WS-BRB-SUB).
           MOVE GR-CREDITS      TO BB-CREDITS(WS-BRB-SUB).
           MOVE GR-BASE-DEBITS  TO BB-BASE-DEBITS(WS-BRB-SUB).
           MOVE GR-BASE-CREDITS TO BB-BASE-CREDITS(WS-BRB-SUB).
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1170-LOAD-ONE-CHART
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * 2000-APPLY-ONE-REC - TONIGHT'S EXTRACT RECORD ROLLS INTO ITS
      * ACCOUNT-AND-PERIOD SLOT.  AN OLDER RECORD WITH A ZERO PERIOD
      * BOOKS TO THE BUSINESS PERIOD.  A LINE POSTED FOR A LOAN
      * ACCOUNT ALSO GOES ON THE ACCOUNT-LEVEL GL HISTORY, AND EVERY
      * LINE ALSO ROLLS INTO ITS BRANCH'S SLOT.
      *----------------------------------------------------------------
       2000-APPLY-ONE-REC.
           IF GL-ACCT-NO NOT = SPACES
               WRITE ACCOUNT-GL-HIST-LINE FROM GL-EXTRACT-REC
               ADD 1 TO WS-RECS-ACCT-HIST
           END-IF.

           MOVE GL-GL-ACCOUNT TO WS-SEARCH-ACCOUNT.
           IF GL-PERIOD = ZERO
               MOVE WS-BUS-PERIOD TO WS-SEARCH-PERIOD
               MOVE GL-PERIOD TO WS-SEARCH-PERIOD
           END-IF.

           PERFORM 2200-APPLY-TO-BRANCH THRU 2200-EXIT.

           PERFORM 2100-FIND-OR-ADD-SLOT THRU 2100-EXIT.
           IF WS-BAL-SUB = ZERO
               ADD 1 TO WS-RECS-DROPPED
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-APPLY-TO-BRANCH - THE SAME LINE INTO ITS BRANCH,
      * ACCOUNT AND PERIOD SLOT.  A FULL TABLE DROPS THE LINE FROM
      * THE BRANCH VIEW ONLY.
      *----------------------------------------------------------------
       2200-APPLY-TO-BRANCH.
           MOVE GL-BRANCH TO WS-SEARCH-BRANCH.
           PERFORM 2300-FIND-OR-ADD-BR-SLOT THRU 2300-EXIT.
           IF WS-BRB-SUB = ZERO
               ADD 1 TO WS-RECS-BR-DROPPED
               GO TO 2200-EXIT
           END-IF.

           IF GL-IS-DEBIT
               ADD GL-AMOUNT      TO BB-DEBITS(WS-BRB-SUB)
               ADD GL-BASE-AMOUNT TO BB-BASE-DEBITS(WS-BRB-SUB)
           ELSE
               ADD GL-AMOUNT      TO BB-CREDITS(WS-BRB-SUB)
               ADD GL-BASE-AMOUNT TO BB-BASE-CREDITS(WS-BRB-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-FIND-OR-ADD-BR-SLOT
      *----------------------------------------------------------------
       2300-FIND-OR-ADD-BR-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-BRB-SUB.
           PERFORM 2350-CHECK-ONE-BR-SLOT THRU 2350-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-BRB-SUB > WS-BRB-TABLE-COUNT.

           IF A-SLOT-WAS-FOUND
               GO TO 2300-EXIT
           END-IF.

           IF WS-BRB-TABLE-COUNT >= WS-BRB-TABLE-MAX
               MOVE ZERO TO WS-BRB-SUB
               GO TO 2300-EXIT
           END-IF.

           ADD 1 TO WS-BRB-TABLE-COUNT.
           MOVE WS-BRB-TABLE-COUNT TO WS-BRB-SUB.
           MOVE WS-SEARCH-BRANCH  TO BB-BRANCH(WS-BRB-SUB).
           MOVE WS-SEARCH-ACCOUNT TO BB-GL-ACCOUNT(WS-BRB-SUB).
           MOVE WS-SEARCH-PERIOD  TO BB-PERIOD(WS-BRB-SUB).
           MOVE ZERO TO BB-DEBITS(WS-BRB-SUB).
           MOVE ZERO TO BB-CREDITS(WS-BRB-SUB).
           MOVE ZERO TO BB-BASE-DEBITS(WS-BRB-SUB).
           MOVE ZERO TO BB-BASE-CREDITS(WS-BRB-SUB).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-CHECK-ONE-BR-SLOT
      *----------------------------------------------------------------
       2350-CHECK-ONE-BR-SLOT.
           IF BB-BRANCH(WS-BRB-SUB) = WS-SEARCH-BRANCH
              AND BB-GL-ACCOUNT(WS-BRB-SUB) = WS-SEARCH-ACCOUNT
              AND BB-PERIOD(WS-BRB-SUB) = WS-SEARCH-PERIOD
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-BRB-SUB
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-TRIAL-BAL - ONE LINE PER ACCOUNT SEEN IN THE
      * HISTORY: EARLIER PERIODS NETTED AS THE OPENING, THE BUSINESS
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-BRANCH-TRIAL - THE TRIAL BALANCE AGAIN FOR EACH
      * BRANCH, HEAD OFFICE PRINTING AS "HO", EACH CLOSED WITH ITS
      * BRANCH'S CLOSING BASE NET, THEN THE INTER-BRANCH PROOF.
      *----------------------------------------------------------------
       5000-PRINT-BRANCH-TRIAL.
           PERFORM 5050-CLEAR-ONE-BR-FLAG THRU 5050-EXIT
               VARYING WS-BRB-SUB FROM 1 BY 1
               UNTIL WS-BRB-SUB > WS-BRB-TABLE-COUNT.

           PERFORM 5100-PRINT-ONE-BRANCH THRU 5100-EXIT
               VARYING WS-BRB-SUB FROM 1 BY 1
               UNTIL WS-BRB-SUB > WS-BRB-TABLE-COUNT.

           PERFORM 5500-PRINT-PROOF THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5050-CLEAR-ONE-BR-FLAG
      *----------------------------------------------------------------
       5050-CLEAR-ONE-BR-FLAG.
           MOVE 'N' TO BB-PRINTED-SW(WS-BRB-SUB).
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-PRINT-ONE-BRANCH - THE FIRST UNPRINTED ROW FOR A BRANCH
      * PRINTS EVERY ACCOUNT OF THAT BRANCH.
      *----------------------------------------------------------------
       5100-PRINT-ONE-BRANCH.
           IF BB-PRINTED-SW(WS-BRB-SUB) = 'Y'
               GO TO 5100-EXIT
           END-IF.

           MOVE BB-BRANCH(WS-BRB-SUB) TO WS-TB-BRANCH.
           MOVE WS-TB-BRANCH TO BH-BRANCH BT-BRANCH.
           IF WS-TB-BRANCH = SPACES
               MOVE "HO  " TO BH-BRANCH BT-BRANCH
           END-IF.
           MOVE SPACES TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE FROM BRANCH-HEADING-2.

           MOVE ZERO TO WS-BRANCH-CLOSING-BASE.
           PERFORM 5200-PRINT-ONE-BR-ACCOUNT THRU 5200-EXIT
               VARYING WS-BRB-SCAN FROM WS-BRB-SUB BY 1
               UNTIL WS-BRB-SCAN > WS-BRB-TABLE-COUNT.

           MOVE WS-BRANCH-CLOSING-BASE TO BT-CLOSING-BASE.
           IF WS-BRANCH-CLOSING-BASE = ZERO
               MOVE "IN BALANCE" TO BT-MSG
           ELSE
               MOVE "OUT OF BAL" TO BT-MSG
               ADD 1 TO WS-BRANCHES-OUT
           END-IF.
           WRITE BRANCH-REPORT-LINE FROM BRANCH-TOTAL-LINE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-PRINT-ONE-BR-ACCOUNT - THE FIRST UNPRINTED ROW OF AN
      * ACCOUNT IN THE BRANCH GATHERS EVERY PERIOD OF IT.
      *----------------------------------------------------------------
       5200-PRINT-ONE-BR-ACCOUNT.
           IF BB-PRINTED-SW(WS-BRB-SCAN) = 'Y'
              OR BB-BRANCH(WS-BRB-SCAN) NOT = WS-TB-BRANCH
               GO TO 5200-EXIT
           END-IF.

           MOVE BB-GL-ACCOUNT(WS-BRB-SCAN) TO WS-TB-ACCOUNT.
           MOVE ZERO TO WS-OPENING-NET  WS-MOVEMENT-NET.
           MOVE ZERO TO WS-OPENING-BASE WS-MOVEMENT-BASE.

           PERFORM 5300-GATHER-ONE-BR-ROW THRU 5300-EXIT
               VARYING WS-BRB-GATHER FROM WS-BRB-SCAN BY 1
               UNTIL WS-BRB-GATHER > WS-BRB-TABLE-COUNT.

           COMPUTE WS-CLOSING-NET =
               WS-OPENING-NET + WS-MOVEMENT-NET.
           COMPUTE WS-CLOSING-BASE =
               WS-OPENING-BASE + WS-MOVEMENT-BASE.
           ADD WS-CLOSING-BASE TO WS-BRANCH-CLOSING-BASE.

           EVALUATE WS-TB-ACCOUNT
               WHEN WS-GL-DUE-FROM
                   ADD WS-CLOSING-BASE TO WS-DUE-FROM-TOTAL
               WHEN WS-GL-DUE-TO
                   ADD WS-CLOSING-BASE TO WS-DUE-TO-TOTAL
           END-EVALUATE.

           PERFORM 4300-LOOKUP-DESCRIPTION THRU 4300-EXIT.

           MOVE WS-TB-ACCOUNT   TO RD-GL-ACCOUNT.
           MOVE WS-TB-DESC      TO RD-DESC.
           MOVE WS-OPENING-NET  TO RD-OPENING.
           MOVE WS-MOVEMENT-NET TO RD-MOVEMENT.
           MOVE WS-CLOSING-NET  TO RD-CLOSING.
           MOVE WS-CLOSING-BASE TO RD-CLOSING-BASE.
           WRITE BRANCH-REPORT-LINE FROM REPORT-DETAIL.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-GATHER-ONE-BR-ROW
      *----------------------------------------------------------------
       5300-GATHER-ONE-BR-ROW.
           IF BB-BRANCH(WS-BRB-GATHER) NOT = WS-TB-BRANCH
              OR BB-GL-ACCOUNT(WS-BRB-GATHER) NOT = WS-TB-ACCOUNT
               GO TO 5300-EXIT
           END-IF.

           IF BB-PERIOD(WS-BRB-GATHER) < WS-BUS-PERIOD
               COMPUTE WS-OPENING-NET = WS-OPENING-NET
                   + BB-DEBITS(WS-BRB-GATHER)
                   - BB-CREDITS(WS-BRB-GATHER)
               COMPUTE WS-OPENING-BASE = WS-OPENING-BASE
                   + BB-BASE-DEBITS(WS-BRB-GATHER)
                   - BB-BASE-CREDITS(WS-BRB-GATHER)
           ELSE
               COMPUTE WS-MOVEMENT-NET = WS-MOVEMENT-NET
                   + BB-DEBITS(WS-BRB-GATHER)
                   - BB-CREDITS(WS-BRB-GATHER)
               COMPUTE WS-MOVEMENT-BASE = WS-MOVEMENT-BASE
                   + BB-BASE-DEBITS(WS-BRB-GATHER)
                   - BB-BASE-CREDITS(WS-BRB-GATHER)
           END-IF.

           MOVE 'Y' TO BB-PRINTED-SW(WS-BRB-GATHER).
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-PRINT-PROOF - THE DUE-FROM AND DUE-TO BALANCES SUMMED
      * ACROSS EVERY BRANCH MUST NET TO ZERO.  A FAILED PROOF, OR A
      * BRANCH OUT OF BALANCE, IS FLAGGED ON THE REPORT AND THE
      * CONSOLE FOR THE LEDGER TEAM; THE STEP STILL COMPLETES, SINCE
      * THE NIGHT'S BALANCES HAVE ALREADY BEEN TAKEN UP.
      *----------------------------------------------------------------
       5500-PRINT-PROOF.
           MOVE SPACES TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.

           MOVE "INTER-BRANCH DUE-FROM, ALL BRANCHES" TO PF-LABEL.
           MOVE WS-DUE-FROM-TOTAL TO PF-AMOUNT.
           MOVE SPACES TO PF-MSG.
           WRITE BRANCH-REPORT-LINE FROM PROOF-LINE.

           MOVE "INTER-BRANCH DUE-TO, ALL BRANCHES" TO PF-LABEL.
           MOVE WS-DUE-TO-TOTAL TO PF-AMOUNT.
           WRITE BRANCH-REPORT-LINE FROM PROOF-LINE.

           COMPUTE WS-INTER-BRANCH-NET =
               WS-DUE-FROM-TOTAL + WS-DUE-TO-TOTAL.
           MOVE "INTER-BRANCH NET, BANK-WIDE" TO PF-LABEL.
           MOVE WS-INTER-BRANCH-NET TO PF-AMOUNT.
           IF WS-INTER-BRANCH-NET = ZERO
               MOVE "NETS TO ZERO" TO PF-MSG
           ELSE
               MOVE "DOES NOT NET" TO PF-MSG
               DISPLAY "INTER-BRANCH ACCOUNTS DO NOT NET TO ZERO - "
                       "SEE GLBRTB"
           END-IF.
           WRITE BRANCH-REPORT-LINE FROM PROOF-LINE.

           IF WS-BRANCHES-OUT > ZERO
               DISPLAY "BRANCH TRIAL BALANCE HAS BRANCHES OUT OF "
                       "BALANCE - SEE GLBRTB"
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-EXTRACT
      *----------------------------------------------------------------
      * HISTORY.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-RECS-ACCT-HIST TO AN-COUNT.
           WRITE REPORT-LINE FROM ACCT-HIST-NOTE-LINE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT BALANCE-HISTORY.
               UNTIL WS-BAL-SUB > WS-BAL-TABLE-COUNT.
           CLOSE BALANCE-HISTORY.

           OPEN OUTPUT BRANCH-HISTORY.
           PERFORM 9150-WRITE-ONE-BRANCH-BAL THRU 9150-EXIT
               VARYING WS-BRB-SUB FROM 1 BY 1
               UNTIL WS-BRB-SUB > WS-BRB-TABLE-COUNT.
           CLOSE BRANCH-HISTORY.
           CLOSE ACCOUNT-GL-HISTORY.

           IF NOT GL-FILE-NOT-FOUND
               CLOSE GL-EXTRACT
           END-IF.
           CLOSE TRIAL-BALANCE.
           CLOSE BRANCH-TRIAL.
       9000-EXIT.
           EXIT.

       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9150-WRITE-ONE-BRANCH-BAL
      *----------------------------------------------------------------
       9150-WRITE-ONE-BRANCH-BAL.
           MOVE BB-BRANCH(WS-BRB-SUB)       TO GR-BRANCH.
           MOVE BB-GL-ACCOUNT(WS-BRB-SUB)   TO GR-GL-ACCOUNT.
           MOVE BB-PERIOD(WS-BRB-SUB)       TO GR-PERIOD.
           MOVE BB-DEBITS(WS-BRB-SUB)       TO GR-DEBITS.
           MOVE BB-CREDITS(WS-BRB-SUB)      TO GR-CREDITS.
           MOVE BB-BASE-DEBITS(WS-BRB-SUB)  TO GR-BASE-DEBITS.
           MOVE BB-BASE-CREDITS(WS-BRB-SUB) TO GR-BASE-CREDITS.
           WRITE GL-BRANCH-BAL-REC.
       9150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES EXTRACT RECORDS READ
      * AGAINST RECORDS APPLIED PLUS RECORDS DROPPED FOR A FULL
