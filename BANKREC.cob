       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  DAILY BANK RECONCILIATION OF
      *                 THE CASH LEDGER ACCOUNT.  PAYMENT-POST,
      *                 DISBURSE-RUN, PAYOFF-SETTLE, SCHOLAR-DISBURSE,
      *                 SUSPENSE-RESOLVE AND THE REST ALL POST TO CASH
      *                 ON THE CIGLPOST EXTRACT; THIS STEP PROVES THOSE
      *                 POSTINGS AGAINST WHAT ACTUALLY CLEARED THE
      *                 BANK.  THE NIGHT'S CASH LINES ARE SUMMED PER
      *                 REFERENCE AND DIRECTION (ONE BORROWER PAYMENT
      *                 IS SPLIT ACROSS INTEREST, PRINCIPAL AND ESCROW
      *                 LINES ON THE EXTRACT BUT IS ONE DEPOSIT AT THE
      *                 BANK) AND MATCHED TO THE STATEMENT BY AMOUNT
      *                 AND DATE WINDOW - ON REFERENCE FIRST, THEN ON
      *                 AMOUNT ALONE.  WHATEVER DOES NOT MATCH IS
      *                 CARRIED ON THE BANKOUT FILE TO THE NEXT NIGHT,
      *                 REPORTED STALE PAST THE BANKRCTL AGE, AND THE
      *                 REPORT CLOSES THE BANK'S ENDING BALANCE TO THE
      *                 BOOK CASH BALANCE ON GLBALHST.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT  ASSIGN TO BANKSTMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT BALANCE-HISTORY ASSIGN TO GLBALHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RECON-CONTROL   ASSIGN TO BANKRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT OUTSTANDING-FILE ASSIGN TO BANKOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT RECON-REPORT    ASSIGN TO BANKRECR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT
           RECORDING MODE IS F.
       COPY BANKSTMT.

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  BALANCE-HISTORY
           RECORDING MODE IS F.
       COPY GLBALHST.

       FD  RECON-CONTROL
           RECORDING MODE IS F.
       COPY BANKRCTL.

       FD  OUTSTANDING-FILE
           RECORDING MODE IS F.
       COPY BANKOUT.

       FD  RECON-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

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
       01  WS-BUS-DAY-INT          PIC S9(08) COMP.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-STMT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-STATEMENT           VALUE 'Y'.
           05 WS-GL-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-GL                  VALUE 'Y'.
           05 WS-BAL-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-OUT-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-OUTSTANDING         VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-FOUND-SW           PIC X(01).
              88 ITEM-WAS-FOUND             VALUE 'Y'.
           05 WS-ENDING-BAL-SW      PIC X(01) VALUE 'N'.
              88 ENDING-BALANCE-RECEIVED    VALUE 'Y'.
           05 WS-BOOK-BAL-SW        PIC X(01) VALUE 'N'.
              88 BOOK-BALANCE-AVAILABLE     VALUE 'Y'.
           05 WS-PASS-SW            PIC X(01).
              88 MATCHING-ON-REFERENCE      VALUE 'R'.
              88 MATCHING-ON-AMOUNT         VALUE 'A'.

       01  WS-STMT-FILE-STATUS      PIC X(02).
           88 STMT-FILE-NOT-FOUND          VALUE '35'.
       01  WS-GL-FILE-STATUS        PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-BAL-FILE-STATUS       PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CTL-FILE-STATUS       PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-OUT-FILE-STATUS       PIC X(02).
           88 OUT-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * RECONCILIATION PARAMETERS - FROM BANKRCTL, WITH DEFAULTS.
      *----------------------------------------------------------------
       01  WS-CASH-ACCOUNT          PIC X(10) VALUE "1010-CASH ".
       01  WS-DATE-WINDOW           PIC 9(02) VALUE 3.
       01  WS-STALE-DAYS            PIC 9(03) VALUE 30.

      *----------------------------------------------------------------
      * ITEM TABLE - LAST NIGHT'S OUTSTANDING ITEMS, TONIGHT'S BOOK
      * CASH POSTINGS (SUMMED PER REFERENCE AND DIRECTION) AND
      * TONIGHT'S STATEMENT LINES, ALL IN ONE TABLE FOR MATCHING.
      *----------------------------------------------------------------
       01  WS-ITEM-COUNT            PIC 9(04) VALUE 0.
       01  WS-ITEM-MAX              PIC 9(04) VALUE 5000.
       01  ITEM-TABLE.
           05 IT-ENTRY OCCURS 5000 TIMES.
              10 IT-SOURCE          PIC X(01).
              10 IT-DATE            PIC 9(08).
              10 IT-DAY-INT         PIC S9(08) COMP.
              10 IT-AMOUNT          PIC 9(11)V99.
              10 IT-DIRECTION       PIC X(01).
              10 IT-REFERENCE       PIC X(16).
              10 IT-CARRIED-SW      PIC X(01).
              10 IT-MATCHED-SW      PIC X(01).
              10 IT-MATCH-SUB       PIC 9(04) COMP.
              10 IT-MATCH-BASIS     PIC X(01).
       01  WS-ITEM-SUB              PIC 9(04) COMP.
       01  WS-BOOK-SUB              PIC 9(04) COMP.
       01  WS-STMT-SUB              PIC 9(04) COMP.

       01  WS-NEW-SOURCE            PIC X(01).
       01  WS-NEW-DATE              PIC 9(08).
       01  WS-NEW-AMOUNT            PIC 9(11)V99.
       01  WS-NEW-DIRECTION         PIC X(01).
       01  WS-NEW-REFERENCE         PIC X(16).
       01  WS-POST-AMOUNT           PIC 9(11)V99.
       01  WS-DAY-GAP               PIC S9(08) COMP.
       01  WS-ITEM-AGE              PIC S9(08) COMP.

      *----------------------------------------------------------------
      * BALANCES AND OUTSTANDING TOTALS FOR THE CLOSING.
      *----------------------------------------------------------------
       01  WS-ENDING-BALANCE        PIC S9(13)V99 VALUE 0.
       01  WS-STMT-DATE             PIC 9(08) VALUE 0.
       01  WS-BOOK-BALANCE          PIC S9(13)V99 VALUE 0.
       01  WS-ADJ-BANK-BALANCE      PIC S9(13)V99 VALUE 0.
       01  WS-ADJ-BOOK-BALANCE      PIC S9(13)V99 VALUE 0.
       01  WS-DIFFERENCE            PIC S9(13)V99 VALUE 0.
       01  WS-OUTSTANDING-TOTALS.
           05 WS-BOOK-IN-OPEN       PIC 9(13)V99 VALUE 0.
           05 WS-BOOK-OUT-OPEN      PIC 9(13)V99 VALUE 0.
           05 WS-STMT-IN-OPEN       PIC 9(13)V99 VALUE 0.
           05 WS-STMT-OUT-OPEN      PIC 9(13)V99 VALUE 0.
           05 WS-MATCHED-AMOUNT     PIC 9(13)V99 VALUE 0.
           05 WS-STALE-AMOUNT       PIC 9(13)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-STMT-LINES-READ    PIC 9(7) COMP VALUE 0.
           05 WS-CASH-LINES-READ    PIC 9(7) COMP VALUE 0.
           05 WS-ITEMS-CARRIED-IN   PIC 9(7) COMP VALUE 0.
           05 WS-BOOK-ITEMS         PIC 9(7) COMP VALUE 0.
           05 WS-STMT-ITEMS         PIC 9(7) COMP VALUE 0.
           05 WS-BOOK-MATCHED       PIC 9(7) COMP VALUE 0.
           05 WS-STMT-MATCHED       PIC 9(7) COMP VALUE 0.
           05 WS-BOOK-OPEN          PIC 9(7) COMP VALUE 0.
           05 WS-STMT-OPEN          PIC 9(7) COMP VALUE 0.
           05 WS-STALE-COUNT        PIC 9(7) COMP VALUE 0.
           05 WS-BOOK-IN-COUNT      PIC 9(7) COMP VALUE 0.
           05 WS-BOOK-OUT-COUNT     PIC 9(7) COMP VALUE 0.
           05 WS-STMT-IN-COUNT      PIC 9(7) COMP VALUE 0.
           05 WS-STMT-OUT-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-STALE-DAYS-SHOWN      PIC ZZ9.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "BNKREC".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "BANK RECONCILIATION - ACCOUNT ".
           05 RH-CASH-ACCOUNT       PIC X(10).
           05 FILLER                PIC X(18) VALUE
              "  STATEMENT DATE  ".
           05 RH-STMT-DATE          PIC 9(08).

       01  SECTION-HEADING.
           05 SH-TITLE              PIC X(60).

       01  MATCH-HEADING.
           05 FILLER                PIC X(10) VALUE "BANK DATE ".
           05 FILLER                PIC X(10) VALUE "BOOK DATE ".
           05 FILLER                PIC X(05) VALUE "DIR  ".
           05 FILLER                PIC X(19) VALUE
              "             AMOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE "REFERENCE".
           05 FILLER                PIC X(09) VALUE "MATCHED".

       01  MATCH-DETAIL.
           05 MD-BANK-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MD-BOOK-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MD-DIRECTION          PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MD-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 MD-REFERENCE          PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MD-BASIS              PIC X(12).

       01  OPEN-HEADING.
           05 FILLER                PIC X(10) VALUE "ITEM DATE ".
           05 FILLER                PIC X(06) VALUE "  AGE ".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "DIR  ".
           05 FILLER                PIC X(19) VALUE
              "             AMOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE "REFERENCE".
           05 FILLER                PIC X(06) VALUE "STATUS".

       01  OPEN-DETAIL.
           05 OD-ITEM-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OD-AGE                PIC ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 OD-DIRECTION          PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OD-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 OD-REFERENCE          PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OD-STATUS             PIC X(12).

       01  SECTION-TOTAL-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 ST-LABEL              PIC X(30).
           05 ST-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ST-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  CLOSING-LINE.
           05 CL-LABEL              PIC X(40).
           05 CL-AMOUNT             PIC --,---,---,--9.99.

       01  CLOSING-RESULT-LINE.
           05 FILLER                PIC X(40) VALUE SPACES.
           05 CR-RESULT             PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "BNKREC  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-MATCH-ITEMS      THRU 2000-EXIT.
           PERFORM 3000-WRITE-REPORT     THRU 3000-EXIT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-STMT-LINES-READ TO RQ-RECORD-COUNT
               MOVE WS-STMT-MATCHED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - LOADS LAST NIGHT'S OUTSTANDING ITEMS,
      * TONIGHT'S CASH POSTINGS AND TONIGHT'S STATEMENT INTO THE ITEM
      * TABLE, AND THE BOOK CASH BALANCE FROM THE BALANCE HISTORY.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT RECON-REPORT.
           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           COMPUTE WS-BUS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           PERFORM 1100-READ-CONTROL THRU 1100-EXIT.

           OPEN INPUT OUTSTANDING-FILE.
           IF OUT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-OUT-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ONE-OUTSTANDING THRU 1200-EXIT
                   UNTIL END-OF-OUTSTANDING
               CLOSE OUTSTANDING-FILE
           END-IF.

           OPEN INPUT GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-GL-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-CASH-POSTING THRU 1300-EXIT
                   UNTIL END-OF-GL
               CLOSE GL-EXTRACT
           END-IF.

           OPEN INPUT BANK-STATEMENT.
           IF STMT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-STMT-EOF-SW
           ELSE
               PERFORM 1400-LOAD-ONE-STATEMENT-LINE THRU 1400-EXIT
                   UNTIL END-OF-STATEMENT
               CLOSE BANK-STATEMENT
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE OUTSTANDING
      *    FILE FROM A TRUNCATED PICTURE - THE RUN STOPS WITH IT
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - BANKOUT LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE RECON-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BALANCE-HISTORY.
           IF BAL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-BAL-EOF-SW
           ELSE
               MOVE 'Y' TO WS-BOOK-BAL-SW
               PERFORM 1500-ADD-ONE-BALANCE THRU 1500-EXIT
                   UNTIL END-OF-BALANCES
               CLOSE BALANCE-HISTORY
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE RECONCILIATION REPORT.
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
      * 1100-READ-CONTROL - A MISSING RECORD OR A ZERO FIELD KEEPS
      * THE DEFAULT.
      *----------------------------------------------------------------
       1100-READ-CONTROL.
           OPEN INPUT RECON-CONTROL.
           IF CTL-FILE-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.

           READ RECON-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF BC-CASH-ACCOUNT NOT = SPACES
                       MOVE BC-CASH-ACCOUNT TO WS-CASH-ACCOUNT
                   END-IF
                   IF BC-DATE-WINDOW IS NUMERIC
                      AND BC-DATE-WINDOW > ZERO
                       MOVE BC-DATE-WINDOW TO WS-DATE-WINDOW
                   END-IF
                   IF BC-STALE-DAYS IS NUMERIC
                      AND BC-STALE-DAYS > ZERO
                       MOVE BC-STALE-DAYS TO WS-STALE-DAYS
                   END-IF
           END-READ.
           CLOSE RECON-CONTROL.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-OUTSTANDING
      *----------------------------------------------------------------
       1200-LOAD-ONE-OUTSTANDING.
           READ OUTSTANDING-FILE
               AT END
                   MOVE 'Y' TO WS-OUT-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           MOVE BO-SOURCE    TO WS-NEW-SOURCE.
           MOVE BO-ITEM-DATE TO WS-NEW-DATE.
           MOVE BO-AMOUNT    TO WS-NEW-AMOUNT.
           MOVE BO-DIRECTION TO WS-NEW-DIRECTION.
           MOVE BO-REFERENCE TO WS-NEW-REFERENCE.
           PERFORM 1600-ADD-ITEM THRU 1600-EXIT.
           IF NOT THE-LOAD-OVERFLOWED
               MOVE 'Y' TO IT-CARRIED-SW(WS-ITEM-COUNT)
               ADD 1 TO WS-ITEMS-CARRIED-IN
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-CASH-POSTING - ONLY THE CASH ACCOUNT'S LINES.
      * A CASH DEBIT IS MONEY IN, A CASH CREDIT MONEY OUT.  LINES FOR
      * THE SAME REFERENCE AND DIRECTION ARE SUMMED INTO ONE BOOK
      * ITEM, SINCE THE BANK SEES THE PAYMENT OR DISBURSEMENT WHOLE.
      * A FOREIGN-CURRENCY POSTING IS TAKEN AT ITS BASE AMOUNT.
      *----------------------------------------------------------------
       1300-LOAD-ONE-CASH-POSTING.
           READ GL-EXTRACT
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF GL-GL-ACCOUNT NOT = WS-CASH-ACCOUNT
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-CASH-LINES-READ.

           IF GL-CURRENCY = "USD" OR GL-CURRENCY = SPACES
               MOVE GL-AMOUNT      TO WS-POST-AMOUNT
           ELSE
               MOVE GL-BASE-AMOUNT TO WS-POST-AMOUNT
           END-IF.

           MOVE 'B'             TO WS-NEW-SOURCE.
           MOVE WS-BUS-DATE-RAW TO WS-NEW-DATE.
           MOVE SPACES          TO WS-NEW-REFERENCE.
           MOVE GL-ACCT-NO      TO WS-NEW-REFERENCE.
           IF GL-IS-DEBIT
               MOVE 'I'         TO WS-NEW-DIRECTION
           ELSE
               MOVE 'O'         TO WS-NEW-DIRECTION
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1350-FIND-BOOK-ITEM THRU 1350-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-WAS-FOUND
                  OR WS-ITEM-SUB > WS-ITEM-COUNT.

           IF ITEM-WAS-FOUND
               ADD WS-POST-AMOUNT TO IT-AMOUNT(WS-BOOK-SUB)
           ELSE
               MOVE WS-POST-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 1600-ADD-ITEM THRU 1600-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-FIND-BOOK-ITEM - TONIGHT'S BOOK ITEM FOR THE SAME
      * REFERENCE AND DIRECTION, IF ONE IS ALREADY STARTED.
      *----------------------------------------------------------------
       1350-FIND-BOOK-ITEM.
           IF IT-SOURCE(WS-ITEM-SUB) = 'B'
              AND IT-CARRIED-SW(WS-ITEM-SUB) = 'N'
              AND IT-DIRECTION(WS-ITEM-SUB) = WS-NEW-DIRECTION
              AND IT-REFERENCE(WS-ITEM-SUB) = WS-NEW-REFERENCE
               MOVE 'Y' TO WS-FOUND-SW
               MOVE WS-ITEM-SUB TO WS-BOOK-SUB
           END-IF.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-STATEMENT-LINE - A BANK CREDIT IS MONEY IN.
      * THE BALANCE RECORD CARRIES THE ENDING BALANCE.
      *----------------------------------------------------------------
       1400-LOAD-ONE-STATEMENT-LINE.
           READ BANK-STATEMENT
               AT END
                   MOVE 'Y' TO WS-STMT-EOF-SW
                   GO TO 1400-EXIT
           END-READ.

           IF BS-IS-BALANCE
               MOVE BB-STMT-DATE      TO WS-STMT-DATE
               MOVE BB-ENDING-BALANCE TO WS-ENDING-BALANCE
               MOVE 'Y' TO WS-ENDING-BAL-SW
               GO TO 1400-EXIT
           END-IF.

           IF NOT BS-IS-DETAIL
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-STMT-LINES-READ.

           MOVE 'S'             TO WS-NEW-SOURCE.
           MOVE BS-POST-DATE    TO WS-NEW-DATE.
           MOVE BS-AMOUNT       TO WS-NEW-AMOUNT.
           MOVE BS-REFERENCE    TO WS-NEW-REFERENCE.
           IF BS-IS-CREDIT
               MOVE 'I'         TO WS-NEW-DIRECTION
           ELSE
               MOVE 'O'         TO WS-NEW-DIRECTION
           END-IF.
           PERFORM 1600-ADD-ITEM THRU 1600-EXIT.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-ADD-ONE-BALANCE - THE BOOK CASH BALANCE IS EVERY
      * PERIOD'S BASE-CURRENCY DEBITS LESS CREDITS FOR THE ACCOUNT.
      *----------------------------------------------------------------
       1500-ADD-ONE-BALANCE.
           READ BALANCE-HISTORY
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
               NOT AT END
                   IF GB-GL-ACCOUNT = WS-CASH-ACCOUNT
                       COMPUTE WS-BOOK-BALANCE = WS-BOOK-BALANCE
                           + GB-BASE-DEBITS - GB-BASE-CREDITS
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-ADD-ITEM - APPENDS THE WS-NEW- ITEM TO THE TABLE.  A
      * DATE THAT IS NOT A REAL DATE AGES FROM THE BUSINESS DATE.
      *----------------------------------------------------------------
       1600-ADD-ITEM.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               IF NOT THE-LOAD-OVERFLOWED
                   DISPLAY "RECONCILING ITEM TABLE FULL - "
                           "RAISE LIMIT"
               END-IF
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               GO TO 1600-EXIT
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-NEW-SOURCE    TO IT-SOURCE(WS-ITEM-COUNT).
           MOVE WS-NEW-DATE      TO IT-DATE(WS-ITEM-COUNT).
           MOVE WS-NEW-AMOUNT    TO IT-AMOUNT(WS-ITEM-COUNT).
           MOVE WS-NEW-DIRECTION TO IT-DIRECTION(WS-ITEM-COUNT).
           MOVE WS-NEW-REFERENCE TO IT-REFERENCE(WS-ITEM-COUNT).
           MOVE 'N'              TO IT-CARRIED-SW(WS-ITEM-COUNT)
                                    IT-MATCHED-SW(WS-ITEM-COUNT).
           MOVE ZERO             TO IT-MATCH-SUB(WS-ITEM-COUNT).
           MOVE SPACE            TO IT-MATCH-BASIS(WS-ITEM-COUNT).

           IF WS-NEW-DATE IS NUMERIC
               COMPUTE IT-DAY-INT(WS-ITEM-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-NEW-DATE)
           ELSE
               MOVE ZERO TO IT-DAY-INT(WS-ITEM-COUNT)
           END-IF.
           IF IT-DAY-INT(WS-ITEM-COUNT) = ZERO
               MOVE WS-BUS-DAY-INT TO IT-DAY-INT(WS-ITEM-COUNT)
           END-IF.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-MATCH-ITEMS - TWO PASSES OVER THE UNMATCHED STATEMENT
      * ITEMS: FIRST A BOOK ITEM OF THE SAME DIRECTION AND AMOUNT,
      * INSIDE THE DATE WINDOW, WHOSE REFERENCE THE BANK ECHOED; THEN
      * THE SAME WITHOUT THE REFERENCE, FOR WHAT THE BANK DID NOT
      * CARRY A REFERENCE ON.
      *----------------------------------------------------------------
       2000-MATCH-ITEMS.
           SET MATCHING-ON-REFERENCE TO TRUE.
           PERFORM 2100-MATCH-ONE-STATEMENT THRU 2100-EXIT
               VARYING WS-STMT-SUB FROM 1 BY 1
               UNTIL WS-STMT-SUB > WS-ITEM-COUNT.

           SET MATCHING-ON-AMOUNT TO TRUE.
           PERFORM 2100-MATCH-ONE-STATEMENT THRU 2100-EXIT
               VARYING WS-STMT-SUB FROM 1 BY 1
               UNTIL WS-STMT-SUB > WS-ITEM-COUNT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-MATCH-ONE-STATEMENT
      *----------------------------------------------------------------
       2100-MATCH-ONE-STATEMENT.
           IF IT-SOURCE(WS-STMT-SUB) NOT = 'S'
              OR IT-MATCHED-SW(WS-STMT-SUB) = 'Y'
               GO TO 2100-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2200-TRY-ONE-BOOK-ITEM THRU 2200-EXIT
               VARYING WS-BOOK-SUB FROM 1 BY 1
               UNTIL ITEM-WAS-FOUND
                  OR WS-BOOK-SUB > WS-ITEM-COUNT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-TRY-ONE-BOOK-ITEM - THE REFERENCE MATCHES WHEN THE
      * BANK'S REFERENCE STARTS WITH OUR ACCOUNT NUMBER.
      *----------------------------------------------------------------
       2200-TRY-ONE-BOOK-ITEM.
           IF IT-SOURCE(WS-BOOK-SUB) NOT = 'B'
              OR IT-MATCHED-SW(WS-BOOK-SUB) = 'Y'
              OR IT-DIRECTION(WS-BOOK-SUB)
                     NOT = IT-DIRECTION(WS-STMT-SUB)
              OR IT-AMOUNT(WS-BOOK-SUB)
                     NOT = IT-AMOUNT(WS-STMT-SUB)
               GO TO 2200-EXIT
           END-IF.

           COMPUTE WS-DAY-GAP =
               IT-DAY-INT(WS-STMT-SUB) - IT-DAY-INT(WS-BOOK-SUB).
           IF WS-DAY-GAP < ZERO
               COMPUTE WS-DAY-GAP = ZERO - WS-DAY-GAP
           END-IF.
           IF WS-DAY-GAP > WS-DATE-WINDOW
               GO TO 2200-EXIT
           END-IF.

           IF MATCHING-ON-REFERENCE
              AND IT-REFERENCE(WS-STMT-SUB)(1:6)
                      NOT = IT-REFERENCE(WS-BOOK-SUB)(1:6)
               GO TO 2200-EXIT
           END-IF.

           MOVE 'Y' TO WS-FOUND-SW.
           MOVE 'Y' TO IT-MATCHED-SW(WS-STMT-SUB)
                       IT-MATCHED-SW(WS-BOOK-SUB).
           MOVE WS-BOOK-SUB TO IT-MATCH-SUB(WS-STMT-SUB).
           MOVE WS-STMT-SUB TO IT-MATCH-SUB(WS-BOOK-SUB).
           MOVE WS-PASS-SW  TO IT-MATCH-BASIS(WS-STMT-SUB).
      *    THE VARYING STEP WILL ADD ONE MORE - BACK IT OFF SO THE
      *    SUBSCRIPT STAYS ON THE MATCH.
           SUBTRACT 1 FROM WS-BOOK-SUB.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-REPORT - MATCHED ITEMS, BOOK ITEMS NOT AT THE
      * BANK, BANK ITEMS NOT ON THE BOOKS, THE STALE ITEMS AMONG
      * THEM, AND THE CLOSING TO THE BANK'S ENDING BALANCE.
      *----------------------------------------------------------------
       3000-WRITE-REPORT.
           MOVE WS-CASH-ACCOUNT TO RH-CASH-ACCOUNT.
           MOVE WS-STMT-DATE    TO RH-STMT-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.

           MOVE "MATCHED ITEMS" TO SH-TITLE.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           WRITE REPORT-LINE FROM MATCH-HEADING.
           PERFORM 3100-WRITE-ONE-MATCH THRU 3100-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           MOVE "ITEMS MATCHED"  TO ST-LABEL.
           MOVE WS-STMT-MATCHED  TO ST-COUNT.
           MOVE WS-MATCHED-AMOUNT TO ST-AMOUNT.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.

           MOVE "ON OUR BOOKS - NOT YET AT THE BANK" TO SH-TITLE.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           WRITE REPORT-LINE FROM OPEN-HEADING.
           MOVE 'B' TO WS-NEW-SOURCE.
           PERFORM 3200-WRITE-ONE-OPEN THRU 3200-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           MOVE "DEPOSITS IN TRANSIT"  TO ST-LABEL.
           MOVE WS-BOOK-IN-COUNT       TO ST-COUNT.
           MOVE WS-BOOK-IN-OPEN        TO ST-AMOUNT.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
           MOVE "OUTSTANDING PAYMENTS" TO ST-LABEL.
           MOVE WS-BOOK-OUT-COUNT      TO ST-COUNT.
           MOVE WS-BOOK-OUT-OPEN       TO ST-AMOUNT.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.

           MOVE "AT THE BANK - NOT ON OUR BOOKS" TO SH-TITLE.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           WRITE REPORT-LINE FROM OPEN-HEADING.
           MOVE 'S' TO WS-NEW-SOURCE.
           PERFORM 3200-WRITE-ONE-OPEN THRU 3200-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           MOVE "BANK CREDITS NOT BOOKED" TO ST-LABEL.
           MOVE WS-STMT-IN-COUNT          TO ST-COUNT.
           MOVE WS-STMT-IN-OPEN           TO ST-AMOUNT.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
           MOVE "BANK DEBITS NOT BOOKED"  TO ST-LABEL.
           MOVE WS-STMT-OUT-COUNT         TO ST-COUNT.
           MOVE WS-STMT-OUT-OPEN          TO ST-AMOUNT.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.

           MOVE WS-STALE-DAYS TO WS-STALE-DAYS-SHOWN.
           MOVE SPACES TO SH-TITLE.
           STRING "STALE OUTSTANDING ITEMS - OLDER THAN "
                                         DELIMITED BY SIZE
                  WS-STALE-DAYS-SHOWN    DELIMITED BY SIZE
                  " DAYS"                DELIMITED BY SIZE
               INTO SH-TITLE.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           WRITE REPORT-LINE FROM OPEN-HEADING.
           PERFORM 3300-WRITE-ONE-STALE THRU 3300-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           MOVE "STALE ITEMS"    TO ST-LABEL.
           MOVE WS-STALE-COUNT   TO ST-COUNT.
           MOVE WS-STALE-AMOUNT  TO ST-AMOUNT.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.

           PERFORM 3500-WRITE-CLOSING THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-WRITE-ONE-MATCH - ONE LINE PER MATCHED STATEMENT ITEM,
      * WITH THE BOOK ITEM IT MATCHED.
      *----------------------------------------------------------------
       3100-WRITE-ONE-MATCH.
           IF IT-SOURCE(WS-ITEM-SUB) = 'B'
              AND IT-MATCHED-SW(WS-ITEM-SUB) = 'Y'
               ADD 1 TO WS-BOOK-MATCHED
           END-IF.

           IF IT-SOURCE(WS-ITEM-SUB) NOT = 'S'
              OR IT-MATCHED-SW(WS-ITEM-SUB) NOT = 'Y'
               GO TO 3100-EXIT
           END-IF.

           MOVE IT-MATCH-SUB(WS-ITEM-SUB) TO WS-BOOK-SUB.
           MOVE IT-DATE(WS-ITEM-SUB)      TO MD-BANK-DATE.
           MOVE IT-DATE(WS-BOOK-SUB)      TO MD-BOOK-DATE.
           IF IT-DIRECTION(WS-ITEM-SUB) = 'I'
               MOVE "IN "                 TO MD-DIRECTION
           ELSE
               MOVE "OUT"                 TO MD-DIRECTION
           END-IF.
           MOVE IT-AMOUNT(WS-ITEM-SUB)    TO MD-AMOUNT.
           MOVE IT-REFERENCE(WS-ITEM-SUB) TO MD-REFERENCE.
           IF IT-MATCH-BASIS(WS-ITEM-SUB) = 'R'
               MOVE "ON REFERENCE"        TO MD-BASIS
           ELSE
               MOVE "ON AMOUNT"           TO MD-BASIS
           END-IF.
           WRITE REPORT-LINE FROM MATCH-DETAIL.

           ADD 1 TO WS-STMT-MATCHED.
           ADD IT-AMOUNT(WS-ITEM-SUB) TO WS-MATCHED-AMOUNT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-WRITE-ONE-OPEN - ONE UNMATCHED ITEM OF THE SOURCE IN
      * WS-NEW-SOURCE, ADDED TO ITS SIDE'S OUTSTANDING TOTALS.
      *----------------------------------------------------------------
       3200-WRITE-ONE-OPEN.
           IF IT-SOURCE(WS-ITEM-SUB) NOT = WS-NEW-SOURCE
              OR IT-MATCHED-SW(WS-ITEM-SUB) = 'Y'
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3400-FORMAT-OPEN-LINE THRU 3400-EXIT.
           WRITE REPORT-LINE FROM OPEN-DETAIL.

           EVALUATE TRUE
               WHEN WS-NEW-SOURCE = 'B'
                AND IT-DIRECTION(WS-ITEM-SUB) = 'I'
                   ADD IT-AMOUNT(WS-ITEM-SUB) TO WS-BOOK-IN-OPEN
                   ADD 1 TO WS-BOOK-IN-COUNT
               WHEN WS-NEW-SOURCE = 'B'
                   ADD IT-AMOUNT(WS-ITEM-SUB) TO WS-BOOK-OUT-OPEN
                   ADD 1 TO WS-BOOK-OUT-COUNT
               WHEN IT-DIRECTION(WS-ITEM-SUB) = 'I'
                   ADD IT-AMOUNT(WS-ITEM-SUB) TO WS-STMT-IN-OPEN
                   ADD 1 TO WS-STMT-IN-COUNT
               WHEN OTHER
                   ADD IT-AMOUNT(WS-ITEM-SUB) TO WS-STMT-OUT-OPEN
                   ADD 1 TO WS-STMT-OUT-COUNT
           END-EVALUATE.
           IF WS-NEW-SOURCE = 'B'
               ADD 1 TO WS-BOOK-OPEN
           ELSE
               ADD 1 TO WS-STMT-OPEN
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-WRITE-ONE-STALE - EITHER SIDE, OLDER THAN THE LIMIT.
      *----------------------------------------------------------------
       3300-WRITE-ONE-STALE.
           IF IT-MATCHED-SW(WS-ITEM-SUB) = 'Y'
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WS-ITEM-AGE =
               WS-BUS-DAY-INT - IT-DAY-INT(WS-ITEM-SUB).
           IF WS-ITEM-AGE NOT > WS-STALE-DAYS
               GO TO 3300-EXIT
           END-IF.

           PERFORM 3400-FORMAT-OPEN-LINE THRU 3400-EXIT.
           WRITE REPORT-LINE FROM OPEN-DETAIL.
           ADD 1 TO WS-STALE-COUNT.
           ADD IT-AMOUNT(WS-ITEM-SUB) TO WS-STALE-AMOUNT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-FORMAT-OPEN-LINE
      *----------------------------------------------------------------
       3400-FORMAT-OPEN-LINE.
           COMPUTE WS-ITEM-AGE =
               WS-BUS-DAY-INT - IT-DAY-INT(WS-ITEM-SUB).
           IF WS-ITEM-AGE < ZERO
               MOVE ZERO TO WS-ITEM-AGE
           END-IF.
           MOVE IT-DATE(WS-ITEM-SUB)      TO OD-ITEM-DATE.
           MOVE WS-ITEM-AGE               TO OD-AGE.
           IF IT-DIRECTION(WS-ITEM-SUB) = 'I'
               MOVE "IN "                 TO OD-DIRECTION
           ELSE
               MOVE "OUT"                 TO OD-DIRECTION
           END-IF.
           MOVE IT-AMOUNT(WS-ITEM-SUB)    TO OD-AMOUNT.
           MOVE IT-REFERENCE(WS-ITEM-SUB) TO OD-REFERENCE.
           EVALUATE TRUE
               WHEN WS-ITEM-AGE > WS-STALE-DAYS
                   MOVE "STALE"           TO OD-STATUS
               WHEN IT-SOURCE(WS-ITEM-SUB) = 'B'
                   MOVE "BOOK ONLY"       TO OD-STATUS
               WHEN OTHER
                   MOVE "BANK ONLY"       TO OD-STATUS
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-WRITE-CLOSING - THE BANK'S ENDING BALANCE, PLUS DEPOSITS
      * IN TRANSIT AND LESS OUTSTANDING PAYMENTS, AGAINST THE BOOK
      * CASH BALANCE PLUS BANK CREDITS AND LESS BANK DEBITS NOT YET
      * BOOKED.  THE TWO ADJUSTED BALANCES MUST AGREE.
      *----------------------------------------------------------------
       3500-WRITE-CLOSING.
           MOVE "CLOSING TO THE BANK'S ENDING BALANCE" TO SH-TITLE.
           WRITE REPORT-LINE FROM SECTION-HEADING.

           IF NOT ENDING-BALANCE-RECEIVED
               MOVE "NO ENDING BALANCE ON THE STATEMENT"
                   TO CR-RESULT
               WRITE REPORT-LINE FROM CLOSING-RESULT-LINE
               GO TO 3500-EXIT
           END-IF.

           COMPUTE WS-ADJ-BANK-BALANCE = WS-ENDING-BALANCE
               + WS-BOOK-IN-OPEN - WS-BOOK-OUT-OPEN.
           COMPUTE WS-ADJ-BOOK-BALANCE = WS-BOOK-BALANCE
               + WS-STMT-IN-OPEN - WS-STMT-OUT-OPEN.

           MOVE "BANK ENDING BALANCE"            TO CL-LABEL.
           MOVE WS-ENDING-BALANCE                TO CL-AMOUNT.
           WRITE REPORT-LINE FROM CLOSING-LINE.
           MOVE "  ADD DEPOSITS IN TRANSIT"      TO CL-LABEL.
           MOVE WS-BOOK-IN-OPEN                  TO CL-AMOUNT.
           WRITE REPORT-LINE FROM CLOSING-LINE.
           MOVE "  LESS OUTSTANDING PAYMENTS"    TO CL-LABEL.
           MOVE WS-BOOK-OUT-OPEN                 TO CL-AMOUNT.
           WRITE REPORT-LINE FROM CLOSING-LINE.
           MOVE "ADJUSTED BANK BALANCE"          TO CL-LABEL.
           MOVE WS-ADJ-BANK-BALANCE              TO CL-AMOUNT.
           WRITE REPORT-LINE FROM CLOSING-LINE.

           IF NOT BOOK-BALANCE-AVAILABLE
               MOVE "NO GL BALANCE HISTORY - BOOK SIDE NOT PROVED"
                   TO CR-RESULT
               WRITE REPORT-LINE FROM CLOSING-RESULT-LINE
               GO TO 3500-EXIT
           END-IF.

           MOVE "BOOK CASH BALANCE"              TO CL-LABEL.
           MOVE WS-BOOK-BALANCE                  TO CL-AMOUNT.
           WRITE REPORT-LINE FROM CLOSING-LINE.
           MOVE "  ADD BANK CREDITS NOT BOOKED"  TO CL-LABEL.
           MOVE WS-STMT-IN-OPEN                  TO CL-AMOUNT.
           WRITE REPORT-LINE FROM CLOSING-LINE.
           MOVE "  LESS BANK DEBITS NOT BOOKED"  TO CL-LABEL.
           MOVE WS-STMT-OUT-OPEN                 TO CL-AMOUNT.
           WRITE REPORT-LINE FROM CLOSING-LINE.
           MOVE "ADJUSTED BOOK BALANCE"          TO CL-LABEL.
           MOVE WS-ADJ-BOOK-BALANCE              TO CL-AMOUNT.
           WRITE REPORT-LINE FROM CLOSING-LINE.

           COMPUTE WS-DIFFERENCE =
               WS-ADJ-BANK-BALANCE - WS-ADJ-BOOK-BALANCE.
           MOVE "DIFFERENCE"                     TO CL-LABEL.
           MOVE WS-DIFFERENCE                    TO CL-AMOUNT.
           WRITE REPORT-LINE FROM CLOSING-LINE.
           IF WS-DIFFERENCE = ZERO
               MOVE "RECONCILED"                 TO CR-RESULT
           ELSE
               MOVE "NOT RECONCILED - INVESTIGATE" TO CR-RESULT
           END-IF.
           WRITE REPORT-LINE FROM CLOSING-RESULT-LINE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - EVERY UNMATCHED ITEM, EITHER SIDE, IS
      * CARRIED TO TOMORROW ON THE OUTSTANDING FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT OUTSTANDING-FILE.
           PERFORM 9100-WRITE-ONE-OUTSTANDING THRU 9100-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           CLOSE OUTSTANDING-FILE
                 RECON-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-OUTSTANDING
      *----------------------------------------------------------------
       9100-WRITE-ONE-OUTSTANDING.
           IF IT-MATCHED-SW(WS-ITEM-SUB) = 'Y'
               GO TO 9100-EXIT
           END-IF.
           MOVE IT-SOURCE(WS-ITEM-SUB)    TO BO-SOURCE.
           MOVE IT-DATE(WS-ITEM-SUB)      TO BO-ITEM-DATE.
           MOVE IT-AMOUNT(WS-ITEM-SUB)    TO BO-AMOUNT.
           MOVE IT-DIRECTION(WS-ITEM-SUB) TO BO-DIRECTION.
           MOVE IT-REFERENCE(WS-ITEM-SUB) TO BO-REFERENCE.
           WRITE BANK-OUTSTANDING-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - EVERY ITEM ON EITHER SIDE IS
      * EITHER MATCHED OR STILL OUTSTANDING, AND EVERY MATCH PAIRS
      * ONE BOOK ITEM WITH ONE STATEMENT ITEM.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE ZERO TO WS-BOOK-ITEMS WS-STMT-ITEMS.
           PERFORM 9550-COUNT-ONE-ITEM THRU 9550-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

           MOVE WS-ITEM-COUNT   TO CT-RECORDS-READ.
           MOVE WS-STMT-MATCHED TO CT-RECORDS-PROCESSED.
           IF WS-BOOK-ITEMS = WS-BOOK-MATCHED + WS-BOOK-OPEN
              AND WS-STMT-ITEMS = WS-STMT-MATCHED + WS-STMT-OPEN
              AND WS-BOOK-MATCHED = WS-STMT-MATCHED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9550-COUNT-ONE-ITEM
      *----------------------------------------------------------------
       9550-COUNT-ONE-ITEM.
           IF IT-SOURCE(WS-ITEM-SUB) = 'B'
               ADD 1 TO WS-BOOK-ITEMS
           ELSE
               ADD 1 TO WS-STMT-ITEMS
           END-IF.
       9550-EXIT.
           EXIT.
