       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW-DISBURSE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  PAYS THE PROPERTY TAX AND
      *                 HAZARD INSURANCE BILLS FOR ESCROWED LOANS OUT
      *                 OF THE BORROWER'S ESCROW BALANCE.  EVERY BILL
      *                 ON THE ESCROW PAYABLES FILE DUE ON OR BEFORE
      *                 THE BUSINESS DATE IS PAID: THE ESCROW BALANCE
      *                 IS DRAWN DOWN, A TAX OR INSURANCE ENTRY GOES
      *                 ON THE ESCROW HISTORY, THE PAYOUT PAIR - DEBIT
      *                 THE ESCROW LIABILITY, CREDIT CASH - POSTS TO
      *                 THE GL EXTRACT, AND THE BILL PRINTS ON THE
      *                 ESCROW DISBURSEMENT REGISTER.  A BILL LARGER
      *                 THAN THE BALANCE IS STILL PAID - THE TAX
      *                 CANNOT GO UNPAID - AND FLAGGED AS AN ESCROW
      *                 ADVANCE FOR THE NEXT ANALYSIS TO RECOVER.
      *                 BILLS NOT YET DUE, AND BILLS THAT CANNOT BE
      *                 PAID (NO ESCROW ACCOUNT, BAD TYPE OR AMOUNT)
      *                 STAY ON THE PAYABLES FILE FOR ANOTHER NIGHT;
      *                 THE UNPAYABLE ONES ALSO GO TO THE SHARED
      *                 EXCEPTION LOG.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      * 2026-10-15 RSD  GL POSTINGS NOW CARRY THE LOAN'S BRANCH, SO
      *                 THE LEDGER CAN KEEP BALANCES BY BRANCH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-PAYABLES ASSIGN TO ESCPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT ESCROW-MASTER   ASSIGN TO ESCMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.

           SELECT ESCROW-HISTORY  ASSIGN TO ESCHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHIST-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCROW-REGISTER ASSIGN TO ESCDREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-PAYABLES
           RECORDING MODE IS F.
       COPY ESCPAY.

       FD  ESCROW-MASTER
           RECORDING MODE IS F.
       COPY ESCMSTR.

       FD  ESCROW-HISTORY
           RECORDING MODE IS F.
       COPY ESCHIST.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  ESCROW-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(100).

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

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
           05 WS-PAY-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-PAYABLES            VALUE 'Y'.
           05 WS-ESC-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ESCROW-MASTER       VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-EDIT-SW           PIC X(01).
              88 BILL-IS-PAYABLE            VALUE 'Y'.
              88 BILL-IS-NOT-PAYABLE        VALUE 'N'.
           05 WS-ESC-FOUND-SW      PIC X(01).
              88 ESCROW-ACCOUNT-WAS-FOUND   VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-CARRY-FULL-SW     PIC X(01) VALUE 'N'.
              88 CARRY-TABLE-IS-FULL        VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.

       01  WS-PAY-FILE-STATUS      PIC X(02).
           88 PAY-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ESC-FILE-STATUS      PIC X(02).
           88 ESC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EHIST-FILE-STATUS    PIC X(02).
           88 EHIST-FILE-NOT-FOUND         VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON               PIC X(40).

      *----------------------------------------------------------------
      * ESCROW TABLE - THE MASTER IS LOADED AT START-UP, EACH PAID
      * BILL DRAWS ITS BALANCE DOWN IN STORAGE, AND THE TABLE
      * REPLACES THE FILE AT CLOSE.
      *----------------------------------------------------------------
       01  WS-ESC-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ESC-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  ESCROW-TABLE.
           05 ESC-ENTRY OCCURS 5000 TIMES.
              10 ESC-IMAGE         PIC X(30).
       01  WS-ESC-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * CARRY-OVER TABLE - BILLS NOT PAID TONIGHT ARE REWRITTEN TO
      * THE PAYABLES FILE FROM HERE.
      *----------------------------------------------------------------
       01  WS-CARRY-COUNT          PIC 9(04) VALUE 0.
       01  WS-CARRY-MAX            PIC 9(04) VALUE 2000.
       01  CARRY-TABLE.
           05 CY-ENTRY             PIC X(54) OCCURS 2000 TIMES.
       01  WS-CARRY-SUB            PIC 9(04) COMP.

      *----------------------------------------------------------------
      * FX-RATE TABLE - FOR THE GL EXTRACT'S BASE-CURRENCY AMOUNT.
      *----------------------------------------------------------------
       01  WS-FX-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  FX-RATE-TABLE.
           05 FX-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-FX-TABLE-COUNT
                 INDEXED BY FX-IDX.
              10 FX-TABLE-CODE      PIC X(03).
              10 FX-TABLE-RATE      PIC 9(4)V9(6).
       01  WS-FX-FOUND-SW          PIC X(01) VALUE 'N'.
           88 FX-RATE-WAS-FOUND            VALUE 'Y'.
       01  WS-FX-RATE              PIC 9(4)V9(6).
       01  WS-CURRENCY-CODE        PIC X(03).
      *    BRANCH OF THE LOAN THE PAYOUT IS FOR - HEAD OFFICE (SPACES)
      *    WHEN THE ACCOUNT IS NO LONGER ON THE MASTER.
       01  WS-POST-BRANCH          PIC X(04).

      *----------------------------------------------------------------
      * GENERAL-LEDGER EXTRACT - THE ESCROW MONEY IS A LIABILITY TO
      * THE BORROWER; PAYING A BILL RELIEVES IT AND PAYS THE CASH
      * OUT.
      *----------------------------------------------------------------
       01  WS-GL-CODES.
           05 WS-GL-CASH           PIC X(10) VALUE "1010-CASH ".
           05 WS-GL-ESCROW         PIC X(10) VALUE "2100-ESCRW".

       01  WS-TOTAL-PAID           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ADVANCED       PIC 9(11)V99 VALUE 0.
       01  WS-ADVANCE              PIC 9(09)V99.

       01  WS-COUNTS.
           05 WS-BILLS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-BILLS-PAID        PIC 9(7) COMP VALUE 0.
           05 WS-BILLS-NOT-DUE     PIC 9(7) COMP VALUE 0.
           05 WS-BILLS-HELD        PIC 9(7) COMP VALUE 0.
           05 WS-BILLS-ADVANCED    PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * INCIDENT CAPTURE - SEE INCDRQ.CPY.
      *----------------------------------------------------------------
       COPY INCDRQ.

      *----------------------------------------------------------------
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.  THE POSTING
      * PERIOD IS RESOLVED ONCE AT START-UP AND STAMPED ON EVERY GL
      * EXTRACT RECORD, SO A CLOSED-PERIOD NIGHT POSTS AS A
      * PRIOR-PERIOD ADJUSTMENT INSTEAD OF BOUNCING THE LEDGER.
      *----------------------------------------------------------------
       COPY PERCKRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "ESCDSB".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "ESCROW DISBURSEMENT REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(06) VALUE "ACCT #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "TYPE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE "PAYEE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "BILL REF".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "DUE DATE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "     AMOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "  ESCROW BAL ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "NOTE".

       01  REGISTER-DETAIL.
           05 RG-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-TYPE               PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-PAYEE              PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-BILL-REF           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-DUE-DATE           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-AMOUNT             PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-NEW-BALANCE        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-NOTE               PIC X(14).

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(13) VALUE "TOTAL PAID = ".
           05 TL-TOTAL-PAID         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(15) VALUE
              "  ADVANCED =   ".
           05 TL-TOTAL-ADVANCED     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(14) VALUE
              "  NOT YET DUE=".
           05 TL-NOT-DUE            PIC ZZZZ9.
           05 FILLER                PIC X(09) VALUE "  HELD = ".
           05 TL-HELD               PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "ESCDSB  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-WORK-BILL       THRU 2000-EXIT
               UNTIL END-OF-PAYABLES.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-BILLS-READ TO RQ-RECORD-COUNT
               MOVE WS-BILLS-PAID TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
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

           OPEN INPUT  LOAN-MASTER
           OPEN INPUT  FX-RATES
           OPEN OUTPUT ESCROW-REGISTER.

           OPEN EXTEND ESCROW-HISTORY.
           IF EHIST-FILE-NOT-FOUND
               OPEN OUTPUT ESCROW-HISTORY
           END-IF.

           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

           OPEN INPUT ESCROW-PAYABLES.
           IF PAY-FILE-NOT-FOUND
               MOVE 'Y' TO WS-PAY-EOF-SW
           ELSE
               PERFORM 8000-READ-PAYABLE THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE ESCROW DISBURSEMENT REGISTER.
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

           WRITE REGISTER-LINE FROM RUN-STAMP-LINE.
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
      * 1180-LOAD-FX-RATES
      *----------------------------------------------------------------
       1180-LOAD-FX-RATES.
           READ FX-RATES
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
                   GO TO 1180-EXIT
           END-READ.

      *    THE HISTORY IS IN CURRENCY AND EFFECTIVE-DATE ORDER, SO A
      *    LATER ROW IN EFFECT REPLACES THE RATE JUST LOADED FOR ITS
      *    CURRENCY; A ROW NOT YET IN EFFECT IS PASSED OVER.
           IF FX-EFFECT-DATE IS NUMERIC
              AND FX-EFFECT-DATE > WS-BUS-DATE-RAW
               GO TO 1180-EXIT
           END-IF.
           IF WS-FX-TABLE-COUNT > ZERO
               IF FX-TABLE-CODE(WS-FX-TABLE-COUNT) = FX-CURRENCY-CODE
                   MOVE FX-RATE-TO-BASE
                       TO FX-TABLE-RATE(WS-FX-TABLE-COUNT)
                   GO TO 1180-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-FX-TABLE-COUNT.
           MOVE FX-CURRENCY-CODE TO FX-TABLE-CODE(WS-FX-TABLE-COUNT).
           MOVE FX-RATE-TO-BASE  TO FX-TABLE-RATE(WS-FX-TABLE-COUNT).
       1180-EXIT.
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
                   ELSE
                       DISPLAY "ESCROW TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-ESC-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-WORK-BILL - A BILL NOT YET DUE WAITS QUIETLY; A BILL
      * THAT CANNOT BE PAID WAITS AND IS LOGGED; EVERYTHING ELSE IS
      * PAID TONIGHT.
      *----------------------------------------------------------------
       2000-WORK-BILL.
           PERFORM 2050-EDIT-BILL THRU 2050-EXIT.

           EVALUATE TRUE
               WHEN BILL-IS-NOT-PAYABLE
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   PERFORM 3500-CARRY-BILL-OVER THRU 3500-EXIT
                   ADD 1 TO WS-BILLS-HELD
               WHEN EP-DUE-DATE > WS-BUS-DATE-RAW
                   PERFORM 3500-CARRY-BILL-OVER THRU 3500-EXIT
                   ADD 1 TO WS-BILLS-NOT-DUE
               WHEN OTHER
                   PERFORM 3000-PAY-BILL THRU 3000-EXIT
                   ADD 1 TO WS-BILLS-PAID
           END-EVALUATE.

           PERFORM 8000-READ-PAYABLE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-EDIT-BILL - THE BILL TYPE, AMOUNT, AND DUE DATE, THEN
      * THE ESCROW ACCOUNT IT IS TO BE PAID FROM.  THE FIRST
      * FAILURE IS THE REASON REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-BILL.
           SET BILL-IS-PAYABLE TO TRUE.

           IF NOT EP-BILL-TYPE-IS-VALID
               SET BILL-IS-NOT-PAYABLE TO TRUE
               MOVE "BILL TYPE NOT TAX OR INSURANCE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF EP-AMOUNT IS NOT NUMERIC
              OR EP-AMOUNT = ZERO
               SET BILL-IS-NOT-PAYABLE TO TRUE
               MOVE "BILL AMOUNT MISSING OR NOT NUMERIC"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF EP-DUE-DATE IS NOT NUMERIC
               SET BILL-IS-NOT-PAYABLE TO TRUE
               MOVE "BILL DUE DATE NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           PERFORM 2400-FIND-ESCROW THRU 2400-EXIT.
           IF NOT ESCROW-ACCOUNT-WAS-FOUND
               SET BILL-IS-NOT-PAYABLE TO TRUE
               MOVE "NO ESCROW ACCOUNT FOR BILL" TO WS-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-ESCROW - LEAVES WS-ESC-SUB ON THE BILL'S ESCROW
      * ACCOUNT WHEN IT IS ON FILE.
      *----------------------------------------------------------------
       2400-FIND-ESCROW.
           MOVE 'N' TO WS-ESC-FOUND-SW.
           MOVE 1   TO WS-ESC-SUB.
           PERFORM 2450-CHECK-ONE-ACCOUNT THRU 2450-EXIT
               UNTIL ESCROW-ACCOUNT-WAS-FOUND
                  OR WS-ESC-SUB > WS-ESC-TABLE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-CHECK-ONE-ACCOUNT
      *----------------------------------------------------------------
       2450-CHECK-ONE-ACCOUNT.
           IF ESC-IMAGE(WS-ESC-SUB)(1:6) = EP-ACCT-NO
               MOVE 'Y' TO WS-ESC-FOUND-SW
           ELSE
               ADD 1 TO WS-ESC-SUB
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "ESCDSB"   TO SE-PROGRAM-ID.
           MOVE EP-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PAY-BILL - DRAWS THE ESCROW BALANCE DOWN, WRITES THE
      * ESCROW HISTORY ENTRY AND THE PAYOUT GL PAIR, AND PRINTS THE
      * REGISTER LINE.  WHATEVER PART OF THE BILL THE BALANCE DID
      * NOT COVER IS AN ESCROW ADVANCE AND IS FLAGGED AS SUCH.
      *----------------------------------------------------------------
       3000-PAY-BILL.
           MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC.

           MOVE ZERO TO WS-ADVANCE.
           EVALUATE TRUE
               WHEN ES-BALANCE NOT > ZERO
                   MOVE EP-AMOUNT TO WS-ADVANCE
               WHEN ES-BALANCE < EP-AMOUNT
                   COMPUTE WS-ADVANCE = EP-AMOUNT - ES-BALANCE
           END-EVALUATE.

           SUBTRACT EP-AMOUNT FROM ES-BALANCE.
           MOVE ESCROW-MASTER-REC TO ESC-IMAGE(WS-ESC-SUB).

           MOVE SPACES          TO ESCROW-HISTORY-REC.
           MOVE EP-ACCT-NO      TO EH-ACCT-NO.
           MOVE WS-BUS-DATE-RAW TO EH-TXN-DATE.
           MOVE EP-BILL-TYPE    TO EH-TXN-TYPE.
           MOVE EP-AMOUNT       TO EH-AMOUNT.
           MOVE EP-PAYEE        TO EH-PAYEE.
           MOVE EP-BILL-REF     TO EH-BILL-REF.
           WRITE ESCROW-HISTORY-REC.

           PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT.

           MOVE EP-ACCT-NO      TO RG-ACCT-NO.
           IF EP-BILL-IS-TAX
               MOVE "TAX"       TO RG-TYPE
           ELSE
               MOVE "INS"       TO RG-TYPE
           END-IF.
           MOVE EP-PAYEE        TO RG-PAYEE.
           MOVE EP-BILL-REF     TO RG-BILL-REF.
           MOVE EP-DUE-DATE     TO RG-DUE-DATE.
           MOVE EP-AMOUNT       TO RG-AMOUNT.
           MOVE ES-BALANCE      TO RG-NEW-BALANCE.
           IF WS-ADVANCE > ZERO
               MOVE "ESCROW ADVANCE" TO RG-NOTE
               ADD WS-ADVANCE TO WS-TOTAL-ADVANCED
               ADD 1 TO WS-BILLS-ADVANCED
           ELSE
               MOVE SPACES      TO RG-NOTE
           END-IF.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           ADD EP-AMOUNT TO WS-TOTAL-PAID.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-CARRY-BILL-OVER - THE BILL WAITS FOR ANOTHER NIGHT.  A
      * FULL CARRY TABLE WOULD LOSE THE BILL WHEN THE FILE IS
      * REWRITTEN, SO IT ENDS THE RUN WITH CONDITION CODE 8.
      *----------------------------------------------------------------
       3500-CARRY-BILL-OVER.
           IF WS-CARRY-COUNT >= WS-CARRY-MAX
               DISPLAY "ESCROW PAYABLES CARRY TABLE FULL - "
                       "RAISE LIMIT"
               SET CARRY-TABLE-IS-FULL TO TRUE
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WS-CARRY-COUNT.
           MOVE ESCROW-PAYABLE-REC TO CY-ENTRY(WS-CARRY-COUNT).
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - THE PAYOUT PAIR: A DEBIT RELIEVING THE
      * ESCROW LIABILITY AND A CREDIT PAYING THE CASH OUT, IN THE
      * LOAN'S CURRENCY.
      *----------------------------------------------------------------
       4500-POST-GL-PAIR.
           MOVE SPACES TO WS-CURRENCY-CODE.
           MOVE SPACES TO WS-POST-BRANCH.
           MOVE EP-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE
                   MOVE LM-BRANCH        TO WS-POST-BRANCH
           END-READ.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD   TO GL-PERIOD.
           MOVE EP-ACCT-NO       TO GL-ACCT-NO.
           MOVE WS-POST-BRANCH   TO GL-BRANCH.
           MOVE WS-GL-ESCROW     TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT       TO TRUE.
           MOVE EP-AMOUNT        TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE TO GL-CURRENCY.
           IF EP-BILL-IS-TAX
               MOVE "ESCROW TAX PAID" TO GL-NARRATIVE
           ELSE
               MOVE "ESCROW INS PAID" TO GL-NARRATIVE
           END-IF.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               EP-AMOUNT * WS-FX-RATE.
           WRITE GL-EXTRACT-REC.

           MOVE WS-GL-CASH       TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT      TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - USD CONVERTS AT 1; ANY OTHER CURRENCY
      * WITHOUT A RATE CONVERTS AT ZERO, IS LOGGED, AND ENDS THE RUN
      * WITH CONDITION CODE 8, MATCHING PAYMENT-POST.
      *----------------------------------------------------------------
       4600-SET-FX-RATE.
           IF WS-CURRENCY-CODE = "USD"
               MOVE 1 TO WS-FX-RATE
               GO TO 4600-EXIT
           END-IF.

           MOVE 'N' TO WS-FX-FOUND-SW.
           MOVE ZERO TO WS-FX-RATE.
           PERFORM 4650-SEARCH-FX-RATE THRU 4650-EXIT
               VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > WS-FX-TABLE-COUNT
                  OR FX-RATE-WAS-FOUND.

           IF NOT FX-RATE-WAS-FOUND
               SET AN-FX-RATE-WAS-MISSING TO TRUE
               MOVE SPACES TO SHARED-EXCEPTION-REC
               MOVE "ESCDSB" TO SE-PROGRAM-ID
               MOVE WS-CURRENCY-CODE TO SE-ENTRY-ID
               MOVE "FX RATE MISSING FOR CURRENCY" TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               WRITE SHARED-EXCEPTION-REC
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4650-SEARCH-FX-RATE
      *----------------------------------------------------------------
       4650-SEARCH-FX-RATE.
           IF FX-TABLE-CODE(FX-IDX) = WS-CURRENCY-CODE
               MOVE FX-TABLE-RATE(FX-IDX) TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-FOUND-SW
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-PAYABLE
      *----------------------------------------------------------------
       8000-READ-PAYABLE.
           READ ESCROW-PAYABLES
               AT END
                   MOVE 'Y' TO WS-PAY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-BILLS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED ESCROW TABLE REPLACES THE MASTER
      * AND THE CARRY-OVER TABLE REPLACES THE PAYABLES FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-TOTAL-PAID     TO TL-TOTAL-PAID.
           MOVE WS-TOTAL-ADVANCED TO TL-TOTAL-ADVANCED.
           MOVE WS-BILLS-NOT-DUE  TO TL-NOT-DUE.
           MOVE WS-BILLS-HELD     TO TL-HELD.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT ESCROW-MASTER.
           PERFORM 9100-WRITE-ONE-ACCOUNT THRU 9100-EXIT
               VARYING WS-ESC-SUB FROM 1 BY 1
               UNTIL WS-ESC-SUB > WS-ESC-TABLE-COUNT.
           CLOSE ESCROW-MASTER.

           IF NOT PAY-FILE-NOT-FOUND
               CLOSE ESCROW-PAYABLES
           END-IF.
           OPEN OUTPUT ESCROW-PAYABLES.
           PERFORM 9200-WRITE-ONE-PAYABLE THRU 9200-EXIT
               VARYING WS-CARRY-SUB FROM 1 BY 1
               UNTIL WS-CARRY-SUB > WS-CARRY-COUNT.
           CLOSE ESCROW-PAYABLES.

           IF CARRY-TABLE-IS-FULL
               MOVE 8 TO RETURN-CODE
               MOVE "3500-CARRY-BILL-OVER" TO IR-PHASE
               MOVE "PAYABLES CARRY FULL - ENDED CC 8"
                   TO IR-MESSAGE
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
           END-IF.

           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO RETURN-CODE
               MOVE "4600-SET-FX-RATE" TO IR-PHASE
               MOVE "FX RATE MISSING - ENDED CC 8" TO IR-MESSAGE
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
           END-IF.

           CLOSE LOAN-MASTER
                 ESCROW-HISTORY
                 ESCROW-REGISTER
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-ACCOUNT
      *----------------------------------------------------------------
       9100-WRITE-ONE-ACCOUNT.
           MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC.
           WRITE ESCROW-MASTER-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-WRITE-ONE-PAYABLE
      *----------------------------------------------------------------
       9200-WRITE-ONE-PAYABLE.
           MOVE CY-ENTRY(WS-CARRY-SUB) TO ESCROW-PAYABLE-REC.
           WRITE ESCROW-PAYABLE-REC.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES BILLS READ AGAINST
      * BILLS PAID PLUS BILLS NOT YET DUE PLUS BILLS HELD.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-BILLS-READ TO CT-RECORDS-READ.
           MOVE WS-BILLS-PAID TO CT-RECORDS-PROCESSED.
           IF WS-BILLS-READ = WS-BILLS-PAID + WS-BILLS-NOT-DUE
                                            + WS-BILLS-HELD
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9700-CAPTURE-INCIDENT - THE RUN IS ENDING BADLY, SO THE
      * EVIDENCE THE MORNING RERUN DECISION NEEDS GOES TO THE
      * SHARED INCIDENT FILE IN ONE CALL.  THE CALLER HAS SET THE
      * PHASE AND MESSAGE.
      *----------------------------------------------------------------
       9700-CAPTURE-INCIDENT.
           MOVE "ESCDSB  " TO IR-PROGRAM-ID.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-BILLS-READ TO IR-RECORDS-SO-FAR.
           MOVE EP-ACCT-NO TO IR-LAST-KEY.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
