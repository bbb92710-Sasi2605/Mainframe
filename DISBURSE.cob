      *                 SUBPROGRAM - A CLOSED-PERIOD NIGHT POSTS TO
      *                 THE CURRENT OPEN PERIOD AND SHOWS ON THE
      *                 PRIOR-PERIOD ADJUSTMENTS REPORT.
      * 2026-10-15 RSD  ALSO PAYS OUT THE NIGHT'S APPROVED CREDIT-LINE
      *                 DRAWS FROM LOC-DRAW'S DRAW-FUNDING FILE.  THE
      *                 LINE IS ALREADY ON THE MASTER, SO A DRAW IS
      *                 NEVER HELD PENDING; IT GETS A NUMBERED
      *                 INSTRUCTION AND REGISTER LINE LIKE A NEW LOAN
      *                 AND THE SAME LOAN-ASSET/CASH PAIR, NARRATED
      *                 "CREDIT LINE DRAW".  THE REGISTER SHOWS THE
      *                 DRAWS' OWN COUNT AND TOTAL.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      * 2026-10-15 RSD  GL POSTINGS NOW CARRY THE LOAN'S BRANCH, SO
      *                 THE LEDGER CAN KEEP BALANCES BY BRANCH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT DRAW-FUNDING    ASSIGN TO DRAWFUND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAW-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 PD-CURRENCY          PIC X(03).
           05 PD-FIRST-SEEN        PIC 9(08).

       FD  DRAW-FUNDING
           RECORDING MODE IS F.
       COPY DRAWFUND.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

              88 END-OF-ORIGINATIONS        VALUE 'Y'.
           05 WS-PEND-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PENDING             VALUE 'Y'.
           05 WS-DRAW-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-DRAWS               VALUE 'Y'.
           05 WS-ITEM-TYPE-SW      PIC X(01) VALUE 'N'.
              88 ITEM-IS-CREDIT-DRAW        VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-ACCT-SW           PIC X(01).
           88 ORIG-FILE-NOT-FOUND          VALUE '35'.
       01  WS-PEND-FILE-STATUS     PIC X(02).
           88 PEND-FILE-NOT-FOUND          VALUE '35'.
       01  WS-DRAW-FILE-STATUS     PIC X(02).
           88 DRAW-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-CUST-FILE-STATUS     PIC X(02).
       01  WS-CTL-FILE-STATUS      PIC X(02).

       01  WS-SEQ-NO               PIC 9(06) VALUE 0.
       01  WS-TOTAL-DISBURSED      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DRAWN          PIC 9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-ITEMS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ITEMS-DISBURSED   PIC 9(7) COMP VALUE 0.
           05 WS-ITEMS-PENDING     PIC 9(7) COMP VALUE 0.
           05 WS-ITEMS-OVERDUE     PIC 9(7) COMP VALUE 0.
           05 WS-DRAWS-DISBURSED   PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

              "TOTAL DISBURSED = ".
           05 TL-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.

       01  REGISTER-DRAW-LINE.
           05 FILLER                PIC X(18) VALUE
              "  OF WHICH DRAWS  ".
           05 TD-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 TD-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(15) VALUE
              " LINE DRAW(S)".

       01  EXCEPTION-HEADING.
           05 FILLER                PIC X(40) VALUE
              "DISBURSEMENTS PENDING PAST AGE LIMIT".
               UNTIL END-OF-PENDING.
           PERFORM 2500-WORK-ORIGINATION THRU 2500-EXIT
               UNTIL END-OF-ORIGINATIONS.
           PERFORM 2700-WORK-DRAW        THRU 2700-EXIT
               UNTIL END-OF-DRAWS.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           ELSE
               PERFORM 8000-READ-ORIGINATION THRU 8000-EXIT
           END-IF.

           OPEN INPUT DRAW-FUNDING.
           IF DRAW-FILE-NOT-FOUND
               MOVE 'Y' TO WS-DRAW-EOF-SW
           ELSE
               PERFORM 8200-READ-DRAW THRU 8200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

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

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WORK-DRAW - A CREDIT-LINE DRAW LOC-DRAW APPROVED AND
      * BOOKED TONIGHT.  THE LINE IS ON THE MASTER BY DEFINITION, SO
      * THE DRAW GOES STRAIGHT TO DISBURSEMENT.
      *----------------------------------------------------------------
       2700-WORK-DRAW.
           MOVE DF-ACCT-NO       TO WK-ACCT-NO.
           MOVE SPACES           TO WK-CUST-NAME.
           MOVE DF-AMOUNT        TO WK-PRINCIPAL.
           MOVE DF-CURRENCY      TO WK-CURRENCY.
           MOVE DF-APPROVED-DATE TO WK-FIRST-SEEN.

           SET ITEM-IS-CREDIT-DRAW TO TRUE.
           PERFORM 3100-DISBURSE-ITEM THRU 3100-EXIT.
           MOVE 'N' TO WS-ITEM-TYPE-SW.
           ADD 1 TO WS-ITEMS-DISBURSED.
           ADD 1 TO WS-DRAWS-DISBURSED.
           ADD DF-AMOUNT TO WS-TOTAL-DRAWN.

           PERFORM 8200-READ-DRAW THRU 8200-EXIT.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-TRY-TO-DISBURSE - DISBURSES WHEN THE ACCOUNT IS ON THE
      * MASTER; OTHERWISE THE ITEM CARRIES OVER, AND AGES ONTO THE
      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - THE FUNDING PAIR: A DEBIT PUTTING THE
      * LOAN ON THE ASSET BOOK AND A CREDIT PAYING THE CASH OUT.
      * A CREDIT-LINE DRAW POSTS THE SAME PAIR UNDER ITS OWN
      * NARRATIVE.
      *----------------------------------------------------------------
       4500-POST-GL-PAIR.
           MOVE WK-CURRENCY TO WS-CURRENCY-CODE.
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE WK-ACCT-NO       TO GL-ACCT-NO.
           MOVE LM-BRANCH        TO GL-BRANCH.
           MOVE WS-GL-LOAN-ASSET TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT       TO TRUE.
           MOVE WK-PRINCIPAL     TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE TO GL-CURRENCY.
           IF ITEM-IS-CREDIT-DRAW
               MOVE "CREDIT LINE DRAW" TO GL-NARRATIVE
           ELSE
               MOVE "LOAN FUNDED"      TO GL-NARRATIVE
           END-IF.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WK-PRINCIPAL * WS-FX-RATE.
           WRITE GL-EXTRACT-REC.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-READ-DRAW
      *----------------------------------------------------------------
       8200-READ-DRAW.
           READ DRAW-FUNDING
               AT END
                   MOVE 'Y' TO WS-DRAW-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
           END-READ.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE CARRY-OVER TABLE REPLACES THE PENDING
      * FILE.
       9000-TERMINATE.
           MOVE WS-TOTAL-DISBURSED TO TL-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE WS-TOTAL-DRAWN     TO TD-TOTAL.
           MOVE WS-DRAWS-DISBURSED TO TD-COUNT.
           WRITE REGISTER-LINE FROM REGISTER-DRAW-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT ORIG-FILE-NOT-FOUND
               CLOSE ORIGINATIONS
           END-IF.
           IF NOT DRAW-FILE-NOT-FOUND
               CLOSE DRAW-FUNDING
           END-IF.
           CLOSE LOAN-MASTER
                 CUSTOMER-NAMES
                 DISB-INSTRUCTIONS
