      * 2026-09-02 RSD  THE END-OF-STEP GATE CALL NOW ALSO REPORTS
      *                 THE RECORDS WRITTEN, CARRIED TO THE STEP
      *                 METRICS NEXT TO THE RECORDS READ.
      * 2026-10-15 RSD  A NEW ACCOUNT STARTS ON A FIXED RATE
      *                 (LM-RATE-TYPE SPACE); ARM-MAINT PUTS IT ON
      *                 ADJUSTABLE-RATE TERMS.
      * 2026-10-15 RSD  A NEW ACCOUNT STARTS WITH NO DEFERRAL
      *                 (LM-DEFERRAL-SW SPACE); THE DEFERRAL-PLAN
      *                 RUNS SET AND CLEAR IT.
      * 2026-10-15 RSD  A NEW ACCOUNT STARTS AS A TERM LOAN
      *                 (LM-PRODUCT-TYPE SPACE); LOC-MAINT MAKES IT A
      *                 REVOLVING LINE OF CREDIT.
      * 2026-10-15 RSD  EVERY ACCOUNT CARRIES A LOAN PRODUCT CODE
      *                 (LT-PRODUCT-CODE TO LM-PRODUCT-CODE).  AN
      *                 ADD, A CHANGE AND A RESTRUCTURE ARE HELD TO
      *                 THE PRODUCT'S RULES THROUGH PRODUCT-CHECK AND
      *                 REJECTED WITH THE RULE BROKEN; A NEW ACCOUNT
      *                 WITH NO RATE CODE AND NO RATE TAKES THE
      *                 PRODUCT'S DEFAULT RATE CODE.  THE REJECT LINE
      *                 AND APPROVAL QUEUE CARRY THE WIDER
      *                 TRANSACTION IMAGE.
      * 2026-10-15 RSD  A NEW ACCOUNT STARTS ON A LEVEL PAYMENT
      *                 (LM-AMORT-TYPE SPACE); AMORT-MAINT SETS AN
      *                 INTEREST-ONLY OR BALLOON STRUCTURE.  A CHANGE
      *                 OR RESTRUCTURE THAT SHORTENS THE TERM TO OR
      *                 INSIDE THE INTEREST-ONLY PERIOD OR BALLOON
      *                 MONTH IS REJECTED.
      * 2026-10-15 RSD  EVERY MONEY MOVEMENT MAINTENANCE MAKES NOW
      *                 POSTS TO THE ACCOUNT TRANSACTION JOURNAL
      *                 THROUGH ACCT-JOURNAL - THE OPENING PRINCIPAL
      *                 ON AN ADD, A PRINCIPAL ADJUSTMENT ON A
      *                 CHANGE, AND THE BALANCE REMOVED BY A DELETE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  LOAN-MAINT-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(117).

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       FD  APPROVAL-QUEUE
           RECORDING MODE IS F.
       01  APPROVAL-QUEUE-REC.
           05 AQ-TXN-IMAGE         PIC X(67).
           05 AQ-QUEUE-DATE        PIC 9(08).
           05 AQ-STATUS            PIC X(01).

      *----------------------------------------------------------------
       COPY INCDRQ.

      *----------------------------------------------------------------
      * LOAN PRODUCT RULES - SEE PRODRQ.CPY.
      *----------------------------------------------------------------
       COPY PRODRQ.
       01  WS-OLD-PRODUCT-CODE     PIC X(04).

      *----------------------------------------------------------------
      * ACCOUNT TRANSACTION JOURNAL - SEE JRNLRQ.CPY.  THE BALANCE
      * (PRINCIPAL PLUS ACCRUED) BEFORE A CHANGE, SO THE ADJUSTMENT
      * POSTED IS THE DIFFERENCE THE CHANGE MADE.
      *----------------------------------------------------------------
       COPY JRNLRQ.
       01  WS-OLD-JRNL-BALANCE     PIC S9(8)V99.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
      *----------------------------------------------------------------
      *    UTILITY CAN CORRECT THE OFFENDING FIELD AND RESUBMIT
      *    INSTEAD OF THE RECORD BEING RETYPED FROM SCRATCH.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(67).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
           MOVE LT-OPEN-DATE     TO LM-OPEN-DATE.
           MOVE LT-STATUS        TO LM-STATUS.
           MOVE LT-BRANCH        TO LM-BRANCH.
           MOVE LT-PRODUCT-CODE  TO LM-PRODUCT-CODE.
      *    A NEW ACCOUNT HAS EARNED NOTHING YET AND ACCRUES FROM DAY
      *    ONE - THE ACCRUED BUCKET AND ACCRUAL STATUS ARE OWNED BY
      *    THE NIGHTLY RUNS, NOT BY MAINTENANCE.
           MOVE ZERO             TO LM-ACCRUED-INT.
           MOVE SPACE            TO LM-ACCRUAL-SW.
           MOVE SPACE            TO LM-RATE-TYPE.
           MOVE SPACE            TO LM-DEFERRAL-SW.
           MOVE SPACE            TO LM-PRODUCT-TYPE.
           MOVE SPACE            TO LM-AMORT-TYPE.
           MOVE ZERO             TO LM-AMORT-MONTHS.

           MOVE 'Y' TO PQ-NEW-BUSINESS-SW.
           PERFORM 2180-CHECK-PRODUCT-RULES THRU 2180-EXIT.
           IF TRANSACTION-IS-INVALID
               GO TO 2100-EXIT
           END-IF.

           WRITE LOAN-MASTER-REC
               INVALID KEY
               MOVE SPACES            TO WS-BEFORE-IMAGE
               MOVE LOAN-MASTER-REC   TO WS-AFTER-IMAGE
               PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
               MOVE "OP"              TO JQ-TXN-CODE
               MOVE LM-PRINCIPAL      TO JQ-AMOUNT
               PERFORM 2850-POST-ACCOUNT-JOURNAL THRU 2850-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2180-CHECK-PRODUCT-RULES - HOLDS THE MASTER RECORD AS IT IS
      * ABOUT TO BE WRITTEN TO ITS PRODUCT'S RULES.  THE CALLER SETS
      * PQ-NEW-BUSINESS-SW.  A DEFAULT RATE CODE THE PRODUCT SUPPLIES
      * IS CARRIED TO THE ACCOUNT.
      *----------------------------------------------------------------
       2180-CHECK-PRODUCT-RULES.
           MOVE 'V'              TO PQ-FUNCTION.
           MOVE LM-PRODUCT-CODE  TO PQ-PRODUCT-CODE.
           MOVE LM-RATE          TO PQ-RATE.
           MOVE LM-RATE-CODE     TO PQ-RATE-CODE.
           MOVE LM-YEARS         TO PQ-YEARS.
           MOVE LM-COMP-FREQ     TO PQ-COMP-FREQ.
           MOVE LM-CURRENCY-CODE TO PQ-CURRENCY-CODE.
           MOVE WS-BUS-DATE-RAW  TO PQ-AS-OF-DATE.
           MOVE SPACES           TO PQ-FEE-CODE.
           CALL "PRODUCT-CHECK" USING PRODUCT-REQUEST.
           IF PQ-TERMS-ARE-VALID
               MOVE PQ-RATE-CODE TO LM-RATE-CODE
           ELSE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE PQ-REASON TO WS-REASON
           END-IF.
       2180-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2190-CHECK-AMORT-TERM - AN INTEREST-ONLY PERIOD OR BALLOON
      * MONTH MUST STILL END BEFORE THE LAST MONTH OF THE TERM, AS
      * AMORT-MAINT REQUIRED WHEN IT WAS SET.
      *----------------------------------------------------------------
       2190-CHECK-AMORT-TERM.
           IF LM-AMORT-IS-INTEREST-ONLY OR LM-AMORT-IS-BALLOON
               IF LM-AMORT-MONTHS >= LM-YEARS * 12
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "TERM ENDS INSIDE INT-ONLY/BALLOON MONTHS"
                       TO WS-REASON
               END-IF
           END-IF.
       2190-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-ACCOUNT - REWRITES AN EXISTING MASTER RECORD WITH
      * THE TRANSACTION'S FIELDS.  AN ACCOUNT NUMBER NOT ON FILE IS

           IF TRANSACTION-IS-VALID
               MOVE LOAN-MASTER-REC TO WS-BEFORE-IMAGE
               COMPUTE WS-OLD-JRNL-BALANCE =
                   LM-PRINCIPAL + LM-ACCRUED-INT
               MOVE LT-PRINCIPAL TO LM-PRINCIPAL
               MOVE LT-RATE      TO LM-RATE
               MOVE LT-YEARS     TO LM-YEARS
               MOVE LT-OPEN-DATE     TO LM-OPEN-DATE
               MOVE LT-STATUS        TO LM-STATUS
               MOVE LT-BRANCH        TO LM-BRANCH
      *        NO PRODUCT CODE ON THE CHANGE KEEPS THE ACCOUNT'S OWN;
      *        A MOVE TO ANOTHER PRODUCT IS NEW BUSINESS FOR IT.
               MOVE LM-PRODUCT-CODE  TO WS-OLD-PRODUCT-CODE
               IF LT-PRODUCT-CODE NOT = SPACES
                   MOVE LT-PRODUCT-CODE TO LM-PRODUCT-CODE
               END-IF
               IF LM-PRODUCT-CODE = WS-OLD-PRODUCT-CODE
                   MOVE 'N' TO PQ-NEW-BUSINESS-SW
               ELSE
                   MOVE 'Y' TO PQ-NEW-BUSINESS-SW
               END-IF
               PERFORM 2180-CHECK-PRODUCT-RULES THRU 2180-EXIT
           END-IF.

           IF TRANSACTION-IS-VALID
               PERFORM 2190-CHECK-AMORT-TERM THRU 2190-EXIT
           END-IF.

           IF TRANSACTION-IS-VALID
               REWRITE LOAN-MASTER-REC
                   INVALID KEY
                       SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "CHANGE"          TO WS-JRNL-ACTION
               MOVE LOAN-MASTER-REC   TO WS-AFTER-IMAGE
               PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
      *        ONLY A CHANGE THAT MOVED THE PRINCIPAL IS MONEY.
               COMPUTE JQ-AMOUNT = LM-PRINCIPAL + LM-ACCRUED-INT
                                 - WS-OLD-JRNL-BALANCE
               IF JQ-AMOUNT NOT = ZERO
                   MOVE "AJ"          TO JQ-TXN-CODE
                   PERFORM 2850-POST-ACCOUNT-JOURNAL THRU 2850-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
               MOVE "DELETE"          TO WS-JRNL-ACTION
               MOVE SPACES            TO WS-AFTER-IMAGE
               PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
      *        THE ACCOUNT LEAVES THE BOOKS - WHATEVER IT STILL
      *        CARRIED COMES OFF ITS JOURNAL BALANCE WITH IT.
               COMPUTE JQ-AMOUNT =
                   ZERO - LM-PRINCIPAL - LM-ACCRUED-INT
               MOVE ZERO              TO LM-PRINCIPAL
                                         LM-ACCRUED-INT
               MOVE "AJ"              TO JQ-TXN-CODE
               PERFORM 2850-POST-ACCOUNT-JOURNAL THRU 2850-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
           MOVE LM-RATE-CODE TO MD-NEW-RATE-CODE.
           MOVE LM-RATE      TO MD-NEW-RATE.

      *    AN OLDER ACCOUNT NOT YET GIVEN A PRODUCT IS RESTRUCTURED
      *    AS BEFORE; THE PRODUCT EXCEPTION REPORT LISTS IT.
           IF LM-PRODUCT-CODE NOT = SPACES
               MOVE 'N' TO PQ-NEW-BUSINESS-SW
               PERFORM 2180-CHECK-PRODUCT-RULES THRU 2180-EXIT
               IF TRANSACTION-IS-INVALID
                   GO TO 2500-EXIT
               END-IF
           END-IF.

           PERFORM 2190-CHECK-AMORT-TERM THRU 2190-EXIT.
           IF TRANSACTION-IS-INVALID
               GO TO 2500-EXIT
           END-IF.

           REWRITE LOAN-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2850-POST-ACCOUNT-JOURNAL - THE CALLER SETS THE TRANSACTION
      * CODE AND AMOUNT; THE MASTER RECORD IS AS IT NOW STANDS.
      *----------------------------------------------------------------
       2850-POST-ACCOUNT-JOURNAL.
           MOVE 'P'              TO JQ-FUNCTION.
           MOVE LT-ACCT-NO       TO JQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW  TO JQ-EFF-DATE.
           MOVE LM-PRINCIPAL     TO JQ-PRINCIPAL.
           MOVE LM-ACCRUED-INT   TO JQ-ACCRUED-INT.
           MOVE 'N'              TO JQ-MEMO-SW.
           MOVE "LOANMT  "       TO JQ-SOURCE-PGM.
           MOVE SPACES           TO JQ-REFERENCE.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE 'C' TO JQ-FUNCTION.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

      *    A FINAL BATCH WHOSE TRAILER NEVER ARRIVED IS AN ERROR -
