      * 2026-09-02 RSD  PRE-CONVERSION HISTORY RECORDS CARRY SPACES
      *                 IN THE SPLIT FIELDS - NORMALIZED TO ZERO
      *                 BEFORE THE COMPARE AND THE ARITHMETIC.
      * 2026-10-15 RSD  A CUSTOMER WHOSE ADDRESS IS FLAGGED BAD BY
      *                 RETURNED-MAIL HAS THE NOTICE WRITTEN TO THE
      *                 HELDMAIL FILE INSTEAD OF PRINTED.  THE
      *                 CUSTOMER STILL GOES ON THE TAX EXTRACT AND IN
      *                 THE GRAND TOTAL, SO THE TWO STILL TIE; THE
      *                 HELD NOTICES ARE COUNTED UNDER THE GRAND TOTAL.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT TAX-EXTRACT     ASSIGN TO YRINTEXT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-MAIL       ASSIGN TO HELDMAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           RECORDING MODE IS F.
       01  NOTICE-LINE             PIC X(80).

       FD  HELD-MAIL
           RECORDING MODE IS F.
       COPY HELDMAIL.

       FD  TAX-EXTRACT
           RECORDING MODE IS F.
       01  TAX-EXTRACT-REC.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-MAIL-HELD-SW      PIC X(01) VALUE 'N'.
              88 NOTICE-IS-HELD             VALUE 'Y'.

       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
           88 REL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-CUST-FILE-STATUS     PIC X(02).
       01  WS-HELD-FILE-STATUS     PIC X(02).
           88 HELD-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * PER-ACCOUNT INTEREST TOTALS FOR THE YEAR.
       01  WS-CUST-BASE-TOTAL      PIC S9(11)V99.
       01  WS-GRAND-BASE-TOTAL     PIC S9(13)V99 VALUE 0.
       01  WS-CUST-COUNT           PIC 9(07) VALUE 0.
       01  WS-MAIL-HELD            PIC 9(07) VALUE 0.
       01  WS-CUST-NAME            PIC X(20).

       01  WS-COUNTS.
              "GRAND TOTAL IN USD =".
           05 GT-TOTAL              PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  MAIL-HELD-COUNT-LINE.
           05 FILLER                PIC X(29) VALUE
              "NOTICES HELD - BAD ADDRESS  =".
           05 MH-HELD               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
           OPEN OUTPUT NOTICE-PRINT
           OPEN OUTPUT TAX-EXTRACT.

           OPEN EXTEND HELD-MAIL.
           IF HELD-FILE-NOT-FOUND
               OPEN OUTPUT HELD-MAIL
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW(1:4) TO WS-YEAR.
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

           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           WRITE NOTICE-LINE FROM GRAND-TOTAL-LINE.
           MOVE WS-MAIL-HELD TO MH-HELD.
           WRITE NOTICE-LINE FROM MAIL-HELD-COUNT-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-PRINT-ONE-CUSTOMER - A CUSTOMER WHOSE ADDRESS IS FLAGGED
      * BAD IS TOTALLED AND EXTRACTED AS USUAL, BUT THE NOTICE IS
      * HELD INSTEAD OF PRINTED.
      *----------------------------------------------------------------
       4100-PRINT-ONE-CUSTOMER.
           IF AT-PRINTED-SW(WS-ACCT-SUB) = 'Y'
                   MOVE CU-NAME TO WS-CUST-NAME
           END-READ.

           MOVE 'N' TO WS-MAIL-HELD-SW.
           IF CU-ADDRESS-IS-BAD
               MOVE 'Y' TO WS-MAIL-HELD-SW
           ELSE
               PERFORM 4050-PRINT-ADDRESS THRU 4050-EXIT
           END-IF.

           PERFORM 4200-PRINT-CUST-ACCOUNTS THRU 4200-EXIT
               VARYING WS-ACCT-SCAN FROM 1 BY 1
               UNTIL WS-ACCT-SCAN > WS-ACCT-TABLE-COUNT.

           IF NOTICE-IS-HELD
               PERFORM 4150-HOLD-NOTICE THRU 4150-EXIT
           ELSE
               MOVE WS-CUST-BASE-TOTAL TO NL-TOTAL
               WRITE NOTICE-LINE FROM NOTICE-TOTAL-LINE
           END-IF.

           ADD WS-CUST-BASE-TOTAL TO WS-GRAND-BASE-TOTAL.
           ADD 1 TO WS-CUST-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4050-PRINT-ADDRESS - THE NOTICE'S NAME AND ADDRESS BLOCK.
      *----------------------------------------------------------------
       4050-PRINT-ADDRESS.
           WRITE NOTICE-LINE FROM NOTICE-RULE-LINE.
           MOVE WS-CUST-NAME TO NT-NAME.
           WRITE NOTICE-LINE FROM NOTICE-NAME-LINE.
           IF CU-ADDR-1 NOT = SPACES
               MOVE CU-ADDR-1 TO NT-ADDR
               WRITE NOTICE-LINE FROM NOTICE-ADDR-LINE
           END-IF.
           IF CU-ADDR-2 NOT = SPACES
               MOVE CU-ADDR-2 TO NT-ADDR
               WRITE NOTICE-LINE FROM NOTICE-ADDR-LINE
           END-IF.
           IF CU-ADDR-3 NOT = SPACES
               MOVE CU-ADDR-3 TO NT-ADDR
               WRITE NOTICE-LINE FROM NOTICE-ADDR-LINE
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4150-HOLD-NOTICE - ONE HELD-MAIL RECORD FOR THE CUSTOMER'S
      * WHOLE NOTICE, CARRYING THE BASE-CURRENCY TOTAL AND THE FIRST
      * ACCOUNT ON IT.
      *----------------------------------------------------------------
       4150-HOLD-NOTICE.
           MOVE SPACES           TO HELD-MAIL-REC.
           MOVE "YRINT "         TO HM-PROGRAM-ID.
           SET HM-IS-YEAREND-NOTICE TO TRUE.
           MOVE AT-CUST-NO(WS-ACCT-SUB) TO HM-CUST-NO.
           MOVE AT-ACCT-NO(WS-ACCT-SUB) TO HM-ACCT-NO.
           MOVE WS-CUST-NAME     TO HM-NAME.
           MOVE CU-BAD-ADDR-DATE TO HM-BAD-ADDR-DATE.
           IF WS-CUST-BASE-TOTAL < ZERO
               MOVE ZERO TO HM-AMOUNT
           ELSE
               MOVE WS-CUST-BASE-TOTAL TO HM-AMOUNT
           END-IF.
           MOVE "USD"            TO HM-CURRENCY.
           MOVE WS-BUS-DATE-FMT  TO HM-BUS-DATE.
           WRITE HELD-MAIL-REC.
           ADD 1 TO WS-MAIL-HELD.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-PRINT-CUST-ACCOUNTS
      *----------------------------------------------------------------
               GO TO 4200-EXIT
           END-IF.

           IF NOT NOTICE-IS-HELD
               MOVE AT-ACCT-NO(WS-ACCT-SCAN)  TO NA-ACCT-NO
               MOVE AT-INTEREST(WS-ACCT-SCAN) TO NA-INTEREST
               MOVE AT-CURRENCY(WS-ACCT-SCAN) TO NA-CURRENCY
               WRITE NOTICE-LINE FROM NOTICE-ACCT-LINE
           END-IF.

           MOVE AT-CURRENCY(WS-ACCT-SCAN) TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.
           CLOSE LOAN-MASTER
                 CUSTOMER-NAMES
                 NOTICE-PRINT
                 TAX-EXTRACT
                 HELD-MAIL.
       9000-EXIT.
           EXIT.

