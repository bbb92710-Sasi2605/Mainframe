      *                 IMPACT REPORT'S ACCOUNT COUNT.  REGULATIONS
      *                 REQUIRE THE ADVANCE NOTICE; UNTIL NOW THE
      *                 BORROWER FOUND OUT WHEN THE INTEREST JUMPED.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V') IS
      *                 REPRICED ONLY BY ARM-RESET AND IS PASSED OVER
      *                 HERE WHATEVER ITS RATE CODE.
      * 2026-10-15 RSD  A CUSTOMER WHOSE ADDRESS IS FLAGGED BAD BY
      *                 RETURNED-MAIL HAS THE RATE-CHANGE LETTER
      *                 WRITTEN TO THE HELDMAIL FILE INSTEAD OF
      *                 PRINTED.  THE LETTER STILL COUNTS TOWARD THE
      *                 BALANCE TO THE IMPACT REPORT; ITS REGISTER
      *                 LINE SAYS MAIL HELD AND THE HELD LETTERS ARE
      *                 COUNTED UNDER THE REGISTER TOTAL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT NOTICE-REGISTER ASSIGN TO RPRCNREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-MAIL       ASSIGN TO HELDMAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           RECORDING MODE IS F.
       01  NOTICE-REG-LINE         PIC X(80).

       FD  HELD-MAIL
           RECORDING MODE IS F.
       COPY HELDMAIL.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-CUST-FILE-STATUS     PIC X(02).
       01  WS-HELD-FILE-STATUS     PIC X(02).
           88 HELD-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CUST-NAME            PIC X(20).

      *----------------------------------------------------------------
       01  WS-OPEN-DATE-NUM REDEFINES WS-OPEN-DATE
                                   PIC 9(08).
       01  WS-NOTICES-SENT         PIC 9(7) COMP VALUE 0.
       01  WS-MAIL-HELD            PIC 9(7) COMP VALUE 0.

       01  NOTICE-RULE-LINE.
           05 FILLER                PIC X(40) VALUE ALL "-".
           05 NR-NEW-RATE           PIC ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 NR-PAYMENT            PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 NR-MAIL-FLAG          PIC X(09).

       01  NOTICE-REG-TOTAL.
           05 FILLER                PIC X(15) VALUE "NOTICES SENT = ".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 NR-BALANCE-MSG        PIC X(22).

       01  MAIL-HELD-COUNT-LINE.
           05 FILLER                PIC X(29) VALUE
              "LETTERS HELD - BAD ADDRESS  =".
           05 MH-HELD               PIC ZZZZ9.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - SAME EFFECTIVE-DATED LOOKUP TABLE THE
      * INTEREST PROGRAMS LOAD.
           OPEN OUTPUT RATE-NOTICES
           OPEN OUTPUT NOTICE-REGISTER.

           OPEN EXTEND HELD-MAIL.
           IF HELD-FILE-NOT-FOUND
               OPEN OUTPUT HELD-MAIL
           END-IF.

           WRITE NOTICE-REG-LINE FROM NOTICE-REG-HEADING.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
       2000-PROCESS-ACCOUNT.
           IF LM-RATE-CODE = WS-REPRICE-CODE
              AND LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 3000-REPRICE-ACCOUNT THRU 3000-EXIT
           END-IF.

      * 4000-WRITE-NOTICE - THE BORROWER'S ADVANCE NOTICE AND ITS
      * REGISTER LINE.  THE NEW SCHEDULED PAYMENT IS THE LEVEL
      * MONTHLY AMOUNT OVER THE MONTHS REMAINING OF THE TERM AT THE
      * PROPOSED RATE.  A CUSTOMER WHOSE ADDRESS IS FLAGGED BAD HAS
      * THE LETTER HELD INSTEAD OF PRINTED.
      *----------------------------------------------------------------
       4000-WRITE-NOTICE.
           PERFORM 4200-COMPUTE-NEW-PAYMENT THRU 4200-EXIT.
           PERFORM 4100-LOOKUP-CUSTOMER THRU 4100-EXIT.

           MOVE SPACES TO NR-MAIL-FLAG.
           IF CU-ADDRESS-IS-BAD
               PERFORM 4150-HOLD-LETTER THRU 4150-EXIT
               MOVE "MAIL HELD" TO NR-MAIL-FLAG
           ELSE
               PERFORM 4050-PRINT-LETTER THRU 4050-EXIT
           END-IF.

           MOVE LM-ACCT-NO  TO NR-ACCT-NO.
           MOVE WS-OLD-RATE TO NR-OLD-RATE.
           MOVE WS-NEW-RATE TO NR-NEW-RATE.
           MOVE WS-PAYMENT  TO NR-PAYMENT.
           WRITE NOTICE-REG-LINE FROM NOTICE-REG-DETAIL.

           ADD 1 TO WS-NOTICES-SENT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4050-PRINT-LETTER - THE MAILED LETTER ITSELF.
      *----------------------------------------------------------------
       4050-PRINT-LETTER.
           WRITE NOTICE-LINE FROM NOTICE-RULE-LINE.
           MOVE WS-CUST-NAME TO NT-NAME.
           WRITE NOTICE-LINE FROM NOTICE-NAME-LINE.
           WRITE NOTICE-LINE FROM NOTICE-BODY-LINE-1.
           MOVE WS-PAYMENT     TO NT-PAYMENT.
           WRITE NOTICE-LINE FROM NOTICE-BODY-LINE-2.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4150-HOLD-LETTER - THE LETTER GOES TO THE HELD-MAIL FILE FOR
      * THE MAILROOM TO RELEASE ONCE A GOOD ADDRESS IS ON FILE.
      *----------------------------------------------------------------
       4150-HOLD-LETTER.
           MOVE SPACES           TO HELD-MAIL-REC.
           MOVE "REPRIC"         TO HM-PROGRAM-ID.
           SET HM-IS-RATE-CHANGE-LETTER TO TRUE.
           MOVE CU-CUST-NO       TO HM-CUST-NO.
           MOVE LM-ACCT-NO       TO HM-ACCT-NO.
           MOVE WS-CUST-NAME     TO HM-NAME.
           MOVE CU-BAD-ADDR-DATE TO HM-BAD-ADDR-DATE.
           MOVE WS-PAYMENT       TO HM-AMOUNT.
           IF LM-CURRENCY-CODE = SPACES
               MOVE "USD" TO HM-CURRENCY
           ELSE
               MOVE LM-CURRENCY-CODE TO HM-CURRENCY
           END-IF.
           MOVE WS-BUS-DATE-FMT  TO HM-BUS-DATE.
           WRITE HELD-MAIL-REC.
           ADD 1 TO WS-MAIL-HELD.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
               MOVE "OUT OF BALANCE"     TO NR-BALANCE-MSG
           END-IF.
           WRITE NOTICE-REG-LINE FROM NOTICE-REG-TOTAL.
           MOVE WS-MAIL-HELD TO MH-HELD.
           WRITE NOTICE-REG-LINE FROM MAIL-HELD-COUNT-LINE.

           CLOSE LOAN-ACCOUNTS
                 IMPACT-REPORT
                 CUSTOMER-NAMES
                 RATE-NOTICES
                 NOTICE-REGISTER
                 HELD-MAIL.

           DISPLAY "REPRICE IMPACT RUN COMPLETE - "
               WS-ACCTS-REPRICED " ACCOUNTS ON CODE " WS-REPRICE-CODE.
