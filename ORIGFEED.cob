      * 2026-09-02 RSD  OL-BRANCH IS NO LONGER THROWN AWAY - IT IS
      *                 CARRIED TO THE NEW LT-BRANCH SO THE MASTER
      *                 FINALLY KNOWS THE ORIGINATING BRANCH.
      * 2026-10-15 RSD  EACH BOOKING THAT PASSES THE EDITS HAS ITS
      *                 OL-CUST-NAME SCREENED AGAINST THE SANCTIONS
      *                 WATCHLIST THROUGH SANCTIONS-CHECK.  A HIT AT OR
      *                 ABOVE THE THRESHOLD IS NOT FED - THE BOOKING
      *                 GOES WHOLE TO THE SANCQUE REVIEW QUEUE AND IS
      *                 LISTED ON THE EXCEPTION REPORT.  A BOOKING
      *                 SANCTIONS-REVIEW RELEASED CARRIES ITS CLEARING
      *                 OFFICER AND IS FED WITHOUT SCREENING AGAIN.
      * 2026-10-15 RSD  EACH BOOKING IS HELD TO ITS LOAN PRODUCT'S
      *                 RULES THROUGH PRODUCT-CHECK AND REJECTED WITH
      *                 THE RULE BROKEN.  A BOOKING WITH NO RATE CODE
      *                 AND NO RATE TAKES THE PRODUCT'S DEFAULT RATE
      *                 CODE.  OL-PRODUCT-CODE IS CARRIED TO THE NEW
      *                 LT-PRODUCT-CODE, AND THE FEED LINE IS WIDENED
      *                 TO THE FULL TRANSACTION RECORD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT MAPPING-EXCEPTIONS ASSIGN TO ORIGEXCP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SANCTIONS-QUEUE ASSIGN TO SANCQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       FD  FEED-OUT
           RECORDING MODE IS F.
       01  FEED-LINE               PIC X(67).

       FD  MAPPING-EXCEPTIONS
           RECORDING MODE IS F.
       01  EXCEPTION-LINE          PIC X(80).

       FD  SANCTIONS-QUEUE
           RECORDING MODE IS F.
       COPY SANCQUE.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
       01  WS-QUE-FILE-STATUS      PIC X(02).
           88 QUE-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * BUSINESS PROCESSING DATE - FROM THE BUSDATE CONTROL RECORD,
           05 WS-EDIT-SW           PIC X(01) VALUE 'Y'.
              88 BOOKING-IS-VALID           VALUE 'Y'.
              88 BOOKING-IS-INVALID         VALUE 'N'.
              88 BOOKING-IS-HELD            VALUE 'H'.
           05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
              88 CODE-WAS-FOUND             VALUE 'Y'.

           05 WS-BOOKINGS-READ     PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-EMITTED      PIC 9(7) COMP VALUE 0.
           05 WS-BOOKINGS-REJECTED PIC 9(7) COMP VALUE 0.
           05 WS-BOOKINGS-HELD     PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * WATCHLIST SCREENING - SEE SANCRQ.CPY.
      *----------------------------------------------------------------
       COPY SANCRQ.

      *----------------------------------------------------------------
      * LOAN PRODUCT RULES - SEE PRODRQ.CPY.  THE RATE CODE THE
      * BOOKING IS FED WITH - ITS OWN, OR THE PRODUCT'S DEFAULT.
      *----------------------------------------------------------------
       COPY PRODRQ.
       01  WS-MAPPED-RATE-CODE     PIC X(04).

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EX-REASON             PIC X(40).

       01  HELD-DETAIL.
           05 HD-APPLICATION-NO     PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(26) VALUE
              "HELD - SANCTIONS REVIEW  ".
           05 HD-ENTRY-ID           PIC X(08).
           05 FILLER                PIC X(07) VALUE " SCORE ".
           05 HD-SCORE              PIC ZZ9.

       01  HELD-COUNT-LINE.
           05 FILLER                PIC X(30) VALUE
              "HELD FOR SANCTIONS REVIEW   =".
           05 HC-HELD               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
           OPEN OUTPUT FEED-OUT
           OPEN OUTPUT MAPPING-EXCEPTIONS.

           OPEN EXTEND SANCTIONS-QUEUE.
           IF QUE-FILE-NOT-FOUND
               OPEN OUTPUT SANCTIONS-QUEUE
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING.
           PERFORM 2500-EDIT-BOOKING THRU 2500-EXIT.

           IF BOOKING-IS-VALID
              AND OL-CLEARED-BY = SPACES
               PERFORM 2700-SCREEN-BOOKING THRU 2700-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN BOOKING-IS-VALID
                   PERFORM 3000-EMIT-ADD-TXN THRU 3000-EXIT
                   ADD 1 TO WS-TXNS-EMITTED
               WHEN BOOKING-IS-HELD
                   ADD 1 TO WS-BOOKINGS-HELD
               WHEN OTHER
                   ADD 1 TO WS-BOOKINGS-REJECTED
           END-EVALUATE.

           PERFORM 8000-READ-BOOKING THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
               GO TO 2500-EXIT
           END-IF.

           MOVE 'V'              TO PQ-FUNCTION.
           MOVE OL-PRODUCT-CODE  TO PQ-PRODUCT-CODE.
           MOVE 'Y'              TO PQ-NEW-BUSINESS-SW.
           MOVE OL-RATE          TO PQ-RATE.
           MOVE OL-RATE-CODE     TO PQ-RATE-CODE.
           MOVE OL-TERM-YEARS    TO PQ-YEARS.
           MOVE OL-PAY-FREQ      TO PQ-COMP-FREQ.
           MOVE OL-CURRENCY      TO PQ-CURRENCY-CODE.
           MOVE WS-BUS-DATE-RAW  TO PQ-AS-OF-DATE.
           MOVE SPACES           TO PQ-FEE-CODE.
           CALL "PRODUCT-CHECK" USING PRODUCT-REQUEST.
           IF NOT PQ-TERMS-ARE-VALID
               MOVE PQ-REASON TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE PQ-RATE-CODE TO WS-MAPPED-RATE-CODE.

           IF WS-MAPPED-RATE-CODE NOT = SPACES
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2520-SEARCH-RATE-CODE THRU 2520-EXIT
                   VARYING RM-IDX FROM 1 BY 1
      * 2520-SEARCH-RATE-CODE
      *----------------------------------------------------------------
       2520-SEARCH-RATE-CODE.
           IF RM-TABLE-CODE(RM-IDX) = WS-MAPPED-RATE-CODE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2520-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-SCREEN-BOOKING - THE BORROWER'S NAME AGAINST THE
      * WATCHLIST.  A HIT IS QUEUED WHOLE FOR COMPLIANCE, LISTED ON
      * THE EXCEPTION REPORT, AND HELD OUT OF THE FEED.
      *----------------------------------------------------------------
       2700-SCREEN-BOOKING.
           MOVE OL-CUST-NAME TO SN-NAME.
           CALL "SANCTIONS-CHECK" USING SANCTIONS-REQUEST.
           IF NOT SN-NAME-IS-A-HIT
               GO TO 2700-EXIT
           END-IF.

           SET BOOKING-IS-HELD TO TRUE.

           MOVE SPACES            TO SANCTIONS-QUEUE-REC.
           MOVE 'O'               TO QR-SOURCE.
           MOVE OL-APPLICATION-NO TO QR-ITEM-KEY.
           MOVE OL-CUST-NAME      TO QR-SCREENED-NAME.
           MOVE SN-ENTRY-ID       TO QR-ENTRY-ID.
           MOVE SN-LIST-CODE      TO QR-LIST-CODE.
           MOVE SN-LIST-NAME      TO QR-LIST-NAME.
           MOVE SN-SCORE          TO QR-SCORE.
           MOVE WS-BUS-DATE-RAW   TO QR-QUEUE-DATE.
           MOVE 'P'               TO QR-STATUS.
           MOVE ZERO              TO QR-DECIDED-DATE.
           MOVE ORIGINATION-REC   TO QR-TXN-IMAGE.
           WRITE SANCTIONS-QUEUE-REC.

           MOVE OL-APPLICATION-NO TO HD-APPLICATION-NO.
           MOVE OL-ACCT-NO        TO HD-ACCT-NO.
           MOVE SN-ENTRY-ID       TO HD-ENTRY-ID.
           MOVE SN-SCORE          TO HD-SCORE.
           WRITE EXCEPTION-LINE FROM HELD-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-EMIT-ADD-TXN - MAPS THE BOOKING TO A LOANMTXN ADD.  THE
      * FIRST DUE DATE IS ONE MONTH PAST THE OPEN DATE.
           ELSE
               MOVE OL-PAY-FREQ TO LT-COMP-FREQ
           END-IF.
           MOVE WS-MAPPED-RATE-CODE
                               TO LT-RATE-CODE.
           MOVE OL-CURRENCY    TO LT-CURRENCY-CODE.
           MOVE OL-OPEN-DATE   TO LT-OPEN-DATE.
           MOVE 'A'            TO LT-STATUS.
           MOVE SPACE          TO LT-RESUBMIT-SW.
           MOVE OL-BRANCH      TO LT-BRANCH.
           MOVE OL-PRODUCT-CODE TO LT-PRODUCT-CODE.

           PERFORM 3100-SET-FIRST-DUE-DATE THRU 3100-EXIT.

           MOVE SPACE           TO BC-OVERRIDE-SW.
           WRITE FEED-LINE FROM BATCH-CONTROL-REC.

           MOVE WS-BOOKINGS-HELD TO HC-HELD.
           WRITE EXCEPTION-LINE FROM HELD-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE ORIGINATIONS
                 FEED-OUT
                 MAPPING-EXCEPTIONS
                 SANCTIONS-QUEUE.
       9000-EXIT.
           EXIT.

           MOVE WS-TXNS-EMITTED  TO CT-RECORDS-PROCESSED.
           IF WS-BOOKINGS-READ = WS-TXNS-EMITTED
                                 + WS-BOOKINGS-REJECTED
                                 + WS-BOOKINGS-HELD
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
