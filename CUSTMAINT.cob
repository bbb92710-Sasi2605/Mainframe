      * 2026-09-02 RSD  THE END-OF-STEP GATE CALL NOW ALSO REPORTS
      *                 THE RECORDS WRITTEN, CARRIED TO THE STEP
      *                 METRICS NEXT TO THE RECORDS READ.
      * 2026-10-15 RSD  A CHANGE THAT ALTERS ANY ADDRESS LINE CLEARS
      *                 THE RETURNED-MAIL BAD-ADDRESS FLAG, SO THE
      *                 HELD MAILINGS GO OUT AGAIN TO THE NEW ADDRESS.
      *                 AN ADD STARTS WITH A GOOD ADDRESS.
      * 2026-10-15 RSD  ADDS AND NAME CHANGES ARE SCREENED AGAINST THE
      *                 SANCTIONS WATCHLIST THROUGH SANCTIONS-CHECK.  A
      *                 HIT AT OR ABOVE THE THRESHOLD IS NOT APPLIED -
      *                 THE TRANSACTION GOES WHOLE TO THE SANCQUE
      *                 REVIEW QUEUE.  A TRANSACTION SANCTIONS-REVIEW
      *                 RELEASED CARRIES ITS CLEARING OFFICER AND IS
      *                 APPLIED WITHOUT SCREENING AGAIN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT SANCTIONS-QUEUE ASSIGN TO SANCQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MAINT-TXN
           RECORDING MODE IS F.
       COPY CUSTREL.

       FD  SANCTIONS-QUEUE
           RECORDING MODE IS F.
       COPY SANCQUE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
              88 TRANSACTION-IS-HELD        VALUE 'H'.

       01  WS-MASTER-FILE-STATUS    PIC X(02).
           88 MASTER-KEY-NOT-FOUND         VALUE '23'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-QUE-FILE-STATUS       PIC X(02).
           88 QUE-FILE-NOT-FOUND           VALUE '35'.

       01  WS-REASON                PIC X(40).

       01  WS-COUNTS.
           05 WS-TXNS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-APPLIED       PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-REJECTED      PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-HELD          PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------
      * WATCHLIST SCREENING - SEE SANCRQ.CPY.
      *----------------------------------------------------------------
       COPY SANCRQ.

       COPY CTLTOTAL.

           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-CUST-NO             PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-STATUS              PIC X(30).

       01  HELD-COUNT-LINE.
           05 FILLER                 PIC X(30) VALUE
              "HELD FOR SANCTIONS REVIEW   =".
           05 HC-HELD                PIC ZZZZZZ9.

       01  REJECT-DETAIL.
           05 RJ-CUST-NO             PIC X(06).
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           OPEN EXTEND SANCTIONS-QUEUE.
           IF QUE-FILE-NOT-FOUND
               OPEN OUTPUT SANCTIONS-QUEUE
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.
                   MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
           END-EVALUATE.

           EVALUATE TRUE
               WHEN TRANSACTION-IS-INVALID
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   ADD 1 TO WS-TXNS-REJECTED
               WHEN TRANSACTION-IS-HELD
                   ADD 1 TO WS-TXNS-HELD
               WHEN OTHER
                   ADD 1 TO WS-TXNS-APPLIED
           END-EVALUATE.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       2000-EXIT.
      * 2100-ADD-CUSTOMER - WRITES A NEW MASTER RECORD.  A CUSTOMER
      * NUMBER ALREADY ON FILE IS A KEYING ERROR, NOT AN UPDATE, SO
      * THE TRANSACTION IS REJECTED RATHER THAN APPLIED AS A CHANGE.
      * A NEW NAME IS SCREENED FIRST, UNLESS COMPLIANCE HAS ALREADY
      * CLEARED IT.
      *----------------------------------------------------------------
       2100-ADD-CUSTOMER.
           IF CN-CLEARED-BY = SPACES
               PERFORM 2500-SCREEN-NAME THRU 2500-EXIT
               IF TRANSACTION-IS-HELD
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           MOVE CN-CUST-NO TO CU-CUST-NO.
           MOVE CN-NAME    TO CU-NAME.
           MOVE CN-ADDR-1  TO CU-ADDR-1.
           MOVE CN-ADDR-2  TO CU-ADDR-2.
           MOVE CN-ADDR-3  TO CU-ADDR-3.
           MOVE SPACE      TO CU-ADDR-STATUS.
           MOVE ZERO       TO CU-BAD-ADDR-DATE.
           MOVE SPACE      TO CU-RETURNED-MAIL-TYPE.

           WRITE CUSTOMER-MASTER-REC
               INVALID KEY
           IF TRANSACTION-IS-VALID
               MOVE "ADD"    TO ML-ACTION
               MOVE "ADDED"  TO ML-STATUS
               IF CN-CLEARED-BY NOT = SPACES
                   MOVE "ADDED - SANCTIONS CLEARED" TO ML-STATUS
               END-IF
               PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT
           END-IF.
       2100-EXIT.
      *----------------------------------------------------------------
      * 2200-CHANGE-CUSTOMER - REWRITES AN EXISTING MASTER RECORD WITH
      * THE TRANSACTION'S FIELDS.  A CUSTOMER NUMBER NOT ON FILE IS
      * REJECTED RATHER THAN APPLIED AS AN ADD.  A NEW ADDRESS CLEARS
      * A BAD-ADDRESS FLAG; A NAME-ONLY CHANGE LEAVES IT SET.  A
      * CHANGED NAME IS SCREENED BEFORE ANYTHING IS APPLIED, UNLESS
      * COMPLIANCE HAS ALREADY CLEARED IT.
      *----------------------------------------------------------------
       2200-CHANGE-CUSTOMER.
           MOVE CN-CUST-NO TO CU-CUST-NO.
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REASON
           END-READ.

           IF TRANSACTION-IS-VALID
              AND CN-NAME NOT = CU-NAME
              AND CN-CLEARED-BY = SPACES
               PERFORM 2500-SCREEN-NAME THRU 2500-EXIT
               IF TRANSACTION-IS-HELD
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           MOVE "CHANGED" TO ML-STATUS.
           IF CN-CLEARED-BY NOT = SPACES
               MOVE "CHANGED - SANCTIONS CLEARED" TO ML-STATUS
           END-IF.
           IF TRANSACTION-IS-VALID
              AND (CN-ADDR-1 NOT = CU-ADDR-1
                OR CN-ADDR-2 NOT = CU-ADDR-2
                OR CN-ADDR-3 NOT = CU-ADDR-3)
              AND CU-ADDRESS-IS-BAD
               MOVE SPACE TO CU-ADDR-STATUS
               MOVE ZERO  TO CU-BAD-ADDR-DATE
               MOVE SPACE TO CU-RETURNED-MAIL-TYPE
               MOVE "CHANGED - ADDR FLAG CLEARED" TO ML-STATUS
           END-IF.

           IF TRANSACTION-IS-VALID
               MOVE CN-NAME   TO CU-NAME
               MOVE CN-ADDR-1 TO CU-ADDR-1

           IF TRANSACTION-IS-VALID
               MOVE "CHANGE"  TO ML-ACTION
               PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT
           END-IF.
       2200-EXIT.
       9350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-SCREEN-NAME - THE TRANSACTION'S NAME AGAINST THE
      * WATCHLIST.  A HIT IS QUEUED WHOLE FOR COMPLIANCE AND LOGGED,
      * AND THE TRANSACTION IS HELD, NOT APPLIED.
      *----------------------------------------------------------------
       2500-SCREEN-NAME.
           MOVE CN-NAME TO SN-NAME.
           CALL "SANCTIONS-CHECK" USING SANCTIONS-REQUEST.
           IF NOT SN-NAME-IS-A-HIT
               GO TO 2500-EXIT
           END-IF.

           SET TRANSACTION-IS-HELD TO TRUE.

           MOVE SPACES          TO SANCTIONS-QUEUE-REC.
           MOVE 'C'             TO QR-SOURCE.
           MOVE CN-CUST-NO      TO QR-ITEM-KEY.
           MOVE CN-NAME         TO QR-SCREENED-NAME.
           MOVE SN-ENTRY-ID     TO QR-ENTRY-ID.
           MOVE SN-LIST-CODE    TO QR-LIST-CODE.
           MOVE SN-LIST-NAME    TO QR-LIST-NAME.
           MOVE SN-SCORE        TO QR-SCORE.
           MOVE WS-BUS-DATE-RAW TO QR-QUEUE-DATE.
           MOVE 'P'             TO QR-STATUS.
           MOVE ZERO            TO QR-DECIDED-DATE.
           MOVE CUSTOMER-MAINT-TXN-REC TO QR-TXN-IMAGE.
           WRITE SANCTIONS-QUEUE-REC.

           IF CN-ACTION-IS-ADD
               MOVE "ADD"    TO ML-ACTION
           ELSE
               MOVE "CHANGE" TO ML-ACTION
           END-IF.
           MOVE "HELD - SANCTIONS REVIEW" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-TXNS-HELD TO HC-HELD.
           WRITE MAINT-LOG-LINE FROM HELD-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           PERFORM 9300-REWRITE-RELATIONS THRU 9300-EXIT.
                 CUSTOMER-MASTER
                 MAINT-LOG
                 CUST-MAINT-REJECTS
                 SHARED-EXCEPTION-LOG
                 SANCTIONS-QUEUE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES TRANSACTIONS READ
      * AGAINST TRANSACTIONS APPLIED, REJECTED, AND HELD FOR
      * SANCTIONS REVIEW.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-TXNS-READ    TO CT-RECORDS-READ.
           MOVE WS-TXNS-APPLIED TO CT-RECORDS-PROCESSED.
           IF WS-TXNS-READ = WS-TXNS-APPLIED + WS-TXNS-REJECTED
                             + WS-TXNS-HELD
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
