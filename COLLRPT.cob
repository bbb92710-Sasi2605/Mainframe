      *                 ON THE HISTORY FILE ON OR AFTER IT.  SORTED
      *                 THROUGH THE SHARED SORT-SERVICE SUBPROGRAM ON
      *                 COLLECTOR PLUS A BROKEN-FIRST RANK BYTE.
      * 2026-10-15 RSD  AN ENTRY WHOSE ACCOUNT IS UNDER A BANKRUPTCY,
      *                 DECEASED OR LITIGATION HOLD (LEGAL-HOLD-CHECK)
      *                 IS LEFT OFF THE WORK LIST AND COUNTED AT THE
      *                 FOOT OF THE REPORT.
      * 2026-10-15 RSD  SO IS AN ENTRY WHOSE ACCOUNT HAS A CUSTOMER
      *                 DISPUTE OPEN OR A DISPUTE WAIVER WAITING FOR
      *                 APPROVAL (DISPUTE-CHECK); IT IS COUNTED AT THE
      *                 FOOT AND IN THE CONTROL TOTALS.
      * 2026-10-15 RSD  AN ENTRY COLLECT-PERF FLAGGED FOR A
      *                 HIGH-PRIORITY FOLLOW-UP AFTER A BROKEN PROMISE
      *                 RANKS WITH THE BROKEN PROMISES AT THE TOP.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       COPY SORTREQ.

      *----------------------------------------------------------------
      * LEGAL-STATUS HOLDS - SEE LHOLDRQ.CPY.
      *----------------------------------------------------------------
       COPY LHOLDRQ.

      *----------------------------------------------------------------
      * CUSTOMER DISPUTES - SEE DISPRQ.CPY.
      *----------------------------------------------------------------
       COPY DISPRQ.

       01  WS-COUNTS.
           05 WS-ENTRIES-READ      PIC 9(7) COMP VALUE 0.
           05 WS-ENTRIES-LISTED    PIC 9(7) COMP VALUE 0.
           05 WS-ENTRIES-SKIPPED   PIC 9(7) COMP VALUE 0.
           05 WS-BROKEN-PROMISES   PIC 9(7) COMP VALUE 0.
           05 WS-ENTRIES-HELD      PIC 9(7) COMP VALUE 0.
           05 WS-ENTRIES-DISPUTED  PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

              "BROKEN PROMISES =".
           05 BC-BROKEN             PIC ZZZZ9.

       01  HELD-COUNT-LINE.
           05 FILLER                PIC X(26) VALUE
              "HELD - LEGAL STATUS HOLD =".
           05 HC-HELD               PIC ZZZZ9.

       01  DISPUTED-COUNT-LINE.
           05 FILLER                PIC X(26) VALUE
              "HELD - CUSTOMER DISPUTE  =".
           05 DC-DISPUTED           PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
               GO TO 2000-EXIT
           END-IF.

      *    A BANKRUPT, DECEASED OR LITIGATED BORROWER IS NOT CALLED -
      *    THE ENTRY STAYS OPEN ON THE QUEUE BUT OFF THE WORK LIST.
           MOVE CQ-ACCT-NO      TO LQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW TO LQ-BUS-DATE.
           CALL "LEGAL-HOLD-CHECK" USING LEGAL-HOLD-REQUEST.
           IF LQ-ACCOUNT-IS-HELD
               ADD 1 TO WS-ENTRIES-HELD
               PERFORM 8000-READ-QUEUE THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

      *    NOR IS A CUSTOMER CHASED WHILE THEIR DISPUTE IS WORKED.
           MOVE CQ-ACCT-NO TO DQ-ACCT-NO.
           CALL "DISPUTE-CHECK" USING DISPUTE-CHECK-REQUEST.
           IF DQ-ACCOUNT-IS-DISPUTED
               ADD 1 TO WS-ENTRIES-DISPUTED
               PERFORM 8000-READ-QUEUE THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-WORK-COUNT >= WS-WORK-MAX
               DISPLAY "WORK-LIST TABLE FULL - RAISE LIMIT"
               ADD 1 TO WS-ENTRIES-SKIPPED
           MOVE CQ-PRINCIPAL    TO WL-PRINCIPAL(WS-WORK-SUB).

           MOVE '1' TO WL-RANK(WS-WORK-SUB).
           IF CQ-FOLLOW-UP-IS-HIGH
               MOVE '0' TO WL-RANK(WS-WORK-SUB)
               ADD 1 TO WS-BROKEN-PROMISES
           END-IF.
           IF WL-RANK(WS-WORK-SUB) = '1'
              AND CQ-PROMISE-DATE NOT = ZERO
              AND CQ-PROMISE-DATE < WS-BUS-DATE-RAW
               PERFORM 2100-CHECK-PROMISE-KEPT THRU 2100-EXIT
               IF NOT A-PAYMENT-WAS-FOUND
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM BROKEN-COUNT-LINE.
           MOVE WS-ENTRIES-HELD TO HC-HELD.
           WRITE REPORT-LINE FROM HELD-COUNT-LINE.
           MOVE WS-ENTRIES-DISPUTED TO DC-DISPUTED.
           WRITE REPORT-LINE FROM DISPUTED-COUNT-LINE.
       4000-EXIT.
           EXIT.


      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES QUEUE ENTRIES READ
      * AGAINST ENTRIES LISTED PLUS ENTRIES SKIPPED (CURED) PLUS
      * ENTRIES HELD PLUS ENTRIES IN DISPUTE.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ENTRIES-READ   TO CT-RECORDS-READ.
           MOVE WS-ENTRIES-LISTED TO CT-RECORDS-PROCESSED.
           IF WS-ENTRIES-READ = WS-ENTRIES-LISTED
                                + WS-ENTRIES-SKIPPED
                                + WS-ENTRIES-HELD
                                + WS-ENTRIES-DISPUTED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
