      *                 CONSULTS THIS FILE THROUGH PERIOD-CHECK, SO
      *                 FINANCE CLOSES A MONTH HERE INSTEAD OF
      *                 BOUNCING THE LEDGER LOAD.
      * 2026-10-15 RSD  A YEAR THE YEAR-END CLOSE HAS CLOSED TO
      *                 RETAINED EARNINGS CANNOT BE TOUCHED HERE - NO
      *                 PERIOD OF IT MAY BE ADDED, REOPENED OR
      *                 DELETED, SO NOTHING CAN POST BACK INTO IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              10 PT-STATUS         PIC X(01).
              10 PT-DROPPED-SW     PIC X(01).
       01  WS-PER-SUB              PIC 9(04) COMP.
      *    THE LATEST YEAR CLOSED TO RETAINED EARNINGS.
       01  WS-CLOSED-YEAR          PIC 9(04) VALUE 0.

       01  WS-COUNTS.
           05 WS-TXNS-READ         PIC 9(7) COMP VALUE 0.
                           TO PT-STATUS(WS-PER-TABLE-COUNT)
                       MOVE 'N'
                           TO PT-DROPPED-SW(WS-PER-TABLE-COUNT)
                       IF PE-YEAR-IS-CLOSED
                          AND PE-PERIOD(1:4) > WS-CLOSED-YEAR
                           MOVE PE-PERIOD(1:4) TO WS-CLOSED-YEAR
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-PER-EOF-SW
                   END-IF
               MOVE "PERIOD MONTH NOT 01-12" TO WS-REASON
           END-IF.

           IF TRANSACTION-IS-VALID
              AND WS-CLOSED-YEAR NOT = ZERO
              AND PX-PERIOD(1:4) NOT > WS-CLOSED-YEAR
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "YEAR CLOSED TO RETAINED EARNINGS" TO WS-REASON
           END-IF.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN PX-ACTION-IS-ADD
