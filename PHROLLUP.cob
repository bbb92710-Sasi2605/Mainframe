      *                 READ, SO THE FIRST PRODUCTION ROLL-UP DOES
      *                 NOT TAKE A DATA EXCEPTION ON THE VERY
      *                 RECORDS IT EXISTS TO CONDENSE.
      * 2026-10-15 RSD  THE HISTORY RECORD GREW AN ESCROW-APPLIED
      *                 FIELD - CARRIED INTO THE MONTH SUMMARY WITH
      *                 THE SPLIT FIELDS, AND THE ARCHIVE AND KEPT
      *                 IMAGES WIDENED TO THE NEW RECORD LENGTH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  HISTORY-ARCHIVE
           RECORDING MODE IS F.
       01  HISTORY-ARCHIVE-LINE    PIC X(56).

       FD  ROLLUP-REGISTER
           RECORDING MODE IS F.
       01  WS-KEEP-COUNT           PIC 9(05) VALUE 0.
       01  WS-KEEP-MAX             PIC 9(05) VALUE 9000.
       01  KEPT-DETAIL-TABLE.
           05 KD-ENTRY PIC X(56) OCCURS 9000 TIMES.
       01  WS-KD-SUB               PIC 9(05) COMP.

      *----------------------------------------------------------------
              10 SM-AMOUNT          PIC S9(9)V99.
              10 SM-INT-APPLIED     PIC S9(9)V99.
              10 SM-PRIN-APPLIED    PIC S9(9)V99.
              10 SM-ESC-APPLIED     PIC S9(9)V99.
              10 SM-PAY-COUNT       PIC 9(05).
       01  WS-SM-SUB               PIC 9(05) COMP.

                   IF PH-PAY-COUNT NOT NUMERIC
                       MOVE ZERO TO PH-PAY-COUNT
                   END-IF
                   IF PH-ESC-APPLIED NOT NUMERIC
                       MOVE ZERO TO PH-ESC-APPLIED
                   END-IF
                   IF PH-PAY-DATE(1:6) < WS-CUTOFF-MONTH
                      AND NOT PH-IS-SUMMARY
                      AND NOT PH-IS-RECOVERY
               MOVE ZERO TO SM-AMOUNT(WS-SM-SUB)
                            SM-INT-APPLIED(WS-SM-SUB)
                            SM-PRIN-APPLIED(WS-SM-SUB)
                            SM-ESC-APPLIED(WS-SM-SUB)
                            SM-PAY-COUNT(WS-SM-SUB)
           END-IF.

                   FROM SM-INT-APPLIED(WS-SM-SUB)
               SUBTRACT PH-PRIN-APPLIED
                   FROM SM-PRIN-APPLIED(WS-SM-SUB)
               SUBTRACT PH-ESC-APPLIED
                   FROM SM-ESC-APPLIED(WS-SM-SUB)
               SUBTRACT PH-AMOUNT FROM WS-ROLLED-AMOUNT
           ELSE
               ADD PH-AMOUNT TO SM-AMOUNT(WS-SM-SUB)
               ADD PH-INT-APPLIED TO SM-INT-APPLIED(WS-SM-SUB)
               ADD PH-PRIN-APPLIED TO SM-PRIN-APPLIED(WS-SM-SUB)
               ADD PH-ESC-APPLIED TO SM-ESC-APPLIED(WS-SM-SUB)
               ADD PH-AMOUNT TO WS-ROLLED-AMOUNT
           END-IF.
           ADD 1 TO SM-PAY-COUNT(WS-SM-SUB).
                   0 - SM-INT-APPLIED(WS-SM-SUB)
               COMPUTE PH-PRIN-APPLIED =
                   0 - SM-PRIN-APPLIED(WS-SM-SUB)
               COMPUTE PH-ESC-APPLIED =
                   0 - SM-ESC-APPLIED(WS-SM-SUB)
           ELSE
               MOVE 'S' TO PH-TXN-TYPE
               MOVE SM-AMOUNT(WS-SM-SUB) TO PH-AMOUNT
               MOVE SM-INT-APPLIED(WS-SM-SUB) TO PH-INT-APPLIED
               MOVE SM-PRIN-APPLIED(WS-SM-SUB) TO PH-PRIN-APPLIED
               MOVE SM-ESC-APPLIED(WS-SM-SUB) TO PH-ESC-APPLIED
           END-IF.
           MOVE SM-PAY-COUNT(WS-SM-SUB) TO PH-PAY-COUNT.
           WRITE PAYMENT-HISTORY-REC.
