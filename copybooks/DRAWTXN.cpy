      *----------------------------------------------------------------
      * DRAWTXN - LINE-OF-CREDIT DRAW REQUEST, AS THE BRANCHES AND
      * THE ONLINE BANKING CHANNEL CAPTURE IT DURING THE DAY.  READ
      * BY LOC-DRAW, WHICH CHECKS EACH REQUEST AGAINST THE LINE'S
      * AVAILABLE CREDIT AND DRAW PERIOD BEFORE IT IS FUNDED.
      *----------------------------------------------------------------
       01 DRAW-TXN-REC.
          05 DW-ACCT-NO            PIC X(06).
      *    CHANNEL REFERENCE, CARRIED THROUGH TO THE FUNDING FILE SO
      *    THE DISBURSEMENT CAN BE TRACED BACK TO THE REQUEST.
          05 DW-DRAW-REF           PIC X(10).
          05 DW-AMOUNT             PIC 9(9)V99.
          05 DW-REQUEST-DATE       PIC 9(08).
