      *----------------------------------------------------------------
      * LOCTXN - LINE-OF-CREDIT MAINTENANCE TRANSACTION, READ BY
      * LOC-MAINT.  AN ADD SETS UP A LINE ON AN EXISTING LOAN-MASTER
      * ACCOUNT, A CHANGE REPLACES ITS LIMIT, DRAW PERIOD AND
      * MINIMUM-PAYMENT RULE, AND A DELETE RETIRES A LINE WITH
      * NOTHING OUTSTANDING.  A DELETE CARRIES ONLY THE ACCOUNT.
      *----------------------------------------------------------------
       01 LOC-TXN-REC.
          05 LN-ACTION             PIC X(01).
             88 LN-ACTION-IS-ADD           VALUE 'A'.
             88 LN-ACTION-IS-CHANGE        VALUE 'C'.
             88 LN-ACTION-IS-DELETE        VALUE 'D'.
          05 LN-ACCT-NO            PIC X(06).
          05 LN-CREDIT-LIMIT       PIC 9(9)V99.
          05 LN-DRAW-END-DATE      PIC 9(08).
          05 LN-MIN-RULE           PIC X(01).
          05 LN-MIN-PAY-PCT        PIC 9(2)V99.
          05 LN-MIN-PAY-FLOOR      PIC 9(7)V99.
