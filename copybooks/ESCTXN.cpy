      *----------------------------------------------------------------
      * ESCTXN - ESCROW ACCOUNT MAINTENANCE TRANSACTION, READ BY
      * ESCROW-MAINT.  XT-ACTION OPENS ESCROW ON A LOAN AT A ZERO
      * BALANCE WITH ITS MONTHLY DEPOSIT, CHANGES THE MONTHLY DEPOSIT
      * BETWEEN ANALYSES, OR CLOSES AN ESCROW ACCOUNT WHOSE BALANCE
      * HAS BEEN PAID OUT TO ZERO.  A CLOSE CARRIES ONLY THE ACCOUNT.
      *----------------------------------------------------------------
       01 ESCROW-TXN-REC.
          05 XT-ACTION             PIC X(01).
             88 XT-ACTION-IS-OPEN          VALUE 'A'.
             88 XT-ACTION-IS-CHANGE        VALUE 'C'.
             88 XT-ACTION-IS-CLOSE         VALUE 'D'.
          05 XT-ACCT-NO            PIC X(06).
          05 XT-MONTHLY-DEPOSIT    PIC 9(5)V99.
