      *----------------------------------------------------------------
      * DEFPLAN - HARDSHIP DEFERRAL (FORBEARANCE) PLAN MASTER RECORD.
      * ONE RECORD PER ACCOUNT, IN ACCOUNT ORDER, MAINTAINED BY
      * DEFERRAL-MAINT AND WORKED BY THE NIGHTLY DEFERRAL-ROLL RUN.
      * A PLAN WAITS PENDING UNTIL ITS START DATE, IS THEN ACTIVE -
      * EACH DUE DATE THAT ARRIVES ROLLS FORWARD ONE MONTH WITH NO
      * PAYMENT - AND EXITS ONCE THE AGREED NUMBER OF PAYMENTS HAS
      * BEEN DEFERRED.  AN EXITED PLAN STAYS ON FILE AS THE RECORD
      * OF THE INTEREST DEFERRED AND HOW IT IS BEING REPAID.
      *----------------------------------------------------------------
       01 DEFERRAL-PLAN-REC.
          05 DP-ACCT-NO            PIC X(06).
          05 DP-START-DATE         PIC 9(08).
      *    NUMBER OF MONTHLY PAYMENTS TO BE DEFERRED.
          05 DP-PAYMENTS           PIC 9(02).
      *    'Y' - INTEREST KEEPS ACCRUING THROUGH THE PLAN; 'N' - THE
      *    DAILY ACCRUAL IS SUSPENDED WHILE THE PLAN IS ACTIVE.
          05 DP-ACCRUE-SW          PIC X(01).
             88 DP-INTEREST-ACCRUES        VALUE 'Y'.
             88 DP-INTEREST-SUSPENDED      VALUE 'N'.
      *    HOW THE INTEREST ACCRUED DURING THE PLAN IS REPAID - AT
      *    MATURITY, CAPITALIZED INTO PRINCIPAL AT EXIT, OR SPREAD
      *    OVER THE PAYMENTS LEFT AFTER EXIT.
          05 DP-REPAY-METHOD       PIC X(01).
             88 DP-REPAY-AT-MATURITY       VALUE 'M'.
             88 DP-REPAY-CAPITALIZED       VALUE 'C'.
             88 DP-REPAY-SPREAD            VALUE 'S'.
          05 DP-STATUS             PIC X(01).
             88 DP-PLAN-IS-PENDING         VALUE 'P'.
             88 DP-PLAN-IS-ACTIVE          VALUE 'A'.
             88 DP-PLAN-HAS-EXITED         VALUE 'X'.
      *    PAYMENTS DEFERRED SO FAR.
          05 DP-DEFERRED-COUNT     PIC 9(02).
      *    LM-ACCRUED-INT ON THE NIGHT THE PLAN WENT ACTIVE - THE
      *    INTEREST DEFERRED IS WHAT HAS BUILT UP ABOVE IT BY EXIT.
          05 DP-BASE-INT           PIC 9(7)V99.
      *    INTEREST DEFERRED BY THE PLAN, SET AT EXIT.
          05 DP-DEFERRED-INT       PIC 9(7)V99.
      *    DEFERRED INTEREST HELD ON THE DEFERRED-INTEREST RECEIVABLE
      *    FOR REPAYMENT AT MATURITY OR SPREAD, AND FOR A SPREAD PLAN
      *    THE AMOUNT DUE WITH EACH REMAINING PAYMENT.
          05 DP-PARKED-INT         PIC 9(7)V99.
          05 DP-SPREAD-AMT         PIC 9(7)V99.
          05 DP-EXIT-DATE          PIC 9(08).
      *    FIRST PAYMENT DUE AFTER THE PLAN, SET AT EXIT.
          05 DP-FIRST-DUE-DATE     PIC 9(08).
