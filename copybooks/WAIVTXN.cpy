      *----------------------------------------------------------------
      * WAIVTXN - FEE WAIVER TRANSACTION.  WRITTEN BY DISPUTE-MAINT
      * FOR A WAIVER WITHIN THE RESOLVING OPERATOR'S LIMIT, AND BY
      * APPROVAL-REVIEW FOR ONE IT RELEASED OR REJECTED; READ BY THE
      * NIGHT STREAM'S FEE-WAIVE, WHICH POSTS THE APPROVED ONES AND
      * REOPENS THE CASE FOR A REJECTED ONE, AND WRITES BACK ONLY
      * THOSE IT COULD NOT POST YET.  THE RECORD IS THE SAME LENGTH
      * AS A LOANMTXN RECORD AND ITS FIRST THREE FIELDS LINE UP WITH
      * LT-ACTION, LT-ACCT-NO AND LT-PRINCIPAL, SO A WAIVER OVER THE
      * LIMIT RIDES IN THE PENDING-APPROVAL QUEUE'S TRANSACTION IMAGE
      * UNCHANGED.
      *----------------------------------------------------------------
       01 FEE-WAIVER-TXN-REC.
      *    ALWAYS 'W' - TELLS A WAIVER APART FROM LOAN MAINTENANCE ON
      *    THE APPROVAL QUEUE.
          05 WV-ACTION             PIC X(01).
             88 WV-ACTION-IS-WAIVER        VALUE 'W'.
          05 WV-ACCT-NO            PIC X(06).
          05 WV-AMOUNT             PIC 9(7)V99.
          05 WV-CASE-NO            PIC 9(07).
          05 WV-FEE-CODE           PIC X(04).
          05 WV-ITEM-DATE          PIC 9(08).
          05 WV-REQUESTED-BY       PIC X(08).
      *    OPERATOR WHO RELEASED OR REJECTED THE WAIVER ON
      *    APPROVAL-REVIEW - SPACES ON A WAIVER WITHIN THE RESOLVING
      *    OPERATOR'S OWN LIMIT.
          05 WV-APPROVED-BY        PIC X(08).
          05 WV-DECISION           PIC X(01).
             88 WV-WAIVER-IS-APPROVED      VALUE 'A'.
             88 WV-WAIVER-IS-REJECTED      VALUE 'R'.
          05 FILLER                PIC X(15).
