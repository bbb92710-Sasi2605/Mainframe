      *----------------------------------------------------------------
      * APTXN - AUTOPAY INSTRUCTION MAINTENANCE TRANSACTION, READ BY
      * AUTOPAY-MAINT.  AN ADD SETS UP A STANDING INSTRUCTION WITH
      * THE BORROWER'S BANK ROUTING AND ACCOUNT NUMBER; A CHANGE
      * REPLACES ITS AMOUNT, DATES AND BANK DETAILS; A STOP SUSPENDS
      * IT; A RESUME PUTS A STOPPED INSTRUCTION BACK IN FORCE AND
      * CLEARS ITS RETURNED-DEBIT COUNT; A DELETE REMOVES IT.  A
      * STOP, RESUME OR DELETE NEEDS ONLY THE ACCOUNT.  THE OPERATOR
      * ID GOES ON THE AUDIT TRAIL.
      *----------------------------------------------------------------
       01 AUTOPAY-TXN-REC.
          05 AI-ACTION             PIC X(01).
             88 AI-ACTION-IS-ADD           VALUE 'A'.
             88 AI-ACTION-IS-CHANGE        VALUE 'C'.
             88 AI-ACTION-IS-STOP          VALUE 'S'.
             88 AI-ACTION-IS-RESUME        VALUE 'R'.
             88 AI-ACTION-IS-DELETE        VALUE 'D'.
          05 AI-ACCT-NO            PIC X(06).
          05 AI-AMOUNT             PIC 9(7)V99.
          05 AI-START-DATE         PIC 9(08).
          05 AI-STOP-DATE          PIC 9(08).
          05 AI-ROUTING-NO         PIC X(09).
          05 AI-BANK-ACCT-NO       PIC X(17).
          05 AI-BANK-ACCT-TYPE     PIC X(01).
          05 AI-OPERATOR-ID        PIC X(08).
