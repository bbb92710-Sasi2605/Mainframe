      *----------------------------------------------------------------
      * BANKRCTL - BANK RECONCILIATION CONTROL RECORD.  THE LEDGER
      * ACCOUNT THE BANK ACCOUNT STANDS FOR, HOW MANY DAYS APART A
      * BOOK ENTRY AND A STATEMENT LINE MAY BE AND STILL MATCH, AND
      * THE AGE IN DAYS PAST WHICH AN UNMATCHED ITEM IS REPORTED
      * STALE.  A MISSING RECORD OR ZERO FIELD TAKES 1010-CASH, 3
      * DAYS AND 30 DAYS.
      *----------------------------------------------------------------
       01 BANK-RECON-CTL-REC.
          05 BC-CASH-ACCOUNT       PIC X(10).
          05 BC-DATE-WINDOW        PIC 9(02).
          05 BC-STALE-DAYS         PIC 9(03).
