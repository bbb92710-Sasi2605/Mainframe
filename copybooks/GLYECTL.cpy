      *----------------------------------------------------------------
      * GLYECTL - YEAR-END CLOSE CONTROL CARD.  NAMES THE YEAR BEING
      * CLOSED AND THE RETAINED-EARNINGS ACCOUNT THE YEAR'S INCOME
      * AND EXPENSE BALANCES ARE CLOSED INTO.  THE ACCOUNT MUST BE ON
      * GLCHART AS AN EQUITY ACCOUNT.  SUPPLIED ONLY FOR THE YEAR-END
      * RUN; WITH NO CARD THE CLOSE HAS NOTHING TO DO.
      *----------------------------------------------------------------
       01 GL-YEAR-END-CTL-REC.
          05 YC-CLOSE-YEAR         PIC 9(04).
          05 FILLER                PIC X(01).
          05 YC-RETAINED-ACCT      PIC X(10).
