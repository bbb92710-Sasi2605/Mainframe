      *----------------------------------------------------------------
      * GLBRHST - GL BRANCH BALANCE HISTORY RECORD.  THE GLBALHST
      * BALANCES CUT ONE LEVEL FINER: ONE RECORD PER BRANCH PER LEDGER
      * ACCOUNT PER ACCOUNTING PERIOD, ACCUMULATED NIGHT BY NIGHT BY
      * GL-BALANCE FROM THE BRANCH EVERY EXTRACT LINE CARRIES, SO
      * EACH BRANCH HAS A TRIAL BALANCE OF ITS OWN.  SPACES IN
      * GR-BRANCH IS HEAD OFFICE.  BALANCES START FROM THE FIRST
      * NIGHT THE EXTRACT CARRIED A BRANCH; GLBALHST REMAINS THE
      * BANK-WIDE RECORD THE STATEMENTS AND YEAR-END CLOSE WORK FROM.
      *----------------------------------------------------------------
       01 GL-BRANCH-BAL-REC.
          05 GR-BRANCH             PIC X(04).
          05 GR-GL-ACCOUNT         PIC X(10).
          05 GR-PERIOD             PIC 9(06).
          05 GR-DEBITS             PIC 9(13)V99.
          05 GR-CREDITS            PIC 9(13)V99.
          05 GR-BASE-DEBITS        PIC 9(13)V99.
          05 GR-BASE-CREDITS       PIC 9(13)V99.
