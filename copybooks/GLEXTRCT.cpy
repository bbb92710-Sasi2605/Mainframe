      *    OLDER EXTRACT RECORD.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 GL-PERIOD             PIC 9(06).
      *    BRANCH THE POSTING BELONGS TO - THE LOAN'S LM-BRANCH, OR FOR
      *    THE CASH SIDE OF A PAYMENT THE BRANCH THAT TOOK THE MONEY.
      *    SPACES IS HEAD OFFICE: BANK-WIDE POSTINGS, DEPOSIT AND
      *    STUDENT POSTINGS, AND AN OLDER EXTRACT RECORD.  WHEN ONE
      *    NIGHT LEAVES A BRANCH OUT OF BALANCE, GL-INTER-BRANCH
      *    SETTLES IT AGAINST HEAD OFFICE THROUGH THE DUE-TO AND
      *    DUE-FROM ACCOUNTS.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 GL-BRANCH             PIC X(04).
