      *----------------------------------------------------------------
      * PPENLOG - PREPAYMENT-PENALTY REGISTER RECORD.  SHARED BY EVERY
      * PROGRAM THAT ASSESSES A PREPAYMENT PENALTY, APPENDED THE WAY
      * THE SHARED EXCEPTION LOG IS, SO EVERY PENALTY ASSESSED OR
      * WAIVED - AT PAYOFF OR ON A LARGE CURTAILMENT - LANDS ON ONE
      * REGISTER THE LENDING OFFICE CAN REVIEW.
      *----------------------------------------------------------------
       01 PREPAY-PENALTY-LOG-REC.
          05 PL-PROGRAM-ID          PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PL-ACCT-NO             PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PL-PREPAY-DATE         PIC 9(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PL-LOAN-YEAR           PIC Z9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PL-PREPAID             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PL-PENALTY-PCT         PIC Z9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PL-PENALTY             PIC ZZZ,ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PL-DISPOSITION         PIC X(08).
             88 PL-WAS-ASSESSED            VALUE "ASSESSED".
             88 PL-WAS-WAIVED              VALUE "WAIVED  ".
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PL-REASON              PIC X(20).
      *    BUSINESS PROCESSING DATE THE ENTRY BELONGS TO, YYYY-MM-DD.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PL-BUS-DATE            PIC X(10).
