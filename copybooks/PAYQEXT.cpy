      * ITS PRINTED SCHEDULE - UNEDITED FIGURES A PROGRAM CAN MATCH
      * AGAINST.  THE SETTLEMENT RUN MATCHES INCOMING PAYOFF CHECKS
      * TO THE LATEST QUOTE FOR THE ACCOUNT AND HONORS IT THROUGH
      * THE GOOD-THROUGH DATE.  A PREPAYMENT PENALTY IS CARRIED AS
      * ITS OWN FIGURE AND IS INCLUDED IN PQ-PAYOFF-AMT UNLESS IT IS
      * WAIVED; AN EXPORT RECORD WRITTEN BEFORE THE PENALTY FIELDS
      * EXISTED READS THEM AS SPACES, WHICH MEANS NO PENALTY.
      * INTEREST PARKED BY A HARDSHIP DEFERRAL PLAN IS LIKEWISE ITS
      * OWN FIGURE, ALWAYS INCLUDED IN PQ-PAYOFF-AMT; SPACES ON AN
      * OLDER RECORD MEAN NONE.
      *----------------------------------------------------------------
       01 PAYOFF-QUOTE-EXP-REC.
          05 PQ-ACCT-NO            PIC X(06).
          05 PQ-PRINCIPAL          PIC 9(9)V99.
          05 PQ-INTEREST           PIC 9(9)V99.
          05 PQ-PAYOFF-AMT         PIC 9(9)V99.
      *    PREPAYMENT PENALTY DUE ON THE PRINCIPAL PAID OFF, AND 'W'
      *    WHEN THE ACCOUNT'S PENALTY IS WAIVED (STILL SHOWN, NOT DUE).
          05 PQ-PENALTY            PIC 9(9)V99.
          05 PQ-PENALTY-SW         PIC X(01).
             88 PQ-PENALTY-IS-WAIVED       VALUE 'W'.
      *    PARKED DEFERRAL INTEREST NOT YET REPAID (DEFPLAN.CPY).
          05 PQ-DEFERRED-INT       PIC 9(9)V99.
