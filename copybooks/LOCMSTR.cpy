      *----------------------------------------------------------------
      * LOCMSTR - INDEXED REVOLVING LINE-OF-CREDIT MASTER, KEYED ON
      * LI-ACCT-NO - THE SAME NUMBER AS THE LINE'S LOAN-MASTER
      * ACCOUNT, WHICH LOC-MAINT MARKS LM-PRODUCT-TYPE 'L'.  LOC-DRAW
      * RAISES THE OUTSTANDING BALANCE FOR EACH APPROVED DRAW AND
      * PAYMENT-POST LOWERS IT AS PRINCIPAL IS REPAID, SO THE CREDIT
      * AVAILABLE IS ALWAYS THE LIMIT LESS WHAT IS OUTSTANDING.
      * BILLING-NOTICE BILLS THE MINIMUM PAYMENT FROM THE RULE HERE,
      * AND LOC-UTILIZATION REPORTS FROM IT.
      *----------------------------------------------------------------
       01 LOC-MASTER-REC.
          05 LI-ACCT-NO            PIC X(06).
          05 LI-CREDIT-LIMIT       PIC 9(9)V99.
      *    PRINCIPAL DRAWN AND NOT YET REPAID - KEPT IN STEP WITH
      *    LM-PRINCIPAL ON THE LOAN MASTER BY EVERY PROGRAM THAT
      *    MOVES EITHER.
          05 LI-OUTSTANDING        PIC 9(9)V99.
      *    LIMIT LESS OUTSTANDING.  NEGATIVE WHEN THE LINE IS OVER
      *    ITS LIMIT - A LIMIT CUT BELOW THE BALANCE, OR INTEREST
      *    CAPITALIZED ONTO A FULLY DRAWN LINE.
          05 LI-AVAILABLE          PIC S9(9)V99.
      *    LAST DAY A DRAW IS ACCEPTED, YYYYMMDD.  AFTER IT THE LINE
      *    IS IN REPAYMENT ONLY.
          05 LI-DRAW-END-DATE      PIC 9(08).
      *    MINIMUM-PAYMENT RULE - 'I' (OR SPACE) BILLS ONE MONTH'S
      *    INTEREST PLUS LI-MIN-PAY-PCT OF THE OUTSTANDING BALANCE;
      *    'P' BILLS THE PERCENTAGE ALONE, INTEREST INCLUDED.  EITHER
      *    WAY THE MINIMUM IS NEVER BELOW LI-MIN-PAY-FLOOR NOR ABOVE
      *    WHAT IS OWED.
          05 LI-MIN-RULE           PIC X(01).
             88 LI-MIN-IS-INT-PLUS-PCT     VALUE 'I' SPACE.
             88 LI-MIN-IS-PCT-ONLY         VALUE 'P'.
          05 LI-MIN-PAY-PCT        PIC 9(2)V99.
          05 LI-MIN-PAY-FLOOR      PIC 9(7)V99.
      *    DATE THE LINE WAS SET UP, AND DATE OF ITS LATEST DRAW
      *    (ZERO UNTIL THE FIRST ONE), YYYYMMDD - LOC-UTILIZATION
      *    MEASURES AN UNUSED LINE FROM THE LATER OF THE TWO.
          05 LI-OPEN-DATE          PIC 9(08).
          05 LI-LAST-DRAW-DATE     PIC 9(08).
