      *----------------------------------------------------------------
      * ARMTERMS - ADJUSTABLE-RATE TERMS MASTER RECORD.  ONE RECORD
      * PER VARIABLE-RATE LOAN, IN ACCOUNT ORDER, MAINTAINED BY
      * ARM-MAINT AND READ BY THE NIGHTLY ARM-RESET RUN.  ON EACH
      * RESET DATE THE ACCOUNT'S RATE BECOMES THE INDEX RATE THE
      * EFFECTIVE-DATED RATE MASTER HAS IN EFFECT ON THAT DATE PLUS
      * THE MARGIN, HELD TO THE PERIODIC CAP AND THE LIFETIME FLOOR
      * AND CEILING, AND THE RESET DATE STEPS FORWARD BY THE RESET
      * FREQUENCY.
      *----------------------------------------------------------------
       01 ARM-TERMS-REC.
          05 AM-ACCT-NO            PIC X(06).
      *    RATE CODE ON THE RATE MASTER THAT PUBLISHES THE INDEX.
          05 AM-INDEX-CODE         PIC X(04).
          05 AM-MARGIN             PIC 9(2)V99.
      *    MONTHS BETWEEN RESETS - 1, 3, 6, 12 AND SO ON.
          05 AM-RESET-MONTHS       PIC 9(02).
          05 AM-NEXT-RESET-DATE    PIC 9(08).
      *    LARGEST MOVE ONE RESET MAY MAKE, UP OR DOWN, IN RATE
      *    POINTS.  ZERO MEANS NO PERIODIC CAP.
          05 AM-PERIODIC-CAP       PIC 9(2)V99.
      *    LIFETIME FLOOR AND CEILING RATES.  A ZERO CEILING MEANS
      *    NO CEILING; A ZERO FLOOR IS NO FLOOR.
          05 AM-LIFE-FLOOR         PIC 9(3)V99.
          05 AM-LIFE-CEILING       PIC 9(3)V99.
      *    DATE OF THE LAST RESET APPLIED - ZERO UNTIL THE FIRST.
          05 AM-LAST-RESET-DATE    PIC 9(08).
