      *    NEVER SHOWS A FRACTIONAL UNIT THE BANK WILL REJECT.  A
      *    NON-NUMERIC VALUE ON AN OLDER MASTER RECORD IS TREATED AS 2.
          05 CM-DECIMALS           PIC 9(01).
      *    LARGEST DAY-ON-DAY MOVEMENT, AS A PERCENTAGE OF THE PRIOR
      *    RATE, FX-RATE-LOAD ACCEPTS FOR THE CURRENCY WITHOUT AN
      *    OPERATOR OVERRIDE.  ZERO OR NON-NUMERIC ON AN OLDER MASTER
      *    RECORD, OR A CURRENCY WITH NO RECORD, TAKES THE LOADER'S
      *    DEFAULT OF 5.00.
          05 CM-FX-TOLERANCE-PCT   PIC 9(2)V99.
