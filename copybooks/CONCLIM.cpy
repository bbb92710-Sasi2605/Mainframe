      *----------------------------------------------------------------
      * CONCLIM - PORTFOLIO CONCENTRATION-LIMIT CONTROL RECORD.  ONE
      * ROW PER LIMIT THE BOARD SETS, MAINTAINED BY CONC-LIMIT-MAINT
      * AND CHECKED EACH NIGHT BY CONC-LIMIT-CHECK AGAINST THE BOOK'S
      * BASE-CURRENCY EXPOSURE.  A ROW WITH CL-DIM-VALUE BLANK IS THE
      * DIMENSION-WIDE LIMIT - IT HOLDS EVERY BRANCH, CURRENCY, RATE
      * CODE OR CUSTOMER THAT HAS NO ROW OF ITS OWN.
      *----------------------------------------------------------------
       01 CONC-LIMIT-REC.
          05 CL-DIMENSION          PIC X(01).
             88 CL-DIM-IS-BRANCH           VALUE 'B'.
             88 CL-DIM-IS-CURRENCY         VALUE 'C'.
             88 CL-DIM-IS-RATE-CODE        VALUE 'R'.
             88 CL-DIM-IS-CUSTOMER         VALUE 'U'.
             88 CL-DIMENSION-IS-VALID      VALUE 'B' 'C' 'R' 'U'.
      *    BRANCH, CURRENCY CODE, RATE CODE OR CUSTOMER NUMBER,
      *    LEFT-JUSTIFIED.  SPACES FOR THE DIMENSION-WIDE LIMIT.
          05 CL-DIM-VALUE          PIC X(06).
      *    A ROW CARRIES ONE LIMIT OR THE OTHER: A PERCENTAGE OF THE
      *    TOTAL BOOK, OR A FIXED AMOUNT IN BASE CURRENCY.  THE OTHER
      *    FIELD IS ZERO.
          05 CL-LIMIT-PCT          PIC 9(3)V99.
          05 CL-LIMIT-AMT          PIC 9(11)V99.
      *    BUSINESS DATE THE ROW WAS LAST ADDED OR CHANGED.
          05 CL-SET-DATE           PIC 9(08).
