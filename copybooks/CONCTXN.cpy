      *----------------------------------------------------------------
      * CONCTXN - CONCENTRATION-LIMIT MAINTENANCE TRANSACTION, READ BY
      * CONC-LIMIT-MAINT AND APPLIED AGAINST THE CONCLIM CONTROL
      * FILE.  A LIMIT ROW IS IDENTIFIED BY DIMENSION PLUS VALUE; ON A
      * DELETE ONLY THOSE TWO FIELDS ARE MEANINGFUL.  AN ADD OR CHANGE
      * GIVES EITHER A PERCENTAGE OR AN AMOUNT, NOT BOTH.
      *----------------------------------------------------------------
       01 CONC-MAINT-TXN-REC.
          05 CX-ACTION             PIC X(01).
             88 CX-ACTION-IS-ADD           VALUE 'A'.
             88 CX-ACTION-IS-CHANGE        VALUE 'C'.
             88 CX-ACTION-IS-DELETE        VALUE 'D'.
          05 CX-DIMENSION          PIC X(01).
             88 CX-DIMENSION-IS-VALID      VALUE 'B' 'C' 'R' 'U'.
          05 CX-DIM-VALUE          PIC X(06).
          05 CX-LIMIT-PCT          PIC 9(3)V99.
          05 CX-LIMIT-AMT          PIC 9(11)V99.
