      *----------------------------------------------------------------
      * GLBUDTXN - GL BUDGET MAINTENANCE TRANSACTION, READ BY
      * GL-BUDGET-MAINT AND APPLIED AGAINST THE GLBUDGET FILE.  A
      * BUDGET ROW IS IDENTIFIED BY GL ACCOUNT PLUS PERIOD; ON A
      * DELETE ONLY THOSE TWO FIELDS ARE MEANINGFUL.  AN ADD WITH
      * MONTH 00 IN THE PERIOD IS AN ANNUAL FIGURE, SPREAD EVENLY
      * OVER THE TWELVE MONTHS WITH THE ROUNDING LEFT IN DECEMBER.
      *----------------------------------------------------------------
       01 GL-BUDGET-TXN-REC.
          05 BX-ACTION             PIC X(01).
             88 BX-ACTION-IS-ADD           VALUE 'A'.
             88 BX-ACTION-IS-CHANGE        VALUE 'C'.
             88 BX-ACTION-IS-DELETE        VALUE 'D'.
          05 BX-GL-ACCOUNT         PIC X(10).
          05 BX-PERIOD             PIC 9(06).
          05 BX-PERIOD-PARTS REDEFINES BX-PERIOD.
             10 BX-PERIOD-YYYY     PIC 9(04).
             10 BX-PERIOD-MM       PIC 9(02).
                88 BX-PERIOD-IS-ANNUAL     VALUE 00.
                88 BX-PERIOD-MM-IS-VALID   VALUE 01 THRU 12.
          05 BX-AMOUNT             PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
