      *----------------------------------------------------------------
      * GLBUDGET - GL BUDGET RECORD, ONE PER GL ACCOUNT PER PERIOD
      * (YYYYMM).  THE YEAR'S BUDGET IS LOADED ONCE BEFORE THE YEAR
      * OPENS AND REFORECAST DURING THE YEAR, BOTH THROUGH
      * GL-BUDGET-MAINT; GL-VARIANCE-REPORT COMPARES IT WITH THE
      * GLBALHST ACTUALS AT MONTH END.  AMOUNTS ARE IN BASE CURRENCY
      * AND SIGNED THE WAY THE LEDGER NETS - DEBIT PLUS, CREDIT MINUS
      * - SO AN INCOME BUDGET IS KEYED NEGATIVE.
      *----------------------------------------------------------------
       01 GL-BUDGET-REC.
          05 BG-GL-ACCOUNT         PIC X(10).
          05 BG-PERIOD             PIC 9(06).
      *    THE BUDGET IN FORCE - THE ORIGINAL FIGURE UNTIL A
      *    REFORECAST CHANGES IT.
          05 BG-AMOUNT             PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
      *    THE FIGURE AS FIRST LOADED, KEPT THROUGH EVERY REFORECAST.
          05 BG-ORIG-AMOUNT        PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
      *    BUSINESS DATE THE ROW WAS LAST ADDED OR CHANGED.
          05 BG-SET-DATE           PIC 9(08).
