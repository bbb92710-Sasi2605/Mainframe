      *----------------------------------------------------------------
      * PRFCTL - PROFITABILITY CONTROL RECORD FOR THE MONTH-END
      * ACCOUNT PROFITABILITY RUN.  THE FUNDS-TRANSFER-PRICING RATE
      * IS THE ANNUAL PERCENT TREASURY CHARGES THE LENDING BOOK FOR
      * ITS FUNDING, APPLIED TO EACH ACCOUNT'S AVERAGE BALANCE FOR
      * THE MONTH; THE SERVICING COST IS THE FLAT MONTHLY COST OF
      * CARRYING ONE ACCOUNT, IN BASE CURRENCY.  A MISSING RECORD OR
      * ZERO FIELD TAKES 3.00 PERCENT AND 15.00.
      *----------------------------------------------------------------
       01 PROFIT-CTL-REC.
          05 PF-FTP-RATE           PIC 9(3)V99.
          05 PF-SERVICE-COST       PIC 9(5)V99.
