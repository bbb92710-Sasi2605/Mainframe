      *----------------------------------------------------------------
      * GLVARCTL - GL VARIANCE CONTROL RECORD FOR THE MONTH-END
      * BUDGET-VERSUS-ACTUAL REPORT.  AN ACCOUNT WHOSE MONTH OR
      * YEAR-TO-DATE VARIANCE IS MORE THAN THE THRESHOLD PERCENT OF
      * ITS BUDGET, AND AT LEAST THE MINIMUM AMOUNT, IS FLAGGED FOR A
      * WRITTEN EXPLANATION.  THE MINIMUM KEEPS SMALL ACCOUNTS FROM
      * FLAGGING ON SMALL MONEY.  A MISSING RECORD OR ZERO FIELD TAKES
      * 10.00 PERCENT AND 1,000.00.
      *----------------------------------------------------------------
       01 GL-VARIANCE-CTL-REC.
          05 GV-THRESHOLD-PCT      PIC 9(3)V99.
          05 GV-MIN-AMOUNT         PIC 9(11)V99.
