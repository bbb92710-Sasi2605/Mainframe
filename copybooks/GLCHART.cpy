      * START-UP BY CI-CALCULATOR THE SAME WAY THE RATE MASTER IS, SO
      * A POSTING TO AN ACCOUNT THE LEDGER DOES NOT KNOW IS CAUGHT AT
      * EXTRACT TIME AND REDIRECTED TO SUSPENSE INSTEAD OF BOUNCING
      * THE WHOLE LEDGER LOAD.  THE ACCOUNT TYPE, STATEMENT LINE AND
      * SORT ORDER PLACE THE ACCOUNT ON THE MONTH-END FINANCIAL
      * STATEMENTS: ACCOUNTS SHARING A STATEMENT LINE ARE ADDED
      * TOGETHER, AND THE LINES PRINT IN SORT ORDER WITHIN THEIR
      * TYPE.  A RECORD WITH NO TYPE IS NOT ON THE STATEMENTS.
      *----------------------------------------------------------------
       01 GL-CHART-REC.
          05 CA-GL-ACCOUNT         PIC X(10).
          05 CA-DESCRIPTION        PIC X(20).
          05 CA-ACCOUNT-TYPE       PIC X(01).
             88 CA-TYPE-IS-ASSET           VALUE 'A'.
             88 CA-TYPE-IS-LIABILITY       VALUE 'L'.
             88 CA-TYPE-IS-EQUITY          VALUE 'E'.
             88 CA-TYPE-IS-INCOME          VALUE 'I'.
             88 CA-TYPE-IS-EXPENSE         VALUE 'X'.
             88 CA-TYPE-IS-VALID           VALUE 'A' 'L' 'E' 'I' 'X'.
          05 CA-STMT-LINE          PIC X(30).
          05 CA-SORT-ORDER         PIC 9(04).
