      *----------------------------------------------------------------
      * COLLPTP - PROMISE-TO-PAY LOG.  COLLECT-MAINT APPENDS ONE
      * RECORD FOR EVERY PROMISE IT RECORDS ON THE WORKQUEUE, SO A
      * PROMISE SURVIVES BEING REPLACED BY THE NEXT ONE.  THE NIGHT
      * STREAM'S COLLECT-PERF SETTLES EACH OPEN PROMISE AGAINST THE
      * PAYMENT HISTORY - KEPT ONCE THE PAYMENTS FROM THE DAY IT WAS
      * TAKEN THROUGH THE PROMISE DATE REACH THE PROMISED AMOUNT,
      * BROKEN ONCE THE PROMISE DATE HAS PASSED SHORT OF IT - AND
      * REWRITES THE LOG, DROPPING SETTLED PROMISES PAST ITS
      * RETENTION.
      *----------------------------------------------------------------
       01 PROMISE-LOG-REC.
          05 PT-ACCT-NO            PIC X(06).
      *    THE COLLECTOR ASSIGNED TO THE ENTRY WHEN THE PROMISE WAS
      *    TAKEN - SPACES IF NONE WAS.
          05 PT-COLLECTOR          PIC X(08).
          05 PT-TAKEN-DATE         PIC 9(08).
          05 PT-PROMISE-DATE       PIC 9(08).
          05 PT-PROMISE-AMT        PIC 9(7)V99.
          05 PT-STATUS             PIC X(01).
             88 PT-PROMISE-IS-OPEN         VALUE 'O'.
             88 PT-PROMISE-WAS-KEPT        VALUE 'K'.
             88 PT-PROMISE-WAS-BROKEN      VALUE 'B'.
      *    BUSINESS DATE COLLECT-PERF SETTLED THE PROMISE, AND THE
      *    PAYMENTS IT COUNTED TOWARD IT - ZERO WHILE OPEN.
          05 PT-RESOLVE-DATE       PIC 9(08).
          05 PT-PAID-AMT           PIC 9(7)V99.
