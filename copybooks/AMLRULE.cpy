      *----------------------------------------------------------------
      * AMLRULE - PAYMENT-MONITORING RULE CONTROL RECORD.  ONE RECORD
      * PER RULE, KEPT BY COMPLIANCE, READ BY PAYMENT-MONITOR EACH
      * NIGHT.  A RULE WITH NO RECORD RUNS AT ITS DEFAULT SETTINGS; A
      * RECORD WITH MR-ACTIVE-SW 'N' TURNS THE RULE OFF.  A ZERO
      * SETTING ON A RECORD KEEPS THAT SETTING'S DEFAULT.
      *
      *   ST  STRUCTURING - MR-COUNT OR MORE PAYMENTS ON ONE ACCOUNT
      *       WITHIN MR-DAYS, EACH UNDER THE MR-AMOUNT REPORTING
      *       THRESHOLD BY NO MORE THAN MR-PERCENT OF IT.
      *       DEFAULTS 10,000.00 / 10% / 14 DAYS / 3 PAYMENTS.
      *   EP  EARLY PAYOFF - A PAYMENT THAT CLEARS THE BALANCE WITHIN
      *       MR-DAYS OF THE OPEN DATE.  DEFAULT 90 DAYS.
      *   LP  LARGE PAYMENT - A PAYMENT ABOVE MR-PERCENT OF THE
      *       SCHEDULED LEVEL PAYMENT.  DEFAULT 300%.
      *   RV  REPEATED REVERSALS - MR-COUNT OR MORE REVERSALS ON ONE
      *       ACCOUNT WITHIN MR-DAYS.  DEFAULTS 3 / 90 DAYS.
      *   SA  SHARED ADDRESS - PAYMENTS WITHIN MR-DAYS ON ACCOUNTS OF
      *       MR-COUNT OR MORE DIFFERENT CUSTOMERS WHO SHARE ONE
      *       ADDRESS ON CUSTMSTR.  DEFAULTS 30 DAYS / 2 CUSTOMERS.
      *----------------------------------------------------------------
       01 MONITOR-RULE-REC.
          05 MR-RULE-CODE          PIC X(02).
             88 MR-RULE-IS-STRUCTURING     VALUE 'ST'.
             88 MR-RULE-IS-EARLY-PAYOFF    VALUE 'EP'.
             88 MR-RULE-IS-LARGE-PAYMENT   VALUE 'LP'.
             88 MR-RULE-IS-REVERSALS       VALUE 'RV'.
             88 MR-RULE-IS-SHARED-ADDRESS  VALUE 'SA'.
          05 MR-ACTIVE-SW          PIC X(01).
             88 MR-RULE-IS-OFF             VALUE 'N'.
          05 MR-AMOUNT             PIC 9(7)V99.
          05 MR-PERCENT            PIC 9(3)V99.
          05 MR-DAYS               PIC 9(03).
          05 MR-COUNT              PIC 9(03).
