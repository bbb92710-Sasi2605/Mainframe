      *    BRANCH.  SPACES ON AN OLDER MASTER RECORD - THE ACCOUNT
      *    PREDATES THE BRANCH DIMENSION.
          05 LM-BRANCH             PIC X(04).
      *    RATE TYPE - 'V' MARKS AN ADJUSTABLE-RATE ACCOUNT PRICED AS
      *    INDEX PLUS MARGIN.  ITS TERMS ARE ON THE ARM-TERMS MASTER
      *    (ARMTERMS.CPY), SET BY ARM-MAINT, AND LM-RATE IS THE
      *    ACCOUNT'S OWN CURRENT RATE AS THE NIGHTLY ARM-RESET RUN
      *    LAST SET IT - EVERY RATE READER USES LM-RATE FOR SUCH AN
      *    ACCOUNT AND NEVER LOOKS UP LM-RATE-CODE.  SPACE ON ANY
      *    OTHER ACCOUNT, AND ON AN OLDER MASTER RECORD.
          05 LM-RATE-TYPE          PIC X(01).
             88 LM-RATE-IS-VARIABLE        VALUE 'V'.
      *    DEFERRAL STATUS - SET BY THE NIGHTLY DEFERRAL-ROLL RUN
      *    WHILE A HARDSHIP DEFERRAL PLAN (DEFPLAN.CPY) IS ACTIVE ON
      *    THE ACCOUNT AND CLEARED WHEN THE PLAN EXPIRES.  'D' - THE
      *    PAYMENTS ARE DEFERRED AND INTEREST KEEPS ACCRUING; 'S' -
      *    THE PAYMENTS ARE DEFERRED AND THE DAILY ACCRUAL IS
      *    SUSPENDED.  A DEFERRED ACCOUNT IS TREATED AS CURRENT BY
      *    THE AGING, FEE, COLLECTIONS AND NON-ACCRUAL RUNS.  SPACE
      *    ON ANY OTHER ACCOUNT, AND ON AN OLDER MASTER RECORD.
          05 LM-DEFERRAL-SW        PIC X(01).
             88 LM-ACCOUNT-IS-DEFERRED     VALUE 'D' 'S'.
             88 LM-DEFERRAL-STOPS-ACCRUAL  VALUE 'S'.
      *    PRODUCT TYPE - 'L' MARKS A REVOLVING LINE OF CREDIT.  ITS
      *    LIMIT, DRAW PERIOD AND MINIMUM-PAYMENT RULE ARE ON THE
      *    LINE-OF-CREDIT MASTER (LOCMSTR.CPY), SET BY LOC-MAINT;
      *    LM-PRINCIPAL IS THE AMOUNT DRAWN AND NOT YET REPAID, RAISED
      *    BY EACH APPROVED DRAW (LOC-DRAW) AND LOWERED BY PAYMENT-
      *    POST LIKE ANY OTHER LOAN.  BILLING-NOTICE BILLS SUCH AN
      *    ACCOUNT THE LINE'S MINIMUM PAYMENT INSTEAD OF A LEVEL
      *    INSTALLMENT.  SPACE ON A TERM LOAN, AND ON AN OLDER MASTER
      *    RECORD.
          05 LM-PRODUCT-TYPE       PIC X(01).
             88 LM-IS-CREDIT-LINE          VALUE 'L'.
      *    LOAN PRODUCT THE ACCOUNT IS BOOKED UNDER (PRODMSTR.CPY),
      *    WHOSE RULES HOLD EVERY CHANGE AND RESTRUCTURE.  SPACES ON
      *    AN OLDER MASTER RECORD, WHICH THE PRODUCT EXCEPTION REPORT
      *    LISTS UNTIL THE ACCOUNT IS GIVEN ONE.
          05 LM-PRODUCT-CODE       PIC X(04).
      *    AMORTIZATION TYPE - HOW THE LOAN REPAYS, SET BY AMORT-MAINT.
      *    'L' (OR SPACE) - A LEVEL PAYMENT THAT RETIRES THE BALANCE
      *    OVER LM-YEARS.  'I' - INTEREST ONLY FOR THE FIRST
      *    LM-AMORT-MONTHS MONTHS, THEN A LEVEL PAYMENT THAT RETIRES
      *    THE BALANCE OVER WHAT IS LEFT OF LM-YEARS.  'B' - A LEVEL
      *    PAYMENT FIGURED OVER THE FULL LM-YEARS AMORTIZATION, WITH
      *    THE WHOLE REMAINING BALANCE FALLING DUE AS A BALLOON AT
      *    MONTH LM-AMORT-MONTHS - THE BALLOON DATE IS THE LOAN'S
      *    MATURITY.  SPACE AND ZERO ON AN OLDER MASTER RECORD.
          05 LM-AMORT-TYPE         PIC X(01).
             88 LM-AMORT-IS-LEVEL          VALUE 'L' SPACE.
             88 LM-AMORT-IS-INTEREST-ONLY  VALUE 'I'.
             88 LM-AMORT-IS-BALLOON        VALUE 'B'.
      *    MONTHS FROM LM-OPEN-DATE - THE LENGTH OF THE INTEREST-ONLY
      *    PERIOD, OR THE MONTH THE BALLOON FALLS DUE.  ZERO ON A
      *    LEVEL-PAYMENT LOAN.
          05 LM-AMORT-MONTHS       PIC 9(03).
