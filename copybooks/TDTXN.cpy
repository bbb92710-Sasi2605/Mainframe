      *----------------------------------------------------------------
      * TDTXN - TERM-DEPOSIT MAINTENANCE TRANSACTION, READ BY
      * TD-MAINT.  A PLACEMENT OPENS A NEW DEPOSIT FOR A CUSTOMER ON
      * CUSTMSTR WITH THE TERMS BELOW; AN EARLY WITHDRAWAL BREAKS AN
      * ACTIVE DEPOSIT BEFORE ITS MATURITY DATE, CARRYING ONLY THE
      * DEPOSIT NUMBER AND THE AMOUNT WITHDRAWN - ZERO OR THE WHOLE
      * PRINCIPAL BREAKS THE DEPOSIT OUTRIGHT.
      *----------------------------------------------------------------
       01 TERM-DEPOSIT-TXN-REC.
          05 TT-ACTION             PIC X(01).
             88 TT-ACTION-IS-PLACEMENT     VALUE 'P'.
             88 TT-ACTION-IS-WITHDRAWAL    VALUE 'W'.
          05 TT-DEP-NO             PIC X(06).
          05 TT-CUST-NO            PIC X(06).
          05 TT-AMOUNT             PIC 9(9)V99.
      *    A RATE CODE, WHEN PRESENT, PRICES THE DEPOSIT OFF THE
      *    RATE MASTER INSTEAD OF TT-RATE.
          05 TT-RATE               PIC 9(3)V99.
          05 TT-RATE-CODE          PIC X(04).
          05 TT-DAY-BASIS          PIC X(01).
          05 TT-TERM-DAYS          PIC 9(05).
      *    SPACE IS TREATED AS 'P', PAY OUT AT MATURITY.
          05 TT-INSTRUCTION        PIC X(01).
      *    SPACES ARE TREATED AS USD.
          05 TT-CURRENCY-CODE      PIC X(03).
          05 TT-TAX-CLASS          PIC X(01).
          05 TT-PENALTY-RATE       PIC 9(2)V99.
