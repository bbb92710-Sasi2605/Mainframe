      *----------------------------------------------------------------
      * TDMSTR - INDEXED TERM-DEPOSIT (CERTIFICATE) MASTER, KEYED ON
      * TD-DEP-NO.  ONE RECORD PER DEPOSIT, OWNED BY THE CUSTOMER ON
      * CUSTMSTR WHOSE NUMBER IT CARRIES.  TD-MAINT PLACES A DEPOSIT
      * AND BREAKS IT EARLY; TD-MATURITY PAYS IT OUT OR RENEWS IT ON
      * ITS MATURITY DATE; TD-LADDER REPORTS FROM IT.  A PAID-OUT OR
      * FULLY BROKEN DEPOSIT STAYS ON FILE, NO LONGER ACTIVE.
      *----------------------------------------------------------------
       01 TERM-DEPOSIT-REC.
          05 TD-DEP-NO             PIC X(06).
          05 TD-CUST-NO            PIC X(06).
          05 TD-PRINCIPAL          PIC 9(9)V99.
      *    CONTRACT RATE, PERCENT PER ANNUM.  A DEPOSIT PLACED WITH A
      *    RATE CODE TAKES THE RATE-MASTER RATE IN EFFECT ON THE DAY
      *    IT WAS PLACED, AND EACH RENEWAL RE-PRICES OFF THE SAME CODE;
      *    A DEPOSIT WITHOUT ONE RENEWS AT ITS OWN RATE.
          05 TD-RATE               PIC 9(3)V99.
          05 TD-RATE-CODE          PIC X(04).
      *    DAY-COUNT BASIS, CODED AS ON THE SIMPLE-INTEREST INPUT.
      *    SPACE IS ACTUAL/365.
          05 TD-DAY-BASIS          PIC X(01).
             88 TD-BASIS-IS-30-360        VALUE '1'.
             88 TD-BASIS-IS-ACT-360       VALUE '2'.
             88 TD-BASIS-IS-ACT-365       VALUE '3' SPACE.
      *    TERM IN DAYS - THE MATURITY DATE IS THE START DATE PLUS
      *    THE TERM, AND A RENEWAL RUNS ANOTHER TERM FROM MATURITY.
          05 TD-TERM-DAYS          PIC 9(05).
          05 TD-START-DATE         PIC 9(08).
          05 TD-MATURITY-DATE      PIC 9(08).
      *    INSTRUCTION AT MATURITY - PAY OUT PRINCIPAL AND INTEREST,
      *    RENEW PRINCIPAL AND INTEREST TOGETHER, OR RENEW THE
      *    PRINCIPAL AND PAY THE INTEREST OUT.
          05 TD-INSTRUCTION        PIC X(01).
             88 TD-PAY-OUT-AT-MATURITY    VALUE 'P'.
             88 TD-RENEW-WITH-INTEREST    VALUE 'R'.
             88 TD-RENEW-PAY-INTEREST     VALUE 'I'.
          05 TD-CURRENCY-CODE      PIC X(03).
      *    CUSTOMER TAX CLASS FOR THE WITHHOLDING-TAX LOOKUP
      *    (TAXRATE.CPY).  SPACE FALLS TO THE '*' DEFAULT CLASS.
          05 TD-TAX-CLASS          PIC X(01).
      *    EARLY-BREAK PENALTY, PERCENTAGE POINTS TAKEN OFF THE
      *    CONTRACT RATE FOR THE DAYS THE BROKEN AMOUNT WAS HELD.
          05 TD-PENALTY-RATE       PIC 9(2)V99.
          05 TD-STATUS             PIC X(01).
             88 TD-IS-ACTIVE              VALUE 'A'.
             88 TD-IS-PAID-OUT            VALUE 'M'.
             88 TD-IS-BROKEN              VALUE 'B'.
          05 TD-PLACED-DATE        PIC 9(08).
          05 TD-RENEWALS           PIC 9(03).
          05 TD-CLOSED-DATE        PIC 9(08).
      *    LIFE-TO-DATE GROSS INTEREST PAID OR CREDITED, AND TAX
      *    WITHHELD FROM IT.
          05 TD-INTEREST-PAID      PIC 9(9)V99.
          05 TD-TAX-WITHHELD       PIC 9(9)V99.
