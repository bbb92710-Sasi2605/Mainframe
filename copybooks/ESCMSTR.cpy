      *----------------------------------------------------------------
      * ESCMSTR - ESCROW ACCOUNT MASTER.  ONE RECORD PER LOAN ACCOUNT
      * WHOSE PROPERTY TAX AND INSURANCE WE PAY, KEYED ON LM-ACCT-NO
      * AND KEPT IN ACCOUNT ORDER BY ESCROW-MAINT.  THE BALANCE IS
      * THE MONEY HELD FOR THE BORROWER IN THE LOAN'S OWN CURRENCY;
      * IT GOES UP WITH EVERY ESCROW DEPOSIT PAYMENT-POST SPLITS OFF
      * A PAYMENT AND DOWN WITH EVERY BILL THE ESCROW DISBURSEMENT
      * RUN PAYS.  A BILL LARGER THAN THE BALANCE IS STILL PAID, SO
      * THE BALANCE IS SIGNED - A NEGATIVE BALANCE IS AN ESCROW
      * ADVANCE THE NEXT ANALYSIS RECOVERS.
      *----------------------------------------------------------------
       01 ESCROW-MASTER-REC.
          05 ES-ACCT-NO            PIC X(06).
          05 ES-BALANCE            PIC S9(7)V99.
      *    THE ESCROW PART OF EVERY MONTHLY INSTALLMENT - BILLED BY
      *    BILLING-NOTICE ON TOP OF PRINCIPAL AND INTEREST, TAKEN
      *    FIRST OUT OF EACH PAYMENT BY PAYMENT-POST, AND RESET EACH
      *    YEAR BY THE ESCROW ANALYSIS.
          05 ES-MONTHLY-DEPOSIT    PIC 9(5)V99.
      *    BUSINESS DATE OF THE LAST ANALYSIS, YYYYMMDD - ZERO UNTIL
      *    THE ACCOUNT HAS BEEN THROUGH ONE.
          05 ES-ANALYSIS-DATE      PIC 9(08).
