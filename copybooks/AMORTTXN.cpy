      *----------------------------------------------------------------
      * AMORTTXN - AMORTIZATION-STRUCTURE TRANSACTION, READ BY
      * AMORT-MAINT.  EACH RECORD SETS THE REPAYMENT STRUCTURE OF ONE
      * LOAN-MASTER ACCOUNT: 'L' PUTS IT BACK ON A LEVEL PAYMENT,
      * 'I' MAKES IT INTEREST ONLY FOR AZ-AMORT-MONTHS MONTHS FROM
      * THE OPEN DATE, 'B' MAKES THE BALANCE FALL DUE AS A BALLOON
      * AT MONTH AZ-AMORT-MONTHS.  A LEVEL RECORD CARRIES ZERO MONTHS.
      *----------------------------------------------------------------
       01 AMORT-TXN-REC.
          05 AZ-ACCT-NO            PIC X(06).
          05 AZ-AMORT-TYPE         PIC X(01).
             88 AZ-TYPE-IS-LEVEL           VALUE 'L'.
             88 AZ-TYPE-IS-INTEREST-ONLY   VALUE 'I'.
             88 AZ-TYPE-IS-BALLOON         VALUE 'B'.
          05 AZ-AMORT-MONTHS       PIC 9(03).
