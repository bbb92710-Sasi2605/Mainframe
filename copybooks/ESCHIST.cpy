      *----------------------------------------------------------------
      * ESCHIST - CUMULATIVE ESCROW ACTIVITY, ONE RECORD PER MOVEMENT
      * OF AN ESCROW BALANCE.  APPENDED BY PAYMENT-POST (DEPOSITS AND
      * THEIR REVERSALS) AND BY THE ESCROW DISBURSEMENT RUN (TAX AND
      * INSURANCE BILLS PAID).  THE ANNUAL ESCROW ANALYSIS READS THE
      * LAST TWELVE MONTHS OF PAID BILLS FROM HERE TO PROJECT THE
      * NEXT TWELVE.
      *----------------------------------------------------------------
       01 ESCROW-HISTORY-REC.
          05 EH-ACCT-NO            PIC X(06).
      *    THE PAYMENT DATE FOR A DEPOSIT OR ITS REVERSAL, THE
      *    BUSINESS DATE FOR A BILL PAID.
          05 EH-TXN-DATE           PIC 9(08).
          05 EH-TXN-TYPE           PIC X(01).
             88 EH-IS-DEPOSIT              VALUE 'D'.
             88 EH-IS-DEPOSIT-REVERSAL     VALUE 'R'.
             88 EH-IS-TAX-PAID             VALUE 'T'.
             88 EH-IS-INSURANCE-PAID       VALUE 'I'.
             88 EH-IS-DISBURSEMENT         VALUE 'T' 'I'.
          05 EH-AMOUNT             PIC 9(7)V99.
      *    TAXING AUTHORITY OR INSURER AND ITS BILL REFERENCE ON A
      *    DISBURSEMENT; SPACES OTHERWISE.
          05 EH-PAYEE              PIC X(20).
          05 EH-BILL-REF           PIC X(10).
