      *----------------------------------------------------------------
      * ESCPAY - ESCROW PAYABLES.  ONE RECORD PER TAX OR INSURANCE
      * BILL RECEIVED FOR AN ESCROWED LOAN, KEYED IN BY SERVICING AS
      * THE BILLS ARRIVE.  THE ESCROW DISBURSEMENT RUN PAYS EVERY
      * BILL DUE ON OR BEFORE THE BUSINESS DATE AND WRITES THE FILE
      * BACK WITH ONLY THE BILLS STILL TO PAY.
      *----------------------------------------------------------------
       01 ESCROW-PAYABLE-REC.
          05 EP-ACCT-NO            PIC X(06).
          05 EP-BILL-TYPE          PIC X(01).
             88 EP-BILL-IS-TAX             VALUE 'T'.
             88 EP-BILL-IS-INSURANCE       VALUE 'I'.
             88 EP-BILL-TYPE-IS-VALID      VALUE 'T' 'I'.
          05 EP-PAYEE              PIC X(20).
          05 EP-DUE-DATE           PIC 9(08).
          05 EP-AMOUNT             PIC 9(7)V99.
          05 EP-BILL-REF           PIC X(10).
