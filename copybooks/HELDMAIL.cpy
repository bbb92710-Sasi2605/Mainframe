      *----------------------------------------------------------------
      * HELDMAIL - HELD-MAIL RECORD.  ONE RECORD PER NOTICE, LETTER
      * OR STATEMENT NOT PRINTED BECAUSE THE CUSTOMER'S ADDRESS IS
      * FLAGGED BAD ON CUSTMSTR (CU-ADDRESS-IS-BAD).  WRITTEN, EXTEND,
      * BY LOAN-STATEMENT, BILLING-NOTICE, MATURITY-RUN, LOAN-REPRICE
      * AND YEAREND-INTEREST, SO THE MAILROOM HAS ONE FILE OF WHAT
      * WAS KEPT BACK AND CAN RELEASE IT ONCE A GOOD ADDRESS IS ON
      * FILE.
      *----------------------------------------------------------------
       01 HELD-MAIL-REC.
          05 HM-PROGRAM-ID         PIC X(06).
          05 FILLER                PIC X(01).
      *    KIND OF MAILING HELD - THE SAME CODES THE RETURNED-MAIL
      *    TRANSACTION USES (RETMTXN).
          05 HM-MAIL-TYPE          PIC X(01).
             88 HM-IS-STATEMENT            VALUE 'S'.
             88 HM-IS-BILLING-NOTICE       VALUE 'B'.
             88 HM-IS-MATURITY-NOTICE      VALUE 'M'.
             88 HM-IS-RATE-CHANGE-LETTER   VALUE 'R'.
             88 HM-IS-YEAREND-NOTICE       VALUE 'Y'.
          05 FILLER                PIC X(01).
          05 HM-CUST-NO            PIC X(06).
          05 FILLER                PIC X(01).
          05 HM-ACCT-NO            PIC X(06).
          05 FILLER                PIC X(01).
          05 HM-NAME               PIC X(20).
          05 FILLER                PIC X(01).
      *    DATE THE ADDRESS WAS FLAGGED BAD, YYYYMMDD.
          05 HM-BAD-ADDR-DATE      PIC 9(08).
          05 FILLER                PIC X(01).
      *    THE HEADLINE FIGURE OF THE HELD ITEM - PAYMENT DUE, VALUE
      *    AT MATURITY, NEW PAYMENT, INTEREST PAID OR PRINCIPAL.
          05 HM-AMOUNT             PIC 9(9)V99.
          05 FILLER                PIC X(01).
          05 HM-CURRENCY           PIC X(03).
          05 FILLER                PIC X(01).
      *    BUSINESS DATE OF THE RUN THAT HELD THE ITEM, YYYY-MM-DD.
          05 HM-BUS-DATE           PIC X(10).
