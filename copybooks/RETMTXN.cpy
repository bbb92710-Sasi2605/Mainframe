      *----------------------------------------------------------------
      * RETMTXN - RETURNED-MAIL TRANSACTION, KEYED FROM THE ENVELOPES
      * THE MAILROOM GETS BACK UNDELIVERABLE.  READ BY RETURNED-MAIL,
      * WHICH FLAGS THE CUSTOMER'S ADDRESS BAD ON CUSTMSTR SO THE
      * NEXT MAILING IS HELD INSTEAD OF SENT TO THE SAME ADDRESS.
      *----------------------------------------------------------------
       01 RETURNED-MAIL-REC.
          05 RM-CUST-NO            PIC X(06).
          05 RM-MAIL-TYPE          PIC X(01).
             88 RM-IS-STATEMENT            VALUE 'S'.
             88 RM-IS-BILLING-NOTICE       VALUE 'B'.
             88 RM-IS-MATURITY-NOTICE      VALUE 'M'.
             88 RM-IS-RATE-CHANGE-LETTER   VALUE 'R'.
             88 RM-IS-YEAREND-NOTICE       VALUE 'Y'.
             88 RM-MAIL-TYPE-IS-VALID      VALUE 'S' 'B' 'M' 'R' 'Y'.
      *    DATE THE ITEM CAME BACK, YYYYMMDD.  ZERO TAKES THE
      *    BUSINESS DATE.
          05 RM-RETURN-DATE        PIC 9(08).
