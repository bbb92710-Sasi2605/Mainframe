      * WHICH WRITES A READY-TO-POST PAYMTXN RECORD WHEN THE BUSINESS
      * PROCESSING DATE REACHES THE ACCOUNT'S LM-NEXT-DUE-DATE, SO A
      * BORROWER WHO PAYS THE SAME AMOUNT EVERY MONTH NO LONGER HAS
      * EVERY PAYMENT HAND-KEYED.  MAINTAINED FROM APTXN BY
      * AUTOPAY-MAINT, IN ACCOUNT-NUMBER ORDER.
      *
      * THE BORROWER'S BANK ACCOUNT IS DEBITED THROUGH THE ACH FILE
      * AUTOPAY-GEN WRITES; AP-ROUTING-NO IS THE NINE-DIGIT ABA
      * ROUTING NUMBER, ITS LAST DIGIT THE 3-7-1 WEIGHTED CHECK
      * DIGIT AUTOPAY-MAINT VERIFIES ON ENTRY.  ACH-RETURNS COUNTS
      * EVERY DEBIT THE BANK SENDS BACK ON AP-RETURN-COUNT AND STOPS
      * THE INSTRUCTION (AP-STATUS 'S') AT THE ACHCTL LIMIT.
      * RECORDS FROM BEFORE THE BANK FIELDS EXISTED READ AS SPACES
      * AND ARE NOT DRAWN UNTIL THE BANK DETAILS ARE KEYED.
      *----------------------------------------------------------------
       01 AUTOPAY-INSTRUCTION-REC.
          05 AP-ACCT-NO            PIC X(06).
          05 AP-STATUS             PIC X(01).
             88 AP-INSTRUCTION-IS-ACTIVE   VALUE 'A' SPACE.
             88 AP-INSTRUCTION-IS-STOPPED  VALUE 'S'.
          05 AP-ROUTING-NO         PIC X(09).
          05 AP-BANK-ACCT-NO       PIC X(17).
          05 AP-BANK-ACCT-TYPE     PIC X(01).
             88 AP-BANK-IS-CHECKING        VALUE 'C' SPACE.
             88 AP-BANK-IS-SAVINGS         VALUE 'S'.
          05 AP-RETURN-COUNT       PIC 9(02).
          05 AP-LAST-RETURN-DATE   PIC 9(08).
          05 AP-LAST-RETURN-CODE   PIC X(03).
