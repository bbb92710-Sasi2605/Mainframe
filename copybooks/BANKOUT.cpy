      *----------------------------------------------------------------
      * BANKOUT - OUTSTANDING RECONCILING ITEM, CARRIED FROM NIGHT TO
      * NIGHT BY BANK-RECONCILE UNTIL IT MATCHES.  SOURCE 'B' IS A
      * CASH POSTING ON OUR BOOKS NOT YET SEEN AT THE BANK; SOURCE
      * 'S' IS A STATEMENT LINE NOT YET ON OUR BOOKS.  DIRECTION IS
      * FROM THE CASH ACCOUNT'S SIDE - 'I' MONEY IN (A CASH DEBIT, A
      * BANK CREDIT), 'O' MONEY OUT.  THE ITEM DATE IS THE BUSINESS
      * DATE IT WAS POSTED OR THE DATE THE BANK CLEARED IT, AND IS
      * WHAT THE STALE AGE IS COUNTED FROM.
      *----------------------------------------------------------------
       01 BANK-OUTSTANDING-REC.
          05 BO-SOURCE             PIC X(01).
             88 BO-IS-BOOK-ITEM            VALUE 'B'.
             88 BO-IS-STATEMENT-ITEM       VALUE 'S'.
          05 BO-ITEM-DATE          PIC 9(08).
          05 BO-AMOUNT             PIC 9(11)V99.
          05 BO-DIRECTION          PIC X(01).
             88 BO-IS-CASH-IN              VALUE 'I'.
             88 BO-IS-CASH-OUT             VALUE 'O'.
          05 BO-REFERENCE          PIC X(16).
