      *----------------------------------------------------------------
      * BANKSTMT - BANK STATEMENT LINE FOR THE CASH ACCOUNT, AS THE
      * BANK SENDS IT EACH MORNING.  A 'D' RECORD IS ONE ITEM THAT
      * CLEARED - A CREDIT IS MONEY INTO OUR ACCOUNT, A DEBIT MONEY
      * OUT - WITH THE BANK'S REFERENCE, WHICH CARRIES OUR LOAN OR
      * STUDENT ACCOUNT NUMBER IN ITS FIRST SIX POSITIONS WHEN THE
      * ITEM ORIGINATED WITH US.  THE 'B' RECORD AT THE END GIVES THE
      * STATEMENT DATE AND THE ACCOUNT'S ENDING LEDGER BALANCE.
      *----------------------------------------------------------------
       01 BANK-STATEMENT-REC.
          05 BS-REC-TYPE           PIC X(01).
             88 BS-IS-DETAIL               VALUE 'D'.
             88 BS-IS-BALANCE              VALUE 'B'.
          05 BS-POST-DATE          PIC 9(08).
          05 BS-AMOUNT             PIC 9(11)V99.
          05 BS-DR-CR              PIC X(02).
             88 BS-IS-DEBIT                VALUE 'DR'.
             88 BS-IS-CREDIT               VALUE 'CR'.
          05 BS-REFERENCE          PIC X(16).

       01 BANK-BALANCE-REC REDEFINES BANK-STATEMENT-REC.
          05 BB-REC-TYPE           PIC X(01).
          05 BB-STMT-DATE          PIC 9(08).
          05 BB-ENDING-BALANCE     PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
          05 FILLER                PIC X(17).
