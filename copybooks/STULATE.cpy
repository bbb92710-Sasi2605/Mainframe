      *----------------------------------------------------------------
      * STULATE - STUDENT LATE-FEE CONTROL RECORD.  ONE RECORD PER
      * TERM: THE GRACE DAYS ALLOWED AFTER AN INSTALLMENT'S DUE DATE,
      * AND THE LATE FEE CHARGED ONCE ON AN INSTALLMENT STILL SHORT
      * AFTER THEM - A FLAT AMOUNT PLUS A PERCENTAGE OF THE UNPAID
      * PART - WITH THE INCOME ACCOUNT IT POSTS TO.
      *----------------------------------------------------------------
       01 STUDENT-LATE-FEE-REC.
          05 LC-TERM-ID            PIC X(06).
          05 LC-GRACE-DAYS         PIC 9(03).
          05 LC-FLAT-FEE           PIC 9(5)V99.
          05 LC-PERCENT            PIC 9(03)V99.
          05 LC-GL-ACCOUNT         PIC X(10).
