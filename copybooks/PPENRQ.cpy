      *----------------------------------------------------------------
      * PPENRQ - CALL INTERFACE FOR THE PREPAY-PENALTY SUBPROGRAM.
      * EVERY PROGRAM THAT QUOTES, SETTLES OR POSTS A PREPAYMENT
      * CALLS IT WITH THE ACCOUNT, ITS RATE CODE AND OPEN DATE, THE
      * DATE OF THE PREPAYMENT, THE PRINCIPAL OPEN BEFORE IT AND THE
      * AMOUNT PREPAID:
      *
      *     CALL "PREPAY-PENALTY" USING PREPAY-PENALTY-REQUEST
      *
      * THE SUBPROGRAM LOADS THE PPAYPEN SCHEDULE AND THE PPWAIVE
      * WAIVER LIST ON ITS FIRST CALL AND RETURNS THE LOAN YEAR, THE
      * PERCENT AND FREE ALLOWANCE THAT APPLIED, THE PENALTY ON THE
      * PART OF THE PREPAYMENT OVER THE ALLOWANCE, THE FEE-INCOME
      * ACCOUNT, AND WHETHER THE ACCOUNT'S PENALTY IS WAIVED.  A
      * MISSING SCHEDULE FILE MEANS NO PENALTY IS EVER DUE.
      *----------------------------------------------------------------
       01 PREPAY-PENALTY-REQUEST.
          05 PN-ACCT-NO            PIC X(06).
          05 PN-RATE-CODE          PIC X(04).
          05 PN-OPEN-DATE          PIC 9(08).
          05 PN-PREPAY-DATE        PIC 9(08).
          05 PN-BALANCE            PIC 9(9)V99.
          05 PN-PREPAID            PIC 9(9)V99.
          05 PN-LOAN-YEAR          PIC 9(02).
          05 PN-PENALTY-PCT        PIC 9(2)V99.
          05 PN-FREE-AMT           PIC 9(9)V99.
          05 PN-PENALTY            PIC 9(9)V99.
          05 PN-GL-ACCOUNT         PIC X(10).
          05 PN-WAIVE-SW           PIC X(01).
             88 PN-PENALTY-IS-WAIVED       VALUE 'Y'.
          05 PN-WAIVE-REASON       PIC X(20).
