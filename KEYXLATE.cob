      *                 SO IT CAN BE CHASED BEFORE THE CUTOVER.
      *                 CONTROL TOTALS PROVE RECORDS IN EQUAL RECORDS
      *                 OUT PER FILE.
      * 2026-10-15 RSD  THE CONVERTED LOANMTXN RECORD IS WRITTEN AT
      *                 ITS FULL WIDTH, THROUGH LT-PRODUCT-CODE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  LOAN-TXN-OUT
           RECORDING MODE IS F.
       01  LOAN-TXN-OUT-REC        PIC X(67).

       FD  STUD-TXN-IN
           RECORDING MODE IS F.
