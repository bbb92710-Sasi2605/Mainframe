      *----------------------------------------------------------------
      * DRAWFUND - APPROVED LINE-OF-CREDIT DRAW, WRITTEN BY LOC-DRAW
      * ONCE THE DRAW IS BOOKED TO THE LINE AND THE LOAN MASTER, AND
      * PAID OUT BY DISBURSE-RUN THE SAME NIGHT.
      *----------------------------------------------------------------
       01 DRAW-FUNDING-REC.
          05 DF-ACCT-NO            PIC X(06).
          05 DF-DRAW-REF           PIC X(10).
          05 DF-AMOUNT             PIC 9(9)V99.
          05 DF-CURRENCY           PIC X(03).
          05 DF-APPROVED-DATE      PIC 9(08).
