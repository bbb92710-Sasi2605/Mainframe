      *----------------------------------------------------------------
      * STUFEEGL - STUDENT FEE-CODE TO GL ACCOUNT CONTROL RECORD.  ONE
      * RECORD PER SF-FEE-CODE ON THE STUFEES SCHEDULE, NAMING THE
      * INCOME ACCOUNT THE CREDIT SIDE OF THE BILLING PAIR POSTS TO -
      * THE STUDENT-SIDE COUNTERPART OF FS-GL-ACCOUNT ON FEESCHED.
      * THE BILLING RUN CHECKS EVERY ACCOUNT HERE AGAINST GLCHART; A
      * FEE CODE WITH NO ROW, OR A ROW NAMING AN ACCOUNT THE CHART
      * DOES NOT CARRY, POSTS TO SUSPENSE AND IS LOGGED.
      *----------------------------------------------------------------
       01 STUDENT-FEE-GL-REC.
          05 FG-FEE-CODE           PIC X(04).
          05 FG-GL-ACCOUNT         PIC X(10).
