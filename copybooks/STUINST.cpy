      *----------------------------------------------------------------
      * STUINST - STUDENT FEE INSTALLMENT-PLAN RECORD.  ONE RECORD PER
      * INSTALLMENT OF A PLAN AGREED WITH THE FAMILY, IN ROLL AND
      * INSTALLMENT ORDER.  BILLING STILL RAISES THE WHOLE TERM ON
      * STUBAL; THE PLAN ONLY SAYS WHEN EACH PART FALLS DUE.  RECEIPT
      * POSTING FILLS THE PAID AMOUNT EARLIEST INSTALLMENT FIRST, AND
      * THE NIGHTLY INSTALLMENT RUN CHARGES THE LATE FEE ONCE ON AN
      * INSTALLMENT STILL SHORT PAST ITS DUE DATE AND GRACE DAYS.
      *----------------------------------------------------------------
       01 STUDENT-INSTALLMENT-REC.
          05 IP-ROLL-NO            PIC X(06).
          05 IP-TERM-ID            PIC X(06).
          05 IP-INSTALL-NO         PIC 9(02).
          05 IP-DUE-DATE           PIC 9(08).
          05 IP-AMOUNT             PIC 9(7)V99.
          05 IP-PAID-AMOUNT        PIC 9(7)V99.
          05 IP-LATE-FEE-SW        PIC X(01).
             88 IP-LATE-FEE-CHARGED        VALUE 'Y'.
          05 IP-LATE-FEE           PIC 9(5)V99.
