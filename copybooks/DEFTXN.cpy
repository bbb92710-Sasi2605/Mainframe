      *----------------------------------------------------------------
      * DEFTXN - DEFERRAL-PLAN MAINTENANCE TRANSACTION, READ BY
      * DEFERRAL-MAINT.  AN ADD PUTS A PENDING PLAN ON THE ACCOUNT, A
      * CHANGE REPLACES THE TERMS OF A PLAN NOT YET STARTED, AND A
      * DELETE CANCELS A PENDING PLAN OR ENDS AN ACTIVE ONE EARLY (IT
      * EXITS ON THE NEXT DEFERRAL-ROLL RUN).  A DELETE CARRIES ONLY
      * THE ACCOUNT.
      *----------------------------------------------------------------
       01 DEFERRAL-TXN-REC.
          05 DX-ACTION             PIC X(01).
             88 DX-ACTION-IS-ADD           VALUE 'A'.
             88 DX-ACTION-IS-CHANGE        VALUE 'C'.
             88 DX-ACTION-IS-DELETE        VALUE 'D'.
          05 DX-ACCT-NO            PIC X(06).
          05 DX-START-DATE         PIC 9(08).
          05 DX-PAYMENTS           PIC 9(02).
          05 DX-ACCRUE-SW          PIC X(01).
          05 DX-REPAY-METHOD       PIC X(01).
