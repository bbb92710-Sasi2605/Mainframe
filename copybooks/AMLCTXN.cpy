      *----------------------------------------------------------------
      * AMLCTXN - SUSPICIOUS-ACTIVITY CASE MAINTENANCE TRANSACTION,
      * READ BY AML-CASE-MAINT AND APPLIED AGAINST THE AMLCASE FILE
      * IN THE COLLECT-MAINT STYLE.  AT-ACTION SELECTS WHAT THE
      * TRANSACTION CARRIES: AN INVESTIGATOR ASSIGNMENT, A CASE
      * NOTE, OR THE CLOSE WITH ITS DISPOSITION.  THE UNUSED FIELDS
      * OF AN ACTION ARE IGNORED.
      *----------------------------------------------------------------
       01 AML-CASE-TXN-REC.
          05 AT-ACTION             PIC X(01).
             88 AT-ACTION-IS-ASSIGN        VALUE 'A'.
             88 AT-ACTION-IS-NOTE          VALUE 'N'.
             88 AT-ACTION-IS-CLOSE         VALUE 'C'.
          05 AT-CASE-NO            PIC 9(07).
      *    INVESTIGATOR ASSIGNED, OR ON A CLOSE THE ONE CLOSING IT.
          05 AT-INVESTIGATOR       PIC X(08).
      *    ON A CLOSE - 'S' SAR FILED, 'N' NO FURTHER ACTION.
          05 AT-DISPOSITION        PIC X(01).
          05 AT-NOTE               PIC X(40).
