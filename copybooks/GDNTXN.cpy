      *----------------------------------------------------------------
      * GDNTXN - GUARDIAN CONTACT MAINTENANCE TRANSACTION, READ BY
      * GUARDIAN-MAINT AND APPLIED AGAINST THE GUARDIAN FILE IN THE
      * LOAN-MAINT STYLE.  GM-ACTION ADDS THE GUARDIAN FOR A ROLL
      * NUMBER, CHANGES THE ONE ON FILE (A NEW ADDRESS OR PHONE), OR
      * DELETES IT.  A DELETE CARRIES ONLY THE ROLL NUMBER; THE
      * OTHER FIELDS ARE IGNORED.
      *----------------------------------------------------------------
       01 GUARDIAN-TXN-REC.
          05 GM-ACTION             PIC X(01).
             88 GM-ACTION-IS-ADD           VALUE 'A'.
             88 GM-ACTION-IS-CHANGE        VALUE 'C'.
             88 GM-ACTION-IS-DELETE        VALUE 'D'.
          05 GM-ROLL-NO            PIC X(06).
          05 GM-NAME               PIC X(30).
          05 GM-ADDR-LINE-1        PIC X(30).
          05 GM-ADDR-LINE-2        PIC X(30).
          05 GM-CITY               PIC X(20).
          05 GM-POST-CODE          PIC X(10).
          05 GM-PHONE              PIC X(15).
