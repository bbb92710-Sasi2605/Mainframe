      *----------------------------------------------------------------
      * CLTTXN - COLLATERAL REGISTER MAINTENANCE TRANSACTION, READ BY
      * COLLATERAL-MAINT AND APPLIED AGAINST THE COLLATRL FILE IN THE
      * LOAN-MAINT STYLE.  CX-ACTION ADDS A NEW ITEM, CHANGES AN
      * ITEM ALREADY ON FILE (A FRESH APPRAISAL, A NEW LIEN
      * POSITION), OR DELETES A RELEASED ITEM.  A DELETE CARRIES
      * ONLY THE ACCOUNT AND ITEM NUMBER; THE OTHER FIELDS ARE
      * IGNORED.
      *----------------------------------------------------------------
       01 COLLATERAL-TXN-REC.
          05 CX-ACTION             PIC X(01).
             88 CX-ACTION-IS-ADD           VALUE 'A'.
             88 CX-ACTION-IS-CHANGE        VALUE 'C'.
             88 CX-ACTION-IS-DELETE        VALUE 'D'.
          05 CX-ACCT-NO            PIC X(06).
          05 CX-ITEM-NO            PIC 9(02).
          05 CX-TYPE               PIC X(02).
          05 CX-DESCRIPTION        PIC X(30).
          05 CX-APPRAISED-VALUE    PIC 9(9)V99.
          05 CX-APPRAISAL-DATE     PIC 9(08).
          05 CX-LIEN-POSITION      PIC 9(01).
