      *----------------------------------------------------------------
      * ARMTXN - ADJUSTABLE-RATE TERMS MAINTENANCE TRANSACTION, READ
      * BY ARM-MAINT.  AN ADD PUTS A LOAN ON VARIABLE-RATE TERMS
      * (THE LOAN KEEPS ITS CURRENT LM-RATE UNTIL THE FIRST RESET), A
      * CHANGE REPLACES THE TERMS, AND A DELETE RETURNS THE LOAN TO A
      * FIXED RATE AT WHATEVER LM-RATE IT LAST RESET TO.  A DELETE
      * CARRIES ONLY THE ACCOUNT.
      *----------------------------------------------------------------
       01 ARM-TXN-REC.
          05 RX-ACTION             PIC X(01).
             88 RX-ACTION-IS-ADD           VALUE 'A'.
             88 RX-ACTION-IS-CHANGE        VALUE 'C'.
             88 RX-ACTION-IS-DELETE        VALUE 'D'.
          05 RX-ACCT-NO            PIC X(06).
          05 RX-INDEX-CODE         PIC X(04).
          05 RX-MARGIN             PIC 9(2)V99.
          05 RX-RESET-MONTHS       PIC 9(02).
          05 RX-NEXT-RESET-DATE    PIC 9(08).
          05 RX-PERIODIC-CAP       PIC 9(2)V99.
          05 RX-LIFE-FLOOR         PIC 9(3)V99.
          05 RX-LIFE-CEILING       PIC 9(3)V99.
