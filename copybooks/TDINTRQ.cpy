      *----------------------------------------------------------------
      * TDINTRQ - CALL INTERFACE FOR THE TD-INTEREST SUBPROGRAM.
      * EVERY PROGRAM THAT PAYS, CREDITS OR PROJECTS TERM-DEPOSIT
      * INTEREST CALLS IT WITH THE AMOUNT, RATE, DAY-COUNT BASIS,
      * THE PERIOD, ANY EARLY-BREAK PENALTY RATE AND THE CUSTOMER'S
      * TAX CLASS:
      *
      *     CALL "TD-INTEREST" USING TD-INTEREST-REQUEST
      *
      * THE SUBPROGRAM LOADS THE TAXRATE CONTROL FILE ON ITS FIRST
      * CALL AND RETURNS THE DAYS IN THE PERIOD ON THE BASIS, THE
      * INTEREST AT THE CONTRACT RATE, THE PENALTY FORFEITED, THE
      * GROSS INTEREST PAYABLE, THE TAX WITHHELD FROM IT AND THE NET.
      * A ZERO PENALTY RATE IS A FULL-TERM PAYMENT.
      * A MISSING TAXRATE FILE MEANS NOTHING IS WITHHELD.
      *----------------------------------------------------------------
       01 TD-INTEREST-REQUEST.
          05 TI-PRINCIPAL          PIC 9(9)V99.
          05 TI-RATE               PIC 9(3)V99.
          05 TI-DAY-BASIS          PIC X(01).
          05 TI-FROM-DATE          PIC 9(08).
          05 TI-TO-DATE            PIC 9(08).
          05 TI-PENALTY-RATE       PIC 9(2)V99.
          05 TI-TAX-CLASS          PIC X(01).
          05 TI-DAYS               PIC 9(05).
          05 TI-FULL-INTEREST      PIC 9(9)V99.
          05 TI-PENALTY            PIC 9(9)V99.
          05 TI-INTEREST           PIC 9(9)V99.
          05 TI-WITHHELD           PIC 9(9)V99.
          05 TI-NET-INTEREST       PIC 9(9)V99.
      *    THE TAXRATE CLASS THAT ACTUALLY PRICED THE WITHHOLDING -
      *    THE CUSTOMER'S OWN OR THE '*' DEFAULT - FOR THE EXTRACT.
          05 TI-TAX-CLASS-USED     PIC X(01).
