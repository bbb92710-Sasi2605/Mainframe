      *----------------------------------------------------------------
      * FXFEED - TREASURY FX-RATE FEED RECORD.  ONE RECORD PER
      * CURRENCY PER EFFECTIVE DATE, AS SENT BY TREASURY EACH
      * EVENING.  READ BY FX-RATE-LOAD, WHICH CHECKS EACH RATE'S
      * MOVEMENT FROM THE PRIOR RATE AND ADDS IT TO THE FXRATES
      * HISTORY.
      *----------------------------------------------------------------
       01 FX-FEED-REC.
          05 FF-CURRENCY-CODE      PIC X(03).
          05 FF-EFFECT-DATE        PIC 9(08).
          05 FF-RATE-TO-BASE       PIC 9(4)V9(6).
