      *----------------------------------------------------------------
      * FXRATES - FX-RATE HISTORY.  ONE RECORD PER CURRENCY PER
      * EFFECTIVE DATE, CARRYING THE RATE THAT CONVERTS ONE UNIT OF
      * THE CURRENCY INTO THE BASE (LEDGER) CURRENCY, USD.  LOADED AT
      * START-UP BY CI-CALCULATOR AND THE OTHER GL WRITERS TO FILL
      * THE GL EXTRACT'S BASE-CURRENCY AMOUNT, AND BY GL-RECAP FOR
      * ITS CONVERSION RECAP.  USD ITSELF NEEDS NO RECORD - ITS RATE
      * IS ALWAYS 1.  A RATE MISSING FOR ANY OTHER CURRENCY PRESENT
      * IN THE EXTRACT STOPS THE RUN WITH CONDITION CODE 8.
      * THE FILE IS KEPT IN CURRENCY AND EFFECTIVE-DATE ORDER BY
      * FX-RATE-LOAD FROM THE TREASURY FEED; DO NOT HAND-EDIT IT.
      *----------------------------------------------------------------
       01 FX-RATE-REC.
          05 FX-CURRENCY-CODE      PIC X(03).
          05 FX-RATE-TO-BASE       PIC 9(4)V9(6).
      *    DATE THE RATE TAKES EFFECT, YYYYMMDD.  A READER TAKES, FOR
      *    EACH CURRENCY, THE ROW WITH THE LATEST EFFECTIVE DATE THAT
      *    IS NOT AFTER THE BUSINESS DATE, SO A RERUN OF A PAST NIGHT
      *    CONVERTS AT THAT NIGHT'S RATE.  ZERO OR BLANK ON AN OLDER
      *    RECORD MEANS THE RATE HAS ALWAYS BEEN IN EFFECT.
          05 FX-EFFECT-DATE        PIC 9(08).
      *    OPERATOR WHO APPROVED A RATE THAT MOVED MORE THAN THE
      *    CURRENCY'S TOLERANCE FROM THE PRIOR RATE - SPACES WHEN THE
      *    RATE LOADED WITHIN TOLERANCE.
          05 FX-OVERRIDE-BY        PIC X(08).
