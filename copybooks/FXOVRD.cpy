      *----------------------------------------------------------------
      * FXOVRD - FX-RATE TOLERANCE OVERRIDE RECORD.  ONE RECORD PER
      * FEED RATE AN OPERATOR HAS CONFIRMED WITH TREASURY AFTER
      * FX-RATE-LOAD REJECTED IT FOR MOVING MORE THAN THE CURRENCY'S
      * TOLERANCE.  THE OVERRIDE COVERS ONLY THE EXACT RATE GIVEN
      * HERE, SO A CORRECTED FEED RATE IS CHECKED AFRESH.  EVERY
      * OVERRIDE USED GOES ON THE SHARED AUDIT LOG.
      *----------------------------------------------------------------
       01 FX-OVERRIDE-REC.
          05 FO-CURRENCY-CODE      PIC X(03).
          05 FO-EFFECT-DATE        PIC 9(08).
          05 FO-RATE-TO-BASE       PIC 9(4)V9(6).
          05 FO-APPROVED-BY        PIC X(08).
          05 FO-REASON             PIC X(20).
