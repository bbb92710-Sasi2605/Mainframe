      *----------------------------------------------------------------
      * RATESHK - RATE SHOCK SCENARIO CONTROL RECORD, ONE PER
      * SCENARIO, KEPT BY TREASURY FOR THE REPRICING-GAP REPORT.
      * THE SHOCK IS A PARALLEL MOVE IN EVERY RATE, IN BASIS POINTS,
      * PLUS FOR A RISE AND MINUS FOR A FALL.  A MISSING OR EMPTY
      * FILE RUNS THE STANDARD UP-200 AND DOWN-200 PAIR.
      *----------------------------------------------------------------
       01 RATE-SHOCK-REC.
          05 SK-SCENARIO-NAME      PIC X(12).
          05 SK-SHOCK-BPS          PIC S9(04)
                                   SIGN IS LEADING SEPARATE.
