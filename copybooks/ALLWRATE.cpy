      *----------------------------------------------------------------
      * ALLWRATE - ALLOWANCE LOSS-RATE CONTROL RECORD.  ONE RECORD PER
      * CELL OF THE LOSS-RATE GRID THE MONTH-END ALLOWANCE RUN READS:
      * THE DELINQUENCY BUCKET AS DELINQUENCY-AGING ASSIGNS IT (1
      * CURRENT, 2 1-30 DAYS, 3 31-60 DAYS, 4 OVER 60, 5 MATURED) BY
      * THE RISK-SCORE BAND OF THE ACCOUNT'S LATEST RISKHIST SCORE
      * (1 UNSCORED OR UNDER 25, 2 25-49, 3 50-74, 4 75 AND OVER).
      * THE RATE IS THE PERCENT OF THE OPEN BALANCE HELD IN RESERVE.
      * A CELL THE FILE DOES NOT CARRY KEEPS THE PROGRAM'S DEFAULT.
      *----------------------------------------------------------------
       01 ALLOWANCE-RATE-REC.
          05 AW-BUCKET             PIC 9(01).
          05 AW-BAND               PIC 9(01).
          05 AW-LOSS-PCT           PIC 9(3)V99.
