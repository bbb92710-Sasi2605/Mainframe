      *----------------------------------------------------------------
      * PPAYPEN - PREPAYMENT-PENALTY SCHEDULE CONTROL RECORD.  ONE
      * RECORD PER RATE CODE THE CONTRACT WAS WRITTEN UNDER; THE ROW
      * WITH A BLANK RATE CODE COVERS ACCOUNTS PRICED DIRECTLY OFF
      * LM-RATE.  PP-YEAR-PCT IS THE DECLINING PENALTY PERCENT FOR
      * LOAN YEARS ONE THROUGH FIVE, COUNTED FROM LM-OPEN-DATE; FROM
      * THE SIXTH YEAR ON NO PENALTY IS DUE.  PP-FREE-PCT IS THE
      * FREE-PREPAYMENT ALLOWANCE - THE PERCENT OF THE OPEN PRINCIPAL
      * THAT MAY BE PREPAID WITHOUT PENALTY - AND PP-GL-ACCOUNT IS
      * THE FEE-INCOME ACCOUNT THE PENALTY IS CREDITED TO, AS
      * FS-GL-ACCOUNT IS FOR THE FEE SCHEDULE.  A RATE CODE THE FILE
      * DOES NOT CARRY BEARS NO PENALTY.
      *----------------------------------------------------------------
       01 PREPAY-PENALTY-REC.
          05 PP-RATE-CODE          PIC X(04).
          05 PP-YEAR-PCT           PIC 9(2)V99 OCCURS 5 TIMES.
          05 PP-FREE-PCT           PIC 9(2)V99.
          05 PP-GL-ACCOUNT         PIC X(10).
          05 PP-DESCRIPTION        PIC X(20).
