      * READ BY THE PERIOD-CHECK SUBPROGRAM EVERY GL-WRITING STEP
      * CALLS, SO A POSTING INTO A CLOSED MONTH IS REDIRECTED TO THE
      * CURRENT PERIOD INSTEAD OF BOUNCING THE LEDGER LOAD.  A
      * PERIOD WITH NO RECORD IS OPEN.  THE YEAR-END CLOSE ADDS A
      * RECORD FOR PERIOD YYYY13 WITH STATUS 'Y' ONCE IT HAS CLOSED
      * THE YEAR TO RETAINED EARNINGS; EVERY PERIOD OF THAT YEAR IS
      * THEN CLOSED FOR GOOD, WHATEVER ITS OWN RECORD SAYS.
      *----------------------------------------------------------------
       01 ACCT-PERIOD-REC.
          05 PE-PERIOD             PIC 9(06).
          05 PE-STATUS             PIC X(01).
             88 PE-PERIOD-IS-OPEN          VALUE 'O' SPACE.
             88 PE-PERIOD-IS-CLOSED        VALUE 'C'.
             88 PE-YEAR-IS-CLOSED          VALUE 'Y'.
