      * THE PERIOD THE NIGHT'S POSTINGS MAY CARRY - THE BUSINESS
      * DATE'S OWN PERIOD WHEN IT IS STILL OPEN, OTHERWISE THE
      * EARLIEST OPEN PERIOD AFTER IT, WITH PC-ADJUST-SW SET SO THE
      * CALLER KNOWS ITS POSTINGS ARE PRIOR-PERIOD ADJUSTMENTS.  EVERY
      * PERIOD OF A YEAR CLOSED TO RETAINED EARNINGS IS CLOSED, AND
      * ITS POSTINGS GO TO AN OPEN PERIOD AFTER THAT YEAR.  A
      * MISSING CONTROL FILE LEAVES EVERY PERIOD OPEN.
      *----------------------------------------------------------------
       01 PERIOD-CHECK-REQUEST.
