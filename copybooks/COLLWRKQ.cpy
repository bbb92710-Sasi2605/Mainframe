          05 CQ-STATUS             PIC X(01).
             88 CQ-ENTRY-IS-OPEN           VALUE 'O'.
             88 CQ-ENTRY-IS-CURED          VALUE 'C'.
      *    PARKED BY DELINQ-AGING WHILE THE ACCOUNT IS UNDER A
      *    HARDSHIP DEFERRAL PLAN - OFF THE WORKLIST BUT NOT CURED.
             88 CQ-ENTRY-IS-DEFERRED       VALUE 'D'.
      *    BUSINESS DATE THE CURRENT SPELL OF DELINQUENCY BEGAN - THE
      *    SEED DATE ON A NEW ENTRY, RESET BY DELINQ-AGING WHEN A
      *    CURED ENTRY GOES DELINQUENT AGAIN - AND THE DATE IT LAST
      *    CURED THE ENTRY, SO COLLECT-PERF CAN MEASURE DAYS TO CURE.
      *    AN ENTRY WRITTEN BEFORE THESE FIELDS EXISTED CARRIES
      *    SPACES IN THEM, SO EVERY READER NORMALIZES A NON-NUMERIC
      *    DATE BEFORE USING IT.
          05 CQ-DELQ-DATE          PIC 9(08).
          05 CQ-CURE-DATE          PIC 9(08).
      *    SET BY COLLECT-PERF WHEN THE ENTRY'S PROMISE BREAKS - THE
      *    ENTRY HEADS ITS COLLECTOR'S WORK LIST UNTIL COLLECT-MAINT
      *    RECORDS A NEW PROMISE OR NOTE OR THE ACCOUNT CURES.
          05 CQ-PRIORITY           PIC X(01).
             88 CQ-FOLLOW-UP-IS-HIGH       VALUE 'H'.
      *    KEPT BY COLLECT-PERF FOR THE ROLL RATES - THE DATE IT LAST
      *    LOOKED AT THE ENTRY, THE BUCKET IT SAW THEN, AND THE
      *    BUCKETS THE ENTRY STARTED THE CURRENT WEEK AND MONTH IN.
      *    A CURED OR DEFERRED ENTRY COUNTS AS "CURRENT ".
          05 CQ-ROLL-DATE          PIC 9(08).
          05 CQ-LAST-BUCKET        PIC X(08).
          05 CQ-WEEK-BUCKET        PIC X(08).
          05 CQ-MONTH-BUCKET       PIC X(08).
