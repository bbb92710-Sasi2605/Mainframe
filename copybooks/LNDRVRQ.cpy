      *----------------------------------------------------------------
      * LNDRVRQ - CALL INTERFACE BETWEEN THE LOAN-MASTER DRIVER AND
      * THE NIGHTLY MODULES IT RUNS.  THE DRIVER READS THE MASTER
      * ONCE AND CALLS EACH MODULE IN STREAM ORDER WITH THE REQUEST
      * AND THE CURRENT LOAN-MASTER-REC:
      *
      *     'I'  INITIALIZE - THE MODULE PASSES ITS STEP-COMPLETION
      *          GATE, OPENS ITS OWN FILES AND LOADS ITS TABLES.  A
      *          MODULE ALREADY COMPLETE FOR THE BUSINESS DATE SETS
      *          DR-MODULE-SKIPPED AND IS NOT CALLED AGAIN.  WHEN
      *          DR-RUN-IS-RESUMING IS SET, DR-STATE-AREA HOLDS THE
      *          MODULE'S RUNNING STATE FROM THE LAST CHECKPOINT, AND
      *          THE MODULE APPENDS TO ITS REGISTERS INSTEAD OF
      *          STARTING THEM AFRESH.
      *     'P'  PROCESS ONE ACCOUNT - A MODULE THAT CHANGES THE
      *          RECORD SETS DR-MASTER-CHANGED AND LEAVES THE REWRITE
      *          TO THE DRIVER, WHICH REWRITES ONCE AFTER THE LAST
      *          MODULE HAS SEEN THE ACCOUNT.
      *     'S'  SAVE STATE - AT EACH COMMIT POINT THE MODULE COPIES
      *          ITS RUNNING COUNTS, TOTALS AND TABLES INTO
      *          DR-STATE-AREA AND SETS DR-STATE-LENGTH; THE DRIVER
      *          WRITES THEM TO THE CHECKPOINT FILE.
      *     'T'  TERMINATE - TOTALS, CONTROL TOTALS, CLOSE, AND THE
      *          END-OF-STEP GATE CALL WHEN THE MODULE ENDED CLEAN.
      *
      * DR-RETURN-CODE IS THE MODULE'S OWN CONDITION CODE (4 SKIPPED,
      * 8 ENDED WITH ERRORS, 16 REFUSED TO RUN); THE DRIVER ENDS THE
      * STEP WITH THE HIGHEST ONE.
      *----------------------------------------------------------------
       01 LOAN-DRIVER-REQUEST.
          05 DR-FUNCTION           PIC X(01).
             88 DR-FUNC-IS-INIT            VALUE 'I'.
             88 DR-FUNC-IS-PROCESS         VALUE 'P'.
             88 DR-FUNC-IS-SAVE            VALUE 'S'.
             88 DR-FUNC-IS-TERMINATE       VALUE 'T'.
          05 DR-RESUME-SW          PIC X(01).
             88 DR-RUN-IS-RESUMING         VALUE 'Y'.
          05 DR-SKIP-SW            PIC X(01).
             88 DR-MODULE-SKIPPED          VALUE 'Y'.
          05 DR-CHANGED-SW         PIC X(01).
             88 DR-MASTER-CHANGED          VALUE 'Y'.
          05 DR-RETURN-CODE        PIC 9(02).
          05 DR-STATE-LENGTH       PIC 9(07).
          05 DR-STATE-AREA         PIC X(350000).
