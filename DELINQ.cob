      *                 BRANCH AS ITS LAST COLUMN, SO THE NEW REPORT
      *                 DISTRIBUTION BUNDLER CAN SPLIT THE LISTING
      *                 BY BRANCH FOR THE BRANCH MANAGERS.
      * 2026-10-15 RSD  AN ACCOUNT UNDER A HARDSHIP DEFERRAL PLAN
      *                 (LM-DEFERRAL-SW) NOW AGES AS CURRENT, AND ITS
      *                 OPEN WORKQUEUE ENTRY IS PARKED AS DEFERRED
      *                 INSTEAD OF CURED UNTIL THE PLAN ENDS.
      * 2026-10-15 RSD  A DELINQUENT ACCOUNT UNDER A BANKRUPTCY,
      *                 DECEASED OR LITIGATION HOLD (LEGAL-HOLD-CHECK)
      *                 NO LONGER SEEDS OR REFRESHES A WORKQUEUE ENTRY;
      *                 THE HELD ACCOUNTS ARE COUNTED ON THE REPORT.
      * 2026-10-15 RSD  NOR DOES ONE WITH A CUSTOMER DISPUTE OPEN OR A
      *                 DISPUTE WAIVER WAITING FOR APPROVAL
      *                 (DISPUTE-CHECK) - COLLECTION DOES NOT ESCALATE
      *                 WHILE THE DISPUTE IS WORKED.  ITS ENTRY IS
      *                 FROZEN AS FOR A HOLD AND IT IS COUNTED ON THE
      *                 REPORT.
      * 2026-10-15 RSD  THE WORKQUEUE ENTRY NOW CARRIES THE DATE ITS
      *                 SPELL OF DELINQUENCY BEGAN (RESET WHEN A CURED
      *                 ENTRY GOES DELINQUENT AGAIN) AND THE DATE IT
      *                 CURED, FOR COLLECT-PERF'S DAYS-TO-CURE.  A
      *                 CURE CLEARS ANY HIGH-PRIORITY FOLLOW-UP.
      * 2026-10-15 RSD  NOW A MODULE OF THE LOAN-MASTER DRIVER
      *                 (LNDRIVER) INSTEAD OF A STEP OF ITS OWN: THE
      *                 DRIVER READS THE MASTER AND HANDS EACH ACCOUNT
      *                 IN (LNDRVRQ.CPY).  EXCEPTIONS GO THROUGH THE
      *                 SHARED WRITER EXCEPTION-POST.  THE COUNTS AND
      *                 THE CURRENCY, BRANCH AND WORKQUEUE TABLES ARE
      *                 SAVED AT EACH DRIVER CHECKPOINT AND RESTORED ON
      *                 A RESUMED PASS, WHICH APPENDS TO THE REPORT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-MASTER ASSIGN TO CURRMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKQ-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-MASTER
           RECORDING MODE IS F.
       COPY CURRMSTR.
           RECORDING MODE IS F.
       COPY COLLWRKQ.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-CURR-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CURRENCY-MASTER     VALUE 'Y'.

       01  WS-STATE-PTR            PIC 9(07) COMP.
       01  WS-STATE-LEN            PIC 9(07) COMP.

       01  WS-WRKQ-FILE-STATUS     PIC X(02).
           88 WRKQ-FILE-NOT-FOUND          VALUE '35'.
       01  WS-WRKQ-TABLE-MAX       PIC 9(04) VALUE 2000.
       01  WORKQUEUE-TABLE.
           05 WQ-ENTRY OCCURS 2000 TIMES.
              10 WQ-IMAGE          PIC X(154).
              10 WQ-SEEN-SW        PIC X(01).
       01  WS-WRKQ-SUB             PIC 9(04) COMP.
       01  WS-WRKQ-FOUND-SW        PIC X(01).
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-AGED        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-DELINQUENT  PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-HELD        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-DISPUTED    PIC 9(7) COMP VALUE 0.

       01  HELD-COUNT-LINE.
           05 FILLER                PIC X(36) VALUE
              "NOT QUEUED - LEGAL STATUS HOLD     =".
           05 HC-HELD               PIC ZZZZ9.

       01  DISPUTED-COUNT-LINE.
           05 FILLER                PIC X(36) VALUE
              "NOT QUEUED - CUSTOMER DISPUTE OPEN =".
           05 DC-DISPUTED           PIC ZZZZ9.

      *----------------------------------------------------------------
      * LEGAL-STATUS HOLDS - SEE LHOLDRQ.CPY.
      *----------------------------------------------------------------
       COPY LHOLDRQ.

      *----------------------------------------------------------------
      * CUSTOMER DISPUTES - SEE DISPRQ.CPY.
      *----------------------------------------------------------------
       COPY DISPRQ.

       COPY CTLTOTAL.


       01  EXCEPTION-REASON        PIC X(40).

      *----------------------------------------------------------------
      * SHARED EXCEPTION LOG WRITER - SEE EXCPRQ.CPY.
      *----------------------------------------------------------------
       COPY EXCPRQ.
       COPY EXCPTLOG.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
      *----------------------------------------------------------------
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TD-MATURED            PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       COPY LNDRVRQ.
       COPY LOANMSTR.

       PROCEDURE DIVISION USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC.
      *----------------------------------------------------------------
      * 0000-MAINLINE - ONE CALL FROM THE LOAN-MASTER DRIVER; SEE
      * LNDRVRQ.CPY FOR THE FUNCTIONS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN DR-FUNC-IS-INIT
                   PERFORM 0100-START-MODULE   THRU 0100-EXIT
               WHEN DR-FUNC-IS-PROCESS
                   ADD 1 TO WS-ACCTS-READ
                   PERFORM 2000-AGE-ACCOUNT THRU 2000-EXIT
               WHEN DR-FUNC-IS-SAVE
                   PERFORM 7000-SAVE-STATE     THRU 7000-EXIT
               WHEN DR-FUNC-IS-TERMINATE
                   PERFORM 9000-TERMINATE      THRU 9000-EXIT
      *            A MODULE THAT ENDED WITH A NON-ZERO CONDITION CODE
      *            IS NOT MARKED COMPLETE, SO THE FIX-AND-RERUN DOES
      *            NOT SKIP IT.
                   IF DR-RETURN-CODE = ZERO
                       MOVE 'E' TO RQ-FUNCTION
                       MOVE WS-ACCTS-READ TO RQ-RECORD-COUNT
                       CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
                   END-IF
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------------
      * 0100-START-MODULE
      *----------------------------------------------------------------
       0100-START-MODULE.
           MOVE "DELINQ  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               SET DR-MODULE-SKIPPED TO TRUE
               MOVE 4 TO DR-RETURN-CODE
               GO TO 0100-EXIT
           END-IF.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - A RESUMED PASS APPENDS TO THE REPORT THE
      * FAILED PASS LEFT AND TAKES ITS CURRENCY, BRANCH AND WORKQUEUE
      * TABLES FROM THE SAVED STATE RATHER THAN THE FILES - THE QUEUE
      * FILE IS NOT REWRITTEN UNTIL THE END OF A PASS, SO IT STILL
      * HOLDS LAST NIGHT'S PICTURE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF DR-RUN-IS-RESUMING
               OPEN EXTEND AGING-REPORT
               ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
               PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT
               PERFORM 7100-RESTORE-STATE THRU 7100-EXIT
           ELSE
               OPEN OUTPUT AGING-REPORT
               PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT
               WRITE REPORT-LINE FROM REPORT-HEADING-1
               WRITE REPORT-LINE FROM REPORT-HEADING-2
               OPEN INPUT CURRENCY-MASTER
               PERFORM 1150-LOAD-CURRENCY-MASTER THRU 1150-EXIT
                   UNTIL END-OF-CURRENCY-MASTER
               CLOSE CURRENCY-MASTER
               PERFORM 1300-LOAD-WORKQUEUE THRU 1300-EXIT
           END-IF.

           IF DR-RETURN-CODE > 8
               CLOSE AGING-REPORT
               GO TO 1000-EXIT
           END-IF.

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).
       1000-EXIT.
           EXIT.

      *    CHARGE-OFF REGISTER AND RECOVERY REPORT TRACK IT NOW.
           IF LM-ACCOUNT-IS-CHARGED-OFF
               ADD 1 TO WS-ACCTS-AGED
               GO TO 2000-EXIT
           END-IF.

               PERFORM 2100-COMPUTE-DAYS-OVER THRU 2100-EXIT
           END-IF.

      *    AN ACCOUNT UNDER A HARDSHIP DEFERRAL PLAN AGES AS CURRENT
      *    WHILE THE PLAN RUNS, AND ITS QUEUE ENTRY IS PARKED RATHER
      *    THAN CURED SO THE COLLECTOR PICKS IT BACK UP IF IT FALLS
      *    BEHIND AFTER THE PLAN ENDS.
           IF LM-ACCOUNT-IS-DEFERRED
               MOVE 0 TO WS-DAYS-PAST-DUE
               PERFORM 2320-PARK-WORKQUEUE THRU 2320-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN LM-ACCOUNT-IS-MATURED
                   MOVE 5 TO WS-BUCKET
           END-IF.

           ADD 1 TO WS-ACCTS-AGED.
       2000-EXIT.
           EXIT.

           MOVE LM-ACCT-NO TO SE-ENTRY-ID.
           MOVE EXCEPTION-REASON TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           MOVE 'P' TO XQ-FUNCTION.
           CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
                                       SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-STATE - THE RUNNING COUNTS, THE CURRENCY AND BRANCH
      * TABLES, AND THE IN-USE PART OF THE WORKQUEUE TABLE, FOR THE
      * DRIVER'S CHECKPOINT.  EACH TABLE COUNT GOES AHEAD OF ITS TABLE
      * SO THE RESTORE KNOWS HOW MUCH FOLLOWS.
      *----------------------------------------------------------------
       7000-SAVE-STATE.
           MOVE 1 TO WS-STATE-PTR.
           MOVE WS-COUNTS TO
               DR-STATE-AREA(WS-STATE-PTR:FUNCTION LENGTH(WS-COUNTS)).
           ADD FUNCTION LENGTH(WS-COUNTS) TO WS-STATE-PTR.
           MOVE BRANCH-TOTALS-TABLE TO
               DR-STATE-AREA(WS-STATE-PTR:
                             FUNCTION LENGTH(BRANCH-TOTALS-TABLE)).
           ADD FUNCTION LENGTH(BRANCH-TOTALS-TABLE) TO WS-STATE-PTR.
           MOVE WS-BRANCH-TABLE-COUNT TO DR-STATE-AREA(WS-STATE-PTR:3).
           ADD 3 TO WS-STATE-PTR.
           MOVE WS-CURRENCY-TABLE-COUNT TO
               DR-STATE-AREA(WS-STATE-PTR:4).
           ADD 4 TO WS-STATE-PTR.
           IF WS-CURRENCY-TABLE-COUNT > ZERO
               MOVE FUNCTION LENGTH(CURRENCY-MASTER-TABLE)
                   TO WS-STATE-LEN
               MOVE CURRENCY-MASTER-TABLE
                   TO DR-STATE-AREA(WS-STATE-PTR:WS-STATE-LEN)
               ADD WS-STATE-LEN TO WS-STATE-PTR
           END-IF.
           MOVE WS-WRKQ-TABLE-COUNT TO DR-STATE-AREA(WS-STATE-PTR:4).
           ADD 4 TO WS-STATE-PTR.
           IF WS-WRKQ-TABLE-COUNT > ZERO
               COMPUTE WS-STATE-LEN =
                   WS-WRKQ-TABLE-COUNT * FUNCTION LENGTH(WQ-ENTRY(1))
               MOVE WORKQUEUE-TABLE(1:WS-STATE-LEN) TO
                   DR-STATE-AREA(WS-STATE-PTR:WS-STATE-LEN)
               ADD WS-STATE-LEN TO WS-STATE-PTR
           END-IF.
           COMPUTE DR-STATE-LENGTH = WS-STATE-PTR - 1.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-RESTORE-STATE - THE REVERSE OF 7000-SAVE-STATE.
      *----------------------------------------------------------------
       7100-RESTORE-STATE.
           MOVE 1 TO WS-STATE-PTR.
           MOVE DR-STATE-AREA(WS-STATE-PTR:FUNCTION LENGTH(WS-COUNTS))
               TO WS-COUNTS.
           ADD FUNCTION LENGTH(WS-COUNTS) TO WS-STATE-PTR.
           MOVE DR-STATE-AREA(WS-STATE-PTR:
                              FUNCTION LENGTH(BRANCH-TOTALS-TABLE))
               TO BRANCH-TOTALS-TABLE.
           ADD FUNCTION LENGTH(BRANCH-TOTALS-TABLE) TO WS-STATE-PTR.
           MOVE DR-STATE-AREA(WS-STATE-PTR:3) TO WS-BRANCH-TABLE-COUNT.
           ADD 3 TO WS-STATE-PTR.
           MOVE DR-STATE-AREA(WS-STATE-PTR:4)
               TO WS-CURRENCY-TABLE-COUNT.
           ADD 4 TO WS-STATE-PTR.
           IF WS-CURRENCY-TABLE-COUNT > ZERO
               MOVE FUNCTION LENGTH(CURRENCY-MASTER-TABLE)
                   TO WS-STATE-LEN
               MOVE DR-STATE-AREA(WS-STATE-PTR:WS-STATE-LEN)
                   TO CURRENCY-MASTER-TABLE
               ADD WS-STATE-LEN TO WS-STATE-PTR
           END-IF.
           MOVE DR-STATE-AREA(WS-STATE-PTR:4) TO WS-WRKQ-TABLE-COUNT.
           ADD 4 TO WS-STATE-PTR.
           IF WS-WRKQ-TABLE-COUNT > ZERO
               COMPUTE WS-STATE-LEN =
                   WS-WRKQ-TABLE-COUNT * FUNCTION LENGTH(WQ-ENTRY(1))
               MOVE DR-STATE-AREA(WS-STATE-PTR:WS-STATE-LEN)
                   TO WORKQUEUE-TABLE(1:WS-STATE-LEN)
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9100-WRITE-CURRENCY-TOTALS THRU 9100-EXIT.
           PERFORM 9200-WRITE-BRANCH-RECAP    THRU 9200-EXIT.
           MOVE WS-ACCTS-HELD TO HC-HELD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM HELD-COUNT-LINE.
           MOVE WS-ACCTS-DISPUTED TO DC-DISPUTED.
           WRITE REPORT-LINE FROM DISPUTED-COUNT-LINE.
           PERFORM 9500-WRITE-CONTROL-TOTALS  THRU 9500-EXIT.

           PERFORM 9300-REWRITE-WORKQUEUE THRU 9300-EXIT.

           CLOSE AGING-REPORT.
       9000-EXIT.
           EXIT.

           CLOSE COLLECT-QUEUE.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE FILE FROM A
      *    TRUNCATED PICTURE - THE MODULE REFUSES WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - COLLWRKQ LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO DR-RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.
      * 2300-SEED-WORKQUEUE - REFRESHES THE ACCOUNT'S QUEUE ENTRY OR
      * ADDS A FRESH ONE.  ONLY THE AGING FIELDS ARE OVERWRITTEN -
      * THE COLLECTOR, PROMISE, AND NOTE FIELDS BELONG TO
      * COLLECT-MAINT AND RIDE ACROSS THE REFRESH.  AN ACCOUNT UNDER
      * A LEGAL-STATUS HOLD OR WITH A CUSTOMER DISPUTE OPEN IS NOT
      * SEEDED OR REFRESHED; AN ENTRY IT ALREADY HAS IS LEFT AS IT
      * STANDS, NOT CURED.
      *----------------------------------------------------------------
       2300-SEED-WORKQUEUE.
           MOVE 'N' TO WS-WRKQ-FOUND-SW.
               UNTIL QUEUE-ENTRY-WAS-FOUND
                  OR WS-WRKQ-SUB > WS-WRKQ-TABLE-COUNT.

           MOVE LM-ACCT-NO      TO LQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW TO LQ-BUS-DATE.
           CALL "LEGAL-HOLD-CHECK" USING LEGAL-HOLD-REQUEST.
           IF LQ-ACCOUNT-IS-HELD
               ADD 1 TO WS-ACCTS-HELD
               IF QUEUE-ENTRY-WAS-FOUND
                   MOVE 'Y' TO WQ-SEEN-SW(WS-WRKQ-SUB)
               END-IF
               GO TO 2300-EXIT
           END-IF.

           MOVE LM-ACCT-NO TO DQ-ACCT-NO.
           CALL "DISPUTE-CHECK" USING DISPUTE-CHECK-REQUEST.
           IF DQ-ACCOUNT-IS-DISPUTED
               ADD 1 TO WS-ACCTS-DISPUTED
               IF QUEUE-ENTRY-WAS-FOUND
                   MOVE 'Y' TO WQ-SEEN-SW(WS-WRKQ-SUB)
               END-IF
               GO TO 2300-EXIT
           END-IF.

           IF QUEUE-ENTRY-WAS-FOUND
               MOVE WQ-IMAGE(WS-WRKQ-SUB) TO COLLECT-QUEUE-REC
               IF CQ-ENTRY-IS-CURED
                   MOVE WS-BUS-DATE-RAW TO CQ-DELQ-DATE
                   MOVE ZERO            TO CQ-CURE-DATE
               END-IF
           ELSE
               IF WS-WRKQ-TABLE-COUNT >= WS-WRKQ-TABLE-MAX
                   MOVE "COLLECTIONS WORKQUEUE TABLE FULL"
               MOVE ZERO            TO CQ-PROMISE-DATE
               MOVE ZERO            TO CQ-PROMISE-AMT
               MOVE SPACES          TO CQ-NOTE
               MOVE WS-BUS-DATE-RAW TO CQ-DELQ-DATE
               MOVE ZERO            TO CQ-CURE-DATE
               MOVE ZERO            TO CQ-ROLL-DATE
           END-IF.

           MOVE WS-BUCKET-LABEL   TO CQ-BUCKET.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2320-PARK-WORKQUEUE - AN OPEN ENTRY FOR A DEFERRED ACCOUNT IS
      * MARKED DEFERRED AND SEEN, SO IT COMES OFF THE COLLECTOR'S
      * WORKLIST WITHOUT BEING CURED.  NO ENTRY IS SEEDED FOR A
      * DEFERRED ACCOUNT THAT HAS NONE.
      *----------------------------------------------------------------
       2320-PARK-WORKQUEUE.
           MOVE 'N' TO WS-WRKQ-FOUND-SW.
           MOVE 1   TO WS-WRKQ-SUB.
           PERFORM 2350-MATCH-ONE-ENTRY THRU 2350-EXIT
               UNTIL QUEUE-ENTRY-WAS-FOUND
                  OR WS-WRKQ-SUB > WS-WRKQ-TABLE-COUNT.

           IF NOT QUEUE-ENTRY-WAS-FOUND
               GO TO 2320-EXIT
           END-IF.

           MOVE WQ-IMAGE(WS-WRKQ-SUB) TO COLLECT-QUEUE-REC.
           IF CQ-ENTRY-IS-OPEN OR CQ-ENTRY-IS-DEFERRED
               SET CQ-ENTRY-IS-DEFERRED TO TRUE
               MOVE ZERO              TO CQ-DAYS-OVER
               MOVE COLLECT-QUEUE-REC TO WQ-IMAGE(WS-WRKQ-SUB)
               MOVE 'Y'               TO WQ-SEEN-SW(WS-WRKQ-SUB)
           END-IF.
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-MATCH-ONE-ENTRY
      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * 9300-REWRITE-WORKQUEUE - AN OPEN ENTRY WHOSE ACCOUNT DID NOT
      * AGE DELINQUENT TONIGHT HAS CURED, AS HAS A DEFERRED ENTRY
      * WHOSE PLAN ENDED WITH THE ACCOUNT CURRENT; THE WHOLE TABLE
      * THEN REPLACES THE QUEUE FILE.
      *----------------------------------------------------------------
       9300-REWRITE-WORKQUEUE.
           PERFORM 9350-CURE-ONE-ENTRY THRU 9350-EXIT
      *----------------------------------------------------------------
       9350-CURE-ONE-ENTRY.
           MOVE WQ-IMAGE(WS-WRKQ-SUB) TO COLLECT-QUEUE-REC.
           IF (CQ-ENTRY-IS-OPEN OR CQ-ENTRY-IS-DEFERRED)
              AND WQ-SEEN-SW(WS-WRKQ-SUB) NOT = 'Y'
               SET CQ-ENTRY-IS-CURED TO TRUE
               MOVE WS-BUS-DATE-RAW   TO CQ-CURE-DATE
               MOVE SPACE             TO CQ-PRIORITY
               MOVE COLLECT-QUEUE-REC TO WQ-IMAGE(WS-WRKQ-SUB)
           END-IF.
       9350-EXIT.
