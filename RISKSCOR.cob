      *                 IS APPENDED TO THE RISKHIST HISTORY FILE AND
      *                 THE WATCHLIST PRINTS THE ACCOUNTS WHOSE
      *                 SCORE WORSENED SINCE THE PRIOR RUN.
      * 2026-10-15 RSD  NOW A MODULE OF THE LOAN-MASTER DRIVER
      *                 (LNDRIVER) INSTEAD OF A STEP OF ITS OWN: THE
      *                 DRIVER READS THE MASTER AND HANDS EACH ACCOUNT
      *                 IN (LNDRVRQ.CPY).  LOAN-SNAPSHOT NOW APPENDS
      *                 TONIGHT'S SNAPSHOT IN THE SAME PASS, SO THE
      *                 LATEST SNAPSHOT BALANCE IS TAKEN FROM THE
      *                 MASTER AND ANY SNAPSHOT OR SCORE ALREADY DATED
      *                 TONIGHT IS PASSED OVER WHEN THE HISTORIES ARE
      *                 LOADED.  THE COUNTS ARE SAVED AT EACH DRIVER
      *                 CHECKPOINT AND RESTORED ON A RESUMED PASS,
      *                 WHICH APPENDS TO THE WATCHLIST.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       COPY PAYHIST.
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PAY-HISTORY         VALUE 'Y'.
           05 WS-SNAP-EOF-SW       PIC X(01) VALUE 'N'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.

       01  WS-STATE-PTR            PIC 9(07) COMP.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-SNAP-FILE-STATUS     PIC X(02).
              "ACCOUNTS WORSENED = ".
           05 WC-COUNT              PIC ZZZZZ9.

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
                   PERFORM 2000-SCORE-ACCOUNT THRU 2000-EXIT
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
           MOVE "RISKSC  " TO RQ-PROGRAM-ID.
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
      * 1000-INITIALIZE - BUILDS THE PER-ACCOUNT FACT TABLE FROM THE
      * THREE HISTORY FILES BEFORE THE MASTER PASS.  A RESUMED PASS
      * APPENDS TO THE WATCHLIST THE FAILED PASS LEFT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF DR-RUN-IS-RESUMING
               OPEN EXTEND WATCH-REPORT
               ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
               PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT
           ELSE
               OPEN OUTPUT WATCH-REPORT
               PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT
               WRITE REPORT-LINE FROM REPORT-HEADING-1
               WRITE REPORT-LINE FROM REPORT-HEADING-2
           END-IF.

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).
               OPEN OUTPUT RISK-HISTORY
           END-IF.

           IF DR-RUN-IS-RESUMING
               PERFORM 7100-RESTORE-STATE THRU 7100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-SNAPSHOT - THE FILE IS APPENDED IN DATE ORDER,
      * SO THE FIRST RECORD SEEN PER ACCOUNT IS ITS EARLIEST SNAPSHOT
      * AND THE LAST SEEN ITS LATEST.  TONIGHT'S SNAPSHOT IS TAKEN
      * FROM THE MASTER AS EACH ACCOUNT IS SCORED, SO ONE ALREADY ON
      * FILE FOR TONIGHT IS PASSED OVER.
      *----------------------------------------------------------------
       1300-LOAD-ONE-SNAPSHOT.
           READ LOAN-HISTORY
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SW
               NOT AT END
                   IF LH-SNAP-DATE < WS-BUS-DATE-RAW
                       MOVE LH-ACCT-NO TO WS-SEARCH-KEY
                       PERFORM 1100-FIND-OR-ADD-SLOT THRU 1100-EXIT
                       IF WS-FACT-SUB > ZERO
                           IF FT-FIRST-SNAP-SW(WS-FACT-SUB) NOT = 'Y'
                               MOVE LH-PRINCIPAL
                                   TO FT-FIRST-SNAP-BAL(WS-FACT-SUB)
                               MOVE 'Y'
                                   TO FT-FIRST-SNAP-SW(WS-FACT-SUB)
                           END-IF
                           MOVE LH-PRINCIPAL
                               TO FT-LAST-SNAP-BAL(WS-FACT-SUB)
                       END-IF
                   END-IF
           END-READ.
       1300-EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-SCORE - THE LATEST EARLIER SCORE PER ACCOUNT
      * SURVIVES; THE FILE IS APPENDED IN RUN ORDER.  A SCORE ALREADY
      * DATED TONIGHT (LEFT BY A PASS THAT FAILED PART WAY) IS NOT A
      * PRIOR SCORE.
      *----------------------------------------------------------------
       1400-LOAD-ONE-SCORE.
           READ RISK-HISTORY
               AT END
                   MOVE 'Y' TO WS-RISK-EOF-SW
               NOT AT END
                   IF RK-SCORE-DATE < WS-BUS-DATE-RAW
                       MOVE RK-ACCT-NO TO WS-SEARCH-KEY
                       PERFORM 1100-FIND-OR-ADD-SLOT THRU 1100-EXIT
                       IF WS-FACT-SUB > ZERO
                           MOVE RK-SCORE
                               TO FT-PRIOR-SCORE(WS-FACT-SUB)
                           MOVE 'Y'
                               TO FT-PRIOR-SCORE-SW(WS-FACT-SUB)
                       END-IF
                   END-IF
           END-READ.
       1400-EXIT.
           IF NOT LM-ACCOUNT-IS-ACTIVE
              AND NOT LM-ACCOUNT-IS-MATURED
               ADD 1 TO WS-ACCTS-SKIPPED
               GO TO 2000-EXIT
           END-IF.

           PERFORM 1100-FIND-OR-ADD-SLOT THRU 1100-EXIT.
           IF WS-FACT-SUB = ZERO
               ADD 1 TO WS-ACCTS-SKIPPED
               GO TO 2000-EXIT
           END-IF.

      *    TONIGHT'S SNAPSHOT - THE BALANCE LOAN-SNAPSHOT APPENDS IN
      *    THIS SAME PASS - IS THE LATEST, AND THE EARLIEST TOO FOR AN
      *    ACCOUNT WITH NO HISTORY YET.
           MOVE LM-PRINCIPAL TO FT-LAST-SNAP-BAL(WS-FACT-SUB).
           IF FT-FIRST-SNAP-SW(WS-FACT-SUB) NOT = 'Y'
               MOVE LM-PRINCIPAL TO FT-FIRST-SNAP-BAL(WS-FACT-SUB)
               MOVE 'Y'          TO FT-FIRST-SNAP-SW(WS-FACT-SUB)
           END-IF.

           PERFORM 3000-COMPUTE-SCORE THRU 3000-EXIT.

           MOVE LM-ACCT-NO      TO RK-ACCT-NO.
               WRITE REPORT-LINE FROM REPORT-DETAIL
               ADD 1 TO WS-ACCTS-WATCHED
           END-IF.
       2000-EXIT.
           EXIT.

           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-STATE - THE RUNNING COUNTS, FOR THE DRIVER'S
      * CHECKPOINT.
      *----------------------------------------------------------------
       7000-SAVE-STATE.
           MOVE 1 TO WS-STATE-PTR.
           MOVE WS-COUNTS TO
               DR-STATE-AREA(WS-STATE-PTR:FUNCTION LENGTH(WS-COUNTS)).
           ADD FUNCTION LENGTH(WS-COUNTS) TO WS-STATE-PTR.
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
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE RISK-HISTORY
                 WATCH-REPORT.
       9000-EXIT.
           EXIT.
