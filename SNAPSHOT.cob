      *                 NIGHTLY TIE-OUT PROVES THE SNAPSHOT AGAINST
      *                 THE LOAN-ASSET ACCOUNT THE CHARGE-OFF
      *                 CREDITED.
      * 2026-10-15 RSD  THE SNAPSHOT NOW CARRIES THE NEXT DUE DATE AS
      *                 THE AGING SEES IT - ZERO WHILE A DEFERRAL PLAN
      *                 HOLDS THE ACCOUNT CURRENT - FOR THE VINTAGE
      *                 ANALYSIS'S DELINQUENCY BY MONTH ON BOOK.
      * 2026-10-15 RSD  NOW A MODULE OF THE LOAN-MASTER DRIVER
      *                 (LNDRIVER) INSTEAD OF A STEP OF ITS OWN: THE
      *                 DRIVER READS THE MASTER AND HANDS EACH ACCOUNT
      *                 IN (LNDRVRQ.CPY).  THE HISTORY IS OPENED FOR
      *                 EXTEND ON THE FIRST ACCOUNT RATHER THAN AT
      *                 START-UP, SO A MODULE AHEAD OF IT IN THE PASS
      *                 CAN STILL READ THE HISTORY AS IT STOOD.  THE
      *                 COUNTS ARE SAVED AT EACH DRIVER CHECKPOINT AND
      *                 RESTORED ON A RESUMED PASS, WHICH APPENDS TO
      *                 THE MOVEMENT REPORT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-HISTORY    ASSIGN TO LOANHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-HISTORY
           RECORDING MODE IS F.
       COPY LOANHIST.
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-PRIOR-SW          PIC X(01) VALUE 'N'.
              88 PRIOR-SNAPSHOT-FOUND       VALUE 'Y'.
           05 WS-HIST-OPEN-SW      PIC X(01) VALUE 'N'.
              88 HISTORY-IS-OPEN            VALUE 'Y'.

       01  WS-STATE-PTR            PIC 9(07) COMP.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-TOL-FILE-STATUS      PIC X(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 MD-FLAG               PIC X(05).

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
                   PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
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
           MOVE "LNSNAP  " TO RQ-PROGRAM-ID.
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
      * 1000-INITIALIZE - LOADS EACH ACCOUNT'S LATEST EARLIER SNAPSHOT
      * FROM THE HISTORY AND READS THE TOLERANCE CONTROL.  A RESUMED
      * PASS APPENDS TO THE REPORT THE FAILED PASS LEFT; ANY SNAPSHOT
      * THAT PASS APPENDED CARRIES TONIGHT'S DATE AND SO IS NOT
      * TAKEN AS A PRIOR.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF DR-RUN-IS-RESUMING
               OPEN EXTEND MOVEMENT-REPORT
               ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
               PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT
           ELSE
               OPEN OUTPUT MOVEMENT-REPORT
               PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT
               WRITE REPORT-LINE FROM REPORT-HEADING-1
               WRITE REPORT-LINE FROM REPORT-HEADING-2
           END-IF.

           PERFORM 1100-READ-TOLERANCE THRU 1100-EXIT.

               CLOSE LOAN-HISTORY
           END-IF.

           IF DR-RUN-IS-RESUMING
               PERFORM 7100-RESTORE-STATE THRU 7100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

           WRITE REPORT-LINE FROM REPORT-DETAIL.

           PERFORM 3000-APPEND-SNAPSHOT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

           EXIT.

      *----------------------------------------------------------------
      * 3000-APPEND-SNAPSHOT - THE HISTORY IS OPENED FOR EXTEND ON THE
      * FIRST SNAPSHOT OF THE PASS.
      *----------------------------------------------------------------
       3000-APPEND-SNAPSHOT.
           IF NOT HISTORY-IS-OPEN
               OPEN EXTEND LOAN-HISTORY
               IF HIST-FILE-NOT-FOUND
                   OPEN OUTPUT LOAN-HISTORY
               END-IF
               SET HISTORY-IS-OPEN TO TRUE
           END-IF.

           MOVE WS-BUS-DATE-RAW  TO LH-SNAP-DATE.
           MOVE LM-ACCT-NO       TO LH-ACCT-NO.
      *    WS-SNAP-BALANCE ALREADY CARRIES ZERO FOR A CHARGED-OFF
      *    LOAN-ASSET ACCOUNT THE CHARGE-OFF CREDITED.
           MOVE WS-SNAP-BALANCE  TO LH-PRINCIPAL.
           MOVE LM-CURRENCY-CODE TO LH-CURRENCY-CODE.
      *    A DEFERRED ACCOUNT AGES AS CURRENT, THE SAME AS DELINQ-AGING
      *    TREATS IT, SO ITS SNAPSHOT CARRIES NO DUE DATE.
           IF LM-ACCOUNT-IS-DEFERRED
               MOVE ZERO             TO LH-NEXT-DUE-DATE
           ELSE
               MOVE LM-NEXT-DUE-DATE TO LH-NEXT-DUE-DATE
           END-IF.
           WRITE LOAN-HISTORY-REC.
           ADD 1 TO WS-ACCTS-SNAPPED.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-STATE - THE RUNNING COUNTS AND THE TABLE-FULL
      * SWITCH, FOR THE DRIVER'S CHECKPOINT.
      *----------------------------------------------------------------
       7000-SAVE-STATE.
           MOVE 1 TO WS-STATE-PTR.
           MOVE WS-COUNTS TO
               DR-STATE-AREA(WS-STATE-PTR:FUNCTION LENGTH(WS-COUNTS)).
           ADD FUNCTION LENGTH(WS-COUNTS) TO WS-STATE-PTR.
           MOVE WS-PRIOR-TABLE-FULL-SW TO DR-STATE-AREA(WS-STATE-PTR:1).
           ADD 1 TO WS-STATE-PTR.
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
           MOVE DR-STATE-AREA(WS-STATE-PTR:1) TO WS-PRIOR-TABLE-FULL-SW.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF HISTORY-IS-OPEN
               CLOSE LOAN-HISTORY
           END-IF.
           CLOSE MOVEMENT-REPORT.
       9000-EXIT.
           EXIT.

