       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-CHECK.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ONE PLACE THAT OWNS THE
      *                 CUSTOMER DISPUTE FILE FOR THE BATCH PROGRAMS,
      *                 THE WAY LEGAL-HOLD-CHECK OWNS THE HOLD FILE, SO
      *                 FEE ASSESSMENT, THE AGING RUN'S WORKQUEUE
      *                 ESCALATION AND THE COLLECTIONS WORKLIST ALL
      *                 STAND DOWN ON THE SAME ACCOUNTS WHILE A
      *                 DISPUTE IS OPEN.  THE CALLER PASSES THE
      *                 ACCOUNT AND GETS BACK WHETHER AN OPEN CASE, OR
      *                 ONE WHOSE WAIVER IS WAITING FOR APPROVAL, IS
      *                 ON IT.  THE FILE IS LOADED ON THE FIRST CALL
      *                 ONLY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASES   ASSIGN TO DISPUTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASES
           RECORDING MODE IS F.
       COPY DISPUTE.

       WORKING-STORAGE SECTION.
       01  WS-DISP-FILE-STATUS     PIC X(02).
           88 DISP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-SWITCHES.
           05 WS-LOADED-SW         PIC X(01) VALUE 'N'.
              88 TABLE-IS-LOADED            VALUE 'Y'.
           05 WS-DISP-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-DISPUTES            VALUE 'Y'.

      *----------------------------------------------------------------
      * CASE TABLE - THE UNRESOLVED CASES ON FILE AT THE FIRST CALL,
      * KEPT FOR THE REST OF THE CALLER'S RUN.  CASES ARE NUMBERED IN
      * THE ORDER THEY ARE OPENED, SO THE FIRST MATCH IS THE OLDEST.
      *----------------------------------------------------------------
       01  WS-CASE-MAX             PIC 9(05) VALUE 5000.
       01  WS-CASE-COUNT           PIC 9(05) VALUE 0.
       01  CASE-TABLE.
           05 CT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-CASE-COUNT
                 INDEXED BY CT-IDX.
              10 CT-ACCT-NO         PIC X(06).
              10 CT-CASE-NO         PIC 9(07).
              10 CT-TYPE            PIC X(01).
              10 CT-OPEN-DATE       PIC 9(08).

       LINKAGE SECTION.
       COPY DISPRQ.

       PROCEDURE DIVISION USING DISPUTE-CHECK-REQUEST.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF NOT TABLE-IS-LOADED
               PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
           END-IF.

           MOVE 'N'   TO DQ-DISPUTE-SW.
           MOVE ZERO  TO DQ-CASE-NO.
           MOVE SPACE TO DQ-TYPE.
           MOVE ZERO  TO DQ-OPEN-DATE.

           PERFORM 2000-MATCH-ONE-CASE THRU 2000-EXIT
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CASE-COUNT
                  OR DQ-ACCOUNT-IS-DISPUTED.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-TABLE - A MISSING DISPUTE FILE DISPUTES NOTHING.  A
      * FILE WITH MORE UNRESOLVED CASES THAN THE TABLE HOLDS STOPS
      * THE RUN RATHER THAN FEE OR DUN A CUSTOMER WHOSE DISPUTE FELL
      * OFF THE END.
      *----------------------------------------------------------------
       1000-LOAD-TABLE.
           SET TABLE-IS-LOADED TO TRUE.

           OPEN INPUT DISPUTE-CASES.
           IF DISP-FILE-NOT-FOUND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-CASE THRU 1100-EXIT
               UNTIL END-OF-DISPUTES.
           CLOSE DISPUTE-CASES.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-CASE - ONLY AN OPEN CASE, OR ONE WHOSE WAIVER
      * IS STILL WAITING FOR APPROVAL, IS KEPT.
      *----------------------------------------------------------------
       1100-LOAD-ONE-CASE.
           READ DISPUTE-CASES
               AT END
                   MOVE 'Y' TO WS-DISP-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF NOT DP-CASE-IS-UNRESOLVED
               GO TO 1100-EXIT
           END-IF.

           IF WS-CASE-COUNT >= WS-CASE-MAX
               DISPLAY "RUN REFUSED - DISPUTE FILE EXCEEDS "
                       WS-CASE-MAX " UNRESOLVED CASES - RAISE THE "
                       "LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-CASE-COUNT.
           MOVE DP-ACCT-NO   TO CT-ACCT-NO(WS-CASE-COUNT).
           MOVE DP-CASE-NO   TO CT-CASE-NO(WS-CASE-COUNT).
           MOVE DP-TYPE      TO CT-TYPE(WS-CASE-COUNT).
           MOVE DP-OPEN-DATE TO CT-OPEN-DATE(WS-CASE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-MATCH-ONE-CASE
      *----------------------------------------------------------------
       2000-MATCH-ONE-CASE.
           IF CT-ACCT-NO(CT-IDX) = DQ-ACCT-NO
               MOVE 'Y'                  TO DQ-DISPUTE-SW
               MOVE CT-CASE-NO(CT-IDX)   TO DQ-CASE-NO
               MOVE CT-TYPE(CT-IDX)      TO DQ-TYPE
               MOVE CT-OPEN-DATE(CT-IDX) TO DQ-OPEN-DATE
           END-IF.
       2000-EXIT.
           EXIT.
