      *                 AN ACCOUNT'S MAINTENANCE, JOURNAL, PAYMENT,
      *                 AND AUDIT TRAILS.  CONSOLE-DRIVEN, SO NOT
      *                 QUEUEABLE.
      * 2026-10-15 RSD  CHOICE 37 SANCTIONS-REVIEW - COMPLIANCE'S
      *                 CLEAR/CONFIRM DISPOSITION OF THE SANCTIONS
      *                 HITS HELD BY CUSTOMER-MAINT, ORIG-FEED AND THE
      *                 RESCREEN.  CONSOLE-DRIVEN, SO NOT QUEUEABLE.
      * 2026-10-15 RSD  CHOICE 38 AML-CASE-MAINT - ASSIGN, NOTE AND
      *                 CLOSE THE SUSPICIOUS-ACTIVITY CASES
      *                 PAYMENT-MONITOR OPENS.  FILE-DRIVEN, QUEUEABLE.
      * 2026-10-15 RSD  CHOICE 39 MEMO-POST - TELLER PAYMENTS TAKEN
      *                 DURING THE DAY, MEMO-POSTED AS PENDING FOR
      *                 THE NIGHT'S PAYMENT-POST.  CONSOLE-DRIVEN, SO
      *                 NOT QUEUEABLE.
      * 2026-10-15 RSD  CHOICE 40 DISPUTE-MAINT - CUSTOMER DISPUTE
      *                 CASES AND THEIR FEE WAIVERS.  CONSOLE-DRIVEN,
      *                 SO NOT QUEUEABLE.
      * 2026-10-15 RSD  CHOICE 41 JOURNAL-ENTRY - MANUAL GENERAL-LEDGER
      *                 JOURNALS, HELD FOR A SECOND OPERATOR ON
      *                 APPROVAL-REVIEW.  CONSOLE-DRIVEN, SO NOT
      *                 QUEUEABLE.  ITS PERMISSION FLAG IS THE FIRST OF
      *                 THE SECOND BLOCK ON THE OPERATOR MASTER, SO THE
      *                 OPERATOR TABLE NOW HOLDS 60 FLAGS.
      * 2026-10-15 RSD  CHOICE 42 STUDENT-INQUIRY - ONE-SCREEN STUDENT
      *                 LOOKUP ACROSS MASTER, RESULTS, ATTENDANCE AND
      *                 FEES.  CONSOLE-DRIVEN, SO NOT QUEUEABLE.
      * 2026-10-15 RSD  PASSWORDS ARE CHECKED AS PASSWORD-CHECK HASHES,
      *                 NEVER IN THE CLEAR - A RECORD STILL CARRYING A
      *                 CLEAR-TEXT PASSWORD IS HASHED AS THE MASTER IS
      *                 LOADED AND ITS OPERATOR MUST CHANGE IT.  FAILED
      *                 SIGN-ONS NOW COUNT ON THE MASTER ACROSS
      *                 SESSIONS AND LOCK THE OPERATOR AT THE POLICY
      *                 LIMIT UNTIL SECURITY-ADMIN RELEASES IT; THE
      *                 DENIAL REASON GOES ON THE AUDIT RECORD.  AN
      *                 EXPIRED OR ADMINISTRATOR-SET PASSWORD MUST BE
      *                 CHANGED BEFORE THE MENU IS OFFERED, AND
      *                 CHOICE 98 CHANGES IT ON DEMAND.  EACH SIGN-ON
      *                 STAMPS THE LAST SIGN-ON DATE FOR THE DORMANT-
      *                 OPERATOR REPORT.
      * 2026-10-15 RSD  CHOICE 43 SOD-REVIEW - SECURITY'S REMEDIATION
      *                 TRACKING OF THE SEGREGATION-OF-DUTIES FINDINGS.
      *                 CONSOLE-DRIVEN, SO NOT QUEUEABLE.
      * 2026-10-15 RSD  CHOICE 44 REPORT-REPRINT - SEARCH THE NIGHTLY
      *                 REPORT ARCHIVE AND VIEW OR REPRINT A PAST
      *                 NIGHT'S REPORT, WHOLE OR ONE BRANCH'S PAGES.
      *                 CONSOLE-DRIVEN, SO NOT QUEUEABLE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           88 OPERATOR-IS-DONE          VALUE 'Y'.

       01  WS-OPERATOR-ID       PIC X(08).
       01  WS-PASSWORD          PIC X(16).
       01  WS-NEW-PASSWORD      PIC X(16).
       01  WS-CONFIRM-PASSWORD  PIC X(16).

       01  WS-OPER-FILE-STATUS  PIC X(02).
           88 OPER-FILE-NOT-FOUND       VALUE '35'.
           88 SIGN-ON-IS-GOOD           VALUE 'Y'.
       01  WS-OPER-FOUND-SW     PIC X(01).
           88 OPERATOR-WAS-FOUND        VALUE 'Y'.
       01  WS-EXPIRED-SW        PIC X(01).
           88 PASSWORD-HAS-EXPIRED      VALUE 'Y'.
       01  WS-PWD-CHANGED-SW    PIC X(01).
           88 PASSWORD-WAS-CHANGED      VALUE 'Y'.
       01  WS-MASTER-CHANGED-SW PIC X(01).
           88 MASTER-WAS-CHANGED        VALUE 'Y'.
       77  WS-ATTEMPT-COUNT     PIC 9(01) COMP.
       77  WS-CHANGE-TRIES      PIC 9(01) COMP.
       77  WS-OPER-IDX          PIC 9(03) COMP.
       77  WS-SAVE-IDX          PIC 9(03) COMP.
       01  WS-PWD-AGE-DAYS      PIC S9(07) COMP.
       01  WS-HISTORY-WORK      PIC X(144).

      *----------------------------------------------------------------
      * PASSWORD HASHING AND POLICY - SEE PWDCHKRQ.CPY.
      *----------------------------------------------------------------
       COPY PWDCHKRQ.

      *----------------------------------------------------------------
      * THE OPERATOR SECURITY MASTER, LOADED AT SIGN-ON.  WHEN THE
      * FILE IS MISSING OR EMPTY, SECURITY STAYS OFF AND SIGN-ON IS
      * UNVERIFIED AS IT WAS BEFORE THE MASTER EXISTED.  THE WHOLE
      * RECORD IS HELD SO THE MASTER CAN BE REWRITTEN WITH THE
      * SIGN-ON FIELDS THIS PROGRAM KEEPS.
      *----------------------------------------------------------------
       01  WS-OPERATOR-TABLE.
           05 WS-OPER-COUNT     PIC 9(03) COMP.
           05 WS-OPER-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-OPER-COUNT.
              10 OT-OPERATOR-ID PIC X(08).
              10 OT-STATUS      PIC X(01).
              10 OT-ADMIN-SW    PIC X(01).
              10 OT-PERMISSIONS PIC X(60).
              10 OT-WAIVE-LIMIT PIC 9(7)V99.
              10 OT-PWD-HASH    PIC X(18).
              10 OT-PWD-CHANGED PIC 9(08).
              10 OT-PWD-CHANGE-SW PIC X(01).
              10 OT-FAILED-SIGNONS PIC 9(02).
              10 OT-LAST-SIGNON PIC 9(08).
              10 OT-PREV-HASHES PIC X(162).

      *----------------------------------------------------------------
      * THE SIGNED-ON OPERATOR'S PERMISSION FLAGS, ONE PER MENU
      * CHOICE NUMBER.
      *----------------------------------------------------------------
       01  WS-OPER-PERMS.
           05 WS-OPER-PERM      PIC X(01) OCCURS 60 TIMES.

       01  WS-PROF-FILE-STATUS  PIC X(02).
           88 PROF-FILE-NOT-FOUND       VALUE '35'.
       01  MENU-LINE-38.
           05 FILLER            PIC X(40) VALUE
              "36  CHANGE-HISTORY    INQUIRY/REPORT".
       01  MENU-LINE-39.
           05 FILLER            PIC X(40) VALUE
              "37  SANCTIONS-REVIEW  MASTER-FILE MAINT".
       01  MENU-LINE-40.
           05 FILLER            PIC X(40) VALUE
              "38  AML-CASE-MAINT    MASTER-FILE MAINT".
       01  MENU-LINE-41.
           05 FILLER            PIC X(40) VALUE
              "39  MEMO-POST         MASTER-FILE MAINT".
       01  MENU-LINE-42.
           05 FILLER            PIC X(40) VALUE
              "40  DISPUTE-MAINT     MASTER-FILE MAINT".
       01  MENU-LINE-43.
           05 FILLER            PIC X(40) VALUE
              "41  JOURNAL-ENTRY     MASTER-FILE MAINT".
       01  MENU-LINE-44.
           05 FILLER            PIC X(40) VALUE
              "42  STUDENT-INQUIRY   INQUIRY/REPORT".
       01  MENU-LINE-46.
           05 FILLER            PIC X(40) VALUE
              "43  SOD-REVIEW        MASTER-FILE MAINT".
       01  MENU-LINE-47.
           05 FILLER            PIC X(40) VALUE
              "44  REPORT-REPRINT    INQUIRY/REPORT".
       01  MENU-LINE-45.
           05 FILLER            PIC X(40) VALUE
              "98  CHANGE-PASSWORD".
       01  MENU-LINE-19.
           05 FILLER            PIC X(40) VALUE
              "99  EXIT".
           05 FILLER            PIC X(16) VALUE "ASOF-INQUIRY".
           05 FILLER            PIC X(16) VALUE "HOLCAL-MAINT".
           05 FILLER            PIC X(16) VALUE "CHANGE-HISTORY".
           05 FILLER            PIC X(16) VALUE "SANCTIONS-REVIEW".
           05 FILLER            PIC X(16) VALUE "AML-CASE-MAINT".
           05 FILLER            PIC X(16) VALUE "MEMO-POST".
           05 FILLER            PIC X(16) VALUE "DISPUTE-MAINT".
           05 FILLER            PIC X(16) VALUE "JOURNAL-ENTRY".
           05 FILLER            PIC X(16) VALUE "STUDENT-INQUIRY".
           05 FILLER            PIC X(16) VALUE "SOD-REVIEW".
           05 FILLER            PIC X(16) VALUE "REPORT-REPRINT".
       01  MENU-PROGRAM-NAMES REDEFINES MENU-PROGRAM-TABLE.
           05 MP-NAME           PIC X(16) OCCURS 44 TIMES.

      *----------------------------------------------------------------
      * WHICH MENU CHOICES MAY BE QUEUED IN A RUN PROFILE - ONLY THE
      * ITS FIRST PROMPT, SO THOSE STAY MENU-ONLY.
      *----------------------------------------------------------------
       01  MENU-QUEUEABLE-FLAGS.
           05 FILLER            PIC X(40) VALUE
              "YYYNYYNYYNNNYYYYNYYYNNNNYYNNNNNYNNYNNYNN".
           05 FILLER            PIC X(04) VALUE "NNNN".
       01  MENU-QUEUEABLE REDEFINES MENU-QUEUEABLE-FLAGS.
           05 MQ-FLAG           PIC X(01) OCCURS 44 TIMES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0200-SIGN-ON - THE OPERATOR MUST SIGN ON BEFORE THE MENU IS
      * OFFERED.  WHEN THE OPERATOR SECURITY MASTER IS PRESENT THE ID
      * AND PASSWORD ARE VERIFIED AGAINST IT, WITH THREE ATTEMPTS
      * ALLOWED AND EACH FAILURE AUDITED AS DENIED.  FAILURES ALSO
      * COUNT ON THE MASTER, SO A NEW SESSION DOES NOT START THE
      * COUNT AGAIN.  A SUCCESSFUL SIGN ON IS ITSELF AN AUDIT RECORD.
      *----------------------------------------------------------------
       0200-SIGN-ON.
           PERFORM 0250-LOAD-OPERATORS THRU 0250-EXIT.
      *----------------------------------------------------------------
      * 0220-TRY-ONE-SIGN-ON - ONE SIGN-ON ATTEMPT.  THE OPERATOR
      * MUST BE ON THE SECURITY MASTER, ACTIVE, AND GIVE THE RIGHT
      * PASSWORD, AND AN EXPIRED PASSWORD MUST BE CHANGED THEN AND
      * THERE.  WITH SECURITY OFF THE ID IS TAKEN AS ENTERED, THE
      * WAY SIGN-ON WORKED BEFORE THE MASTER EXISTED.
      *----------------------------------------------------------------
       0220-TRY-ONE-SIGN-ON.
           END-IF.

           DISPLAY "ENTER PASSWORD: ".
           MOVE SPACES TO WS-PASSWORD.
           ACCEPT WS-PASSWORD.

           PERFORM 0260-FIND-OPERATOR THRU 0260-EXIT.
           IF NOT OPERATOR-WAS-FOUND
               MOVE "UNKNOWN ID" TO WS-AUDIT-PROGRAM
               PERFORM 0230-DENY-SIGN-ON THRU 0230-EXIT
               GO TO 0220-EXIT
           END-IF.
           IF OT-STATUS(WS-OPER-IDX) = 'L'
               DISPLAY "OPERATOR IS LOCKED - SECURITY ADMINISTRATION"
                       " MUST RELEASE IT"
               MOVE "LOCKED"     TO WS-AUDIT-PROGRAM
               PERFORM 0230-DENY-SIGN-ON THRU 0230-EXIT
               GO TO 0220-EXIT
           END-IF.

           MOVE 'H'            TO PW-FUNCTION.
           MOVE WS-OPERATOR-ID TO PW-OPERATOR-ID.
           MOVE WS-PASSWORD    TO PW-PASSWORD.
           CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST.
           MOVE SPACES TO WS-PASSWORD
                          PW-PASSWORD.
           IF PW-HASH NOT = OT-PWD-HASH(WS-OPER-IDX)
               MOVE "BAD PASSWORD" TO WS-AUDIT-PROGRAM
               PERFORM 0230-DENY-SIGN-ON THRU 0230-EXIT
               PERFORM 0240-COUNT-FAILURE THRU 0240-EXIT
               GO TO 0220-EXIT
           END-IF.
           IF OT-STATUS(WS-OPER-IDX) NOT = 'A'
               MOVE "DISABLED"   TO WS-AUDIT-PROGRAM
               PERFORM 0230-DENY-SIGN-ON THRU 0230-EXIT
               GO TO 0220-EXIT
           END-IF.

      *    THE RIGHT PASSWORD CLEARS THE FAILURE COUNT.  AN EXPIRED
      *    ONE STILL HAS TO BE REPLACED BEFORE THE MENU IS OFFERED;
      *    AN OPERATOR WHO CANNOT OR WILL NOT DOES NOT SIGN ON.
           MOVE ZERO TO OT-FAILED-SIGNONS(WS-OPER-IDX).
           PERFORM 0270-CHECK-EXPIRY THRU 0270-EXIT.
           IF PASSWORD-HAS-EXPIRED
               PERFORM 0280-CHANGE-PASSWORD THRU 0280-EXIT
               IF NOT PASSWORD-WAS-CHANGED
                   MOVE "NOT CHANGED" TO WS-AUDIT-PROGRAM
                   PERFORM 0230-DENY-SIGN-ON THRU 0230-EXIT
                   PERFORM 0290-SAVE-OPERATORS THRU 0290-EXIT
                   MOVE 3 TO WS-ATTEMPT-COUNT
                   GO TO 0220-EXIT
               END-IF
           END-IF.

           MOVE WS-RUN-DATE-RAW TO OT-LAST-SIGNON(WS-OPER-IDX).
           PERFORM 0290-SAVE-OPERATORS THRU 0290-EXIT.

           SET SIGN-ON-IS-GOOD TO TRUE.
           MOVE OT-PERMISSIONS(WS-OPER-IDX) TO WS-OPER-PERMS.
           MOVE "SIGNED ON" TO WS-AUDIT-ACTION.
           MOVE SPACES      TO WS-AUDIT-PROGRAM.
           PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT.
       0220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0230-DENY-SIGN-ON - AUDITS A REFUSED SIGN-ON.  THE CALLER
      * MOVES THE REASON TO WS-AUDIT-PROGRAM.
      *----------------------------------------------------------------
       0230-DENY-SIGN-ON.
           DISPLAY "SIGN-ON DENIED".
           MOVE "DENIED" TO WS-AUDIT-ACTION.
           PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT.
       0230-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0240-COUNT-FAILURE - A WRONG PASSWORD FOR A KNOWN OPERATOR
      * COUNTS ON THE MASTER.  AT THE POLICY LIMIT THE OPERATOR IS
      * LOCKED, THE LOCKOUT IS AUDITED, AND THE SESSION ENDS.
      *----------------------------------------------------------------
       0240-COUNT-FAILURE.
           IF OT-FAILED-SIGNONS(WS-OPER-IDX) < 99
               ADD 1 TO OT-FAILED-SIGNONS(WS-OPER-IDX)
           END-IF.
           IF OT-FAILED-SIGNONS(WS-OPER-IDX) >= PW-MAX-FAILURES
               MOVE 'L' TO OT-STATUS(WS-OPER-IDX)
               DISPLAY "TOO MANY FAILED SIGN-ONS - OPERATOR LOCKED"
               MOVE "LOCKED OUT"   TO WS-AUDIT-ACTION
               MOVE "MAX FAILURES" TO WS-AUDIT-PROGRAM
               PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT
               MOVE 3 TO WS-ATTEMPT-COUNT
           END-IF.
           PERFORM 0290-SAVE-OPERATORS THRU 0290-EXIT.
       0240-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0250-LOAD-OPERATORS - LOADS THE OPERATOR SECURITY MASTER INTO
      * THE TABLE.  A MISSING OR EMPTY FILE LEAVES SECURITY OFF SO
       0250-LOAD-OPERATORS.
           MOVE ZERO TO WS-OPER-COUNT.
           MOVE 'N'  TO WS-OPER-EOF-SW.
           MOVE 'N'  TO WS-MASTER-CHANGED-SW.

           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-NOT-FOUND
               UNTIL END-OF-OPERATORS.
           CLOSE OPER-MASTER.

      *    CLEAR-TEXT PASSWORDS HASHED AS THEY WERE LOADED ARE
      *    WRITTEN BACK AT ONCE, SO THEY LEAVE THE FILE.
           IF MASTER-WAS-CHANGED
               PERFORM 0290-SAVE-OPERATORS THRU 0290-EXIT
           END-IF.

           IF WS-OPER-COUNT > ZERO
               MOVE 'Y' TO WS-SECURITY-ON-SW
           ELSE
               NOT AT END
                   IF WS-OPER-COUNT < 200
                       ADD 1 TO WS-OPER-COUNT
                       PERFORM 0257-HOLD-ONE-OPERATOR THRU 0257-EXIT
                   END-IF
           END-READ.
       0255-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0257-HOLD-ONE-OPERATOR - MOVES THE RECORD JUST READ INTO THE
      * TABLE.  SIGN-ON FIELDS LEFT BLANK ON AN OLDER RECORD COUNT
      * AS ZERO.  A RECORD STILL CARRYING A CLEAR-TEXT PASSWORD HAS
      * IT HASHED HERE, AND BECAUSE THAT PASSWORD COULD BE READ OFF
      * THE FILE ITS OPERATOR MUST CHANGE IT AT THE NEXT SIGN-ON.
      *----------------------------------------------------------------
       0257-HOLD-ONE-OPERATOR.
           MOVE OM-OPERATOR-ID  TO OT-OPERATOR-ID(WS-OPER-COUNT).
           MOVE OM-STATUS       TO OT-STATUS(WS-OPER-COUNT).
           MOVE OM-ADMIN-SW     TO OT-ADMIN-SW(WS-OPER-COUNT).
           MOVE OM-PERMISSIONS
             TO OT-PERMISSIONS(WS-OPER-COUNT)(1:40).
           MOVE OM-MORE-PERMISSIONS
             TO OT-PERMISSIONS(WS-OPER-COUNT)(41:20).
           MOVE ZERO TO OT-WAIVE-LIMIT(WS-OPER-COUNT)
                        OT-PWD-CHANGED(WS-OPER-COUNT)
                        OT-FAILED-SIGNONS(WS-OPER-COUNT)
                        OT-LAST-SIGNON(WS-OPER-COUNT).
           IF OM-WAIVE-LIMIT IS NUMERIC
               MOVE OM-WAIVE-LIMIT TO OT-WAIVE-LIMIT(WS-OPER-COUNT)
           END-IF.
           IF OM-PWD-CHANGED-DATE IS NUMERIC
               MOVE OM-PWD-CHANGED-DATE
                 TO OT-PWD-CHANGED(WS-OPER-COUNT)
           END-IF.
           IF OM-FAILED-SIGNONS IS NUMERIC
               MOVE OM-FAILED-SIGNONS
                 TO OT-FAILED-SIGNONS(WS-OPER-COUNT)
           END-IF.
           IF OM-LAST-SIGNON-DATE IS NUMERIC
               MOVE OM-LAST-SIGNON-DATE
                 TO OT-LAST-SIGNON(WS-OPER-COUNT)
           END-IF.
           MOVE OM-PASSWORD-HASH TO OT-PWD-HASH(WS-OPER-COUNT).
           MOVE OM-PWD-CHANGE-SW TO OT-PWD-CHANGE-SW(WS-OPER-COUNT).
           MOVE OM-PWD-HISTORY   TO OT-PREV-HASHES(WS-OPER-COUNT).

           IF OM-PASSWORD-HASH = SPACES
              AND OM-PASSWORD NOT = SPACES
               MOVE 'H'            TO PW-FUNCTION
               MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID
               MOVE OM-PASSWORD    TO PW-PASSWORD
               CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST
               MOVE SPACES  TO PW-PASSWORD
               MOVE PW-HASH TO OT-PWD-HASH(WS-OPER-COUNT)
               MOVE 'Y'     TO OT-PWD-CHANGE-SW(WS-OPER-COUNT)
               MOVE 'Y'     TO WS-MASTER-CHANGED-SW
           END-IF.
       0257-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0260-FIND-OPERATOR - LINEAR SEARCH OF THE OPERATOR TABLE FOR
      * WS-OPERATOR-ID, LEAVING WS-OPER-IDX POINTING AT THE MATCH.
       0265-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0270-CHECK-EXPIRY - A PASSWORD HAS EXPIRED WHEN SECURITY-ADMIN
      * SET IT (IT MUST BE REPLACED BEFORE FIRST USE), WHEN IT HAS NO
      * CHANGE DATE, OR WHEN IT IS THE POLICY'S EXPIRY DAYS OLD.  THE
      * POLICY CAME BACK ON THE SIGN-ON'S HASH CALL.
      *----------------------------------------------------------------
       0270-CHECK-EXPIRY.
           MOVE 'N' TO WS-EXPIRED-SW.
           IF OT-PWD-CHANGE-SW(WS-OPER-IDX) = 'Y'
               MOVE 'Y' TO WS-EXPIRED-SW
               DISPLAY "A NEW PASSWORD IS REQUIRED BEFORE THE MENU"
                       " CAN BE USED"
               GO TO 0270-EXIT
           END-IF.

           MOVE 99999 TO WS-PWD-AGE-DAYS.
           IF OT-PWD-CHANGED(WS-OPER-IDX) NOT = ZERO
               COMPUTE WS-PWD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW)
                 - FUNCTION INTEGER-OF-DATE(OT-PWD-CHANGED(WS-OPER-IDX))
           END-IF.
           IF WS-PWD-AGE-DAYS >= PW-EXPIRY-DAYS
               MOVE 'Y' TO WS-EXPIRED-SW
               DISPLAY "PASSWORD HAS EXPIRED - A NEW ONE IS REQUIRED"
           END-IF.
       0270-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0280-CHANGE-PASSWORD - THREE TRIES AT A NEW PASSWORD FOR THE
      * OPERATOR AT WS-OPER-IDX.  IT IS KEYED TWICE AND PASSWORD-
      * CHECK MUST ACCEPT IT; EVERY REFUSAL AND THE CHANGE ITSELF ARE
      * AUDITED.  THE CALLER SAVES THE MASTER.
      *----------------------------------------------------------------
       0280-CHANGE-PASSWORD.
           MOVE 'N'  TO WS-PWD-CHANGED-SW.
           MOVE ZERO TO WS-CHANGE-TRIES.
           PERFORM 0285-TRY-ONE-CHANGE THRU 0285-EXIT
               UNTIL PASSWORD-WAS-CHANGED
                  OR WS-CHANGE-TRIES >= 3.
       0280-EXIT.
           EXIT.

       0285-TRY-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-TRIES.
           DISPLAY "NEW PASSWORD: ".
           MOVE SPACES TO WS-NEW-PASSWORD
                          WS-CONFIRM-PASSWORD.
           ACCEPT WS-NEW-PASSWORD.
           DISPLAY "KEY THE NEW PASSWORD AGAIN: ".
           ACCEPT WS-CONFIRM-PASSWORD.

           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY "THE TWO ENTRIES DO NOT MATCH"
               MOVE "PWD REJECT" TO WS-AUDIT-ACTION
               MOVE "NO MATCH"   TO WS-AUDIT-PROGRAM
               PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT
               GO TO 0285-EXIT
           END-IF.

           MOVE 'N'                         TO PW-FUNCTION.
           MOVE WS-OPERATOR-ID              TO PW-OPERATOR-ID.
           MOVE WS-NEW-PASSWORD             TO PW-PASSWORD.
           MOVE OT-PWD-HASH(WS-OPER-IDX)    TO PW-CURRENT-HASH.
           MOVE OT-PREV-HASHES(WS-OPER-IDX) TO PW-PREV-HASHES.
           CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST.
           MOVE SPACES TO WS-NEW-PASSWORD
                          WS-CONFIRM-PASSWORD
                          PW-PASSWORD.
           IF PW-IS-REFUSED
               DISPLAY "PASSWORD REFUSED - " PW-REASON
               MOVE "PWD REJECT"   TO WS-AUDIT-ACTION
               MOVE PW-REASON-CODE TO WS-AUDIT-PROGRAM
               PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT
               GO TO 0285-EXIT
           END-IF.

      *    THE OUTGOING PASSWORD HEADS THE HISTORY AND THE OLDEST
      *    ONE DROPS OFF THE END.
           MOVE OT-PREV-HASHES(WS-OPER-IDX)(1:144) TO WS-HISTORY-WORK.
           MOVE WS-HISTORY-WORK
             TO OT-PREV-HASHES(WS-OPER-IDX)(19:144).
           MOVE OT-PWD-HASH(WS-OPER-IDX)
             TO OT-PREV-HASHES(WS-OPER-IDX)(1:18).
           MOVE PW-HASH         TO OT-PWD-HASH(WS-OPER-IDX).
           MOVE WS-RUN-DATE-RAW TO OT-PWD-CHANGED(WS-OPER-IDX).
           MOVE 'N'             TO OT-PWD-CHANGE-SW(WS-OPER-IDX).
           MOVE 'Y'             TO WS-PWD-CHANGED-SW.

           MOVE "PWD CHANGE" TO WS-AUDIT-ACTION.
           MOVE SPACES       TO WS-AUDIT-PROGRAM.
           PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT.
           DISPLAY "PASSWORD CHANGED".
       0285-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0290-SAVE-OPERATORS - REWRITES THE OPERATOR MASTER FROM THE
      * TABLE.  DONE STRAIGHT AFTER EACH SIGN-ON CHANGE SO THE FILE
      * IS HELD FOR AS SHORT A TIME AS POSSIBLE.
      *----------------------------------------------------------------
       0290-SAVE-OPERATORS.
           OPEN OUTPUT OPER-MASTER.
           PERFORM 0295-WRITE-ONE-OPERATOR THRU 0295-EXIT
               VARYING WS-SAVE-IDX FROM 1 BY 1
               UNTIL WS-SAVE-IDX > WS-OPER-COUNT.
           CLOSE OPER-MASTER.
       0290-EXIT.
           EXIT.

       0295-WRITE-ONE-OPERATOR.
           MOVE SPACES TO OPERATOR-MASTER-REC.
           MOVE OT-OPERATOR-ID(WS-SAVE-IDX)    TO OM-OPERATOR-ID.
           MOVE OT-STATUS(WS-SAVE-IDX)         TO OM-STATUS.
           MOVE OT-ADMIN-SW(WS-SAVE-IDX)       TO OM-ADMIN-SW.
           MOVE OT-PERMISSIONS(WS-SAVE-IDX)(1:40)
             TO OM-PERMISSIONS.
           MOVE OT-PERMISSIONS(WS-SAVE-IDX)(41:20)
             TO OM-MORE-PERMISSIONS.
           MOVE OT-WAIVE-LIMIT(WS-SAVE-IDX)    TO OM-WAIVE-LIMIT.
           MOVE OT-PWD-HASH(WS-SAVE-IDX)       TO OM-PASSWORD-HASH.
           MOVE OT-PWD-CHANGED(WS-SAVE-IDX)    TO OM-PWD-CHANGED-DATE.
           MOVE OT-PWD-CHANGE-SW(WS-SAVE-IDX)  TO OM-PWD-CHANGE-SW.
           MOVE OT-FAILED-SIGNONS(WS-SAVE-IDX) TO OM-FAILED-SIGNONS.
           MOVE OT-LAST-SIGNON(WS-SAVE-IDX)    TO OM-LAST-SIGNON-DATE.
           MOVE OT-PREV-HASHES(WS-SAVE-IDX)    TO OM-PWD-HISTORY.
           WRITE OPERATOR-MASTER-REC.
       0295-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0300-WRITE-AUDIT-RECORD - STAMPS AND WRITES ONE AUDIT-LOG-REC.
      * THE CALLER MOVES WS-AUDIT-ACTION (AND WS-AUDIT-PROGRAM, WHEN
           DISPLAY MENU-LINE-36.
           DISPLAY MENU-LINE-37.
           DISPLAY MENU-LINE-38.
           DISPLAY MENU-LINE-39.
           DISPLAY MENU-LINE-40.
           DISPLAY MENU-LINE-41.
           DISPLAY MENU-LINE-42.
           DISPLAY MENU-LINE-43.
           DISPLAY MENU-LINE-44.
           DISPLAY MENU-LINE-46.
           DISPLAY MENU-LINE-47.
           IF SECURITY-IS-ON
               DISPLAY MENU-LINE-45
           END-IF.
           DISPLAY MENU-LINE-19.
           DISPLAY "ENTER CHOICE: ".
           ACCEPT WS-CHOICE.

           IF SECURITY-IS-ON
              AND WS-CHOICE >= 1 AND WS-CHOICE <= 44
              AND WS-OPER-PERM(WS-CHOICE) NOT = 'Y'
               MOVE MP-NAME(WS-CHOICE) TO WS-AUDIT-PROGRAM
               MOVE "REFUSED" TO WS-AUDIT-ACTION

           EVALUATE WS-CHOICE
               WHEN 1 THRU 28
               WHEN 31 THRU 44
                   MOVE MP-NAME(WS-CHOICE) TO WS-AUDIT-PROGRAM
                   PERFORM 0400-LOG-SELECTION THRU 0400-EXIT
                   PERFORM 8000-DISPATCH-CHOICE THRU 8000-EXIT
                   PERFORM 7000-SAVE-PROFILE THRU 7000-EXIT
               WHEN 30
                   PERFORM 7500-RUN-PROFILE THRU 7500-EXIT
               WHEN 98
                   IF SECURITY-IS-ON
                       PERFORM 1100-CHANGE-OWN-PASSWORD THRU 1100-EXIT
                   ELSE
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
                   END-IF
               WHEN 99
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CHANGE-OWN-PASSWORD - CHOICE 98.  THE MASTER IS RELOADED
      * FIRST SO ANY CHANGE SECURITY-ADMIN MADE SINCE SIGN-ON IS NOT
      * LOST WHEN IT IS REWRITTEN.  THE CURRENT PASSWORD MUST BE
      * GIVEN BEFORE A NEW ONE IS TAKEN; A WRONG ONE COUNTS AS A
      * FAILED SIGN-ON, AND A LOCKOUT ENDS THE SESSION.
      *----------------------------------------------------------------
       1100-CHANGE-OWN-PASSWORD.
           PERFORM 0250-LOAD-OPERATORS THRU 0250-EXIT.
           PERFORM 0260-FIND-OPERATOR  THRU 0260-EXIT.
           IF NOT OPERATOR-WAS-FOUND
               DISPLAY "OPERATOR NO LONGER ON FILE"
               GO TO 1100-EXIT
           END-IF.

           DISPLAY "CURRENT PASSWORD: ".
           MOVE SPACES TO WS-PASSWORD.
           ACCEPT WS-PASSWORD.
           MOVE 'H'            TO PW-FUNCTION.
           MOVE WS-OPERATOR-ID TO PW-OPERATOR-ID.
           MOVE WS-PASSWORD    TO PW-PASSWORD.
           CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST.
           MOVE SPACES TO WS-PASSWORD
                          PW-PASSWORD.
           IF PW-HASH NOT = OT-PWD-HASH(WS-OPER-IDX)
               DISPLAY "CURRENT PASSWORD IS WRONG - NOT CHANGED"
               MOVE "PWD REJECT"   TO WS-AUDIT-ACTION
               MOVE "BAD PASSWORD" TO WS-AUDIT-PROGRAM
               PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT
               PERFORM 0240-COUNT-FAILURE THRU 0240-EXIT
               IF OT-STATUS(WS-OPER-IDX) = 'L'
                   SET OPERATOR-IS-DONE TO TRUE
               END-IF
               GO TO 1100-EXIT
           END-IF.

           PERFORM 0280-CHANGE-PASSWORD THRU 0280-EXIT.
           IF PASSWORD-WAS-CHANGED
               PERFORM 0290-SAVE-OPERATORS THRU 0290-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-PROFILE - KEYS AND SAVES A NAMED RUN PROFILE, UP TO
      * TEN MENU CHOICES ENTERED ONE AT A TIME WITH ZERO ENDING THE
               MOVE 'Y' TO WS-STEP-DONE-SW
               GO TO 7050-EXIT
           END-IF.
           IF WS-STEP-INPUT < 1 OR WS-STEP-INPUT > 44
               DISPLAY "INVALID CHOICE - TRY AGAIN"
               GO TO 7050-EXIT
           END-IF.
               WHEN 34 CALL "ASOF-INQUIRY"
               WHEN 35 CALL "HOLCAL-MAINT"
               WHEN 36 CALL "CHANGE-HISTORY"
               WHEN 37 CALL "SANCTIONS-REVIEW"
               WHEN 38 CALL "AML-CASE-MAINT"
               WHEN 39 CALL "MEMO-POST"
               WHEN 40 CALL "DISPUTE-MAINT"
               WHEN 41 CALL "JOURNAL-ENTRY"
               WHEN 42 CALL "STUDENT-INQUIRY"
               WHEN 43 CALL "SOD-REVIEW"
               WHEN 44 CALL "REPORT-REPRINT"
           END-EVALUATE.
       8000-EXIT.
           EXIT.
