      *                 APPROVAL-REVIEW, ASOF-INQUIRY, HOLCAL-MAINT,
      *                 CHANGE-HISTORY), SO THEY CAN BE GRANTED
      *                 INDIVIDUALLY INSTEAD OF ONLY THROUGH ALL.
      * 2026-10-15 RSD  PERMISSION FLAGS KEYED AND LISTED AS 37
      *                 POSITIONS - UTIL-MENU GREW SANCTIONS-REVIEW AS
      *                 CHOICE 37.
      * 2026-10-15 RSD  PERMISSION FLAGS KEYED AND LISTED AS 38
      *                 POSITIONS - UTIL-MENU GREW AML-CASE-MAINT AS
      *                 CHOICE 38.
      * 2026-10-15 RSD  PERMISSION FLAGS KEYED AND LISTED AS 40
      *                 POSITIONS - UTIL-MENU GREW MEMO-POST AS CHOICE
      *                 39 AND DISPUTE-MAINT AS CHOICE 40.  EACH
      *                 OPERATOR NOW ALSO CARRIES A FEE WAIVER LIMIT,
      *                 KEYED IN CENTS ON ADD AND CHANGE AND SHOWN ON
      *                 THE LIST.
      * 2026-10-15 RSD  PERMISSION FLAGS KEYED AND LISTED AS 41
      *                 POSITIONS - UTIL-MENU GREW JOURNAL-ENTRY AS
      *                 CHOICE 41, THE FIRST FLAG OF THE SECOND BLOCK
      *                 AT THE END OF THE OPERATOR RECORD.  THE TABLE
      *                 HOLDS BOTH BLOCKS AS ONE 60-POSITION STRING.
      * 2026-10-15 RSD  PERMISSION FLAGS KEYED AND LISTED AS 42
      *                 POSITIONS - UTIL-MENU GREW STUDENT-INQUIRY AS
      *                 CHOICE 42.
      * 2026-10-15 RSD  PASSWORDS ARE KEPT ONLY AS PASSWORD-CHECK
      *                 HASHES AND MUST PASS ITS POLICY WHEN KEYED; A
      *                 PASSWORD KEYED HERE FOR ANOTHER OPERATOR MUST
      *                 BE CHANGED AT THEIR NEXT SIGN-ON, AND A RESET
      *                 IS AUDITED.  THE ADMINISTRATOR SIGN-ON COUNTS
      *                 FAILURES AND LOCKS LIKE UTIL-MENU'S, AND AN
      *                 EXPIRED PASSWORD MUST FIRST BE CHANGED THERE.
      *                 NEW FUNCTION U RELEASES A LOCKED OPERATOR - THE
      *                 ONLY WAY A LOCK IS CLEARED.  THE LIST SHOWS THE
      *                 LAST SIGN-ON DATE.
      * 2026-10-15 RSD  PERMISSION FLAGS KEYED AND LISTED AS 43
      *                 POSITIONS - UTIL-MENU GREW SOD-REVIEW AS
      *                 CHOICE 43.
      * 2026-10-15 RSD  PERMISSION FLAGS KEYED AND LISTED AS 44
      *                 POSITIONS - UTIL-MENU GREW REPORT-REPRINT AS
      *                 CHOICE 44.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-OPERATOR-ID       PIC X(08).
       01  WS-FUNCTION          PIC X(01).
       01  WS-TARGET-ID         PIC X(08).
       01  WS-INPUT-PASSWORD    PIC X(16).
       01  WS-INPUT-STATUS      PIC X(01).
       01  WS-INPUT-ADMIN       PIC X(01).
       01  WS-INPUT-PERMS       PIC X(60).
       01  WS-INPUT-LIMIT       PIC 9(7)V99.
       01  WS-LIST-LIMIT        PIC Z,ZZZ,ZZ9.99.
       01  WS-PWD-AGE-DAYS      PIC S9(07) COMP.
       01  WS-HISTORY-WORK      PIC X(144).
       01  WS-PWD-KEYED-SW      PIC X(01).
           88 NEW-PASSWORD-KEYED        VALUE 'Y'.
       01  WS-MASTER-CHANGED-SW PIC X(01).
           88 MASTER-WAS-CHANGED        VALUE 'Y'.

      *----------------------------------------------------------------
      * PASSWORD HASHING AND POLICY - SEE PWDCHKRQ.CPY.
      *----------------------------------------------------------------
       COPY PWDCHKRQ.

       COPY NUMEDIT.

       01  WS-AUDIT-ACTION      PIC X(10).
       01  WS-AUDIT-PROGRAM     PIC X(15).
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

       01  WS-BUS-DATE-RAW      PIC 9(08).
       01  WS-BUS-DATE-FMT.
      *----------------------------------------------------------------
      * 0200-SIGN-ON - THE ADMINISTRATOR MUST SIGN ON WITH AN ACTIVE
      * ADMINISTRATOR RECORD, THREE ATTEMPTS ALLOWED, EACH FAILURE
      * AUDITED AS DENIED AND A WRONG PASSWORD COUNTED TOWARD THE
      * LOCKOUT THE SAME WAY UTIL-MENU COUNTS IT.  IN FIRST-TIME
      * SETUP MODE THERE IS NO RECORD TO CHECK AGAINST, SO THE
      * ENTERED ID IS TAKEN AS THE SESSION OPERATOR AND THE INITIAL
      * RECORDS ARE KEYED FROM HERE.
      *----------------------------------------------------------------
       0200-SIGN-ON.
           IF FIRST-TIME-SETUP
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: ".
           MOVE SPACES TO WS-INPUT-PASSWORD.
           ACCEPT WS-INPUT-PASSWORD.

           MOVE WS-OPERATOR-ID TO WS-TARGET-ID.
           PERFORM 3000-FIND-OPERATOR THRU 3000-EXIT.
           IF NOT OPERATOR-WAS-FOUND
               MOVE "UNKNOWN ID" TO WS-AUDIT-PROGRAM
               PERFORM 0230-DENY-SIGN-ON THRU 0230-EXIT
               GO TO 0220-EXIT
           END-IF.
           IF OT-STATUS(WS-OPER-IDX) = 'L'
               DISPLAY "OPERATOR IS LOCKED - ANOTHER ADMINISTRATOR"
                       " MUST RELEASE IT"
               MOVE "LOCKED"     TO WS-AUDIT-PROGRAM
               PERFORM 0230-DENY-SIGN-ON THRU 0230-EXIT
               GO TO 0220-EXIT
           END-IF.

           MOVE 'H'               TO PW-FUNCTION.
           MOVE WS-OPERATOR-ID    TO PW-OPERATOR-ID.
           MOVE WS-INPUT-PASSWORD TO PW-PASSWORD.
           CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST.
           MOVE SPACES TO WS-INPUT-PASSWORD
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
           IF OT-ADMIN-SW(WS-OPER-IDX) NOT = 'Y'
               MOVE "NOT ADMIN"  TO WS-AUDIT-PROGRAM
               PERFORM 0230-DENY-SIGN-ON THRU 0230-EXIT
               GO TO 0220-EXIT
           END-IF.

      *    THE FORCED CHANGE OF AN EXPIRED PASSWORD BELONGS TO
      *    UTIL-MENU'S SIGN-ON, SO IT IS NOT REPEATED HERE.
           MOVE 99999 TO WS-PWD-AGE-DAYS.
           IF OT-PWD-CHANGED(WS-OPER-IDX) NOT = ZERO
               COMPUTE WS-PWD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW)
                 - FUNCTION INTEGER-OF-DATE(OT-PWD-CHANGED(WS-OPER-IDX))
           END-IF.
           IF OT-PWD-CHANGE-SW(WS-OPER-IDX) = 'Y'
              OR WS-PWD-AGE-DAYS >= PW-EXPIRY-DAYS
               DISPLAY "PASSWORD MUST BE CHANGED - SIGN ON TO"
                       " UTIL-MENU FIRST"
               MOVE "EXPIRED"    TO WS-AUDIT-PROGRAM
               PERFORM 0230-DENY-SIGN-ON THRU 0230-EXIT
               MOVE 3 TO WS-ATTEMPT-COUNT
               GO TO 0220-EXIT
           END-IF.

           MOVE ZERO            TO OT-FAILED-SIGNONS(WS-OPER-IDX).
           MOVE WS-RUN-DATE-RAW TO OT-LAST-SIGNON(WS-OPER-IDX).
           SET SIGN-ON-IS-GOOD TO TRUE.
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
      * COUNTS ON THE MASTER, WHICH IS REWRITTEN AT ONCE SINCE A
      * REFUSED SESSION NEVER REACHES THE SAVE AT EXIT.  AT THE
      * POLICY LIMIT THE OPERATOR IS LOCKED AND THE SESSION ENDS.
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
           PERFORM 6000-SAVE-OPERATORS THRU 6000-EXIT.
       0240-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0300-WRITE-AUDIT-RECORD - STAMPS AND WRITES ONE AUDIT-LOG-REC.
      * THE CALLER MOVES WS-AUDIT-ACTION AND WS-AUDIT-PROGRAM (THE
      *----------------------------------------------------------------
       1000-PROCESS-ONE-FUNCTION.
           DISPLAY "FUNCTION (A=ADD C=CHANGE D=DELETE L=LIST"
                   " U=UNLOCK X=EXIT): ".
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
                   PERFORM 2200-DELETE-OPERATOR THRU 2200-EXIT
               WHEN 'L'
                   PERFORM 2300-LIST-OPERATORS THRU 2300-EXIT
               WHEN 'U'
                   PERFORM 2400-UNLOCK-OPERATOR THRU 2400-EXIT
               WHEN 'X'
                   SET ADMIN-IS-DONE TO TRUE
               WHEN OTHER

      *----------------------------------------------------------------
      * 2000-ADD-OPERATOR - KEYS A NEW OPERATOR RECORD.  PERMISSION
      * FLAGS ARE ENTERED AS A 44-CHARACTER Y/N STRING MATCHING THE
      * MENU CHOICE NUMBERS, OR "ALL" FOR FULL ACCESS.
      *----------------------------------------------------------------
       2000-ADD-OPERATOR.
           MOVE WS-TARGET-ID TO OT-OPERATOR-ID(WS-OPER-IDX).
           MOVE 'A' TO OT-STATUS(WS-OPER-IDX).

           MOVE SPACES TO OT-PWD-HASH(WS-OPER-IDX)
                          OT-PREV-HASHES(WS-OPER-IDX).
           MOVE ZERO   TO OT-FAILED-SIGNONS(WS-OPER-IDX)
                          OT-LAST-SIGNON(WS-OPER-IDX).
           MOVE 'N'    TO WS-PWD-KEYED-SW.
           PERFORM 2700-ACCEPT-NEW-PASSWORD THRU 2700-EXIT
               UNTIL NEW-PASSWORD-KEYED.

           DISPLAY "ADMINISTRATOR (Y/N): ".
           ACCEPT WS-INPUT-ADMIN.
               MOVE 'N' TO OT-ADMIN-SW(WS-OPER-IDX)
           END-IF.

           DISPLAY "PERMISSION FLAGS 1-44 (Y/N STRING OR ALL): ".
           ACCEPT WS-INPUT-PERMS.
           MOVE ALL 'N' TO OT-PERMISSIONS(WS-OPER-IDX).
           PERFORM 2500-APPLY-PERM-INPUT THRU 2500-EXIT.

           MOVE ZERO TO OT-WAIVE-LIMIT(WS-OPER-IDX).
           PERFORM 2600-ACCEPT-WAIVE-LIMIT THRU 2600-EXIT.
           IF NE-ENTRY-IS-NUMERIC
               MOVE WS-INPUT-LIMIT TO OT-WAIVE-LIMIT(WS-OPER-IDX)
           END-IF.

           MOVE "OPER ADD" TO WS-AUDIT-ACTION.
           MOVE WS-TARGET-ID TO WS-AUDIT-PROGRAM.
           PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT.
               GO TO 2100-EXIT
           END-IF.

           MOVE 'N' TO WS-PWD-KEYED-SW.
           PERFORM 2700-ACCEPT-NEW-PASSWORD THRU 2700-EXIT.
           IF NEW-PASSWORD-KEYED
               MOVE "PWD RESET"  TO WS-AUDIT-ACTION
               MOVE WS-TARGET-ID TO WS-AUDIT-PROGRAM
               PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT
           END-IF.

      *    A LOCK IS RELEASED ONLY BY U, SO IT IS AUDITED AS SUCH.
           DISPLAY "STATUS A/D (BLANK KEEPS): ".
           ACCEPT WS-INPUT-STATUS.
           IF WS-INPUT-STATUS = 'A'
              AND OT-STATUS(WS-OPER-IDX) = 'L'
               DISPLAY "OPERATOR IS LOCKED - USE U TO RELEASE IT"
           ELSE
               IF WS-INPUT-STATUS = 'A' OR WS-INPUT-STATUS = 'D'
                   MOVE WS-INPUT-STATUS TO OT-STATUS(WS-OPER-IDX)
               END-IF
           END-IF.

           DISPLAY "ADMINISTRATOR Y/N (BLANK KEEPS): ".
               MOVE WS-INPUT-ADMIN TO OT-ADMIN-SW(WS-OPER-IDX)
           END-IF.

           DISPLAY "PERMISSION FLAGS 1-44 (Y/N STRING, ALL, OR"
                   " BLANK KEEPS): ".
           ACCEPT WS-INPUT-PERMS.
           IF WS-INPUT-PERMS NOT = SPACES
               PERFORM 2500-APPLY-PERM-INPUT THRU 2500-EXIT
           END-IF.

           PERFORM 2600-ACCEPT-WAIVE-LIMIT THRU 2600-EXIT.
           IF NE-ENTRY-IS-NUMERIC
               MOVE WS-INPUT-LIMIT TO OT-WAIVE-LIMIT(WS-OPER-IDX)
           END-IF.

           MOVE "OPER CHG" TO WS-AUDIT-ACTION.
           MOVE WS-TARGET-ID TO WS-AUDIT-PROGRAM.
           PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT.
               DISPLAY "NO OPERATORS ON FILE"
               GO TO 2300-EXIT
           END-IF.
           DISPLAY "OPERATOR  ST ADM PERMISSIONS 1-44"
                   "                              WAIVE LIMIT"
                   " LAST SIGN-ON".
           PERFORM 2350-LIST-ONE-OPERATOR THRU 2350-EXIT
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-OPER-COUNT.
           EXIT.

       2350-LIST-ONE-OPERATOR.
           MOVE OT-WAIVE-LIMIT(WS-LIST-IDX) TO WS-LIST-LIMIT.
           DISPLAY OT-OPERATOR-ID(WS-LIST-IDX) "  "
                   OT-STATUS(WS-LIST-IDX) "  "
                   OT-ADMIN-SW(WS-LIST-IDX) "   "
                   OT-PERMISSIONS(WS-LIST-IDX)(1:44) " "
                   WS-LIST-LIMIT "    "
                   OT-LAST-SIGNON(WS-LIST-IDX).
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-UNLOCK-OPERATOR - RELEASES AN OPERATOR LOCKED BY FAILED
      * SIGN-ONS.  THE FAILURE COUNT STARTS AGAIN FROM ZERO.
      *----------------------------------------------------------------
       2400-UNLOCK-OPERATOR.
           DISPLAY "OPERATOR ID TO UNLOCK: ".
           ACCEPT WS-TARGET-ID.

           PERFORM 3000-FIND-OPERATOR THRU 3000-EXIT.
           IF NOT OPERATOR-WAS-FOUND
               DISPLAY "OPERATOR NOT ON FILE"
               GO TO 2400-EXIT
           END-IF.
           IF OT-STATUS(WS-OPER-IDX) NOT = 'L'
               DISPLAY "OPERATOR IS NOT LOCKED"
               GO TO 2400-EXIT
           END-IF.

           MOVE 'A'  TO OT-STATUS(WS-OPER-IDX).
           MOVE ZERO TO OT-FAILED-SIGNONS(WS-OPER-IDX).

           MOVE "UNLOCKED"   TO WS-AUDIT-ACTION.
           MOVE WS-TARGET-ID TO WS-AUDIT-PROGRAM.
           PERFORM 0300-WRITE-AUDIT-RECORD THRU 0300-EXIT.
           DISPLAY "OPERATOR UNLOCKED".
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-APPLY-PERM-INPUT - TURNS THE KEYED PERMISSION STRING
      * INTO THE RECORD'S FLAGS.  "ALL" SETS EVERY FLAG; OTHERWISE
      * EACH OF THE 44 POSITIONS IS TAKEN AS 'Y' OR 'N', ANYTHING
      * ELSE MEANING 'N'.
      *----------------------------------------------------------------
       2500-APPLY-PERM-INPUT.
           END-IF.
           PERFORM 2550-APPLY-ONE-FLAG THRU 2550-EXIT
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > 44.
       2500-EXIT.
           EXIT.

       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-ACCEPT-WAIVE-LIMIT - THE FEE WAIVER LIMIT IS KEYED IN
      * CENTS (50000 = 500.00).  A BLANK REPLY COMES BACK NOT
      * NUMERIC AND KEEPS WHAT IS ON FILE (ZERO ON AN ADD); ANY
      * OTHER NON-NUMERIC REPLY IS RE-PROMPTED.
      *----------------------------------------------------------------
       2600-ACCEPT-WAIVE-LIMIT.
           DISPLAY "FEE WAIVER LIMIT IN CENTS (BLANK KEEPS): ".
           MOVE SPACES TO NE-RAW-ENTRY.
           ACCEPT NE-RAW-ENTRY.
           IF NE-RAW-ENTRY = SPACES
               SET NE-ENTRY-IS-NOT-NUMERIC TO TRUE
               GO TO 2600-EXIT
           END-IF.

           SET NE-SIGN-IS-NOT-ALLOWED TO TRUE.
           PERFORM 0900-EDIT-NUMERIC-ENTRY THRU 0900-EXIT.
           IF NE-ENTRY-IS-NOT-NUMERIC
               DISPLAY "NOT A VALID AMOUNT - PLEASE RE-ENTER"
               GO TO 2600-ACCEPT-WAIVE-LIMIT
           END-IF.

           COMPUTE WS-INPUT-LIMIT =
               FUNCTION NUMVAL(NE-RAW-ENTRY(1:NE-ENTRY-LEN)) / 100.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-ACCEPT-NEW-PASSWORD - KEYS A PASSWORD FOR THE OPERATOR AT
      * WS-OPER-IDX AND SETS NEW-PASSWORD-KEYED ONCE PASSWORD-CHECK
      * ACCEPTS IT.  A BLANK REPLY KEEPS THE PASSWORD ON FILE (AN ADD
      * HAS NONE, SO IT RE-PROMPTS).  A PASSWORD KEYED FOR SOMEONE
      * ELSE MUST BE CHANGED AT THEIR NEXT SIGN-ON, SO ONLY THEY
      * EVER KNOW THE ONE THEY USE.
      *----------------------------------------------------------------
       2700-ACCEPT-NEW-PASSWORD.
           DISPLAY "PASSWORD (BLANK KEEPS): ".
           MOVE SPACES TO WS-INPUT-PASSWORD.
           ACCEPT WS-INPUT-PASSWORD.
           IF WS-INPUT-PASSWORD = SPACES
               IF OT-PWD-HASH(WS-OPER-IDX) = SPACES
                   DISPLAY "A PASSWORD IS REQUIRED"
               END-IF
               GO TO 2700-EXIT
           END-IF.

           MOVE 'N'                         TO PW-FUNCTION.
           MOVE WS-TARGET-ID                TO PW-OPERATOR-ID.
           MOVE WS-INPUT-PASSWORD           TO PW-PASSWORD.
           MOVE OT-PWD-HASH(WS-OPER-IDX)    TO PW-CURRENT-HASH.
           MOVE OT-PREV-HASHES(WS-OPER-IDX) TO PW-PREV-HASHES.
           CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST.
           MOVE SPACES TO WS-INPUT-PASSWORD
                          PW-PASSWORD.
           IF PW-IS-REFUSED
               DISPLAY "PASSWORD REFUSED - " PW-REASON
               GO TO 2700-ACCEPT-NEW-PASSWORD
           END-IF.

           IF OT-PWD-HASH(WS-OPER-IDX) NOT = SPACES
               MOVE OT-PREV-HASHES(WS-OPER-IDX)(1:144)
                 TO WS-HISTORY-WORK
               MOVE WS-HISTORY-WORK
                 TO OT-PREV-HASHES(WS-OPER-IDX)(19:144)
               MOVE OT-PWD-HASH(WS-OPER-IDX)
                 TO OT-PREV-HASHES(WS-OPER-IDX)(1:18)
           END-IF.
           MOVE PW-HASH         TO OT-PWD-HASH(WS-OPER-IDX).
           MOVE WS-RUN-DATE-RAW TO OT-PWD-CHANGED(WS-OPER-IDX).
           IF WS-TARGET-ID = WS-OPERATOR-ID
               MOVE 'N' TO OT-PWD-CHANGE-SW(WS-OPER-IDX)
           ELSE
               MOVE 'Y' TO OT-PWD-CHANGE-SW(WS-OPER-IDX)
           END-IF.
           MOVE 'Y' TO WS-PWD-KEYED-SW.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0900-EDIT-NUMERIC-ENTRY - SAME SHARED-WORK-AREA NUMERIC EDIT
      * THE OTHER CONSOLE UTILITIES CARRY.
      *----------------------------------------------------------------
       0900-EDIT-NUMERIC-ENTRY.
           MOVE 'N' TO NE-NUMERIC-SW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NE-RAW-ENTRY))
               TO NE-ENTRY-LEN.

           IF NE-ENTRY-LEN > 0
               MOVE NE-RAW-ENTRY(1:1) TO NE-SIGN-CHAR
               IF NE-SIGN-CHAR = '-' OR NE-SIGN-CHAR = '+'
                   IF NE-SIGN-IS-ALLOWED AND NE-ENTRY-LEN > 1
                       IF NE-RAW-ENTRY(2:NE-ENTRY-LEN - 1) IS NUMERIC
                           SET NE-ENTRY-IS-NUMERIC TO TRUE
                       END-IF
                   END-IF
               ELSE
                   IF NE-RAW-ENTRY(1:NE-ENTRY-LEN) IS NUMERIC
                       SET NE-ENTRY-IS-NUMERIC TO TRUE
                   END-IF
               END-IF
           END-IF.
       0900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FIND-OPERATOR - LINEAR SEARCH OF THE TABLE FOR
      * WS-TARGET-ID, LEAVING WS-OPER-IDX POINTING AT THE MATCH.
       5000-LOAD-OPERATORS.
           MOVE ZERO TO WS-OPER-COUNT.
           MOVE 'N'  TO WS-OPER-EOF-SW.
           MOVE 'N'  TO WS-MASTER-CHANGED-SW.

           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-NOT-FOUND
           IF WS-OPER-COUNT = ZERO
               MOVE 'Y' TO WS-SETUP-MODE-SW
           END-IF.

      *    A CLEAR-TEXT PASSWORD HASHED ON LOAD IS REMOVED FROM THE
      *    FILE NOW, NOT LEFT FOR A SESSION THAT MAY BE REFUSED.
           IF MASTER-WAS-CHANGED
               PERFORM 6000-SAVE-OPERATORS THRU 6000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

               NOT AT END
                   IF WS-OPER-COUNT < 200
                       ADD 1 TO WS-OPER-COUNT
                       PERFORM 5150-HOLD-ONE-OPERATOR THRU 5150-EXIT
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5150-HOLD-ONE-OPERATOR - MOVES THE RECORD JUST READ INTO THE
      * TABLE.  SIGN-ON FIELDS LEFT BLANK ON AN OLDER RECORD COUNT
      * AS ZERO.  A RECORD STILL CARRYING A CLEAR-TEXT PASSWORD HAS
      * IT HASHED HERE, AND BECAUSE THAT PASSWORD COULD BE READ OFF
      * THE FILE ITS OPERATOR MUST CHANGE IT AT THE NEXT SIGN-ON.
      *----------------------------------------------------------------
       5150-HOLD-ONE-OPERATOR.
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
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-SAVE-OPERATORS - REWRITES THE OPERATOR MASTER FROM THE
      * TABLE AT SESSION EXIT.
       6100-WRITE-ONE-OPERATOR.
           MOVE SPACES TO OPERATOR-MASTER-REC.
           MOVE OT-OPERATOR-ID(WS-LIST-IDX) TO OM-OPERATOR-ID.
           MOVE OT-STATUS(WS-LIST-IDX)      TO OM-STATUS.
           MOVE OT-ADMIN-SW(WS-LIST-IDX)    TO OM-ADMIN-SW.
           MOVE OT-PERMISSIONS(WS-LIST-IDX)(1:40)
             TO OM-PERMISSIONS.
           MOVE OT-PERMISSIONS(WS-LIST-IDX)(41:20)
             TO OM-MORE-PERMISSIONS.
           MOVE OT-WAIVE-LIMIT(WS-LIST-IDX) TO OM-WAIVE-LIMIT.
           MOVE OT-PWD-HASH(WS-LIST-IDX)    TO OM-PASSWORD-HASH.
           MOVE OT-PWD-CHANGED(WS-LIST-IDX) TO OM-PWD-CHANGED-DATE.
           MOVE OT-PWD-CHANGE-SW(WS-LIST-IDX)
             TO OM-PWD-CHANGE-SW.
           MOVE OT-FAILED-SIGNONS(WS-LIST-IDX)
             TO OM-FAILED-SIGNONS.
           MOVE OT-LAST-SIGNON(WS-LIST-IDX) TO OM-LAST-SIGNON-DATE.
           MOVE OT-PREV-HASHES(WS-LIST-IDX) TO OM-PWD-HISTORY.
           WRITE OPERATOR-MASTER-REC.
       6100-EXIT.
           EXIT.
