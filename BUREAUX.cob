      *                 CARRY THE RESUBMIT MARKER.  REPLACES THE
      *                 HAND-KEYED SUBMISSION OFF THE PRINTED AGING
      *                 REPORT.
      * 2026-10-15 RSD  AN ACCOUNT UNDER A HARDSHIP DEFERRAL PLAN
      *                 (LM-DEFERRAL-SW) REPORTS STATUS 11 WITH THE
      *                 NEW BX-DEFERRAL-CODE "CP" ON ITS DETAIL.
      * 2026-10-15 RSD  BX-DEFERRAL-CODE BECOMES BX-SPECIAL-COMMENT;
      *                 AN ACCOUNT UNDER A LEGAL-STATUS HOLD REPORTS
      *                 "BK", "DE" OR "LT" (LEGAL-HOLD-CHECK), WHICH
      *                 OUTRANKS THE DEFERRAL "CP".  THE CODE IS
      *                 SHOWN ON THE REGISTER AND HELD ACCOUNTS ARE
      *                 COUNTED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-EXTRACTED   PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-SKIPPED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-HELD        PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------
      * LEGAL-STATUS HOLDS - SEE LHOLDRQ.CPY.
      *----------------------------------------------------------------
       COPY LHOLDRQ.

       COPY CTLTOTAL.

           05 RG-BALANCE            PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-RESUBMIT           PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-SPECIAL-COMMENT    PIC X(02).

       01  HELD-COUNT-LINE.
           05 FILLER                PIC X(29) VALUE
              "REPORTED UNDER LEGAL HOLD   =".
           05 HC-HELD               PIC ZZZZZZ9.

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(08) VALUE "RECORDS=".
               MOVE SPACE TO BX-RESUBMIT-SW
           END-IF.

           PERFORM 2400-SET-SPECIAL-COMMENT THRU 2400-EXIT.

           WRITE BUREAU-EXTRACT-REC.
           ADD 1 TO WS-RECORD-COUNT.
           ADD LM-PRINCIPAL TO WS-BALANCE-HASH.
           ELSE
               MOVE SPACES TO RG-RESUBMIT
           END-IF.
           MOVE BX-SPECIAL-COMMENT TO RG-SPECIAL-COMMENT.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
               END-IF
           END-IF.

      *    AN ACCOUNT UNDER A HARDSHIP DEFERRAL PLAN REPORTS CURRENT;
      *    THE DETAIL CARRIES THE DEFERRAL CODE INSTEAD.
           IF LM-ACCOUNT-IS-DEFERRED
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE "11" TO WS-STATUS-CODE
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-SET-SPECIAL-COMMENT - A LEGAL-STATUS HOLD IN FORCE
      * REPORTS ITS OWN SPECIAL COMMENT AND OUTRANKS A DEFERRAL.
      *----------------------------------------------------------------
       2400-SET-SPECIAL-COMMENT.
           MOVE SPACES TO BX-SPECIAL-COMMENT.
           MOVE LM-ACCT-NO      TO LQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW TO LQ-BUS-DATE.
           CALL "LEGAL-HOLD-CHECK" USING LEGAL-HOLD-REQUEST.
           IF LQ-ACCOUNT-IS-HELD
               ADD 1 TO WS-ACCTS-HELD
               EVALUATE TRUE
                   WHEN LQ-HOLD-IS-BANKRUPTCY
                       MOVE "BK" TO BX-SPECIAL-COMMENT
                   WHEN LQ-HOLD-IS-DECEASED
                       MOVE "DE" TO BX-SPECIAL-COMMENT
                   WHEN LQ-HOLD-IS-LITIGATION
                       MOVE "LT" TO BX-SPECIAL-COMMENT
               END-EVALUATE
               GO TO 2400-EXIT
           END-IF.

           IF LM-ACCOUNT-IS-DEFERRED
               MOVE "CP" TO BX-SPECIAL-COMMENT
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
           MOVE WS-RECORD-COUNT TO TL-RECORDS.
           MOVE WS-BALANCE-HASH TO TL-HASH.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE WS-ACCTS-HELD   TO HC-HELD.
           WRITE REGISTER-LINE FROM HELD-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

