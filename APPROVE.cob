      *                 HANDOFF - THE NIGHT STREAM'S APPRCLR STEP
      *                 CLEARS IT RIGHT AFTER LOAN-MAINT APPLIES IT,
      *                 SO A RELEASED ITEM POSTS EXACTLY ONCE.
      * 2026-10-15 RSD  THE QUEUED TRANSACTION IMAGE IS WIDENED TO
      *                 CARRY THE NEW LT-PRODUCT-CODE.
      * 2026-10-15 RSD  THE QUEUE ALSO CARRIES FEE WAIVERS DISPUTE-MAINT
      *                 SENT UP AS OVER THE RESOLVING OPERATOR'S LIMIT
      *                 (ACTION 'W', SEE WAIVTXN.CPY).  A WAIVER IS
      *                 SHOWN WITH ITS CASE, FEE AND REQUESTER, AND
      *                 BOTH A RELEASE AND A REJECTION GO TO THE
      *                 WAIVTXN FILE FOR THE NIGHT'S FEE-WAIVE - WHICH
      *                 POSTS A RELEASE AND REOPENS THE CASE ON A
      *                 REJECTION - NOT TO LOAN-MAINT.  THE OPERATOR
      *                 WHO ASKED FOR A WAIVER CANNOT RELEASE IT.
      * 2026-10-15 RSD  THE QUEUE ALSO CARRIES MANUAL GL JOURNALS
      *                 JOURNAL-ENTRY SAVED (ACTION 'J', SEE
      *                 MJDECIS.CPY).  A JOURNAL IS SHOWN WITH ITS
      *                 LINES FROM THE MANJRNL FILE, AND BOTH A
      *                 RELEASE AND A REJECTION GO TO THE JRNLDEC FILE
      *                 FOR THE NIGHT'S GL-JOURNAL-POST.  THE OPERATOR
      *                 WHO KEYED A JOURNAL CANNOT RELEASE IT.
      * 2026-10-15 RSD  THE SIGN-ON PASSWORD IS CHECKED AGAINST THE
      *                 OPERATOR MASTER'S PASSWORD-CHECK HASH - NO
      *                 CLEAR-TEXT PASSWORD IS KEPT ON FILE ANY LONGER.
      *                 A LOCKED OPERATOR IS REFUSED AS NOT ACTIVE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT WAIVER-TXN-OUT  ASSIGN TO WAIVTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVE-FILE-STATUS.

           SELECT MANUAL-JOURNALS ASSIGN TO MANJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.

           SELECT JOURNAL-DEC-OUT ASSIGN TO JRNLDEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JDEC-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FD  APPROVAL-QUEUE
           RECORDING MODE IS F.
       01  APPROVAL-QUEUE-REC.
           05 AQ-TXN-IMAGE         PIC X(67).
           05 AQ-QUEUE-DATE        PIC 9(08).
           05 AQ-STATUS            PIC X(01).
              88 AQ-ITEM-IS-PENDING        VALUE 'P'.
           RECORDING MODE IS F.
       COPY LOANMTXN.

       FD  WAIVER-TXN-OUT
           RECORDING MODE IS F.
       COPY WAIVTXN.

       FD  MANUAL-JOURNALS
           RECORDING MODE IS F.
       COPY MANJRNL.

       FD  JOURNAL-DEC-OUT
           RECORDING MODE IS F.
       COPY MJDECIS.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.
              88 END-OF-QUEUE               VALUE 'Y'.
           05 WS-SIGNON-SW         PIC X(01) VALUE 'N'.
              88 SIGN-ON-IS-GOOD            VALUE 'Y'.
           05 WS-MJ-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-JOURNALS            VALUE 'Y'.

       01  WS-OPER-FILE-STATUS     PIC X(02).
           88 OPER-FILE-NOT-FOUND          VALUE '35'.
           88 APPQ-FILE-NOT-FOUND          VALUE '35'.
       01  WS-TXN-FILE-STATUS      PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-WAIVE-FILE-STATUS    PIC X(02).
           88 WAIVE-FILE-NOT-FOUND         VALUE '35'.
       01  WS-MJ-FILE-STATUS       PIC X(02).
           88 MJ-FILE-NOT-FOUND            VALUE '35'.
       01  WS-JDEC-FILE-STATUS     PIC X(02).
           88 JDEC-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.

      * (APPROVAL) AUTHORITY ON THE OPERATOR MASTER.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID          PIC X(08).
       01  WS-PASSWORD-ENTRY       PIC X(16).

      *----------------------------------------------------------------
      * PASSWORD HASHING - SEE PWDCHKRQ.CPY.
      *----------------------------------------------------------------
       COPY PWDCHKRQ.

      *----------------------------------------------------------------
      * QUEUE TABLE - LOADED WHOLE, WORKED IN STORAGE, REWRITTEN AT
           05 FILLER                PIC X(08) VALUE " QUEUED ".
           05 ID-QUEUE-DATE         PIC 9(08).

       01  WAIVER-DETAIL.
           05 FILLER                PIC X(12) VALUE "FEE WAIVER  ".
           05 FILLER                PIC X(05) VALUE "ACCT ".
           05 VD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(06) VALUE " CASE ".
           05 VD-CASE-NO            PIC 9(07).
           05 FILLER                PIC X(05) VALUE " FEE ".
           05 VD-FEE-CODE           PIC X(04).
           05 FILLER                PIC X(08) VALUE " AMOUNT ".
           05 VD-AMOUNT             PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE " BY ".
           05 VD-REQUESTED-BY       PIC X(08).
           05 FILLER                PIC X(08) VALUE " QUEUED ".
           05 VD-QUEUE-DATE         PIC 9(08).

       01  JOURNAL-DETAIL.
           05 FILLER                PIC X(08) VALUE "JOURNAL ".
           05 JH-JOURNAL-NO         PIC 9(06).
           05 FILLER                PIC X(08) VALUE " PERIOD ".
           05 JH-PERIOD             PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JH-CURRENCY           PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JH-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(05) VALUE " REV ".
           05 JH-REVERSE-SW         PIC X(01).
           05 FILLER                PIC X(04) VALUE " BY ".
           05 JH-ENTERED-BY         PIC X(08).
           05 FILLER                PIC X(08) VALUE " QUEUED ".
           05 JH-QUEUE-DATE         PIC 9(08).

       01  JOURNAL-LINE-DETAIL.
           05 FILLER                PIC X(07) VALUE "  LINE ".
           05 JL-LINE-NO            PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JL-GL-ACCOUNT         PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JL-DR-CR              PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JL-NARRATIVE          PIC X(20).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PASSWORD: ".
           MOVE SPACES TO WS-PASSWORD-ENTRY.
           ACCEPT WS-PASSWORD-ENTRY.
           MOVE 'H'               TO PW-FUNCTION.
           MOVE WS-OPERATOR-ID    TO PW-OPERATOR-ID.
           MOVE WS-PASSWORD-ENTRY TO PW-PASSWORD.
           CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST.
           MOVE SPACES TO WS-PASSWORD-ENTRY
                          PW-PASSWORD.

           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-NOT-FOUND
                   MOVE 'Y' TO WS-OPER-EOF-SW
               NOT AT END
                   IF OM-OPERATOR-ID = WS-OPERATOR-ID
                      AND OM-PASSWORD-HASH = PW-HASH
                      AND OM-IS-ACTIVE
                      AND OM-IS-ADMIN
                       SET SIGN-ON-IS-GOOD TO TRUE
               OPEN OUTPUT APPROVED-TXN-OUT
           END-IF.

           OPEN EXTEND WAIVER-TXN-OUT.
           IF WAIVE-FILE-NOT-FOUND
               OPEN OUTPUT WAIVER-TXN-OUT
           END-IF.

           OPEN EXTEND JOURNAL-DEC-OUT.
           IF JDEC-FILE-NOT-FOUND
               OPEN OUTPUT JOURNAL-DEC-OUT
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           MOVE AQ-TXN-IMAGE TO LOAN-MAINT-TXN-REC.
           MOVE AQ-TXN-IMAGE TO FEE-WAIVER-TXN-REC.
           MOVE AQ-TXN-IMAGE TO JOURNAL-DECISION-REC.
           EVALUATE TRUE
               WHEN JD-ACTION-IS-JOURNAL
                   PERFORM 2100-SHOW-JOURNAL THRU 2100-EXIT
               WHEN WV-ACTION-IS-WAIVER
                   MOVE WV-ACCT-NO      TO VD-ACCT-NO
                   MOVE WV-CASE-NO      TO VD-CASE-NO
                   MOVE WV-FEE-CODE     TO VD-FEE-CODE
                   MOVE WV-AMOUNT       TO VD-AMOUNT
                   MOVE WV-REQUESTED-BY TO VD-REQUESTED-BY
                   MOVE AQ-QUEUE-DATE   TO VD-QUEUE-DATE
                   DISPLAY WAIVER-DETAIL
               WHEN OTHER
                   MOVE LT-ACTION    TO ID-ACTION
                   MOVE LT-ACCT-NO   TO ID-ACCT-NO
                   MOVE LT-PRINCIPAL TO ID-PRINCIPAL
                   MOVE AQ-QUEUE-DATE TO ID-QUEUE-DATE
                   DISPLAY ITEM-DETAIL
           END-EVALUATE.

           DISPLAY "A TO RELEASE, R TO REJECT, X TO SKIP, 9 TO END: ".
           ACCEPT WS-ACTION-ENTRY.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SHOW-JOURNAL - THE JOURNAL'S SUMMARY FROM THE QUEUE, THEN
      * ITS LINES FROM THE JOURNAL FILE, SO THE REVIEWER SEES EVERY
      * ACCOUNT AND AMOUNT BEFORE RELEASING IT.
      *----------------------------------------------------------------
       2100-SHOW-JOURNAL.
           MOVE JD-JOURNAL-NO   TO JH-JOURNAL-NO.
           MOVE JD-PERIOD       TO JH-PERIOD.
           MOVE JD-CURRENCY     TO JH-CURRENCY.
           MOVE JD-TOTAL-AMOUNT TO JH-TOTAL.
           MOVE JD-REVERSE-SW   TO JH-REVERSE-SW.
           MOVE JD-ENTERED-BY   TO JH-ENTERED-BY.
           MOVE AQ-QUEUE-DATE   TO JH-QUEUE-DATE.
           DISPLAY JOURNAL-DETAIL.
           DISPLAY "  " JD-DESCRIPTION.

           MOVE 'N' TO WS-MJ-EOF-SW.
           OPEN INPUT MANUAL-JOURNALS.
           IF MJ-FILE-NOT-FOUND
               DISPLAY "  NO JOURNAL FILE ON FILE - LINES NOT SHOWN"
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-SHOW-ONE-LINE THRU 2150-EXIT
               UNTIL END-OF-JOURNALS.
           CLOSE MANUAL-JOURNALS.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SHOW-ONE-LINE
      *----------------------------------------------------------------
       2150-SHOW-ONE-LINE.
           READ MANUAL-JOURNALS
               AT END
                   MOVE 'Y' TO WS-MJ-EOF-SW
                   GO TO 2150-EXIT
           END-READ.
           IF MJ-JOURNAL-NO NOT = JD-JOURNAL-NO
              OR NOT MJ-REC-IS-LINE
               GO TO 2150-EXIT
           END-IF.

           MOVE MJ-LINE-NO    TO JL-LINE-NO.
           MOVE MJ-GL-ACCOUNT TO JL-GL-ACCOUNT.
           MOVE MJ-DR-CR      TO JL-DR-CR.
           MOVE MJ-AMOUNT     TO JL-AMOUNT.
           MOVE MJ-NARRATIVE  TO JL-NARRATIVE.
           DISPLAY JOURNAL-LINE-DETAIL.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RELEASE-ITEM - THE TRANSACTION GOES BACK OUT CARRYING
      * THE APPROVER'S ID, FOR THE NEXT LOAN-MAINT RUN TO POST.  A
      * FEE WAIVER GOES TO FEE-WAIVE INSTEAD, AND ONLY A SECOND
      * OPERATOR MAY RELEASE IT.  SO MAY ONLY A SECOND OPERATOR
      * RELEASE A MANUAL JOURNAL, WHICH GOES TO GL-JOURNAL-POST.
      *----------------------------------------------------------------
       3000-RELEASE-ITEM.
           EVALUATE TRUE
               WHEN JD-ACTION-IS-JOURNAL
                   IF JD-ENTERED-BY = WS-OPERATOR-ID
                       DISPLAY "YOU KEYED THIS JOURNAL - ANOTHER "
                               "OPERATOR MUST RELEASE IT"
                       GO TO 3000-EXIT
                   END-IF
                   SET JD-JOURNAL-IS-APPROVED TO TRUE
                   MOVE WS-OPERATOR-ID  TO JD-APPROVED-BY
                   WRITE JOURNAL-DECISION-REC
               WHEN WV-ACTION-IS-WAIVER
                   IF WV-REQUESTED-BY = WS-OPERATOR-ID
                       DISPLAY "YOU ASKED FOR THIS WAIVER - ANOTHER "
                               "OPERATOR MUST RELEASE IT"
                       GO TO 3000-EXIT
                   END-IF
                   SET WV-WAIVER-IS-APPROVED TO TRUE
                   MOVE WS-OPERATOR-ID  TO WV-APPROVED-BY
                   WRITE FEE-WAIVER-TXN-REC
               WHEN OTHER
                   MOVE AQ-TXN-IMAGE    TO LOAN-MAINT-TXN-REC
                   MOVE WS-OPERATOR-ID  TO LT-APPROVED-BY
                   WRITE LOAN-MAINT-TXN-REC
           END-EVALUATE.

           SET AQ-ITEM-WAS-RELEASED TO TRUE.
           MOVE APPROVAL-QUEUE-REC TO QE-ENTRY(WS-QUE-SUB).
           EXIT.

      *----------------------------------------------------------------
      * 4000-REJECT-ITEM - A REJECTED FEE WAIVER IS PASSED TO
      * FEE-WAIVE TOO, SO THE DISPUTE CASE IS REOPENED.  A REJECTED
      * JOURNAL GOES TO GL-JOURNAL-POST, WHICH MARKS IT REJECTED ON
      * THE JOURNAL FILE.
      *----------------------------------------------------------------
       4000-REJECT-ITEM.
           IF JD-ACTION-IS-JOURNAL
               SET JD-JOURNAL-IS-REJECTED TO TRUE
               MOVE WS-OPERATOR-ID  TO JD-APPROVED-BY
               WRITE JOURNAL-DECISION-REC
           END-IF.

           IF WV-ACTION-IS-WAIVER
               SET WV-WAIVER-IS-REJECTED TO TRUE
               MOVE WS-OPERATOR-ID  TO WV-APPROVED-BY
               WRITE FEE-WAIVER-TXN-REC
           END-IF.

           SET AQ-ITEM-WAS-REJECTED TO TRUE.
           MOVE APPROVAL-QUEUE-REC TO QE-ENTRY(WS-QUE-SUB).

           END-IF.

           CLOSE APPROVED-TXN-OUT
                 WAIVER-TXN-OUT
                 JOURNAL-DEC-OUT
                 AUDIT-LOG.
       9000-EXIT.
           EXIT.
