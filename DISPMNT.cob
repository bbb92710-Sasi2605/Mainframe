       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  DAYTIME CUSTOMER DISPUTE
      *                 CASES.  THE OPERATOR SIGNS ON AGAINST THE
      *                 OPERATOR MASTER AND OPENS A CASE AGAINST A
      *                 LATE CHARGE, ANOTHER FEE, A PAYMENT ALLOCATION
      *                 OR ANYTHING ELSE THE CUSTOMER QUERIES, OR
      *                 RESOLVES ONE.  WHILE A CASE IS OPEN
      *                 DISPUTE-CHECK KEEPS FEE-ASSESS AND COLLECTIONS
      *                 OFF THE ACCOUNT.  A FEE CASE RESOLVED IN THE
      *                 CUSTOMER'S FAVOR RAISES A FEE WAIVER: WITHIN
      *                 THE OPERATOR'S OM-WAIVE-LIMIT IT GOES STRAIGHT
      *                 TO THE WAIVTXN FILE FOR TONIGHT'S FEE-WAIVE
      *                 TO POST; OVER IT, IT JOINS THE PENDING-
      *                 APPROVAL QUEUE FOR APPROVAL-REVIEW AND THE
      *                 CASE WAITS, STILL COUNTED AS DISPUTED.  EVERY
      *                 OPEN AND RESOLUTION GOES TO SYSAUDIT.  THE
      *                 DISPUTE FILE IS LOADED WHOLE AND REWRITTEN AT
      *                 CLOSE, LIKE THE OTHER DAYTIME QUEUE UTILITIES.
      * 2026-10-15 RSD  THE SIGN-ON PASSWORD IS CHECKED AGAINST THE
      *                 OPERATOR MASTER'S PASSWORD-CHECK HASH - NO
      *                 CLEAR-TEXT PASSWORD IS KEPT ON FILE ANY LONGER.
      *                 A LOCKED OPERATOR IS REFUSED AS NOT ACTIVE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASES   ASSIGN TO DISPUTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT OPER-MASTER     ASSIGN TO OPERMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT FEE-SCHEDULE    ASSIGN TO FEESCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT WAIVER-TXN-OUT  ASSIGN TO WAIVTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVE-FILE-STATUS.

           SELECT APPROVAL-QUEUE  ASSIGN TO APPRQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPQ-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASES
           RECORDING MODE IS F.
       COPY DISPUTE.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  OPER-MASTER
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       COPY FEESCHED.

       FD  WAIVER-TXN-OUT
           RECORDING MODE IS F.
       COPY WAIVTXN.

       FD  APPROVAL-QUEUE
           RECORDING MODE IS F.
       01  APPROVAL-QUEUE-REC.
           05 AQ-TXN-IMAGE         PIC X(67).
           05 AQ-QUEUE-DATE        PIC 9(08).
           05 AQ-STATUS            PIC X(01).
              88 AQ-ITEM-IS-PENDING        VALUE 'P'.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.

      *----------------------------------------------------------------
      * BUSINESS PROCESSING DATE - FROM THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE.
      *----------------------------------------------------------------
       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-DD            PIC 9(02).

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 OPERATOR-IS-DONE           VALUE 'Y'.
           05 WS-SIGNON-SW         PIC X(01) VALUE 'N'.
              88 SIGN-ON-IS-GOOD            VALUE 'Y'.
           05 WS-OPER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-OPERATORS           VALUE 'Y'.
           05 WS-DISP-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-DISPUTES            VALUE 'Y'.
           05 WS-FEE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FEES                VALUE 'Y'.
           05 WS-FEE-FOUND-SW      PIC X(01) VALUE 'N'.
              88 FEE-CODE-WAS-FOUND         VALUE 'Y'.
           05 WS-CASE-FOUND-SW     PIC X(01) VALUE 'N'.
              88 CASE-WAS-FOUND             VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-DISP-FILE-STATUS     PIC X(02).
           88 DISP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-OPER-FILE-STATUS     PIC X(02).
           88 OPER-FILE-NOT-FOUND          VALUE '35'.
       01  WS-FEE-FILE-STATUS      PIC X(02).
           88 FEE-FILE-NOT-FOUND           VALUE '35'.
       01  WS-WAIVE-FILE-STATUS    PIC X(02).
           88 WAIVE-FILE-NOT-FOUND         VALUE '35'.
       01  WS-APPQ-FILE-STATUS     PIC X(02).
           88 APPQ-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.

       COPY NUMEDIT.

      *----------------------------------------------------------------
      * SIGN-ON WORK AREA - ANY ACTIVE OPERATOR MAY WORK DISPUTES;
      * THE SIGN-ON PROVES WHO THEY ARE AND FETCHES THE WAIVER LIMIT
      * THEIR RESOLUTIONS ARE HELD TO.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID          PIC X(08).
       01  WS-PASSWORD-ENTRY       PIC X(16).

      *----------------------------------------------------------------
      * PASSWORD HASHING - SEE PWDCHKRQ.CPY.
      *----------------------------------------------------------------
       COPY PWDCHKRQ.
       01  WS-WAIVE-LIMIT          PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * DISPUTE TABLE - THE WHOLE FILE IS LOADED AT START-UP, WORKED
      * IN PLACE, AND REWRITTEN AT CLOSE.  A FILE PAST THE TABLE
      * LIMIT REFUSES THE SESSION WITH THE FILE UNTOUCHED.
      *----------------------------------------------------------------
       01  WS-DISP-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-DISP-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  DISPUTE-TABLE.
           05 DT-ENTRY             PIC X(126) OCCURS 5000 TIMES.
       01  WS-DISP-SUB             PIC 9(04) COMP.
       01  WS-NEXT-CASE-NO         PIC 9(07) VALUE 0.
       01  WS-LISTED-COUNT         PIC 9(04) COMP.
       01  WS-LISTED-COUNT-ED      PIC ZZZ9.

      *----------------------------------------------------------------
      * OPERATOR ENTRIES.
      *----------------------------------------------------------------
       01  WS-FUNCTION             PIC X(01).
       01  WS-ACCT-ENTRY           PIC X(06).
       01  WS-TYPE-ENTRY           PIC X(01).
       01  WS-DATE-ENTRY           PIC X(08).
       01  WS-FEE-CODE-ENTRY       PIC X(04).
       01  WS-CASE-ENTRY           PIC X(07).
       01  WS-FAVOR-ENTRY          PIC X(01).
       01  WS-NOTE-ENTRY           PIC X(40).
       01  WS-CONFIRM-ANS          PIC X(01).
       01  WS-ENTRY-AMOUNT         PIC 9(7)V99.
       01  WS-AUDIT-ACTION         PIC X(10).

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-RAW     PIC 9(08).
       01  WS-RUN-TIME-RAW     PIC 9(06).
       01  WS-RUN-DATE-FMT.
           05 WS-RDF-YYYY      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-RDF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-RDF-DD        PIC 9(02).
       01  WS-RUN-TIME-FMT.
           05 WS-RTF-HH        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-SS        PIC 9(02).
       01  WS-RUN-ID-FMT.
           05 WS-RIF-PGM       PIC X(06) VALUE "DISPMT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  CASE-DETAIL.
           05 FILLER                PIC X(05) VALUE "CASE ".
           05 CD-CASE-NO            PIC 9(07).
           05 FILLER                PIC X(06) VALUE " ACCT ".
           05 CD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(06) VALUE " TYPE ".
           05 CD-TYPE               PIC X(01).
           05 FILLER                PIC X(06) VALUE " ITEM ".
           05 CD-ITEM-DATE          PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CD-FEE-CODE           PIC X(04).
           05 FILLER                PIC X(05) VALUE " AMT ".
           05 CD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(08) VALUE " OPENED ".
           05 CD-OPEN-DATE          PIC 9(08).
           05 FILLER                PIC X(08) VALUE " STATUS ".
           05 CD-STATUS             PIC X(01).

       01  WAIVE-DETAIL.
           05 FILLER                PIC X(16) VALUE
              "WAIVER OF       ".
           05 WD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(14) VALUE
              " YOUR LIMIT   ".
           05 WD-LIMIT              PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0200-SIGN-ON THRU 0200-EXIT.
           IF NOT SIGN-ON-IS-GOOD
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-FUNCTION THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 0200-SIGN-ON - THE OPERATOR MUST BE ON THE OPERATOR MASTER,
      * ACTIVE, WITH A MATCHING PASSWORD.  A WAIVER LIMIT LEFT BLANK
      * ON AN OLDER RECORD COUNTS AS ZERO.
      *----------------------------------------------------------------
       0200-SIGN-ON.
           DISPLAY "CUSTOMER DISPUTE MAINTENANCE SIGN-ON".
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
               DISPLAY "NO OPERATOR MASTER ON FILE - SESSION REFUSED"
               GO TO 0200-EXIT
           END-IF.

           PERFORM 0250-CHECK-ONE-OPERATOR THRU 0250-EXIT
               UNTIL SIGN-ON-IS-GOOD
                  OR END-OF-OPERATORS.
           CLOSE OPER-MASTER.

           IF NOT SIGN-ON-IS-GOOD
               DISPLAY "SIGN-ON REFUSED"
           END-IF.
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0250-CHECK-ONE-OPERATOR
      *----------------------------------------------------------------
       0250-CHECK-ONE-OPERATOR.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OPER-EOF-SW
               NOT AT END
                   IF OM-OPERATOR-ID = WS-OPERATOR-ID
                      AND OM-PASSWORD-HASH = PW-HASH
                      AND OM-IS-ACTIVE
                       SET SIGN-ON-IS-GOOD TO TRUE
                       IF OM-WAIVE-LIMIT IS NUMERIC
                           MOVE OM-WAIVE-LIMIT TO WS-WAIVE-LIMIT
                       END-IF
                   END-IF
           END-READ.
       0250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-DISPLAY-RUN-STAMP THRU 1050-EXIT.

           OPEN INPUT DISPUTE-CASES.
           IF NOT DISP-FILE-NOT-FOUND
               PERFORM 1100-LOAD-ONE-CASE THRU 1100-EXIT
                   UNTIL END-OF-DISPUTES
               CLOSE DISPUTE-CASES
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE DISPUTE FILE
      *    FROM A TRUNCATED PICTURE - THE SESSION REFUSES WITH THE
      *    FILE UNTOUCHED SO THE LIMIT CAN BE RAISED.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "SESSION REFUSED - DISPUTE LEFT UNTOUCHED, "
                       "RAISE THE LIMIT FIRST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MASTER.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-DISPLAY-RUN-STAMP
      *----------------------------------------------------------------
       1050-DISPLAY-RUN-STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.

           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           MOVE WS-RUN-DATE-FMT      TO RS-RUN-DATE.

           MOVE WS-RUN-TIME-RAW      TO WS-RIF-TIME.
           MOVE WS-RUN-ID-FMT        TO RS-RUN-ID.

           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           DISPLAY RUN-STAMP-LINE.
           DISPLAY "CUSTOMER DISPUTE MAINTENANCE".
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1040-SET-BUSINESS-DATE - READS THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE WHEN THE FILE IS MISSING OR
      * EMPTY, AND FILLS THE RUN STAMP'S BUSDATE FIELD.
      *----------------------------------------------------------------
       1040-SET-BUSINESS-DATE.
           MOVE WS-RUN-DATE-RAW TO WS-BUS-DATE-RAW.
           OPEN INPUT BUS-DATE-CTL.
           IF NOT BUSDATE-FILE-NOT-FOUND
               READ BUS-DATE-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUS-DATE TO WS-BUS-DATE-RAW
               END-READ
               CLOSE BUS-DATE-CTL
           END-IF.

           MOVE WS-BUS-DATE-RAW(1:4) TO WS-BDF-YYYY.
           MOVE WS-BUS-DATE-RAW(5:2) TO WS-BDF-MM.
           MOVE WS-BUS-DATE-RAW(7:2) TO WS-BDF-DD.
           MOVE WS-BUS-DATE-FMT      TO RS-BUS-DATE.
       1040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-CASE - THE NEXT CASE NUMBER IS ONE PAST THE
      * HIGHEST ON FILE.
      *----------------------------------------------------------------
       1100-LOAD-ONE-CASE.
           READ DISPUTE-CASES
               AT END
                   MOVE 'Y' TO WS-DISP-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-DISP-TABLE-COUNT >= WS-DISP-TABLE-MAX
               DISPLAY "DISPUTE TABLE FULL - RAISE THE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-DISP-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-DISP-TABLE-COUNT.
           MOVE DISPUTE-CASE-REC TO DT-ENTRY(WS-DISP-TABLE-COUNT).
           IF DP-CASE-NO > WS-NEXT-CASE-NO
               MOVE DP-CASE-NO TO WS-NEXT-CASE-NO
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-FUNCTION - PROMPTS FOR AND DISPATCHES ONE
      * FUNCTION.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-FUNCTION.
           DISPLAY "FUNCTION (O=OPEN R=RESOLVE L=LIST X=EXIT): ".
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 'O'
               WHEN 'o'
                   PERFORM 3000-OPEN-CASE THRU 3000-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 4000-RESOLVE-CASE THRU 4000-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 5000-LIST-CASES THRU 5000-EXIT
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - TRY AGAIN"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-OPEN-CASE - THE ACCOUNT MUST BE ON THE LOAN MASTER.  A
      * LATE-CHARGE OR OTHER-FEE CASE NAMES THE FEE-SCHEDULE CODE OF
      * THE FEE DISPUTED, SO A WAIVER CAN REVERSE IT TO THE RIGHT
      * INCOME ACCOUNT; AN ALLOCATION OR OTHER CASE CARRIES NONE.
      *----------------------------------------------------------------
       3000-OPEN-CASE.
           IF WS-DISP-TABLE-COUNT >= WS-DISP-TABLE-MAX
               DISPLAY "DISPUTE TABLE FULL - CASE NOT OPENED"
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WS-ACCT-ENTRY.
           MOVE WS-ACCT-ENTRY TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON FILE - CASE NOT OPENED"
                   GO TO 3000-EXIT
           END-READ.

           DISPLAY "TYPE (L=LATE CHARGE F=OTHER FEE A=PAYMENT "
                   "ALLOCATION O=OTHER): ".
           ACCEPT WS-TYPE-ENTRY.
           IF WS-TYPE-ENTRY NOT = 'L' AND NOT = 'F'
                        AND NOT = 'A' AND NOT = 'O'
               DISPLAY "INVALID TYPE - CASE NOT OPENED"
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "DATE OF THE DISPUTED ITEM (YYYYMMDD): ".
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY IS NOT NUMERIC
               DISPLAY "INVALID DATE - CASE NOT OPENED"
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-FEE-CODE-ENTRY.
           IF WS-TYPE-ENTRY = 'L' OR 'F'
               DISPLAY "FEE CODE: "
               ACCEPT WS-FEE-CODE-ENTRY
               PERFORM 3100-FIND-FEE-CODE THRU 3100-EXIT
               IF NOT FEE-CODE-WAS-FOUND
                   DISPLAY "FEE CODE NOT ON THE FEE SCHEDULE - CASE "
                           "NOT OPENED"
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           SET NE-SIGN-IS-NOT-ALLOWED TO TRUE.
           SET NE-ENTRY-IS-NOT-NUMERIC TO TRUE.
           PERFORM 3200-ACCEPT-AMOUNT THRU 3200-EXIT
               UNTIL NE-ENTRY-IS-NUMERIC.

           DISPLAY "NOTE: ".
           MOVE SPACES TO WS-NOTE-ENTRY.
           ACCEPT WS-NOTE-ENTRY.

           DISPLAY "OPEN THE CASE (Y/N)? ".
           ACCEPT WS-CONFIRM-ANS.
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY "CASE NOT OPENED"
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-CASE-NO.
           MOVE SPACES            TO DISPUTE-CASE-REC.
           MOVE WS-NEXT-CASE-NO   TO DP-CASE-NO.
           MOVE LM-ACCT-NO        TO DP-ACCT-NO.
           MOVE WS-TYPE-ENTRY     TO DP-TYPE.
           MOVE WS-DATE-ENTRY     TO DP-ITEM-DATE.
           MOVE WS-FEE-CODE-ENTRY TO DP-FEE-CODE.
           MOVE WS-ENTRY-AMOUNT   TO DP-AMOUNT.
           MOVE WS-BUS-DATE-RAW   TO DP-OPEN-DATE.
           MOVE WS-OPERATOR-ID    TO DP-OPENED-BY.
           SET DP-CASE-IS-OPEN    TO TRUE.
           MOVE ZERO              TO DP-RESOLVE-DATE.
           MOVE ZERO              TO DP-WAIVE-AMT.
           MOVE 'N'               TO DP-WAIVE-POSTED-SW.
           MOVE WS-NOTE-ENTRY     TO DP-NOTE.

           ADD 1 TO WS-DISP-TABLE-COUNT.
           MOVE WS-DISP-TABLE-COUNT TO WS-DISP-SUB.
           MOVE DISPUTE-CASE-REC  TO DT-ENTRY(WS-DISP-SUB).

           MOVE "DISP OPEN" TO WS-AUDIT-ACTION.
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
           PERFORM 5200-DISPLAY-CASE THRU 5200-EXIT.
           DISPLAY "CASE OPENED - FEES AND COLLECTIONS STAND DOWN ON "
                   "THE ACCOUNT UNTIL IT IS RESOLVED".
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-FIND-FEE-CODE - ONE PASS OF THE FEE SCHEDULE FOR THE
      * KEYED CODE.
      *----------------------------------------------------------------
       3100-FIND-FEE-CODE.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           MOVE 'N' TO WS-FEE-EOF-SW.
           OPEN INPUT FEE-SCHEDULE.
           IF FEE-FILE-NOT-FOUND
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-CHECK-ONE-FEE THRU 3150-EXIT
               UNTIL END-OF-FEES
                  OR FEE-CODE-WAS-FOUND.
           CLOSE FEE-SCHEDULE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3150-CHECK-ONE-FEE
      *----------------------------------------------------------------
       3150-CHECK-ONE-FEE.
           READ FEE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-FEE-EOF-SW
               NOT AT END
                   IF FS-FEE-CODE = WS-FEE-CODE-ENTRY
                       SET FEE-CODE-WAS-FOUND TO TRUE
                   END-IF
           END-READ.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-ACCEPT-AMOUNT - THE AMOUNT IS KEYED IN CENTS (12550 =
      * 125.50), EDITED WITH THE SHARED NUMERIC-EDIT WORK AREA, AND
      * MUST BE MORE THAN ZERO.
      *----------------------------------------------------------------
       3200-ACCEPT-AMOUNT.
           DISPLAY "DISPUTED AMOUNT IN CENTS (12550 = 125.50): ".
           MOVE SPACES TO NE-RAW-ENTRY.
           ACCEPT NE-RAW-ENTRY.
           PERFORM 0900-EDIT-NUMERIC-ENTRY THRU 0900-EXIT.
           IF NE-ENTRY-IS-NUMERIC
               IF FUNCTION NUMVAL(NE-RAW-ENTRY(1:NE-ENTRY-LEN)) = ZERO
                   SET NE-ENTRY-IS-NOT-NUMERIC TO TRUE
               END-IF
           END-IF.
           IF NE-ENTRY-IS-NOT-NUMERIC
               DISPLAY "NOT A VALID AMOUNT - PLEASE RE-ENTER"
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-ENTRY-AMOUNT =
               FUNCTION NUMVAL(NE-RAW-ENTRY(1:NE-ENTRY-LEN)) / 100.
       3200-EXIT.
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
      * 4000-RESOLVE-CASE - ONLY AN OPEN CASE CAN BE RESOLVED; ONE
      * WHOSE WAIVER IS WITH APPROVAL-REVIEW IS SETTLED THERE.  IN
      * THE BANK'S FAVOR THE CASE SIMPLY CLOSES.  IN THE CUSTOMER'S
      * FAVOR A FEE CASE RAISES A WAIVER (4100); ANY OTHER CASE
      * CLOSES FOR THE CUSTOMER AND THE CORRECTION ITSELF - A PAYMENT
      * RE-APPLIED, SAY - GOES THROUGH ITS OWN UTILITY.
      *----------------------------------------------------------------
       4000-RESOLVE-CASE.
           DISPLAY "CASE NUMBER: ".
           ACCEPT WS-CASE-ENTRY.
           PERFORM 4500-FIND-CASE THRU 4500-EXIT.
           IF NOT CASE-WAS-FOUND
               DISPLAY "CASE NOT ON FILE"
               GO TO 4000-EXIT
           END-IF.

           MOVE DT-ENTRY(WS-DISP-SUB) TO DISPUTE-CASE-REC.
           PERFORM 5200-DISPLAY-CASE THRU 5200-EXIT.
           IF DP-WAIVER-IS-PENDING
               DISPLAY "WAIVER IS WAITING FOR APPROVAL-REVIEW - "
                       "CASE NOT CHANGED"
               GO TO 4000-EXIT
           END-IF.
           IF NOT DP-CASE-IS-OPEN
               DISPLAY "CASE IS ALREADY RESOLVED"
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "RESOLVE IN FAVOR OF (C=CUSTOMER B=BANK): ".
           ACCEPT WS-FAVOR-ENTRY.
           EVALUATE WS-FAVOR-ENTRY
               WHEN 'B'
               WHEN 'b'
                   SET DP-RESOLVED-FOR-BANK TO TRUE
                   MOVE "DISP BANK" TO WS-AUDIT-ACTION
               WHEN 'C'
               WHEN 'c'
                   IF DP-FEE-CODE = SPACES
                       SET DP-RESOLVED-FOR-CUSTOMER TO TRUE
                       MOVE "DISP CUST" TO WS-AUDIT-ACTION
                   ELSE
                       PERFORM 4100-RAISE-WAIVER THRU 4100-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "CASE NOT CHANGED"
                   GO TO 4000-EXIT
           END-EVALUATE.

      *    A WAIVER THE OPERATOR BACKED OUT OF LEAVES THE CASE OPEN.
           IF DP-CASE-IS-OPEN
               DISPLAY "CASE NOT CHANGED"
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "RESOLUTION NOTE (BLANK KEEPS): ".
           MOVE SPACES TO WS-NOTE-ENTRY.
           ACCEPT WS-NOTE-ENTRY.
           IF WS-NOTE-ENTRY NOT = SPACES
               MOVE WS-NOTE-ENTRY TO DP-NOTE
           END-IF.

           MOVE WS-BUS-DATE-RAW TO DP-RESOLVE-DATE.
           MOVE WS-OPERATOR-ID  TO DP-RESOLVED-BY.
           MOVE DISPUTE-CASE-REC TO DT-ENTRY(WS-DISP-SUB).

           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
           PERFORM 5200-DISPLAY-CASE THRU 5200-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-RAISE-WAIVER - THE WAIVER IS AT MOST THE DISPUTED
      * AMOUNT; A BLANK REPLY WAIVES IT ALL.  WITHIN THE OPERATOR'S
      * LIMIT IT IS WRITTEN FOR TONIGHT'S FEE-WAIVE AND THE CASE
      * CLOSES FOR THE CUSTOMER; OVER IT, IT IS QUEUED FOR A SECOND
      * OPERATOR ON APPROVAL-REVIEW AND THE CASE WAITS.
      *----------------------------------------------------------------
       4100-RAISE-WAIVER.
           DISPLAY "WAIVER AMOUNT IN CENTS (BLANK WAIVES THE FULL "
                   "DISPUTED AMOUNT): ".
           MOVE SPACES TO NE-RAW-ENTRY.
           ACCEPT NE-RAW-ENTRY.
           IF NE-RAW-ENTRY = SPACES
               MOVE DP-AMOUNT TO WS-ENTRY-AMOUNT
           ELSE
               SET NE-SIGN-IS-NOT-ALLOWED TO TRUE
               PERFORM 0900-EDIT-NUMERIC-ENTRY THRU 0900-EXIT
               IF NE-ENTRY-IS-NOT-NUMERIC
                   DISPLAY "NOT A VALID AMOUNT"
                   GO TO 4100-EXIT
               END-IF
               COMPUTE WS-ENTRY-AMOUNT =
                   FUNCTION NUMVAL(NE-RAW-ENTRY(1:NE-ENTRY-LEN)) / 100
           END-IF.

           IF WS-ENTRY-AMOUNT = ZERO
              OR WS-ENTRY-AMOUNT > DP-AMOUNT
               DISPLAY "WAIVER MUST BE MORE THAN ZERO AND NO MORE "
                       "THAN THE DISPUTED AMOUNT"
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-ENTRY-AMOUNT TO WD-AMOUNT.
           MOVE WS-WAIVE-LIMIT  TO WD-LIMIT.
           DISPLAY WAIVE-DETAIL.
           DISPLAY "GRANT THE WAIVER (Y/N)? ".
           ACCEPT WS-CONFIRM-ANS.
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES          TO FEE-WAIVER-TXN-REC.
           SET WV-ACTION-IS-WAIVER TO TRUE.
           MOVE DP-ACCT-NO      TO WV-ACCT-NO.
           MOVE WS-ENTRY-AMOUNT TO WV-AMOUNT.
           MOVE DP-CASE-NO      TO WV-CASE-NO.
           MOVE DP-FEE-CODE     TO WV-FEE-CODE.
           MOVE DP-ITEM-DATE    TO WV-ITEM-DATE.
           MOVE WS-OPERATOR-ID  TO WV-REQUESTED-BY.
           MOVE WS-ENTRY-AMOUNT TO DP-WAIVE-AMT.

           IF WS-ENTRY-AMOUNT > WS-WAIVE-LIMIT
               PERFORM 4300-QUEUE-FOR-APPROVAL THRU 4300-EXIT
               SET DP-WAIVER-IS-PENDING TO TRUE
               MOVE "WAIVE REQ" TO WS-AUDIT-ACTION
               DISPLAY "WAIVER IS OVER YOUR LIMIT - SENT TO "
                       "APPROVAL-REVIEW"
           ELSE
               SET WV-WAIVER-IS-APPROVED TO TRUE
               PERFORM 4200-WRITE-WAIVER THRU 4200-EXIT
               SET DP-RESOLVED-FOR-CUSTOMER TO TRUE
               MOVE "WAIVED"    TO WS-AUDIT-ACTION
               DISPLAY "WAIVER GRANTED - POSTS TONIGHT"
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-WRITE-WAIVER - APPENDED AND CLOSED AT ONCE, AND CREATED
      * BY THE FIRST WAIVER OF THE DAY.
      *----------------------------------------------------------------
       4200-WRITE-WAIVER.
           OPEN EXTEND WAIVER-TXN-OUT.
           IF WAIVE-FILE-NOT-FOUND
               OPEN OUTPUT WAIVER-TXN-OUT
           END-IF.
           WRITE FEE-WAIVER-TXN-REC.
           CLOSE WAIVER-TXN-OUT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-QUEUE-FOR-APPROVAL - THE WAIVER RIDES IN THE QUEUE'S
      * TRANSACTION IMAGE THE SAME WAY LOAN-MAINT QUEUES A HIGH-VALUE
      * CHANGE.
      *----------------------------------------------------------------
       4300-QUEUE-FOR-APPROVAL.
           OPEN EXTEND APPROVAL-QUEUE.
           IF APPQ-FILE-NOT-FOUND
               OPEN OUTPUT APPROVAL-QUEUE
           END-IF.
           MOVE FEE-WAIVER-TXN-REC TO AQ-TXN-IMAGE.
           MOVE WS-BUS-DATE-RAW    TO AQ-QUEUE-DATE.
           MOVE 'P'                TO AQ-STATUS.
           WRITE APPROVAL-QUEUE-REC.
           CLOSE APPROVAL-QUEUE.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-FIND-CASE - LEAVES WS-DISP-SUB ON THE KEYED CASE.
      *----------------------------------------------------------------
       4500-FIND-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW.
           IF WS-CASE-ENTRY IS NOT NUMERIC
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4550-MATCH-ONE-CASE THRU 4550-EXIT
               VARYING WS-DISP-SUB FROM 1 BY 1
               UNTIL WS-DISP-SUB > WS-DISP-TABLE-COUNT
                  OR CASE-WAS-FOUND.
           IF CASE-WAS-FOUND
               SUBTRACT 1 FROM WS-DISP-SUB
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4550-MATCH-ONE-CASE
      *----------------------------------------------------------------
       4550-MATCH-ONE-CASE.
           MOVE DT-ENTRY(WS-DISP-SUB) TO DISPUTE-CASE-REC.
           IF DP-CASE-NO = WS-CASE-ENTRY
               SET CASE-WAS-FOUND TO TRUE
           END-IF.
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-LIST-CASES - EVERY CASE STILL OPEN OR WAITING FOR
      * APPROVAL, OLDEST FIRST.
      *----------------------------------------------------------------
       5000-LIST-CASES.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM 5100-LIST-ONE-CASE THRU 5100-EXIT
               VARYING WS-DISP-SUB FROM 1 BY 1
               UNTIL WS-DISP-SUB > WS-DISP-TABLE-COUNT.
           MOVE WS-LISTED-COUNT TO WS-LISTED-COUNT-ED.
           DISPLAY "UNRESOLVED CASES: " WS-LISTED-COUNT-ED.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-LIST-ONE-CASE
      *----------------------------------------------------------------
       5100-LIST-ONE-CASE.
           MOVE DT-ENTRY(WS-DISP-SUB) TO DISPUTE-CASE-REC.
           IF DP-CASE-IS-UNRESOLVED
               ADD 1 TO WS-LISTED-COUNT
               PERFORM 5200-DISPLAY-CASE THRU 5200-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-DISPLAY-CASE
      *----------------------------------------------------------------
       5200-DISPLAY-CASE.
           MOVE DP-CASE-NO      TO CD-CASE-NO.
           MOVE DP-ACCT-NO      TO CD-ACCT-NO.
           MOVE DP-TYPE         TO CD-TYPE.
           MOVE DP-ITEM-DATE    TO CD-ITEM-DATE.
           MOVE DP-FEE-CODE     TO CD-FEE-CODE.
           MOVE DP-AMOUNT       TO CD-AMOUNT.
           MOVE DP-OPEN-DATE    TO CD-OPEN-DATE.
           MOVE DP-STATUS       TO CD-STATUS.
           DISPLAY CASE-DETAIL.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-AUDIT - EVERY OPEN, RESOLUTION AND WAIVER GOES ON
      * THE SHARED AUDIT LOG WITH THE OPERATOR AND THE ACCOUNT.
      *----------------------------------------------------------------
       6000-WRITE-AUDIT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.

           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           MOVE WS-RUN-DATE-FMT      TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-TIME-FMT      TO AL-RUN-TIME.
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-ACTION      TO AL-ACTION.
           STRING "DISPMNT "         DELIMITED BY SIZE
                  DP-ACCT-NO         DELIMITED BY SIZE
               INTO AL-PROGRAM.
           MOVE WS-BUS-DATE-FMT      TO AL-BUS-DATE.
           WRITE AUDIT-LOG-REC.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE REPLACES THE DISPUTE FILE,
      * RESOLVED CASES AND ALL, SO THE FILE REMAINS THE ONE RECORD OF
      * EVERY CASE'S OUTCOME.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-DISP-TABLE-COUNT > ZERO
               OPEN OUTPUT DISPUTE-CASES
               PERFORM 9100-WRITE-ONE-CASE THRU 9100-EXIT
                   VARYING WS-DISP-SUB FROM 1 BY 1
                   UNTIL WS-DISP-SUB > WS-DISP-TABLE-COUNT
               CLOSE DISPUTE-CASES
           END-IF.

           CLOSE LOAN-MASTER
                 AUDIT-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-CASE
      *----------------------------------------------------------------
       9100-WRITE-ONE-CASE.
           MOVE DT-ENTRY(WS-DISP-SUB) TO DISPUTE-CASE-REC.
           WRITE DISPUTE-CASE-REC.
       9100-EXIT.
           EXIT.
