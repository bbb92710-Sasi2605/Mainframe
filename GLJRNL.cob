       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-ENTRY.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  DAYTIME MANUAL GENERAL-LEDGER
      *                 JOURNALS - THE MONTH-END ACCRUALS AND
      *                 CORRECTIONS FINANCE USED TO POST ONLY IN THE
      *                 CORPORATE LEDGER.  THE OPERATOR SIGNS ON
      *                 AGAINST THE OPERATOR MASTER AND KEYS A JOURNAL
      *                 OF UP TO 50 DEBIT AND CREDIT LINES IN ONE
      *                 CURRENCY.  EVERY GL ACCOUNT MUST BE ON GLCHART,
      *                 THE PERIOD MUST BE OPEN ON THE ACCOUNTING-
      *                 PERIOD CALENDAR AND NOT AFTER THE BUSINESS
      *                 DATE'S, AND THE DEBITS MUST EQUAL THE CREDITS
      *                 BEFORE THE JOURNAL CAN BE SAVED.  A SAVED
      *                 JOURNAL GOES ON THE MANJRNL FILE AS PENDING
      *                 AND JOINS THE PENDING-APPROVAL QUEUE FOR A
      *                 SECOND OPERATOR ON APPROVAL-REVIEW; THE NIGHT
      *                 STREAM'S GL-JOURNAL-POST POSTS IT ONCE
      *                 RELEASED.  A JOURNAL MAY BE MARKED AUTO-
      *                 REVERSING.  EVERY SAVE GOES TO SYSAUDIT.
      * 2026-10-15 RSD  THE SIGN-ON PASSWORD IS CHECKED AGAINST THE
      *                 OPERATOR MASTER'S PASSWORD-CHECK HASH - NO
      *                 CLEAR-TEXT PASSWORD IS KEPT ON FILE ANY LONGER.
      *                 A LOCKED OPERATOR IS REFUSED AS NOT ACTIVE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUAL-JOURNALS ASSIGN TO MANJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.

           SELECT OPER-MASTER     ASSIGN TO OPERMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT ACCT-PERIODS    ASSIGN TO ACCTPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

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
       FD  MANUAL-JOURNALS
           RECORDING MODE IS F.
       COPY MANJRNL.

       FD  OPER-MASTER
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  ACCT-PERIODS
           RECORDING MODE IS F.
       COPY ACCTPER.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

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
       01  WS-BUS-PERIOD           PIC 9(06).

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
           05 WS-MJ-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-JOURNALS            VALUE 'Y'.
           05 WS-CHART-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-PER-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-PERIODS             VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
              88 TABLE-ENTRY-WAS-FOUND      VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-KEYING-SW         PIC X(01) VALUE 'N'.
              88 KEYING-IS-DONE             VALUE 'Y'.
           05 WS-ABANDON-SW        PIC X(01) VALUE 'N'.
              88 JOURNAL-IS-ABANDONED       VALUE 'Y'.
           05 WS-PERIOD-SW         PIC X(01) VALUE 'N'.
              88 PERIOD-IS-ACCEPTED         VALUE 'Y'.

       01  WS-MJ-FILE-STATUS       PIC X(02).
           88 MJ-FILE-NOT-FOUND            VALUE '35'.
       01  WS-OPER-FILE-STATUS     PIC X(02).
           88 OPER-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CHART-FILE-STATUS    PIC X(02).
           88 CHART-FILE-NOT-FOUND         VALUE '35'.
       01  WS-PER-FILE-STATUS      PIC X(02).
           88 PER-FILE-NOT-FOUND           VALUE '35'.
       01  WS-FX-FILE-STATUS       PIC X(02).
           88 FX-FILE-NOT-FOUND            VALUE '35'.
       01  WS-APPQ-FILE-STATUS     PIC X(02).
           88 APPQ-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.

       COPY NUMEDIT.

      *----------------------------------------------------------------
      * SIGN-ON WORK AREA - ANY ACTIVE OPERATOR MAY KEY A JOURNAL;
      * NONE POSTS UNTIL A DIFFERENT OPERATOR RELEASES IT.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID          PIC X(08).
       01  WS-PASSWORD-ENTRY       PIC X(16).

      *----------------------------------------------------------------
      * PASSWORD HASHING - SEE PWDCHKRQ.CPY.
      *----------------------------------------------------------------
       COPY PWDCHKRQ.

      *----------------------------------------------------------------
      * CHART TABLE - EVERY LINE'S GL ACCOUNT MUST BE HERE.
      *----------------------------------------------------------------
       01  WS-CHART-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  WS-CHART-TABLE-MAX      PIC 9(04) VALUE 500.
       01  GL-CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-CHART-TABLE-COUNT
                 INDEXED BY CHART-IDX.
              10 CHART-TABLE-ACCOUNT PIC X(10).
              10 CHART-TABLE-DESC    PIC X(20).

      *----------------------------------------------------------------
      * ACCOUNTING-PERIOD CALENDAR - THE CLOSED PERIODS AND THE LATEST
      * YEAR CLOSED TO RETAINED EARNINGS.  A PERIOD WITH NO RECORD IS
      * OPEN, AS PERIOD-CHECK TREATS IT.
      *----------------------------------------------------------------
       01  WS-PER-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-PER-TABLE-MAX        PIC 9(04) VALUE 600.
       01  CLOSED-PERIOD-TABLE.
           05 CP-PERIOD            PIC 9(06) OCCURS 600 TIMES.
       01  WS-PER-SUB              PIC 9(04) COMP.
       01  WS-CLOSED-YEAR          PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * CURRENCIES WITH A RATE ON THE FX HISTORY - A JOURNAL IN ANY
      * OTHER CURRENCY THAN USD COULD NOT BE CONVERTED AT POSTING.
      *----------------------------------------------------------------
       01  WS-CCY-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  CURRENCY-TABLE.
           05 CCY-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-CCY-TABLE-COUNT
                 INDEXED BY CCY-IDX.
              10 CCY-TABLE-CODE     PIC X(03).

      *----------------------------------------------------------------
      * THE JOURNAL BEING KEYED.
      *----------------------------------------------------------------
       01  WS-LINE-COUNT           PIC 9(03) VALUE 0.
       01  WS-LINE-MAX             PIC 9(03) VALUE 50.
       01  JOURNAL-LINE-TABLE.
           05 JL-ENTRY OCCURS 50 TIMES.
              10 JL-GL-ACCOUNT      PIC X(10).
              10 JL-DR-CR           PIC X(02).
              10 JL-AMOUNT          PIC 9(9)V99.
              10 JL-NARRATIVE       PIC X(20).
       01  WS-LINE-SUB             PIC 9(03) COMP.
       01  WS-TOTAL-DEBITS         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS        PIC 9(11)V99 VALUE 0.
       01  WS-NEXT-JOURNAL-NO      PIC 9(06) VALUE 0.
       01  WS-LISTED-COUNT         PIC 9(04) COMP.
       01  WS-LISTED-COUNT-ED      PIC ZZZ9.

      *----------------------------------------------------------------
      * OPERATOR ENTRIES.
      *----------------------------------------------------------------
       01  WS-FUNCTION             PIC X(01).
       01  WS-DESC-ENTRY           PIC X(30).
       01  WS-PERIOD-ENTRY         PIC X(06).
       01  WS-PERIOD               PIC 9(06).
       01  WS-CURRENCY-ENTRY       PIC X(03).
       01  WS-REVERSE-ENTRY        PIC X(01).
       01  WS-ACCOUNT-ENTRY        PIC X(10).
       01  WS-DR-CR-ENTRY          PIC X(02).
       01  WS-NARRATIVE-ENTRY      PIC X(20).
       01  WS-CONFIRM-ANS          PIC X(01).
       01  WS-ENTRY-AMOUNT         PIC 9(9)V99.
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
           05 WS-RIF-PGM       PIC X(06) VALUE "GLJENT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       COPY MJDECIS.

       01  LINE-DETAIL.
           05 FILLER                PIC X(05) VALUE "LINE ".
           05 LD-LINE-NO            PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-GL-ACCOUNT         PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-DR-CR              PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-NARRATIVE          PIC X(20).

       01  TOTALS-DETAIL.
           05 FILLER                PIC X(08) VALUE "DEBITS  ".
           05 TD-DEBITS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE "  CREDITS ".
           05 TD-CREDITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
           05 FILLER                PIC X(08) VALUE " STATUS ".
           05 JH-STATUS             PIC X(01).

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
      * ACTIVE, WITH A MATCHING PASSWORD.
      *----------------------------------------------------------------
       0200-SIGN-ON.
           DISPLAY "MANUAL JOURNAL ENTRY SIGN-ON".
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
                   END-IF
           END-READ.
       0250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE JOURNAL FILE IS READ ONLY FOR THE NEXT
      * JOURNAL NUMBER; A SAVED JOURNAL IS APPENDED TO IT.  WITHOUT
      * THE CHART NOTHING CAN BE VALIDATED, SO THE SESSION IS REFUSED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-DISPLAY-RUN-STAMP THRU 1050-EXIT.

           OPEN INPUT MANUAL-JOURNALS.
           IF NOT MJ-FILE-NOT-FOUND
               PERFORM 1100-SCAN-ONE-JOURNAL THRU 1100-EXIT
                   UNTIL END-OF-JOURNALS
               CLOSE MANUAL-JOURNALS
           END-IF.

           OPEN INPUT GL-CHART.
           IF CHART-FILE-NOT-FOUND
               DISPLAY "SESSION REFUSED - NO GLCHART CHART OF ACCOUNTS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-LOAD-ONE-CHART THRU 1200-EXIT
               UNTIL END-OF-GL-CHART.
           CLOSE GL-CHART.

           OPEN INPUT ACCT-PERIODS.
           IF NOT PER-FILE-NOT-FOUND
               PERFORM 1300-LOAD-ONE-PERIOD THRU 1300-EXIT
                   UNTIL END-OF-PERIODS
               CLOSE ACCT-PERIODS
           END-IF.

           OPEN INPUT FX-RATES.
           IF NOT FX-FILE-NOT-FOUND
               PERFORM 1400-LOAD-ONE-RATE THRU 1400-EXIT
                   UNTIL END-OF-FX-RATES
               CLOSE FX-RATES
           END-IF.

      *    A CHART OR CALENDAR PAST ITS TABLE WOULD LET A BAD ACCOUNT
      *    OR A CLOSED PERIOD THROUGH, SO THE SESSION IS REFUSED UNTIL
      *    THE LIMIT IS RAISED.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "SESSION REFUSED - RAISE THE LIMIT FIRST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

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
           DISPLAY "MANUAL JOURNAL ENTRY".
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
           MOVE WS-BUS-DATE-RAW(1:6) TO WS-BUS-PERIOD.
       1040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-SCAN-ONE-JOURNAL - THE NEXT JOURNAL NUMBER IS ONE PAST
      * THE HIGHEST ON FILE.
      *----------------------------------------------------------------
       1100-SCAN-ONE-JOURNAL.
           READ MANUAL-JOURNALS
               AT END
                   MOVE 'Y' TO WS-MJ-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF MJ-JOURNAL-NO > WS-NEXT-JOURNAL-NO
               MOVE MJ-JOURNAL-NO TO WS-NEXT-JOURNAL-NO
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-CHART
      *----------------------------------------------------------------
       1200-LOAD-ONE-CHART.
           READ GL-CHART
               AT END
                   MOVE 'Y' TO WS-CHART-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF WS-CHART-TABLE-COUNT >= WS-CHART-TABLE-MAX
               DISPLAY "CHART TABLE FULL - RAISE THE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-CHART-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-CHART-TABLE-COUNT.
           MOVE CA-GL-ACCOUNT
               TO CHART-TABLE-ACCOUNT(WS-CHART-TABLE-COUNT).
           MOVE CA-DESCRIPTION
               TO CHART-TABLE-DESC(WS-CHART-TABLE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-PERIOD - ONLY THE CLOSED PERIODS ARE KEPT, AND
      * THE LATEST YEAR THE YEAR-END CLOSE HAS MARKED.
      *----------------------------------------------------------------
       1300-LOAD-ONE-PERIOD.
           READ ACCT-PERIODS
               AT END
                   MOVE 'Y' TO WS-PER-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF PE-YEAR-IS-CLOSED
               IF PE-PERIOD(1:4) > WS-CLOSED-YEAR
                   MOVE PE-PERIOD(1:4) TO WS-CLOSED-YEAR
               END-IF
               GO TO 1300-EXIT
           END-IF.
           IF NOT PE-PERIOD-IS-CLOSED
               GO TO 1300-EXIT
           END-IF.

           IF WS-PER-TABLE-COUNT >= WS-PER-TABLE-MAX
               DISPLAY "PERIOD TABLE FULL - RAISE THE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-PER-EOF-SW
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-PER-TABLE-COUNT.
           MOVE PE-PERIOD TO CP-PERIOD(WS-PER-TABLE-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-RATE - ONE ENTRY PER CURRENCY; THE HISTORY IS IN
      * CURRENCY ORDER, SO A REPEAT OF THE LAST CODE IS PASSED OVER.
      *----------------------------------------------------------------
       1400-LOAD-ONE-RATE.
           READ FX-RATES
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
                   GO TO 1400-EXIT
           END-READ.

           IF WS-CCY-TABLE-COUNT > ZERO
               IF CCY-TABLE-CODE(WS-CCY-TABLE-COUNT) = FX-CURRENCY-CODE
                   GO TO 1400-EXIT
               END-IF
           END-IF.
           IF WS-CCY-TABLE-COUNT >= 200
               GO TO 1400-EXIT
           END-IF.

           ADD 1 TO WS-CCY-TABLE-COUNT.
           MOVE FX-CURRENCY-CODE TO CCY-TABLE-CODE(WS-CCY-TABLE-COUNT).
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-FUNCTION - PROMPTS FOR AND DISPATCHES ONE
      * FUNCTION.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-FUNCTION.
           DISPLAY "FUNCTION (E=ENTER JOURNAL L=LIST X=EXIT): ".
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
               WHEN 'E'
               WHEN 'e'
                   PERFORM 3000-ENTER-JOURNAL THRU 3000-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 5000-LIST-JOURNALS THRU 5000-EXIT
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - TRY AGAIN"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-ENTER-JOURNAL - THE HEADER, THEN THE LINES UNTIL A BLANK
      * ACCOUNT ENDS THEM ON A BALANCED JOURNAL, THEN THE SAVE.
      *----------------------------------------------------------------
       3000-ENTER-JOURNAL.
           MOVE ZERO TO WS-LINE-COUNT
                        WS-TOTAL-DEBITS
                        WS-TOTAL-CREDITS.
           MOVE 'N'  TO WS-KEYING-SW
                        WS-ABANDON-SW.

           DISPLAY "DESCRIPTION: ".
           MOVE SPACES TO WS-DESC-ENTRY.
           ACCEPT WS-DESC-ENTRY.
           IF WS-DESC-ENTRY = SPACES
               DISPLAY "DESCRIPTION REQUIRED - JOURNAL NOT ENTERED"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-ACCEPT-PERIOD THRU 3100-EXIT.
           IF NOT PERIOD-IS-ACCEPTED
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "CURRENCY (BLANK = USD): ".
           MOVE SPACES TO WS-CURRENCY-ENTRY.
           ACCEPT WS-CURRENCY-ENTRY.
           IF WS-CURRENCY-ENTRY = SPACES
               MOVE "USD" TO WS-CURRENCY-ENTRY
           END-IF.
           IF WS-CURRENCY-ENTRY NOT = "USD"
               SET CCY-IDX TO 1
               SEARCH CCY-ENTRY
                   AT END
                       DISPLAY "NO FX RATE ON FILE FOR "
                               WS-CURRENCY-ENTRY
                               " - JOURNAL NOT ENTERED"
                       GO TO 3000-EXIT
                   WHEN CCY-TABLE-CODE(CCY-IDX) = WS-CURRENCY-ENTRY
                       CONTINUE
               END-SEARCH
           END-IF.

           DISPLAY "AUTO-REVERSE IN THE NEXT PERIOD (Y/N): ".
           ACCEPT WS-REVERSE-ENTRY.
           IF WS-REVERSE-ENTRY = 'y'
               MOVE 'Y' TO WS-REVERSE-ENTRY
           END-IF.
           IF WS-REVERSE-ENTRY NOT = 'Y'
               MOVE 'N' TO WS-REVERSE-ENTRY
           END-IF.

           PERFORM 3200-KEY-ONE-LINE THRU 3200-EXIT
               UNTIL KEYING-IS-DONE.
           IF JOURNAL-IS-ABANDONED
               DISPLAY "JOURNAL ABANDONED - NOTHING SAVED"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3500-SHOW-JOURNAL THRU 3500-EXIT.
           DISPLAY "SAVE THE JOURNAL FOR APPROVAL (Y/N)? ".
           ACCEPT WS-CONFIRM-ANS.
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY "JOURNAL NOT SAVED"
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-JOURNAL-NO.
           PERFORM 4000-SAVE-JOURNAL THRU 4000-EXIT.
           PERFORM 4200-QUEUE-FOR-APPROVAL THRU 4200-EXIT.

           MOVE "JRNL ENTER" TO WS-AUDIT-ACTION.
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
           DISPLAY "JOURNAL " WS-NEXT-JOURNAL-NO
                   " SAVED - SENT TO APPROVAL-REVIEW".
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-ACCEPT-PERIOD - THE PERIOD MUST BE A REAL MONTH, NOT
      * AFTER THE BUSINESS DATE'S, NOT CLOSED ON THE CALENDAR, AND
      * NOT IN A YEAR CLOSED TO RETAINED EARNINGS.  BLANK TAKES THE
      * BUSINESS DATE'S PERIOD.
      *----------------------------------------------------------------
       3100-ACCEPT-PERIOD.
           MOVE 'N' TO WS-PERIOD-SW.
           DISPLAY "PERIOD YYYYMM (BLANK = " WS-BUS-PERIOD "): ".
           MOVE SPACES TO WS-PERIOD-ENTRY.
           ACCEPT WS-PERIOD-ENTRY.
           IF WS-PERIOD-ENTRY = SPACES
               MOVE WS-BUS-PERIOD TO WS-PERIOD
           ELSE
               IF WS-PERIOD-ENTRY IS NOT NUMERIC
                   DISPLAY "INVALID PERIOD - JOURNAL NOT ENTERED"
                   GO TO 3100-EXIT
               END-IF
               MOVE WS-PERIOD-ENTRY TO WS-PERIOD
           END-IF.

           IF WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "INVALID PERIOD - JOURNAL NOT ENTERED"
               GO TO 3100-EXIT
           END-IF.
           IF WS-PERIOD > WS-BUS-PERIOD
               DISPLAY "PERIOD IS AFTER THE BUSINESS DATE - JOURNAL "
                       "NOT ENTERED"
               GO TO 3100-EXIT
           END-IF.
           IF WS-PERIOD(1:4) NOT > WS-CLOSED-YEAR
               DISPLAY "YEAR CLOSED TO RETAINED EARNINGS - JOURNAL "
                       "NOT ENTERED"
               GO TO 3100-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3150-CHECK-ONE-PERIOD THRU 3150-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-TABLE-COUNT
                  OR TABLE-ENTRY-WAS-FOUND.
           IF TABLE-ENTRY-WAS-FOUND
               DISPLAY "PERIOD " WS-PERIOD " IS CLOSED - JOURNAL NOT "
                       "ENTERED"
               GO TO 3100-EXIT
           END-IF.

           SET PERIOD-IS-ACCEPTED TO TRUE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3150-CHECK-ONE-PERIOD
      *----------------------------------------------------------------
       3150-CHECK-ONE-PERIOD.
           IF CP-PERIOD(WS-PER-SUB) = WS-PERIOD
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-KEY-ONE-LINE - A BLANK ACCOUNT ENDS THE LINES, BUT ONLY
      * ON A JOURNAL OF AT LEAST TWO LINES WHOSE DEBITS EQUAL ITS
      * CREDITS; OTHERWISE THE OPERATOR GOES ON KEYING OR ABANDONS
      * THE JOURNAL.  A LINE THAT FAILS ITS EDITS IS NOT TAKEN.
      *----------------------------------------------------------------
       3200-KEY-ONE-LINE.
           COMPUTE WS-LINE-SUB = WS-LINE-COUNT + 1.
           DISPLAY "LINE " WS-LINE-SUB
                   " GL ACCOUNT (BLANK ENDS THE JOURNAL): ".
           MOVE SPACES TO WS-ACCOUNT-ENTRY.
           ACCEPT WS-ACCOUNT-ENTRY.

           IF WS-ACCOUNT-ENTRY = SPACES
               PERFORM 3300-END-OF-LINES THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF.

           IF WS-LINE-COUNT >= WS-LINE-MAX
               DISPLAY "JOURNAL IS FULL AT 50 LINES"
               GO TO 3200-EXIT
           END-IF.

           SET CHART-IDX TO 1.
           SEARCH CHART-ENTRY
               AT END
                   DISPLAY "ACCOUNT NOT ON GLCHART - LINE NOT TAKEN"
                   GO TO 3200-EXIT
               WHEN CHART-TABLE-ACCOUNT(CHART-IDX) = WS-ACCOUNT-ENTRY
                   DISPLAY CHART-TABLE-DESC(CHART-IDX)
           END-SEARCH.

           DISPLAY "DR OR CR: ".
           MOVE SPACES TO WS-DR-CR-ENTRY.
           ACCEPT WS-DR-CR-ENTRY.
           IF WS-DR-CR-ENTRY = "dr"
               MOVE "DR" TO WS-DR-CR-ENTRY
           END-IF.
           IF WS-DR-CR-ENTRY = "cr"
               MOVE "CR" TO WS-DR-CR-ENTRY
           END-IF.
           IF WS-DR-CR-ENTRY NOT = "DR" AND NOT = "CR"
               DISPLAY "MUST BE DR OR CR - LINE NOT TAKEN"
               GO TO 3200-EXIT
           END-IF.

           SET NE-SIGN-IS-NOT-ALLOWED TO TRUE.
           SET NE-ENTRY-IS-NOT-NUMERIC TO TRUE.
           PERFORM 3400-ACCEPT-AMOUNT THRU 3400-EXIT
               UNTIL NE-ENTRY-IS-NUMERIC.

           DISPLAY "LINE NARRATIVE: ".
           MOVE SPACES TO WS-NARRATIVE-ENTRY.
           ACCEPT WS-NARRATIVE-ENTRY.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-ACCOUNT-ENTRY   TO JL-GL-ACCOUNT(WS-LINE-COUNT).
           MOVE WS-DR-CR-ENTRY     TO JL-DR-CR(WS-LINE-COUNT).
           MOVE WS-ENTRY-AMOUNT    TO JL-AMOUNT(WS-LINE-COUNT).
           MOVE WS-NARRATIVE-ENTRY TO JL-NARRATIVE(WS-LINE-COUNT).
           IF WS-DR-CR-ENTRY = "DR"
               ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

           MOVE WS-TOTAL-DEBITS  TO TD-DEBITS.
           MOVE WS-TOTAL-CREDITS TO TD-CREDITS.
           DISPLAY TOTALS-DETAIL.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-END-OF-LINES
      *----------------------------------------------------------------
       3300-END-OF-LINES.
           IF WS-LINE-COUNT >= 2
              AND WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               SET KEYING-IS-DONE TO TRUE
               GO TO 3300-EXIT
           END-IF.

           IF WS-LINE-COUNT < 2
               DISPLAY "A JOURNAL NEEDS AT LEAST TWO LINES"
           ELSE
               MOVE WS-TOTAL-DEBITS  TO TD-DEBITS
               MOVE WS-TOTAL-CREDITS TO TD-CREDITS
               DISPLAY TOTALS-DETAIL
               DISPLAY "JOURNAL DOES NOT BALANCE"
           END-IF.
           DISPLAY "C TO CONTINUE KEYING, A TO ABANDON: ".
           ACCEPT WS-CONFIRM-ANS.
           IF WS-CONFIRM-ANS = 'A' OR WS-CONFIRM-ANS = 'a'
               SET JOURNAL-IS-ABANDONED TO TRUE
               SET KEYING-IS-DONE TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-ACCEPT-AMOUNT - THE AMOUNT IS KEYED IN CENTS (12550 =
      * 125.50), EDITED WITH THE SHARED NUMERIC-EDIT WORK AREA, AND
      * MUST BE MORE THAN ZERO.
      *----------------------------------------------------------------
       3400-ACCEPT-AMOUNT.
           DISPLAY "AMOUNT IN CENTS (12550 = 125.50): ".
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
               GO TO 3400-EXIT
           END-IF.
           COMPUTE WS-ENTRY-AMOUNT =
               FUNCTION NUMVAL(NE-RAW-ENTRY(1:NE-ENTRY-LEN)) / 100.
       3400-EXIT.
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
      * 3500-SHOW-JOURNAL - THE LINES AND TOTALS BEFORE THE SAVE.
      *----------------------------------------------------------------
       3500-SHOW-JOURNAL.
           PERFORM 3550-SHOW-ONE-LINE THRU 3550-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS  TO TD-DEBITS.
           MOVE WS-TOTAL-CREDITS TO TD-CREDITS.
           DISPLAY TOTALS-DETAIL.
       3500-EXIT.
           EXIT.

       3550-SHOW-ONE-LINE.
           MOVE WS-LINE-SUB                TO LD-LINE-NO.
           MOVE JL-GL-ACCOUNT(WS-LINE-SUB) TO LD-GL-ACCOUNT.
           MOVE JL-DR-CR(WS-LINE-SUB)      TO LD-DR-CR.
           MOVE JL-AMOUNT(WS-LINE-SUB)     TO LD-AMOUNT.
           MOVE JL-NARRATIVE(WS-LINE-SUB)  TO LD-NARRATIVE.
           DISPLAY LINE-DETAIL.
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SAVE-JOURNAL - THE HEADER AND ITS LINES ARE APPENDED IN
      * ONE OPEN, SO THE LINES ALWAYS FOLLOW THEIR HEADER.  THE FILE
      * IS CREATED BY THE FIRST JOURNAL EVER SAVED.
      *----------------------------------------------------------------
       4000-SAVE-JOURNAL.
           OPEN EXTEND MANUAL-JOURNALS.
           IF MJ-FILE-NOT-FOUND
               OPEN OUTPUT MANUAL-JOURNALS
           END-IF.

           MOVE SPACES             TO MANUAL-JOURNAL-REC.
           MOVE WS-NEXT-JOURNAL-NO TO MJ-JOURNAL-NO.
           SET MJ-REC-IS-HEADER    TO TRUE.
           MOVE WS-PERIOD          TO MJ-PERIOD.
           MOVE WS-CURRENCY-ENTRY  TO MJ-CURRENCY.
           SET MJ-JOURNAL-IS-PENDING TO TRUE.
           MOVE WS-REVERSE-ENTRY   TO MJ-REVERSE-SW.
           MOVE 'N'                TO MJ-REVERSED-SW.
           MOVE WS-OPERATOR-ID     TO MJ-ENTERED-BY.
           MOVE WS-BUS-DATE-RAW    TO MJ-ENTRY-DATE.
           MOVE ZERO               TO MJ-POSTED-PERIOD
                                      MJ-REVERSAL-PERIOD
                                      MJ-POSTED-RATE.
           MOVE WS-LINE-COUNT      TO MJ-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS    TO MJ-TOTAL-AMOUNT.
           MOVE WS-DESC-ENTRY      TO MJ-DESCRIPTION.
           WRITE MANUAL-JOURNAL-REC.

           PERFORM 4100-SAVE-ONE-LINE THRU 4100-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT.
           CLOSE MANUAL-JOURNALS.
       4000-EXIT.
           EXIT.

       4100-SAVE-ONE-LINE.
           MOVE SPACES                     TO MANUAL-JOURNAL-REC.
           MOVE WS-NEXT-JOURNAL-NO         TO MJ-JOURNAL-NO.
           SET MJ-REC-IS-LINE              TO TRUE.
           MOVE WS-LINE-SUB                TO MJ-LINE-NO.
           MOVE JL-GL-ACCOUNT(WS-LINE-SUB) TO MJ-GL-ACCOUNT.
           MOVE JL-DR-CR(WS-LINE-SUB)      TO MJ-DR-CR.
           MOVE JL-AMOUNT(WS-LINE-SUB)     TO MJ-AMOUNT.
           MOVE JL-NARRATIVE(WS-LINE-SUB)  TO MJ-NARRATIVE.
           WRITE MANUAL-JOURNAL-REC.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-QUEUE-FOR-APPROVAL - THE JOURNAL'S SUMMARY RIDES IN THE
      * QUEUE'S TRANSACTION IMAGE THE SAME WAY DISPUTE-MAINT QUEUES A
      * FEE WAIVER.
      *----------------------------------------------------------------
       4200-QUEUE-FOR-APPROVAL.
           MOVE SPACES             TO JOURNAL-DECISION-REC.
           SET JD-ACTION-IS-JOURNAL TO TRUE.
           MOVE WS-NEXT-JOURNAL-NO TO JD-JOURNAL-NO.
           MOVE WS-PERIOD          TO JD-PERIOD.
           MOVE WS-CURRENCY-ENTRY  TO JD-CURRENCY.
           MOVE WS-TOTAL-DEBITS    TO JD-TOTAL-AMOUNT.
           MOVE WS-LINE-COUNT      TO JD-LINE-COUNT.
           MOVE WS-REVERSE-ENTRY   TO JD-REVERSE-SW.
           MOVE WS-OPERATOR-ID     TO JD-ENTERED-BY.
           MOVE WS-DESC-ENTRY      TO JD-DESCRIPTION.

           OPEN EXTEND APPROVAL-QUEUE.
           IF APPQ-FILE-NOT-FOUND
               OPEN OUTPUT APPROVAL-QUEUE
           END-IF.
           MOVE JOURNAL-DECISION-REC TO AQ-TXN-IMAGE.
           MOVE WS-BUS-DATE-RAW    TO AQ-QUEUE-DATE.
           MOVE 'P'                TO AQ-STATUS.
           WRITE APPROVAL-QUEUE-REC.
           CLOSE APPROVAL-QUEUE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-LIST-JOURNALS - EVERY JOURNAL NOT YET POSTED OR REJECTED,
      * OLDEST FIRST.  A RELEASED JOURNAL STAYS PENDING ON THE FILE
      * UNTIL THE NIGHT'S POSTING.
      *----------------------------------------------------------------
       5000-LIST-JOURNALS.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE 'N'  TO WS-MJ-EOF-SW.
           OPEN INPUT MANUAL-JOURNALS.
           IF NOT MJ-FILE-NOT-FOUND
               PERFORM 5100-LIST-ONE-JOURNAL THRU 5100-EXIT
                   UNTIL END-OF-JOURNALS
               CLOSE MANUAL-JOURNALS
           END-IF.
           MOVE WS-LISTED-COUNT TO WS-LISTED-COUNT-ED.
           DISPLAY "JOURNALS WAITING TO POST: " WS-LISTED-COUNT-ED.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-LIST-ONE-JOURNAL
      *----------------------------------------------------------------
       5100-LIST-ONE-JOURNAL.
           READ MANUAL-JOURNALS
               AT END
                   MOVE 'Y' TO WS-MJ-EOF-SW
                   GO TO 5100-EXIT
           END-READ.
           IF NOT MJ-REC-IS-HEADER
               GO TO 5100-EXIT
           END-IF.
           IF NOT MJ-JOURNAL-IS-PENDING
              AND NOT MJ-JOURNAL-IS-APPROVED
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           MOVE MJ-JOURNAL-NO   TO JH-JOURNAL-NO.
           MOVE MJ-PERIOD       TO JH-PERIOD.
           MOVE MJ-CURRENCY     TO JH-CURRENCY.
           MOVE MJ-TOTAL-AMOUNT TO JH-TOTAL.
           MOVE MJ-REVERSE-SW   TO JH-REVERSE-SW.
           MOVE MJ-ENTERED-BY   TO JH-ENTERED-BY.
           MOVE MJ-STATUS       TO JH-STATUS.
           DISPLAY JOURNAL-DETAIL.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-AUDIT - EVERY SAVED JOURNAL GOES ON THE SHARED AUDIT
      * LOG WITH THE OPERATOR AND THE JOURNAL NUMBER.
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
           STRING "GLJENT "          DELIMITED BY SIZE
                  WS-NEXT-JOURNAL-NO DELIMITED BY SIZE
               INTO AL-PROGRAM.
           MOVE WS-BUS-DATE-FMT      TO AL-BUS-DATE.
           WRITE AUDIT-LOG-REC.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE AUDIT-LOG.
       9000-EXIT.
           EXIT.
