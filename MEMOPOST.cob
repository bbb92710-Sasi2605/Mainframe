       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMO-POST.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  TELLER MEMO-POSTING OF
      *                 PAYMENTS TAKEN DURING THE DAY.  THE TELLER
      *                 KEYS THE ACCOUNT AND THE AMOUNT; THE ACCOUNT
      *                 IS PROVED ON THE LOAN MASTER, THE PAYMENT IS
      *                 APPENDED TO THE PAYMEMO FILE DATED TODAY, AND
      *                 THE BALANCE IS SHOWN BEFORE AND AFTER
      *                 EVERYTHING PENDING ON THE ACCOUNT.  THE MASTER
      *                 IS NOT TOUCHED - LOAN-INQUIRY AND PAYOFF-QUOTE
      *                 OVERLAY THE MEMO FILE AS PENDING TODAY, AND
      *                 PAYMENT-POST POSTS IT AT NIGHT.  EVERY MEMO IS
      *                 WRITTEN TO SYSAUDIT.  A CLOSED ACCOUNT IS
      *                 REFUSED; 999999 ENDS THE SESSION.
      * 2026-10-15 RSD  THE TELLER KEYS THE BRANCH THEY SIT AT AFTER
      *                 THE TELLER ID, AND EVERY MEMO OF THE SESSION
      *                 CARRIES IT, SO PAYMENT-POST BOOKS THE CASH TO
      *                 THE BRANCH THAT TOOK IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PAYMENT-MEMO    ASSIGN TO PAYMEMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  PAYMENT-MEMO
           RECORDING MODE IS F.
       COPY PAYMEMO.

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
           05 WS-ACCT-SW           PIC X(01) VALUE 'N'.
              88 ACCOUNT-WAS-READ           VALUE 'Y'.
           05 WS-MEMO-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-MEMOS               VALUE 'Y'.

       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-MEMO-FILE-STATUS     PIC X(02).
           88 MEMO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.

       COPY NUMEDIT.

      *----------------------------------------------------------------
      * OPERATOR ENTRIES AND MEMO WORK FIGURES.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID          PIC X(08).
       01  WS-TELLER-BRANCH        PIC X(04).
       01  WS-ACCT-ENTRY           PIC X(06).
       01  WS-CONFIRM-ANS          PIC X(01).
       01  WS-OVERRIDE-ANS         PIC X(01).
       01  WS-LOCK-OVERRIDE-SW     PIC X(01) VALUE 'N'.
           88 A-LOCK-WAS-OVERRIDDEN        VALUE 'Y'.

       01  WS-MEMO-AMOUNT          PIC 9(7)V99.
       01  WS-MEMO-SEQ             PIC 9(04) VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(05) COMP.
       01  WS-PENDING-AMT          PIC 9(9)V99.
       01  WS-BALANCE              PIC 9(9)V99.
       01  WS-NET-BALANCE          PIC S9(9)V99.

       01  WS-COUNTS.
           05 WS-MEMOS-TAKEN       PIC 9(05) COMP VALUE 0.
           05 WS-MEMO-TOTAL        PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * MASTER-LOCK CHECK - SEE LOCKRQ.CPY.
      *----------------------------------------------------------------
       COPY LOCKRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "MEMOPS".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

      *----------------------------------------------------------------
      * TELLER DISPLAY LINES.
      *----------------------------------------------------------------
       01  MEMO-ACCT-LINE.
           05 FILLER                PIC X(09) VALUE "ACCOUNT: ".
           05 ML-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(10) VALUE "  BALANCE=".
           05 ML-BALANCE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE "  NEXT DUE".
           05 FILLER                PIC X(01) VALUE "=".
           05 ML-NEXT-DUE           PIC 9(08).

       01  MEMO-PENDING-LINE.
           05 FILLER                PIC X(15) VALUE
              "PENDING TODAY: ".
           05 ML-PENDING-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE " PAYMENT(S)".
           05 FILLER                PIC X(08) VALUE " AMOUNT=".
           05 ML-PENDING-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(17) VALUE
              "  BALANCE AFTER =".
           05 ML-NET-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.

       01  MEMO-TAKEN-LINE.
           05 FILLER                PIC X(13) VALUE "MEMO POSTED: ".
           05 MT-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MT-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(08) VALUE " AMOUNT=".
           05 MT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(06) VALUE " MEMO ".
           05 MT-MEMO-SEQ           PIC 9(04).

       01  SESSION-TOTAL-LINE.
           05 FILLER                PIC X(25) VALUE
              "MEMOS TAKEN THIS SESSION=".
           05 ST-COUNT              PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE " AMOUNT=".
           05 ST-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-TAKE-ONE     THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1020-CHECK-MASTER-LOCK THRU 1020-EXIT.

           OPEN INPUT LOAN-MASTER.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 1050-DISPLAY-RUN-STAMP THRU 1050-EXIT.

           DISPLAY "ENTER TELLER ID: ".
           ACCEPT WS-OPERATOR-ID.
      *    THE BRANCH THE TELLER SITS AT GOES ON EVERY MEMO OF THE
      *    SESSION, SO THE CASH POSTS TO THAT BRANCH TONIGHT.
           DISPLAY "ENTER YOUR BRANCH (BLANK FOR HEAD OFFICE): ".
           ACCEPT WS-TELLER-BRANCH.

           IF A-LOCK-WAS-OVERRIDDEN
               PERFORM 1060-AUDIT-LOCK-OVERRIDE THRU 1060-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-CHECK-MASTER-LOCK - THE NIGHT STREAM LOCKS THE MASTER
      * WHILE IT REWRITES IT, AND PAYMENT-POST READS THE MEMO FILE
      * UNDER THAT LOCK, SO A MEMO TAKEN WHILE THE MASTER IS LOCKED
      * COULD MISS TONIGHT'S POSTING AND THEN BE CLEARED UNPOSTED.  A
      * LOCKED MASTER REFUSES THE SESSION UNLESS THE TELLER
      * DELIBERATELY OVERRIDES A STALE LOCK, WHICH GOES ON SYSAUDIT
      * ONCE THE TELLER SIGNS ON.
      *----------------------------------------------------------------
       1020-CHECK-MASTER-LOCK.
           MOVE "LOANMSTR" TO LC-MASTER-NAME.
           MOVE "MEMOPOST" TO LC-CALLER.
           CALL "LOCK-CHECK" USING LOCK-CHECK-REQUEST.

           IF LC-MASTER-IS-LOCKED
               DISPLAY "LOAN MASTER LOCKED BY " LC-LOCKED-BY
                   " SINCE " LC-LOCK-DATE " " LC-LOCK-TIME
               DISPLAY "OVERRIDE A STALE LOCK (Y/N)? "
               ACCEPT WS-OVERRIDE-ANS
               IF WS-OVERRIDE-ANS = 'Y' OR 'y'
                   MOVE 'Y' TO WS-LOCK-OVERRIDE-SW
               ELSE
                   DISPLAY "MEMO SESSION REFUSED - TRY AFTER THE "
                           "NIGHT STREAM RELEASES THE MASTER"
                   GOBACK
               END-IF
           END-IF.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1060-AUDIT-LOCK-OVERRIDE - THE DELIBERATE STALE-LOCK
      * OVERRIDE GOES ON THE AUDIT LOG NEXT TO THE MEMOS.
      *----------------------------------------------------------------
       1060-AUDIT-LOCK-OVERRIDE.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-DATE-FMT TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-FMT TO AL-RUN-TIME.
           MOVE WS-OPERATOR-ID  TO AL-OPERATOR-ID.
           MOVE "LOCKOVRD"      TO AL-ACTION.
           MOVE WS-BUS-DATE-FMT TO AL-BUS-DATE.
           STRING "MEMOPOST"    DELIMITED BY SIZE
                  LC-LOCKED-BY  DELIMITED BY SIZE
               INTO AL-PROGRAM.
           WRITE AUDIT-LOG-REC.
       1060-EXIT.
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
           DISPLAY "TELLER PAYMENT MEMO-POSTING".
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
      * 2000-TAKE-ONE - ONE PAYMENT: PROVE THE ACCOUNT, SHOW WHAT IS
      * ALREADY PENDING ON IT, TAKE AND CONFIRM THE AMOUNT, APPEND
      * THE MEMO, AND AUDIT IT.
      *----------------------------------------------------------------
       2000-TAKE-ONE.
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
           IF OPERATOR-IS-DONE
               GO TO 2000-EXIT
           END-IF.

           IF LM-ACCOUNT-IS-CLOSED
               DISPLAY "ACCOUNT IS CLOSED - PAYMENT NOT TAKEN"
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-GATHER-PENDING THRU 3000-EXIT.
           PERFORM 4000-DISPLAY-ACCOUNT THRU 4000-EXIT.

           SET NE-SIGN-IS-NOT-ALLOWED TO TRUE.
           SET NE-ENTRY-IS-NOT-NUMERIC TO TRUE.
           PERFORM 2200-ACCEPT-AMOUNT THRU 2200-EXIT
               UNTIL NE-ENTRY-IS-NUMERIC.
           COMPUTE WS-MEMO-AMOUNT =
               FUNCTION NUMVAL(NE-RAW-ENTRY(1:NE-ENTRY-LEN)) / 100.

           MOVE WS-MEMO-AMOUNT TO MT-AMOUNT.
           DISPLAY "TAKE PAYMENT OF " MT-AMOUNT " ON ACCOUNT "
               LM-ACCT-NO " (Y/N)? ".
           ACCEPT WS-CONFIRM-ANS.
           IF WS-CONFIRM-ANS NOT = 'Y' AND WS-CONFIRM-ANS NOT = 'y'
               DISPLAY "PAYMENT NOT TAKEN"
               GO TO 2000-EXIT
           END-IF.

           PERFORM 5000-WRITE-MEMO THRU 5000-EXIT.
           PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.

           ADD 1              TO WS-PENDING-COUNT.
           ADD WS-MEMO-AMOUNT TO WS-PENDING-AMT.
           PERFORM 4100-DISPLAY-PENDING THRU 4100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-ACCOUNT - RE-PROMPTS UNTIL AN ACCOUNT ON FILE IS
      * KEYED, OR 999999 ENDS THE SESSION.
      *----------------------------------------------------------------
       2100-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-SW.
           DISPLAY "ENTER ACCOUNT NUMBER, OR 999999 TO END: ".
           ACCEPT WS-ACCT-ENTRY.

           IF WS-ACCT-ENTRY = "999999"
               SET OPERATOR-IS-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-ACCT-ENTRY TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON FILE - PLEASE RE-ENTER"
               NOT INVALID KEY
                   SET ACCOUNT-WAS-READ TO TRUE
           END-READ.

           IF NOT ACCOUNT-WAS-READ
               GO TO 2100-READ-ACCOUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-ACCEPT-AMOUNT - THE AMOUNT IS KEYED IN CENTS (12550 =
      * 125.50), EDITED WITH THE SHARED NUMERIC-EDIT WORK AREA, AND
      * MUST BE MORE THAN ZERO.
      *----------------------------------------------------------------
       2200-ACCEPT-AMOUNT.
           DISPLAY "ENTER PAYMENT AMOUNT IN CENTS (12550 = 125.50): ".
           ACCEPT NE-RAW-ENTRY.
           PERFORM 0900-EDIT-NUMERIC-ENTRY THRU 0900-EXIT.
           IF NE-ENTRY-IS-NUMERIC
               IF FUNCTION NUMVAL(NE-RAW-ENTRY(1:NE-ENTRY-LEN)) = ZERO
                   SET NE-ENTRY-IS-NOT-NUMERIC TO TRUE
               END-IF
           END-IF.
           IF NE-ENTRY-IS-NOT-NUMERIC
               DISPLAY "NOT A VALID AMOUNT - PLEASE RE-ENTER"
           END-IF.
       2200-EXIT.
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
      * 3000-GATHER-PENDING - EVERYTHING ON THE MEMO FILE FOR THE
      * ACCOUNT, FROM THIS TELLER AND EVERY OTHER.  THE FILE IS
      * OPENED AND CLOSED EACH TIME SO THE OTHER TELLERS' MEMOS ARE
      * SEEN AS THEY ARE TAKEN; NO FILE YET MEANS NOTHING PENDING.
      *----------------------------------------------------------------
       3000-GATHER-PENDING.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-PENDING-AMT.
           MOVE 'N'  TO WS-MEMO-EOF-SW.

           OPEN INPUT PAYMENT-MEMO.
           IF MEMO-FILE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SCAN-ONE-MEMO THRU 3100-EXIT
               UNTIL END-OF-MEMOS.
           CLOSE PAYMENT-MEMO.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-SCAN-ONE-MEMO
      *----------------------------------------------------------------
       3100-SCAN-ONE-MEMO.
           READ PAYMENT-MEMO
               AT END
                   MOVE 'Y' TO WS-MEMO-EOF-SW
               NOT AT END
                   IF PM-ACCT-NO = LM-ACCT-NO
                       ADD 1         TO WS-PENDING-COUNT
                       ADD PM-AMOUNT TO WS-PENDING-AMT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-DISPLAY-ACCOUNT - THE BALANCE IS PRINCIPAL PLUS ACCRUED
      * INTEREST AS THE MASTER STOOD THIS MORNING.
      *----------------------------------------------------------------
       4000-DISPLAY-ACCOUNT.
           COMPUTE WS-BALANCE = LM-PRINCIPAL + LM-ACCRUED-INT.
           MOVE LM-ACCT-NO       TO ML-ACCT-NO.
           MOVE WS-BALANCE       TO ML-BALANCE.
           MOVE LM-NEXT-DUE-DATE TO ML-NEXT-DUE.
           DISPLAY MEMO-ACCT-LINE.

           IF LM-ACCOUNT-IS-CHARGED-OFF
               DISPLAY "ACCOUNT IS CHARGED OFF - PAYMENT WILL POST "
                       "AS A RECOVERY"
           END-IF.

           PERFORM 4100-DISPLAY-PENDING THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-DISPLAY-PENDING
      *----------------------------------------------------------------
       4100-DISPLAY-PENDING.
           COMPUTE WS-NET-BALANCE = WS-BALANCE - WS-PENDING-AMT.
           MOVE WS-PENDING-COUNT TO ML-PENDING-COUNT.
           MOVE WS-PENDING-AMT   TO ML-PENDING-AMT.
           MOVE WS-NET-BALANCE   TO ML-NET-BALANCE.
           DISPLAY MEMO-PENDING-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-MEMO - THE PAYMENT IS DATED TODAY AND CARRIES THE
      * PAYMTXN IMAGE PAYMENT-POST WILL READ TONIGHT.  THE MEMO FILE
      * IS APPENDED AND CLOSED AGAIN AT ONCE, SO THE OTHER TELLERS
      * AND THE INQUIRIES SEE IT, AND IS CREATED BY THE FIRST MEMO OF
      * THE DAY.
      *----------------------------------------------------------------
       5000-WRITE-MEMO.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           ADD 1 TO WS-MEMO-SEQ.

           OPEN EXTEND PAYMENT-MEMO.
           IF MEMO-FILE-NOT-FOUND
               OPEN OUTPUT PAYMENT-MEMO
           END-IF.

           MOVE SPACES          TO PAYMENT-MEMO-REC.
           MOVE LM-ACCT-NO      TO PM-ACCT-NO.
           MOVE WS-RUN-DATE-RAW TO PM-PAY-DATE.
           MOVE WS-MEMO-AMOUNT  TO PM-AMOUNT.
           MOVE 'P'             TO PM-TXN-TYPE.
           MOVE WS-OPERATOR-ID  TO PM-TELLER-ID.
           MOVE WS-TELLER-BRANCH TO PM-RECV-BRANCH.
           MOVE WS-RUN-TIME-RAW TO PM-TAKEN-TIME.
           MOVE WS-MEMO-SEQ     TO PM-MEMO-SEQ.
           WRITE PAYMENT-MEMO-REC.
           CLOSE PAYMENT-MEMO.

           ADD 1              TO WS-MEMOS-TAKEN.
           ADD WS-MEMO-AMOUNT TO WS-MEMO-TOTAL.

           MOVE PM-ACCT-NO      TO MT-ACCT-NO.
           MOVE PM-PAY-DATE     TO MT-PAY-DATE.
           MOVE PM-AMOUNT       TO MT-AMOUNT.
           MOVE PM-MEMO-SEQ     TO MT-MEMO-SEQ.
           DISPLAY MEMO-TAKEN-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-AUDIT-RECORD - ONE AUDIT-LOG ENTRY PER MEMO,
      * STAMPED THE WAY LOAN-INQUIRY STAMPS ITS INQUIRIES, WITH THE
      * ACCOUNT NEXT TO THE PROGRAM NAME.
      *----------------------------------------------------------------
       6000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LOG-REC.

           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           MOVE WS-RUN-DATE-FMT      TO AL-RUN-DATE.

           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-TIME-FMT      TO AL-RUN-TIME.

           MOVE WS-OPERATOR-ID  TO AL-OPERATOR-ID.
           MOVE "MEMOPAY"       TO AL-ACTION.
           MOVE WS-BUS-DATE-FMT TO AL-BUS-DATE.
           STRING "MEMOPOST "   DELIMITED BY SIZE
                  LM-ACCT-NO    DELIMITED BY SIZE
               INTO AL-PROGRAM.

           WRITE AUDIT-LOG-REC.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE SESSION TOTAL IS SHOWN FOR THE TELLER'S
      * CASH PROOF.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-MEMOS-TAKEN TO ST-COUNT.
           MOVE WS-MEMO-TOTAL  TO ST-AMOUNT.
           DISPLAY SESSION-TOTAL-LINE.

           CLOSE LOAN-MASTER
                 AUDIT-LOG.
       9000-EXIT.
           EXIT.
