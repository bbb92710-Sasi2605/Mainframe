       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-PROOF.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY PROOF OF THE ACCOUNT
      *                 TRANSACTION JOURNAL AGAINST THE LOAN MASTER.
      *                 THE JOURNAL IS SORTED INTO ACCOUNT ORDER,
      *                 KEEPING THE POSTING ORDER WITHIN AN ACCOUNT,
      *                 AND MATCHED TO THE MASTER.  FOR EACH ACCOUNT
      *                 THE RUNNING BALANCE MUST FOLLOW FROM THE
      *                 AMOUNTS POSTED, AND THE LAST RUNNING BALANCE
      *                 MUST EQUAL LM-PRINCIPAL PLUS LM-ACCRUED-INT.
      *                 AN ACCOUNT THAT FAILS EITHER TEST IS LISTED,
      *                 LOGGED, AND ENDS THE RUN WITH CONDITION CODE 8,
      *                 THE WAY THE GL TIE-OUT FLAGS A DIFFERENCE.  A
      *                 MASTER ACCOUNT WITH NOTHING ON THE JOURNAL IS
      *                 TAKEN ON WITH A BALANCE-FORWARD ENTRY; AN
      *                 ACCOUNT ON THE JOURNAL BUT NO LONGER ON THE
      *                 MASTER (ARCHIVED OR DELETED) IS ONLY COUNTED.
      *                 RUNS AFTER THE LAST POSTING STEP OF THE NIGHT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-JOURNAL ASSIGN TO ACTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT PROOF-REPORT    ASSIGN TO JRNPRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT SORT-WORK       ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-JOURNAL
           RECORDING MODE IS F.
       01  ACCOUNT-JOURNAL-LINE    PIC X(64).

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  PROOF-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       COPY EXCPTLOG.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

      *----------------------------------------------------------------
      * THE SORT RECORD IS THE JOURNAL RECORD ITSELF, SO THE OUTPUT
      * PROCEDURE WORKS DIRECTLY ON THE AJ- FIELDS.
      *----------------------------------------------------------------
       SD  SORT-WORK.
       COPY ACTJRNL.

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
           05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-SORTED              VALUE 'Y'.
           05 WS-MSTR-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-MASTER              VALUE 'Y'.
           05 WS-CHAIN-SW          PIC X(01).
              88 CHAIN-IS-BROKEN            VALUE 'Y'.
           05 WS-OUT-SW            PIC X(01) VALUE 'N'.
              88 AN-ACCOUNT-IS-OUT          VALUE 'Y'.

       01  WS-JRNL-FILE-STATUS     PIC X(02).
           88 JRNL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * MATCH KEYS - HIGH-VALUES ONCE A SIDE RUNS OUT, SO THE OTHER
      * SIDE DRAINS THROUGH THE SAME COMPARE.
      *----------------------------------------------------------------
       01  WS-MSTR-KEY             PIC X(06).
       01  WS-JRNL-KEY             PIC X(06).

      *----------------------------------------------------------------
      * ONE ACCOUNT'S PROOF.  THE CHAIN BALANCE IS THE OPENING
      * BALANCE PLUS EVERY NON-MEMO AMOUNT; THE LAST BALANCE IS THE
      * RUNNING BALANCE ON THE ACCOUNT'S LAST ENTRY.  THE FIRST
      * ENTRY OF AN ACCOUNT THAT WAS ON THE BOOKS BEFORE THE JOURNAL
      * STARTED (NOT AN OPENING OR BALANCE FORWARD) CARRIES ITS OWN
      * OPENING BALANCE - ITS RUNNING BALANCE LESS ITS AMOUNT.
      *----------------------------------------------------------------
       01  WS-CHAIN-BAL            PIC S9(9)V99.
       01  WS-LAST-BAL             PIC S9(9)V99.
       01  WS-MASTER-BAL           PIC S9(9)V99.
       01  WS-DIFFERENCE           PIC S9(9)V99.
       01  WS-ACCT-ENTRIES         PIC 9(07) COMP.

       01  WS-COUNTS.
           05 WS-ENTRIES-READ      PIC 9(7) COMP VALUE 0.
           05 WS-MASTERS-READ      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-PROVED      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-IN-BALANCE  PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-OUT         PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-TAKEN-ON    PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-OFF-MASTER  PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * ACCOUNT TRANSACTION JOURNAL - SEE JRNLRQ.CPY.  TAKE-ON
      * ENTRIES ARE POSTED THROUGH THE SHARED WRITER LIKE ANY OTHER.
      *----------------------------------------------------------------
       COPY JRNLRQ.

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
       01  WS-RUN-ID-FMT.
           05 WS-RIF-PGM       PIC X(06) VALUE "JRNPRF".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(42) VALUE
              "ACCOUNT TRANSACTION JOURNAL PROOF".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(07) VALUE "ACCOUNT".
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "ENTRIES".
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE " JOURNAL BALANCE".
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "  MASTER BALANCE".
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "      DIFFERENCE".
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "VERDICT".

       01  REPORT-DETAIL.
           05 RD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-ENTRIES            PIC ZZZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-JOURNAL-BAL        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-MASTER-BAL         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-DIFFERENCE         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-VERDICT            PIC X(12).

       01  SUMMARY-LINE.
           05 SL-LABEL              PIC X(36).
           05 SL-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "JRNPRF  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           SORT SORT-WORK
               ON ASCENDING KEY AJ-ACCT-NO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-FEED-SORT
                   THRU 2000-FEED-EXIT
               OUTPUT PROCEDURE IS 3000-PROVE-ACCOUNTS
                   THRU 3000-PROVE-EXIT.

           PERFORM 9000-TERMINATE THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ENTRIES-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT PROOF-REPORT.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP
      *----------------------------------------------------------------
       1050-WRITE-RUN-STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.

           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           MOVE WS-RUN-DATE-FMT      TO RS-RUN-DATE.

           MOVE WS-RUN-TIME-RAW      TO WS-RIF-TIME.
           MOVE WS-RUN-ID-FMT        TO RS-RUN-ID.

           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           WRITE REPORT-LINE FROM RUN-STAMP-LINE.
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
      * 2000-FEED-SORT - RELEASES EVERY JOURNAL ENTRY.  NO JOURNAL AT
      * ALL (THE FIRST NIGHT) SORTS NOTHING, AND EVERY MASTER ACCOUNT
      * IS TAKEN ON.  THE JOURNAL IS CLOSED BEFORE THE OUTPUT PHASE
      * APPENDS THE TAKE-ON ENTRIES TO IT.
      *----------------------------------------------------------------
       2000-FEED-SORT.
           OPEN INPUT ACCOUNT-JOURNAL.
           IF JRNL-FILE-NOT-FOUND
               GO TO 2000-FEED-EXIT
           END-IF.
           PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
               UNTIL END-OF-SORTED.
           CLOSE ACCOUNT-JOURNAL.
           MOVE 'N' TO WS-SORT-EOF-SW.
       2000-FEED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-RELEASE-ONE
      *----------------------------------------------------------------
       2100-RELEASE-ONE.
           READ ACCOUNT-JOURNAL
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           MOVE ACCOUNT-JOURNAL-LINE TO ACCOUNT-JOURNAL-REC.
           RELEASE ACCOUNT-JOURNAL-REC.
           ADD 1 TO WS-ENTRIES-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PROVE-ACCOUNTS - MATCHES THE SORTED JOURNAL TO THE
      * MASTER, BOTH IN ACCOUNT ORDER.
      *----------------------------------------------------------------
       3000-PROVE-ACCOUNTS.
           OPEN INPUT LOAN-MASTER.
           PERFORM 8100-READ-MASTER  THRU 8100-EXIT.
           PERFORM 8200-RETURN-ENTRY THRU 8200-EXIT.

           PERFORM 3100-MATCH-ONE THRU 3100-EXIT
               UNTIL END-OF-MASTER AND END-OF-SORTED.

           CLOSE LOAN-MASTER.
       3000-PROVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-MATCH-ONE - ONE ACCOUNT FROM WHICHEVER SIDE IS LOWER.
      *----------------------------------------------------------------
       3100-MATCH-ONE.
           EVALUATE TRUE
               WHEN WS-JRNL-KEY < WS-MSTR-KEY
                   PERFORM 3300-SKIP-OFF-MASTER THRU 3300-EXIT
               WHEN WS-MSTR-KEY < WS-JRNL-KEY
                   PERFORM 3400-TAKE-ON-ACCOUNT THRU 3400-EXIT
                   PERFORM 8100-READ-MASTER     THRU 8100-EXIT
               WHEN OTHER
                   PERFORM 3200-PROVE-ONE-ACCOUNT THRU 3200-EXIT
                   PERFORM 8100-READ-MASTER       THRU 8100-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-PROVE-ONE-ACCOUNT - WALKS THE ACCOUNT'S ENTRIES, THEN
      * HOLDS THE RESULT AGAINST THE MASTER.
      *----------------------------------------------------------------
       3200-PROVE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCTS-PROVED.
           MOVE 'N'  TO WS-CHAIN-SW.
           MOVE ZERO TO WS-ACCT-ENTRIES.

           IF AJ-TXN-IS-OPENING OR AJ-TXN-IS-BAL-FORWARD
               MOVE ZERO TO WS-CHAIN-BAL
           ELSE
               IF AJ-ENTRY-IS-MEMO
                   MOVE AJ-BALANCE TO WS-CHAIN-BAL
               ELSE
                   COMPUTE WS-CHAIN-BAL = AJ-BALANCE - AJ-AMOUNT
               END-IF
           END-IF.

           PERFORM 3250-CHAIN-ONE-ENTRY THRU 3250-EXIT
               UNTIL WS-JRNL-KEY NOT = WS-MSTR-KEY.

           COMPUTE WS-MASTER-BAL = LM-PRINCIPAL + LM-ACCRUED-INT.
           COMPUTE WS-DIFFERENCE = WS-LAST-BAL - WS-MASTER-BAL.

           MOVE SPACES TO SHARED-EXCEPTION-REC.
           EVALUATE TRUE
               WHEN CHAIN-IS-BROKEN
                   MOVE "CHAIN BREAK" TO RD-VERDICT
                   MOVE "JOURNAL RUNNING BALANCE BROKEN"
                       TO SE-REASON
               WHEN WS-DIFFERENCE NOT = ZERO
                   MOVE "MASTER DIFFS" TO RD-VERDICT
                   MOVE "JOURNAL BALANCE DISAGREES WITH MASTER"
                       TO SE-REASON
               WHEN OTHER
                   ADD 1 TO WS-ACCTS-IN-BALANCE
                   GO TO 3200-EXIT
           END-EVALUATE.

           ADD 1 TO WS-ACCTS-OUT.
           SET AN-ACCOUNT-IS-OUT TO TRUE.
           PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.

           MOVE "JRNPRF"        TO SE-PROGRAM-ID.
           MOVE LM-ACCT-NO      TO SE-ENTRY-ID.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3250-CHAIN-ONE-ENTRY - A MEMO ENTRY LEAVES THE CHAIN WHERE IT
      * WAS, BUT ITS RUNNING BALANCE MUST STILL AGREE WITH IT.
      *----------------------------------------------------------------
       3250-CHAIN-ONE-ENTRY.
           ADD 1 TO WS-ACCT-ENTRIES.
           IF NOT AJ-ENTRY-IS-MEMO
               ADD AJ-AMOUNT TO WS-CHAIN-BAL
           END-IF.
           IF WS-CHAIN-BAL NOT = AJ-BALANCE
               SET CHAIN-IS-BROKEN TO TRUE
           END-IF.
           MOVE AJ-BALANCE TO WS-LAST-BAL.
           PERFORM 8200-RETURN-ENTRY THRU 8200-EXIT.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-SKIP-OFF-MASTER - AN ACCOUNT ARCHIVED OR DELETED OFF THE
      * MASTER KEEPS ITS JOURNAL HISTORY; THERE IS NOTHING TO PROVE
      * IT AGAINST.
      *----------------------------------------------------------------
       3300-SKIP-OFF-MASTER.
           ADD 1 TO WS-ACCTS-OFF-MASTER.
           MOVE WS-JRNL-KEY TO RD-ACCT-NO.
           PERFORM 3350-SKIP-ONE-ENTRY THRU 3350-EXIT
               UNTIL WS-JRNL-KEY NOT = RD-ACCT-NO.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3350-SKIP-ONE-ENTRY
      *----------------------------------------------------------------
       3350-SKIP-ONE-ENTRY.
           PERFORM 8200-RETURN-ENTRY THRU 8200-EXIT.
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-TAKE-ON-ACCOUNT - A MASTER ACCOUNT WITH NO JOURNAL
      * HISTORY STARTS ITS JOURNAL WITH A BALANCE-FORWARD ENTRY FOR
      * WHAT IT CARRIES TONIGHT, AND IS LISTED AS TAKEN ON.
      *----------------------------------------------------------------
       3400-TAKE-ON-ACCOUNT.
           ADD 1 TO WS-ACCTS-TAKEN-ON.
           COMPUTE WS-MASTER-BAL = LM-PRINCIPAL + LM-ACCRUED-INT.

           MOVE 'P'              TO JQ-FUNCTION.
           MOVE LM-ACCT-NO       TO JQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW  TO JQ-EFF-DATE.
           MOVE "BF"             TO JQ-TXN-CODE.
           MOVE WS-MASTER-BAL    TO JQ-AMOUNT.
           MOVE LM-PRINCIPAL     TO JQ-PRINCIPAL.
           MOVE LM-ACCRUED-INT   TO JQ-ACCRUED-INT.
           MOVE 'N'              TO JQ-MEMO-SW.
           MOVE "JRNPRF  "       TO JQ-SOURCE-PGM.
           MOVE SPACES           TO JQ-REFERENCE.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           MOVE ZERO             TO WS-ACCT-ENTRIES.
           MOVE WS-MASTER-BAL    TO WS-LAST-BAL.
           MOVE ZERO             TO WS-DIFFERENCE.
           MOVE "TAKEN ON"       TO RD-VERDICT.
           PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-WRITE-DETAIL - THE CALLER SETS THE VERDICT.
      *----------------------------------------------------------------
       3500-WRITE-DETAIL.
           MOVE LM-ACCT-NO      TO RD-ACCT-NO.
           MOVE WS-ACCT-ENTRIES TO RD-ENTRIES.
           MOVE WS-LAST-BAL     TO RD-JOURNAL-BAL.
           MOVE WS-MASTER-BAL   TO RD-MASTER-BAL.
           MOVE WS-DIFFERENCE   TO RD-DIFFERENCE.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-READ-MASTER
      *----------------------------------------------------------------
       8100-READ-MASTER.
           READ LOAN-MASTER
               AT END
                   MOVE 'Y' TO WS-MSTR-EOF-SW
                   MOVE HIGH-VALUES TO WS-MSTR-KEY
                   GO TO 8100-EXIT
           END-READ.
           ADD 1 TO WS-MASTERS-READ.
           MOVE LM-ACCT-NO TO WS-MSTR-KEY.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-RETURN-ENTRY
      *----------------------------------------------------------------
       8200-RETURN-ENTRY.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   MOVE HIGH-VALUES TO WS-JRNL-KEY
                   GO TO 8200-EXIT
           END-RETURN.
           MOVE AJ-ACCT-NO TO WS-JRNL-KEY.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE 'C' TO JQ-FUNCTION.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JOURNAL ENTRIES READ"     TO SL-LABEL.
           MOVE WS-ENTRIES-READ            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "ACCOUNTS PROVED"          TO SL-LABEL.
           MOVE WS-ACCTS-PROVED            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "  IN BALANCE"             TO SL-LABEL.
           MOVE WS-ACCTS-IN-BALANCE        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "  OUT OF BALANCE"         TO SL-LABEL.
           MOVE WS-ACCTS-OUT               TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "ACCOUNTS TAKEN ON"        TO SL-LABEL.
           MOVE WS-ACCTS-TAKEN-ON          TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "ON JOURNAL, OFF THE MASTER" TO SL-LABEL.
           MOVE WS-ACCTS-OFF-MASTER        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF AN-ACCOUNT-IS-OUT
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE PROOF-REPORT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - MASTER RECORDS READ AGAINST
      * ACCOUNTS PROVED OR TAKEN ON; THE TWO AGREE ON A CLEAN RUN.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-MASTERS-READ TO CT-RECORDS-READ.
           COMPUTE CT-RECORDS-PROCESSED =
               WS-ACCTS-PROVED + WS-ACCTS-TAKEN-ON.
           IF WS-MASTERS-READ = WS-ACCTS-PROVED + WS-ACCTS-TAKEN-ON
               MOVE "RECONCILED" TO CT-RECONCILE-MSG
           ELSE
               MOVE "MISMATCH  " TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
