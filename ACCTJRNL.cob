       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-JOURNAL.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  SHARED WRITER FOR THE ACCOUNT
      *                 TRANSACTION JOURNAL (ACTJRNL.CPY) - EVERY
      *                 POSTING PROGRAM CALLS IT WITH THE ACCOUNT, THE
      *                 EFFECTIVE DATE, THE TRANSACTION CODE AND
      *                 SIGNED AMOUNT, AND THE BALANCES AFTER THE
      *                 POSTING, SO THE JOURNAL IS BUILT ONE WAY IN
      *                 ONE LAYOUT NO MATTER WHICH PROGRAM MOVED THE
      *                 MONEY.  THE JOURNAL IS OPENED ON THE FIRST
      *                 POST AND HELD OPEN UNTIL THE CALLER'S CLOSE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-JOURNAL ASSIGN TO ACTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-JOURNAL
           RECORDING MODE IS F.
       COPY ACTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS     PIC X(02).
           88 JRNL-FILE-NOT-FOUND          VALUE '35'.

       01  WS-SWITCHES.
           05 WS-OPEN-SW           PIC X(01) VALUE 'N'.
              88 JOURNAL-IS-OPEN           VALUE 'Y'.

       01  WS-ENTRIES-POSTED       PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       COPY JRNLRQ.

       PROCEDURE DIVISION USING JOURNAL-REQUEST.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF JQ-CLOSE-JOURNAL
               PERFORM 3000-CLOSE-JOURNAL THRU 3000-EXIT
           ELSE
               PERFORM 2000-POST-ENTRY    THRU 2000-EXIT
           END-IF.
           MOVE WS-ENTRIES-POSTED TO JQ-POSTED.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-OPEN-JOURNAL - APPENDS TO THE CUMULATIVE JOURNAL,
      * CREATING IT THE FIRST TIME ANY PROGRAM POSTS.
      *----------------------------------------------------------------
       1000-OPEN-JOURNAL.
           OPEN EXTEND ACCOUNT-JOURNAL.
           IF JRNL-FILE-NOT-FOUND
               OPEN OUTPUT ACCOUNT-JOURNAL
           END-IF.
           SET JOURNAL-IS-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-POST-ENTRY - THE RUNNING BALANCE IS THE ACCOUNT'S
      * PRINCIPAL PLUS ACCRUED INTEREST AFTER THE POSTING.
      *----------------------------------------------------------------
       2000-POST-ENTRY.
           IF NOT JOURNAL-IS-OPEN
               PERFORM 1000-OPEN-JOURNAL THRU 1000-EXIT
           END-IF.

           MOVE SPACES          TO ACCOUNT-JOURNAL-REC.
           MOVE JQ-ACCT-NO      TO AJ-ACCT-NO.
           MOVE JQ-EFF-DATE     TO AJ-EFF-DATE.
           MOVE JQ-TXN-CODE     TO AJ-TXN-CODE.
           MOVE JQ-AMOUNT       TO AJ-AMOUNT.
           COMPUTE AJ-BALANCE = JQ-PRINCIPAL + JQ-ACCRUED-INT.
           IF JQ-ENTRY-IS-MEMO
               MOVE 'Y'         TO AJ-MEMO-SW
           ELSE
               MOVE 'N'         TO AJ-MEMO-SW
           END-IF.
           MOVE JQ-SOURCE-PGM   TO AJ-SOURCE-PGM.
           MOVE JQ-REFERENCE    TO AJ-REFERENCE.
           WRITE ACCOUNT-JOURNAL-REC.
           ADD 1 TO WS-ENTRIES-POSTED.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CLOSE-JOURNAL - A CALLER THAT POSTED NOTHING TONIGHT
      * NEVER OPENED THE JOURNAL, SO THERE IS NOTHING TO CLOSE.
      *----------------------------------------------------------------
       3000-CLOSE-JOURNAL.
           IF JOURNAL-IS-OPEN
               CLOSE ACCOUNT-JOURNAL
               MOVE 'N' TO WS-OPEN-SW
           END-IF.
       3000-EXIT.
           EXIT.
