       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOC-DRAW.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  APPROVES THE DAY'S DRAW
      *                 REQUESTS (DRAWTXN) AGAINST THE LINE-OF-CREDIT
      *                 MASTER.  A DRAW IS APPROVED ONLY ON AN ACTIVE
      *                 LINE INSIDE ITS DRAW PERIOD AND FOR NO MORE
      *                 THAN THE CREDIT AVAILABLE; THE APPROVED AMOUNT
      *                 IS ADDED TO THE LINE'S OUTSTANDING BALANCE AND
      *                 TO THE LOAN'S PRINCIPAL, AND HANDED TO THE
      *                 DISBURSEMENT RUN ON THE DRAW-FUNDING FILE
      *                 (DRAWFUND) TO BE PAID OUT AND POSTED.  A
      *                 DECLINED DRAW IS REJECTED WITH ITS REASON TO
      *                 THIS PROGRAM'S REJECT FILE AND THE SHARED
      *                 EXCEPTION LOG.
      * 2026-10-15 RSD  EVERY APPROVED DRAW IS ALSO POSTED TO THE
      *                 ACCOUNT TRANSACTION JOURNAL THROUGH
      *                 ACCT-JOURNAL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAW-TXN        ASSIGN TO DRAWTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT LOC-MASTER      ASSIGN TO LOCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-ACCT-NO
               FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT DRAW-FUNDING    ASSIGN TO DRAWFUND
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRAW-REGISTER   ASSIGN TO LOCDREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRAW-REJECTS    ASSIGN TO LOCDREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAW-TXN
           RECORDING MODE IS F.
       COPY DRAWTXN.

       FD  LOC-MASTER.
       COPY LOCMSTR.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  DRAW-FUNDING
           RECORDING MODE IS F.
       COPY DRAWFUND.

       FD  DRAW-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(100).

       FD  DRAW-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(90).

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       COPY EXCPTLOG.

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
           05 WS-EOF-SW             PIC X(01) VALUE 'N'.
              88 END-OF-TRANSACTIONS        VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-LOC-FILE-STATUS       PIC X(02).
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-NEW-PRINCIPAL         PIC 9(9)V99.

       01  WS-COUNTS.
           05 WS-DRAWS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-DRAWS-APPROVED     PIC 9(7) COMP VALUE 0.
           05 WS-DRAWS-DECLINED     PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-APPROVED        PIC 9(11)V99 VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * ACCOUNT TRANSACTION JOURNAL - SEE JRNLRQ.CPY.
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
           05 WS-RIF-PGM       PIC X(06) VALUE "LOCDRW".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "LINE-OF-CREDIT DRAW APPROVAL REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(08) VALUE "ACCOUNT".
           05 FILLER                PIC X(12) VALUE "DRAW REF".
           05 FILLER                PIC X(16) VALUE "   DRAW AMOUNT".
           05 FILLER                PIC X(16) VALUE "   OUTSTANDING".
           05 FILLER                PIC X(16) VALUE "     AVAILABLE".
           05 FILLER                PIC X(04) VALUE "CCY".

       01  REGISTER-DETAIL.
           05 RD-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RD-DRAW-REF            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RD-OUTSTANDING         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RD-AVAILABLE           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 RD-CURRENCY            PIC X(03).

       01  REGISTER-TOTAL-LINE.
           05 FILLER                 PIC X(20) VALUE
              "DRAWS APPROVED".
           05 RT-COUNT               PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 RT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "DECLINED".
           05 RT-DECLINED            PIC ZZZ,ZZ9.

       01  REJECT-DETAIL.
           05 RJ-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "LOCDRW  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           PERFORM 2000-PROCESS-DRAW   THRU 2000-EXIT
               UNTIL END-OF-TRANSACTIONS.
           PERFORM 9000-TERMINATE      THRU 9000-EXIT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-DRAWS-READ TO RQ-RECORD-COUNT
               MOVE WS-DRAWS-APPROVED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN I-O    LOC-MASTER
           OPEN I-O    LOAN-MASTER
           OPEN OUTPUT DRAW-FUNDING
           OPEN OUTPUT DRAW-REGISTER
           OPEN OUTPUT DRAW-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

           OPEN INPUT DRAW-TXN.
           IF TXN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-DRAW THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE DRAW REGISTER.
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

           WRITE REGISTER-LINE FROM RUN-STAMP-LINE.
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
      * 2000-PROCESS-DRAW - EDITS ONE DRAW REQUEST AND, IF IT PASSES,
      * BOOKS IT.  THE FIRST FAILED CHECK IS THE REASON REPORTED.
      *----------------------------------------------------------------
       2000-PROCESS-DRAW.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2100-EDIT-DRAW THRU 2100-EXIT.
           IF TRANSACTION-IS-VALID
               PERFORM 2200-BOOK-DRAW THRU 2200-EXIT
           END-IF.

           IF TRANSACTION-IS-INVALID
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-DRAWS-DECLINED
           ELSE
               ADD 1 TO WS-DRAWS-APPROVED
               ADD DW-AMOUNT TO WS-TOTAL-APPROVED
           END-IF.

           PERFORM 8000-READ-DRAW THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-EDIT-DRAW - THE AMOUNT, THE LINE, THE LOAN BEHIND IT,
      * THE DRAW PERIOD AND THE CREDIT AVAILABLE, IN THAT ORDER.
      * BOTH MASTER RECORDS ARE LEFT IN THEIR BUFFERS FOR 2200.
      *----------------------------------------------------------------
       2100-EDIT-DRAW.
           IF DW-AMOUNT IS NOT NUMERIC
              OR DW-AMOUNT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DRAW AMOUNT MISSING OR NOT NUMERIC"
                   TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           MOVE DW-ACCT-NO TO LI-ACCT-NO.
           READ LOC-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "NO CREDIT LINE ON FILE" TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2100-EXIT
           END-IF.

           MOVE DW-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2100-EXIT
           END-IF.

           IF NOT LM-ACCOUNT-IS-ACTIVE
              OR NOT LM-IS-CREDIT-LINE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "CREDIT LINE IS NOT ACTIVE" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           IF WS-BUS-DATE-RAW > LI-DRAW-END-DATE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DRAW PERIOD HAS ENDED" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           IF DW-AMOUNT > LI-AVAILABLE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DRAW EXCEEDS CREDIT AVAILABLE" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

      *    THE LOAN MASTER CARRIES A SMALLER PRINCIPAL FIELD THAN THE
      *    LINE MASTER'S LIMIT.
           COMPUTE WS-NEW-PRINCIPAL = LM-PRINCIPAL + DW-AMOUNT.
           IF WS-NEW-PRINCIPAL > 9999999.99
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "DRAW WOULD OVERFLOW LOAN PRINCIPAL"
                   TO WS-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-BOOK-DRAW - RAISES THE LINE'S BALANCE AND THE LOAN'S
      * PRINCIPAL BY THE DRAW, THEN HANDS THE DRAW TO THE
      * DISBURSEMENT RUN.  THE LINE IS REWRITTEN FIRST; IF THE LOAN
      * REWRITE THEN FAILS THE LINE IS PUT BACK SO THE TWO MASTERS
      * STILL AGREE.
      *----------------------------------------------------------------
       2200-BOOK-DRAW.
           ADD DW-AMOUNT TO LI-OUTSTANDING.
           SUBTRACT DW-AMOUNT FROM LI-AVAILABLE.
           MOVE WS-BUS-DATE-RAW TO LI-LAST-DRAW-DATE.
           REWRITE LOC-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CREDIT LINE REWRITE FAILED" TO WS-REASON
           END-REWRITE.
           IF TRANSACTION-IS-INVALID
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-NEW-PRINCIPAL TO LM-PRINCIPAL.
           REWRITE LOAN-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "LOAN MASTER REWRITE FAILED" TO WS-REASON
           END-REWRITE.
           IF TRANSACTION-IS-INVALID
               SUBTRACT DW-AMOUNT FROM LI-OUTSTANDING
               ADD DW-AMOUNT TO LI-AVAILABLE
               REWRITE LOC-MASTER-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               GO TO 2200-EXIT
           END-IF.

           MOVE "DR"             TO JQ-TXN-CODE.
           MOVE DW-AMOUNT        TO JQ-AMOUNT.
           MOVE 'N'              TO JQ-MEMO-SW.
           MOVE DW-DRAW-REF      TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           MOVE DW-ACCT-NO       TO DF-ACCT-NO.
           MOVE DW-DRAW-REF      TO DF-DRAW-REF.
           MOVE DW-AMOUNT        TO DF-AMOUNT.
           IF LM-CURRENCY-CODE = SPACES
               MOVE "USD"            TO DF-CURRENCY
           ELSE
               MOVE LM-CURRENCY-CODE TO DF-CURRENCY
           END-IF.
           MOVE WS-BUS-DATE-RAW  TO DF-APPROVED-DATE.
           WRITE DRAW-FUNDING-REC.

           MOVE DW-ACCT-NO       TO RD-ACCT-NO.
           MOVE DW-DRAW-REF      TO RD-DRAW-REF.
           MOVE DW-AMOUNT        TO RD-AMOUNT.
           MOVE LI-OUTSTANDING   TO RD-OUTSTANDING.
           MOVE LI-AVAILABLE     TO RD-AVAILABLE.
           MOVE DF-CURRENCY      TO RD-CURRENCY.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-POST-ACCOUNT-JOURNAL - THE CALLER SETS THE TRANSACTION
      * CODE, AMOUNT, MEMO SWITCH AND REFERENCE; THE MASTER RECORD IS
      * AS THE POSTING LEFT IT.
      *----------------------------------------------------------------
       4700-POST-ACCOUNT-JOURNAL.
           MOVE 'P'              TO JQ-FUNCTION.
           MOVE LM-ACCT-NO       TO JQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW  TO JQ-EFF-DATE.
           MOVE LM-PRINCIPAL     TO JQ-PRINCIPAL.
           MOVE LM-ACCRUED-INT   TO JQ-ACCRUED-INT.
           MOVE "LOCDRW  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE DW-ACCT-NO   TO RJ-ACCT-NO.
           MOVE WS-REASON    TO RJ-REASON.
           MOVE DRAW-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "LOCDRW"   TO SE-PROGRAM-ID.
           MOVE DW-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-DRAW
      *----------------------------------------------------------------
       8000-READ-DRAW.
           READ DRAW-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DRAWS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE 'C' TO JQ-FUNCTION.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE DRAW-TXN
           END-IF.
           CLOSE LOC-MASTER
                 LOAN-MASTER
                 DRAW-FUNDING
                 DRAW-REGISTER
                 DRAW-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES DRAWS READ AGAINST
      * DRAWS APPROVED PLUS DRAWS DECLINED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-DRAWS-APPROVED TO RT-COUNT.
           MOVE WS-TOTAL-APPROVED TO RT-AMOUNT.
           MOVE WS-DRAWS-DECLINED TO RT-DECLINED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           MOVE WS-DRAWS-READ     TO CT-RECORDS-READ.
           MOVE WS-DRAWS-APPROVED TO CT-RECORDS-PROCESSED.
           IF WS-DRAWS-READ = WS-DRAWS-APPROVED + WS-DRAWS-DECLINED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
