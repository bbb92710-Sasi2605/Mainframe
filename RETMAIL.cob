       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  APPLIES THE MAILROOM'S
      *                 RETURNED-MAIL TRANSACTIONS TO THE CUSTOMER
      *                 MASTER - EACH ONE FLAGS THE CUSTOMER'S ADDRESS
      *                 BAD WITH THE DATE THE ITEM CAME BACK AND THE
      *                 KIND OF MAILING IT WAS, SO THE STATEMENT AND
      *                 NOTICE RUNS HOLD THE NEXT MAILING INSTEAD OF
      *                 SENDING IT TO THE SAME ADDRESS.  A CUSTOMER
      *                 ALREADY FLAGGED KEEPS ITS FIRST DATE.  REJECTS
      *                 GO TO THIS PROGRAM'S OWN REJECT FILE AND THE
      *                 SHARED EXCEPTION LOG, AS IN CUSTOMER-MAINT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-TXN ASSIGN TO RETMTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT RETURNED-MAIL-LOG ASSIGN TO RETMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURNED-MAIL-REJECTS ASSIGN TO RETMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-TXN
           RECORDING MODE IS F.
       COPY RETMTXN.

       FD  CUSTOMER-MASTER.
       COPY CUSTMSTR.

       FD  RETURNED-MAIL-LOG
           RECORDING MODE IS F.
       01  MAIL-LOG-LINE           PIC X(80).

       FD  RETURNED-MAIL-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(80).

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

       01  WS-MASTER-FILE-STATUS    PIC X(02).
           88 MASTER-KEY-NOT-FOUND         VALUE '23'.

       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-RETURN-DATE           PIC 9(08).
       01  WS-DATE-INT              PIC S9(08) COMP.

       01  WS-COUNTS.
           05 WS-TXNS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-APPLIED       PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-REJECTED      PIC 9(7) COMP VALUE 0.
           05 WS-NEWLY-FLAGGED      PIC 9(7) COMP VALUE 0.
           05 WS-ALREADY-FLAGGED    PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "RETMAL".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAIL-LOG-HEADING.
           05 FILLER                PIC X(31) VALUE
              "RETURNED-MAIL ADDRESS FLAG LOG".

       01  MAIL-LOG-DETAIL.
           05 ML-CUST-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-MAIL-TYPE           PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-RETURN-DATE         PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-NAME                PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(30).

       01  FLAG-COUNT-LINE.
           05 FC-LABEL               PIC X(26).
           05 FC-COUNT               PIC ZZZZZZ9.

       01  REJECT-DETAIL.
           05 RJ-CUST-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(15).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "RETMAL  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-TRANSACTIONS.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-TXNS-READ TO RQ-RECORD-COUNT
               MOVE WS-TXNS-APPLIED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - A NIGHT WITH NO RETURNED MAIL HAS NO
      * TRANSACTION FILE; THAT IS AN EMPTY RUN, NOT A FAILURE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN I-O    CUSTOMER-MASTER
           OPEN OUTPUT RETURNED-MAIL-LOG
           OPEN OUTPUT RETURNED-MAIL-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE MAIL-LOG-LINE FROM MAIL-LOG-HEADING.

           OPEN INPUT RETURNED-MAIL-TXN.
           IF TXN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE LOG.
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

           WRITE MAIL-LOG-LINE FROM RUN-STAMP-LINE.
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
      * 2000-PROCESS-TRANSACTION - EDITS ONE RETURNED ITEM AND FLAGS
      * THE CUSTOMER'S ADDRESS.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.
           IF TRANSACTION-IS-VALID
               PERFORM 2100-FLAG-ADDRESS THRU 2100-EXIT
           END-IF.

           IF TRANSACTION-IS-INVALID
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-TXNS-REJECTED
           ELSE
               ADD 1 TO WS-TXNS-APPLIED
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-EDIT-TRANSACTION - THE MAILING TYPE MUST BE ONE THE
      * SUITE SENDS, AND A RETURN DATE, WHEN GIVEN, A REAL DATE NOT
      * PAST THE BUSINESS DATE.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF RM-CUST-NO = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "CUSTOMER NUMBER MISSING" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF NOT RM-MAIL-TYPE-IS-VALID
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "MAILING TYPE NOT S, B, M, R OR Y" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF RM-RETURN-DATE NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "RETURN DATE NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF RM-RETURN-DATE = ZERO
               MOVE WS-BUS-DATE-RAW TO WS-RETURN-DATE
               GO TO 2050-EXIT
           END-IF.

           MOVE RM-RETURN-DATE TO WS-RETURN-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RETURN-DATE).
           IF WS-DATE-INT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "RETURN DATE NOT A VALID DATE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF WS-RETURN-DATE > WS-BUS-DATE-RAW
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "RETURN DATE AFTER BUSINESS DATE" TO WS-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FLAG-ADDRESS - A CUSTOMER ALREADY FLAGGED KEEPS THE DATE
      * IT WAS FIRST FLAGGED, SO SKIP TRACING SEES HOW LONG THE
      * ADDRESS HAS BEEN BAD; ONLY THE LATEST RETURNED TYPE CHANGES.
      *----------------------------------------------------------------
       2100-FLAG-ADDRESS.
           MOVE RM-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2100-EXIT
           END-IF.

           IF CU-ADDRESS-IS-BAD
               MOVE "ALREADY FLAGGED - DATE KEPT" TO ML-STATUS
               ADD 1 TO WS-ALREADY-FLAGGED
           ELSE
               MOVE 'B'            TO CU-ADDR-STATUS
               MOVE WS-RETURN-DATE TO CU-BAD-ADDR-DATE
               MOVE "ADDRESS FLAGGED BAD"  TO ML-STATUS
               ADD 1 TO WS-NEWLY-FLAGGED
           END-IF.
           MOVE RM-MAIL-TYPE TO CU-RETURNED-MAIL-TYPE.

           REWRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "CUSTOMER MASTER REWRITE FAILED" TO WS-REASON
           END-REWRITE.

           IF TRANSACTION-IS-VALID
               PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE RM-CUST-NO TO RJ-CUST-NO.
           MOVE WS-REASON  TO RJ-REASON.
           MOVE RETURNED-MAIL-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "RETMAL"   TO SE-PROGRAM-ID.
           MOVE RM-CUST-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE RM-CUST-NO     TO ML-CUST-NO.
           MOVE RM-MAIL-TYPE   TO ML-MAIL-TYPE.
           MOVE WS-RETURN-DATE TO ML-RETURN-DATE.
           MOVE CU-NAME        TO ML-NAME.
           WRITE MAIL-LOG-LINE FROM MAIL-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ RETURNED-MAIL-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE "ADDRESSES FLAGGED BAD   =" TO FC-LABEL.
           MOVE WS-NEWLY-FLAGGED   TO FC-COUNT.
           WRITE MAIL-LOG-LINE FROM FLAG-COUNT-LINE.
           MOVE "ALREADY FLAGGED         =" TO FC-LABEL.
           MOVE WS-ALREADY-FLAGGED TO FC-COUNT.
           WRITE MAIL-LOG-LINE FROM FLAG-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE RETURNED-MAIL-TXN
           END-IF.
           CLOSE CUSTOMER-MASTER
                 RETURNED-MAIL-LOG
                 RETURNED-MAIL-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES TRANSACTIONS READ
      * AGAINST TRANSACTIONS APPLIED PLUS TRANSACTIONS REJECTED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-TXNS-READ    TO CT-RECORDS-READ.
           MOVE WS-TXNS-APPLIED TO CT-RECORDS-PROCESSED.
           IF WS-TXNS-READ = WS-TXNS-APPLIED + WS-TXNS-REJECTED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE MAIL-LOG-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
