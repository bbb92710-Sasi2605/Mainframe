       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARM-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MAINTENANCE OF THE NEW
      *                 ADJUSTABLE-RATE TERMS MASTER IN THE LOAN-MAINT
      *                 TRANSACTION STYLE: ARMTXN RECORDS PUT A LOAN
      *                 ON INDEX-PLUS-MARGIN TERMS, REPLACE ITS TERMS,
      *                 OR RETURN IT TO A FIXED RATE.  THE LOAN MUST
      *                 BE ON THE LOAN MASTER AND NOT CLOSED; AN ADD
      *                 MARKS IT VARIABLE (LM-RATE-TYPE 'V') AND A
      *                 DELETE CLEARS THE MARK, SO THE RATE READERS
      *                 KNOW LM-RATE IS THE ACCOUNT'S OWN RATE.  THE
      *                 TERMS ARE EDITED HERE - A RESET FREQUENCY OF
      *                 ONE TO SIXTY MONTHS, A REAL NEXT RESET DATE, A
      *                 FLOOR NOT ABOVE THE CEILING.  APPLIED
      *                 TRANSACTIONS GO ON THE MAINTENANCE LOG;
      *                 ANYTHING ELSE IS REJECTED TO THIS PROGRAM'S
      *                 REJECT FILE AND THE SHARED EXCEPTION LOG.  THE
      *                 MASTER IS LOADED WHOLE, WORKED IN STORAGE IN
      *                 ACCOUNT ORDER, AND REWRITTEN AT CLOSE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARM-TXN         ASSIGN TO ARMTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT ARM-MASTER      ASSIGN TO ARMTERMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARM-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO ARMMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARM-REJECTS     ASSIGN TO ARMMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARM-TXN
           RECORDING MODE IS F.
       COPY ARMTXN.

       FD  ARM-MASTER
           RECORDING MODE IS F.
       COPY ARMTERMS.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(90).

       FD  ARM-REJECTS
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
           05 WS-ARM-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-ARM-MASTER          VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-ARM-FOUND-SW       PIC X(01).
              88 ARM-ACCOUNT-WAS-FOUND      VALUE 'Y'.
              88 ARM-KEY-WAS-PASSED         VALUE 'H'.
           05 WS-LOAN-FOUND-SW      PIC X(01).
              88 LOAN-ACCOUNT-WAS-FOUND     VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ARM-FILE-STATUS       PIC X(02).
           88 ARM-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-RESET-DATE-INT        PIC S9(08) COMP.

      *----------------------------------------------------------------
      * TERMS TABLE - THE MASTER IS LOADED AT START-UP, WORKED IN
      * STORAGE, AND THE SURVIVORS REWRITTEN AT CLOSE.  AN ADD IS
      * SLOTTED IN ACCOUNT ORDER SO THE FILE STAYS IN KEY SEQUENCE
      * FOR ITS READERS; A DELETE IS MARKED AND DROPPED AT THE
      * REWRITE.
      *----------------------------------------------------------------
       01  WS-ARM-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ARM-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  ARM-TABLE.
           05 ARM-ENTRY OCCURS 5000 TIMES.
              10 ARM-IMAGE         PIC X(46).
              10 ARM-DROPPED-SW    PIC X(01).
       01  WS-ARM-SUB              PIC 9(04) COMP.
       01  WS-SHIFT-SUB            PIC 9(04) COMP.

       01  WS-COUNTS.
           05 WS-TXNS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-APPLIED       PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-REJECTED      PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "ARMMNT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(40) VALUE
              "ADJUSTABLE-RATE TERMS MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-INDEX-CODE          PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-MARGIN              PIC Z9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-RESET-MONTHS        PIC Z9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-NEXT-RESET          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-CAP                 PIC Z9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-FLOOR               PIC ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-CEILING             PIC ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(20).

       01  REJECT-DETAIL.
           05 RJ-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(39).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "ARMMNT  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-TRANSACTIONS.
           PERFORM 9000-TERMINATE           THRU 9000-EXIT.
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
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT ARM-MASTER.
           IF ARM-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ARM-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-ACCOUNT THRU 1300-EXIT
                   UNTIL END-OF-ARM-MASTER
               CLOSE ARM-MASTER
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE MASTER FROM A
      *    TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - ARMTERMS LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O    LOAN-MASTER
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT ARM-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT ARM-TXN.
           IF TXN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE MAINTENANCE LOG.
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

           WRITE MAINT-LOG-LINE FROM RUN-STAMP-LINE.
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
      * 1300-LOAD-ONE-ACCOUNT
      *----------------------------------------------------------------
       1300-LOAD-ONE-ACCOUNT.
           READ ARM-MASTER
               AT END
                   MOVE 'Y' TO WS-ARM-EOF-SW
               NOT AT END
                   IF WS-ARM-TABLE-COUNT < WS-ARM-TABLE-MAX
                       ADD 1 TO WS-ARM-TABLE-COUNT
                       MOVE ARM-TERMS-REC
                           TO ARM-IMAGE(WS-ARM-TABLE-COUNT)
                       MOVE 'N'
                           TO ARM-DROPPED-SW(WS-ARM-TABLE-COUNT)
                   ELSE
                       DISPLAY "ARM TERMS TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-ARM-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION, THEN
      * DISPATCHES IT TO ITS ADD, CHANGE, OR DELETE PARAGRAPH BY
      * RX-ACTION.  AN UNRECOGNIZED ACTION CODE IS REJECTED RATHER
      * THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN RX-ACTION-IS-ADD
                       PERFORM 2100-ADD-TERMS    THRU 2100-EXIT
                   WHEN RX-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-TERMS THRU 2200-EXIT
                   WHEN RX-ACTION-IS-DELETE
                       PERFORM 2300-DELETE-TERMS THRU 2300-EXIT
               END-EVALUATE
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
      * 2050-EDIT-TRANSACTION - THE ACTION CODE FOR EVERY
      * TRANSACTION; THE TERMS FOR AN ADD OR CHANGE; THE LOAN
      * ACCOUNT FOR AN ADD.  THE FIRST FAILURE IS THE REASON
      * REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT RX-ACTION-IS-ADD
              AND NOT RX-ACTION-IS-CHANGE
              AND NOT RX-ACTION-IS-DELETE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF RX-ACTION-IS-DELETE
               GO TO 2050-EXIT
           END-IF.

           IF RX-INDEX-CODE = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "INDEX CODE MISSING" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF RX-MARGIN IS NOT NUMERIC
              OR RX-PERIODIC-CAP IS NOT NUMERIC
              OR RX-LIFE-FLOOR IS NOT NUMERIC
              OR RX-LIFE-CEILING IS NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "MARGIN, CAP, FLOOR OR CEILING NOT NUMERIC"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF RX-RESET-MONTHS IS NOT NUMERIC
              OR RX-RESET-MONTHS = ZERO
              OR RX-RESET-MONTHS > 60
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "RESET FREQUENCY NOT 1 TO 60 MONTHS"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF RX-NEXT-RESET-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-RESET-DATE-INT
           ELSE
               COMPUTE WS-RESET-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RX-NEXT-RESET-DATE)
           END-IF.
           IF WS-RESET-DATE-INT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "NEXT RESET DATE NOT A VALID DATE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF RX-LIFE-CEILING > ZERO
              AND RX-LIFE-FLOOR > RX-LIFE-CEILING
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LIFETIME FLOOR ABOVE CEILING" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF RX-ACTION-IS-CHANGE
               GO TO 2050-EXIT
           END-IF.

           PERFORM 2500-READ-LOAN THRU 2500-EXIT.
           IF NOT LOAN-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LM-ACCOUNT-IS-CLOSED
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LOAN ACCOUNT IS CLOSED" TO WS-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-TERMS - SLOTS THE NEW TERMS INTO THE TABLE AHEAD OF
      * THE FIRST ENTRY WITH A HIGHER ACCOUNT NUMBER AND MARKS THE
      * LOAN VARIABLE.  AN ACCOUNT ALREADY ON FILE IS A KEYING
      * ERROR, NOT AN UPDATE.
      *----------------------------------------------------------------
       2100-ADD-TERMS.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF ARM-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ARM TERMS ALREADY ON FILE" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           IF WS-ARM-TABLE-COUNT >= WS-ARM-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ARM TERMS TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

      *    2050 LEFT THE LOAN RECORD IN THE BUFFER.
           SET LM-RATE-IS-VARIABLE TO TRUE.
           REWRITE LOAN-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "LOAN MASTER REWRITE FAILED" TO WS-REASON
           END-REWRITE.
           IF TRANSACTION-IS-INVALID
               GO TO 2100-EXIT
           END-IF.

      *    2400 LEFT WS-ARM-SUB ON THE INSERTION POINT - EVERYTHING
      *    FROM THERE DOWN MOVES ONE SLOT TO MAKE ROOM.
           ADD 1 TO WS-ARM-TABLE-COUNT.
           PERFORM 2150-SHIFT-ONE-ENTRY THRU 2150-EXIT
               VARYING WS-SHIFT-SUB FROM WS-ARM-TABLE-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-ARM-SUB.

           MOVE SPACES             TO ARM-TERMS-REC.
           MOVE RX-ACCT-NO         TO AM-ACCT-NO.
           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
           MOVE ZERO               TO AM-LAST-RESET-DATE.
           MOVE ARM-TERMS-REC      TO ARM-IMAGE(WS-ARM-SUB).
           MOVE 'N'                TO ARM-DROPPED-SW(WS-ARM-SUB).

           MOVE "ADD"   TO ML-ACTION.
           MOVE "ADDED - NOW VARIABLE" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SHIFT-ONE-ENTRY
      *----------------------------------------------------------------
       2150-SHIFT-ONE-ENTRY.
           MOVE ARM-ENTRY(WS-SHIFT-SUB - 1)
               TO ARM-ENTRY(WS-SHIFT-SUB).
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-TERMS - NEW TERMS FROM THE NEXT RESET ON.  THE
      * CURRENT RATE IS NOT TOUCHED.  AN ACCOUNT NOT ON FILE IS
      * REJECTED RATHER THAN ADDED.
      *----------------------------------------------------------------
       2200-CHANGE-TERMS.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT ARM-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ARM TERMS NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE ARM-IMAGE(WS-ARM-SUB) TO ARM-TERMS-REC.
           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
           MOVE ARM-TERMS-REC         TO ARM-IMAGE(WS-ARM-SUB).

           MOVE "CHANGE"  TO ML-ACTION.
           MOVE "CHANGED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-TERMS - MARKS THE TERMS DROPPED AND RETURNS THE
      * LOAN TO A FIXED RATE AT ITS LAST RESET RATE.  A LOAN ALREADY
      * GONE FROM THE MASTER ONLY LOSES ITS TERMS.
      *----------------------------------------------------------------
       2300-DELETE-TERMS.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT ARM-ACCOUNT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ARM TERMS NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2500-READ-LOAN THRU 2500-EXIT.
           IF LOAN-ACCOUNT-WAS-FOUND
               MOVE SPACE TO LM-RATE-TYPE
               REWRITE LOAN-MASTER-REC
                   INVALID KEY
                       SET TRANSACTION-IS-INVALID TO TRUE
                       MOVE "LOAN MASTER REWRITE FAILED" TO WS-REASON
               END-REWRITE
           END-IF.
           IF TRANSACTION-IS-INVALID
               GO TO 2300-EXIT
           END-IF.

           MOVE 'Y' TO ARM-DROPPED-SW(WS-ARM-SUB).
           MOVE ARM-IMAGE(WS-ARM-SUB) TO ARM-TERMS-REC.

           MOVE "DELETE" TO ML-ACTION.
           MOVE "DELETED - NOW FIXED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-MOVE-TERMS - THE TRANSACTION'S TERMS ONTO THE RECORD.
      *----------------------------------------------------------------
       2350-MOVE-TERMS.
           MOVE RX-INDEX-CODE      TO AM-INDEX-CODE.
           MOVE RX-MARGIN          TO AM-MARGIN.
           MOVE RX-RESET-MONTHS    TO AM-RESET-MONTHS.
           MOVE RX-NEXT-RESET-DATE TO AM-NEXT-RESET-DATE.
           MOVE RX-PERIODIC-CAP    TO AM-PERIODIC-CAP.
           MOVE RX-LIFE-FLOOR      TO AM-LIFE-FLOOR.
           MOVE RX-LIFE-CEILING    TO AM-LIFE-CEILING.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-ACCOUNT - WALKS THE TABLE IN KEY ORDER.  STOPS ON
      * THE MATCHING ENTRY, OR ON THE FIRST HIGHER KEY (THE
      * INSERTION POINT FOR AN ADD), OR ONE PAST THE END.  AN ENTRY
      * ALREADY DELETED THIS RUN DOES NOT COUNT AS ON FILE.
      *----------------------------------------------------------------
       2400-FIND-ACCOUNT.
           MOVE 'N' TO WS-ARM-FOUND-SW.
           MOVE 1   TO WS-ARM-SUB.
           PERFORM 2450-CHECK-ONE-ACCOUNT THRU 2450-EXIT
               UNTIL ARM-ACCOUNT-WAS-FOUND
                  OR ARM-KEY-WAS-PASSED
                  OR WS-ARM-SUB > WS-ARM-TABLE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-CHECK-ONE-ACCOUNT
      *----------------------------------------------------------------
       2450-CHECK-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN ARM-IMAGE(WS-ARM-SUB)(1:6) > RX-ACCT-NO
                   MOVE 'H' TO WS-ARM-FOUND-SW
               WHEN ARM-IMAGE(WS-ARM-SUB)(1:6) = RX-ACCT-NO
                AND ARM-DROPPED-SW(WS-ARM-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-ARM-FOUND-SW
               WHEN OTHER
                   ADD 1 TO WS-ARM-SUB
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-READ-LOAN
      *----------------------------------------------------------------
       2500-READ-LOAN.
           MOVE 'Y' TO WS-LOAN-FOUND-SW.
           MOVE RX-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-LOAN-FOUND-SW
           END-READ.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE RX-ACCT-NO TO RJ-ACCT-NO.
           MOVE WS-REASON  TO RJ-REASON.
           MOVE ARM-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "ARMMNT"   TO SE-PROGRAM-ID.
           MOVE RX-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE AM-ACCT-NO         TO ML-ACCT-NO.
           MOVE AM-INDEX-CODE      TO ML-INDEX-CODE.
           MOVE AM-MARGIN          TO ML-MARGIN.
           MOVE AM-RESET-MONTHS    TO ML-RESET-MONTHS.
           MOVE AM-NEXT-RESET-DATE TO ML-NEXT-RESET.
           MOVE AM-PERIODIC-CAP    TO ML-CAP.
           MOVE AM-LIFE-FLOOR      TO ML-FLOOR.
           MOVE AM-LIFE-CEILING    TO ML-CEILING.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ ARM-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE, LESS THE DELETED TERMS,
      * REPLACES THE ARM TERMS MASTER.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT ARM-MASTER.
           PERFORM 9100-WRITE-ONE-ACCOUNT THRU 9100-EXIT
               VARYING WS-ARM-SUB FROM 1 BY 1
               UNTIL WS-ARM-SUB > WS-ARM-TABLE-COUNT.
           CLOSE ARM-MASTER.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE ARM-TXN
           END-IF.
           CLOSE LOAN-MASTER
                 MAINT-LOG
                 ARM-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-ACCOUNT
      *----------------------------------------------------------------
       9100-WRITE-ONE-ACCOUNT.
           IF ARM-DROPPED-SW(WS-ARM-SUB) NOT = 'Y'
               MOVE ARM-IMAGE(WS-ARM-SUB) TO ARM-TERMS-REC
               WRITE ARM-TERMS-REC
           END-IF.
       9100-EXIT.
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
           WRITE MAINT-LOG-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
