       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MAINTENANCE OF THE AUTOPAY
      *                 STANDING-INSTRUCTION FILE IN THE LOAN-MAINT
      *                 TRANSACTION STYLE, NOW THAT AN INSTRUCTION
      *                 CARRIES THE BORROWER'S BANK ROUTING AND
      *                 ACCOUNT NUMBER FOR THE ACH DEBIT.  APTXN
      *                 RECORDS ADD, CHANGE, STOP, RESUME OR DELETE
      *                 AN INSTRUCTION.  THE ROUTING NUMBER'S CHECK
      *                 DIGIT IS VERIFIED ON EVERY ADD AND CHANGE SO
      *                 A MISKEYED BANK NEVER REACHES THE DEBIT FILE;
      *                 AN ADD MUST NAME AN ACTIVE LOAN.  EVERY
      *                 APPLIED TRANSACTION IS WRITTEN TO THE SHARED
      *                 OPERATOR AUDIT LOG WITH THE KEYING OPERATOR,
      *                 AS WELL AS THE MAINTENANCE LOG; ANYTHING ELSE
      *                 IS REJECTED TO THIS PROGRAM'S REJECT FILE AND
      *                 THE SHARED EXCEPTION LOG.  THE FILE IS LOADED
      *                 WHOLE, WORKED IN STORAGE IN ACCOUNT ORDER,
      *                 AND REWRITTEN AT CLOSE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-TXN     ASSIGN TO APTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT AUTOPAY-FILE    ASSIGN TO AUTOPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTO-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO APMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUTOPAY-REJECTS ASSIGN TO APMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-TXN
           RECORDING MODE IS F.
       COPY APTXN.

       FD  AUTOPAY-FILE
           RECORDING MODE IS F.
       COPY AUTOPAY.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(100).

       FD  AUTOPAY-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(120).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.

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
           05 WS-AUTO-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-AUTOPAY-FILE        VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-AUTO-FOUND-SW      PIC X(01).
              88 INSTRUCTION-WAS-FOUND      VALUE 'Y'.
              88 INSTRUCTION-WAS-PASSED     VALUE 'H'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-AUTO-FILE-STATUS      PIC X(02).
           88 AUTO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-DATE-INT              PIC S9(08) COMP.

      *----------------------------------------------------------------
      * ROUTING-NUMBER CHECK DIGIT - THE ABA 3-7-1 WEIGHTING OVER
      * THE NINE DIGITS MUST COME TO A MULTIPLE OF TEN.
      *----------------------------------------------------------------
       01  WS-ROUTING-NO            PIC X(09).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NO.
           05 WS-RT-DIGIT           PIC 9(01) OCCURS 9 TIMES.
       01  WS-ROUTING-SUM           PIC 9(04) COMP.
       01  WS-ROUTING-QUOT          PIC 9(04) COMP.
       01  WS-ROUTING-REM           PIC 9(04) COMP.

      *----------------------------------------------------------------
      * INSTRUCTION TABLE - THE FILE IS LOADED AT START-UP, WORKED IN
      * STORAGE, AND THE SURVIVORS REWRITTEN AT CLOSE.  AN ADD IS
      * SLOTTED IN ACCOUNT ORDER; A DELETED INSTRUCTION IS MARKED
      * AND DROPPED AT THE REWRITE.
      *----------------------------------------------------------------
       01  WS-AUTO-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-AUTO-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  AUTOPAY-TABLE.
           05 AUTO-ENTRY OCCURS 5000 TIMES.
              10 AUTO-IMAGE        PIC X(72).
              10 AUTO-DROPPED-SW   PIC X(01).
       01  WS-AUTO-SUB             PIC 9(04) COMP.
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
       01  WS-RUN-TIME-FMT.
           05 WS-RTF-HH        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-SS        PIC 9(02).
       01  WS-RUN-ID-FMT.
           05 WS-RIF-PGM       PIC X(06) VALUE "APMNT ".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(40) VALUE
              "AUTOPAY INSTRUCTION MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-AMOUNT              PIC ZZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-START-DATE          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STOP-DATE           PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-ROUTING-NO          PIC X(09).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ML-BANK-ACCT-TYPE      PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-OPERATOR-ID         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(24).

       01  REJECT-DETAIL.
           05 RJ-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(67).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "APMNT   " TO RQ-PROGRAM-ID.
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
           OPEN INPUT AUTOPAY-FILE.
           IF AUTO-FILE-NOT-FOUND
               MOVE 'Y' TO WS-AUTO-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-INSTRUCTION THRU 1300-EXIT
                   UNTIL END-OF-AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE FILE FROM A
      *    TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - AUTOPAY LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-MASTER
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT AUTOPAY-REJECTS.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT AUTOPAY-TXN.
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
      * 1300-LOAD-ONE-INSTRUCTION - AN INSTRUCTION WRITTEN BEFORE
      * THE RETURN FIELDS EXISTED CARRIES SPACES THERE, NORMALIZED
      * TO ZERO BEFORE IT GOES IN THE TABLE.
      *----------------------------------------------------------------
       1300-LOAD-ONE-INSTRUCTION.
           READ AUTOPAY-FILE
               AT END
                   MOVE 'Y' TO WS-AUTO-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF AP-RETURN-COUNT IS NOT NUMERIC
               MOVE ZERO TO AP-RETURN-COUNT
           END-IF.
           IF AP-LAST-RETURN-DATE IS NOT NUMERIC
               MOVE ZERO TO AP-LAST-RETURN-DATE
           END-IF.

           IF WS-AUTO-TABLE-COUNT < WS-AUTO-TABLE-MAX
               ADD 1 TO WS-AUTO-TABLE-COUNT
               MOVE AUTOPAY-INSTRUCTION-REC
                   TO AUTO-IMAGE(WS-AUTO-TABLE-COUNT)
               MOVE 'N' TO AUTO-DROPPED-SW(WS-AUTO-TABLE-COUNT)
           ELSE
               DISPLAY "AUTOPAY INSTRUCTION TABLE FULL - "
                       "RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-AUTO-EOF-SW
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION, THEN
      * DISPATCHES IT BY AI-ACTION.  AN UNRECOGNIZED ACTION CODE IS
      * REJECTED RATHER THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN AI-ACTION-IS-ADD
                       PERFORM 2100-ADD-INSTRUCTION    THRU 2100-EXIT
                   WHEN AI-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-INSTRUCTION THRU 2200-EXIT
                   WHEN AI-ACTION-IS-STOP
                       PERFORM 2250-STOP-INSTRUCTION   THRU 2250-EXIT
                   WHEN AI-ACTION-IS-RESUME
                       PERFORM 2270-RESUME-INSTRUCTION THRU 2270-EXIT
                   WHEN AI-ACTION-IS-DELETE
                       PERFORM 2300-DELETE-INSTRUCTION THRU 2300-EXIT
               END-EVALUATE
           END-IF.

           IF TRANSACTION-IS-INVALID
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-TXNS-REJECTED
           ELSE
               PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
               ADD 1 TO WS-TXNS-APPLIED
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-EDIT-TRANSACTION - THE ACTION AND ACCOUNT FOR EVERY
      * TRANSACTION; THE AMOUNT, DATES AND BANK DETAILS FOR AN ADD
      * OR CHANGE; AN ACTIVE LOAN FOR AN ADD.  THE FIRST FAILURE IS
      * THE REASON REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT AI-ACTION-IS-ADD
              AND NOT AI-ACTION-IS-CHANGE
              AND NOT AI-ACTION-IS-STOP
              AND NOT AI-ACTION-IS-RESUME
              AND NOT AI-ACTION-IS-DELETE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF AI-ACCT-NO = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ACCOUNT NUMBER MISSING" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF AI-ACTION-IS-STOP
              OR AI-ACTION-IS-RESUME
              OR AI-ACTION-IS-DELETE
               GO TO 2050-EXIT
           END-IF.

      *    A ZERO AMOUNT DRAWS THE SCHEDULED PAYMENT.
           IF AI-AMOUNT IS NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF AI-START-DATE IS NOT NUMERIC
               MOVE ZERO TO AI-START-DATE
           END-IF.
           IF AI-START-DATE NOT = ZERO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(AI-START-DATE)
               IF WS-DATE-INT = ZERO
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "START DATE NOT A VALID DATE" TO WS-REASON
                   GO TO 2050-EXIT
               END-IF
           END-IF.

           IF AI-STOP-DATE IS NOT NUMERIC
               MOVE ZERO TO AI-STOP-DATE
           END-IF.
           IF AI-STOP-DATE NOT = ZERO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(AI-STOP-DATE)
               IF WS-DATE-INT = ZERO
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "STOP DATE NOT A VALID DATE" TO WS-REASON
                   GO TO 2050-EXIT
               END-IF
               IF AI-STOP-DATE < AI-START-DATE
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "STOP DATE BEFORE START DATE" TO WS-REASON
                   GO TO 2050-EXIT
               END-IF
           END-IF.

           PERFORM 2060-VERIFY-ROUTING THRU 2060-EXIT.
           IF TRANSACTION-IS-INVALID
               GO TO 2050-EXIT
           END-IF.

           IF AI-BANK-ACCT-NO = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "BANK ACCOUNT NUMBER MISSING" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF AI-BANK-ACCT-TYPE NOT = 'C'
              AND AI-BANK-ACCT-TYPE NOT = 'S'
              AND AI-BANK-ACCT-TYPE NOT = SPACE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "BANK ACCOUNT TYPE NOT C OR S" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF AI-ACTION-IS-CHANGE
               GO TO 2050-EXIT
           END-IF.

           MOVE AI-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
                   GO TO 2050-EXIT
           END-READ.

           IF NOT LM-ACCOUNT-IS-ACTIVE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ACCOUNT NOT ACTIVE" TO WS-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-VERIFY-ROUTING - NINE DIGITS, NOT ALL ZERO, WHOSE
      * 3-7-1 WEIGHTED SUM IS A MULTIPLE OF TEN.
      *----------------------------------------------------------------
       2060-VERIFY-ROUTING.
           MOVE AI-ROUTING-NO TO WS-ROUTING-NO.
           IF WS-ROUTING-NO IS NOT NUMERIC
              OR WS-ROUTING-NO = "000000000"
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ROUTING NUMBER NOT NINE DIGITS" TO WS-REASON
               GO TO 2060-EXIT
           END-IF.

           COMPUTE WS-ROUTING-SUM =
               3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4) + WS-RT-DIGIT(7))
             + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5) + WS-RT-DIGIT(8))
             +     (WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9)).
           DIVIDE WS-ROUTING-SUM BY 10
               GIVING WS-ROUTING-QUOT REMAINDER WS-ROUTING-REM.
           IF WS-ROUTING-REM NOT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ROUTING NUMBER FAILS CHECK DIGIT" TO WS-REASON
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-INSTRUCTION - SLOTS THE NEW INSTRUCTION INTO THE
      * TABLE AHEAD OF THE FIRST ENTRY WITH A HIGHER ACCOUNT.  ONE
      * INSTRUCTION PER ACCOUNT - A SECOND ADD IS A KEYING ERROR.
      *----------------------------------------------------------------
       2100-ADD-INSTRUCTION.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF INSTRUCTION-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AUTOPAY INSTRUCTION ALREADY ON FILE"
                   TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           IF WS-AUTO-TABLE-COUNT >= WS-AUTO-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AUTOPAY INSTRUCTION TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

      *    2400 LEFT WS-AUTO-SUB ON THE INSERTION POINT - EVERYTHING
      *    FROM THERE DOWN MOVES ONE SLOT TO MAKE ROOM.
           ADD 1 TO WS-AUTO-TABLE-COUNT.
           PERFORM 2160-SHIFT-ONE-ENTRY THRU 2160-EXIT
               VARYING WS-SHIFT-SUB FROM WS-AUTO-TABLE-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-AUTO-SUB.

           MOVE SPACES             TO AUTOPAY-INSTRUCTION-REC.
           MOVE AI-ACCT-NO         TO AP-ACCT-NO.
           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
           SET AP-INSTRUCTION-IS-ACTIVE TO TRUE.
           MOVE ZERO               TO AP-RETURN-COUNT
                                      AP-LAST-RETURN-DATE.
           MOVE AUTOPAY-INSTRUCTION-REC TO AUTO-IMAGE(WS-AUTO-SUB).
           MOVE 'N'                TO AUTO-DROPPED-SW(WS-AUTO-SUB).

           MOVE "ADD"   TO ML-ACTION.
           MOVE "ADDED - IN FORCE" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-SHIFT-ONE-ENTRY
      *----------------------------------------------------------------
       2160-SHIFT-ONE-ENTRY.
           MOVE AUTO-ENTRY(WS-SHIFT-SUB - 1)
               TO AUTO-ENTRY(WS-SHIFT-SUB).
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-INSTRUCTION - REPLACES THE AMOUNT, DATES AND
      * BANK DETAILS.  THE STATUS AND RETURN HISTORY STAND.
      *----------------------------------------------------------------
       2200-CHANGE-INSTRUCTION.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT INSTRUCTION-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AUTOPAY INSTRUCTION NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE AUTO-IMAGE(WS-AUTO-SUB) TO AUTOPAY-INSTRUCTION-REC.
           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
           MOVE AUTOPAY-INSTRUCTION-REC TO AUTO-IMAGE(WS-AUTO-SUB).

           MOVE "CHANGE"  TO ML-ACTION.
           MOVE "CHANGED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-STOP-INSTRUCTION
      *----------------------------------------------------------------
       2250-STOP-INSTRUCTION.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT INSTRUCTION-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AUTOPAY INSTRUCTION NOT ON FILE" TO WS-REASON
               GO TO 2250-EXIT
           END-IF.

           MOVE AUTO-IMAGE(WS-AUTO-SUB) TO AUTOPAY-INSTRUCTION-REC.
           IF AP-INSTRUCTION-IS-STOPPED
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AUTOPAY INSTRUCTION ALREADY STOPPED"
                   TO WS-REASON
               GO TO 2250-EXIT
           END-IF.

           SET AP-INSTRUCTION-IS-STOPPED TO TRUE.
           MOVE AUTOPAY-INSTRUCTION-REC TO AUTO-IMAGE(WS-AUTO-SUB).

           MOVE "STOP"    TO ML-ACTION.
           MOVE "STOPPED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2270-RESUME-INSTRUCTION - A STOPPED INSTRUCTION GOES BACK IN
      * FORCE WITH ITS RETURNED-DEBIT COUNT CLEARED, SO THE NEXT
      * RETURN DOES NOT STOP IT AGAIN AT ONCE.
      *----------------------------------------------------------------
       2270-RESUME-INSTRUCTION.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT INSTRUCTION-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AUTOPAY INSTRUCTION NOT ON FILE" TO WS-REASON
               GO TO 2270-EXIT
           END-IF.

           MOVE AUTO-IMAGE(WS-AUTO-SUB) TO AUTOPAY-INSTRUCTION-REC.
           IF NOT AP-INSTRUCTION-IS-STOPPED
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AUTOPAY INSTRUCTION NOT STOPPED" TO WS-REASON
               GO TO 2270-EXIT
           END-IF.

           MOVE 'A'  TO AP-STATUS.
           MOVE ZERO TO AP-RETURN-COUNT.
           MOVE AUTOPAY-INSTRUCTION-REC TO AUTO-IMAGE(WS-AUTO-SUB).

           MOVE "RESUME"  TO ML-ACTION.
           MOVE "RESUMED - RETURNS CLEARED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2270-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-INSTRUCTION - MARKED DROPPED, GONE AT THE
      * REWRITE.
      *----------------------------------------------------------------
       2300-DELETE-INSTRUCTION.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT INSTRUCTION-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "AUTOPAY INSTRUCTION NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE AUTO-IMAGE(WS-AUTO-SUB) TO AUTOPAY-INSTRUCTION-REC.
           MOVE 'Y' TO AUTO-DROPPED-SW(WS-AUTO-SUB).

           MOVE "DELETE"  TO ML-ACTION.
           MOVE "DELETED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-MOVE-TERMS - THE TRANSACTION'S TERMS ONTO THE RECORD.
      *----------------------------------------------------------------
       2350-MOVE-TERMS.
           MOVE AI-AMOUNT          TO AP-AMOUNT.
           MOVE AI-START-DATE      TO AP-START-DATE.
           MOVE AI-STOP-DATE       TO AP-STOP-DATE.
           MOVE AI-ROUTING-NO      TO AP-ROUTING-NO.
           MOVE AI-BANK-ACCT-NO    TO AP-BANK-ACCT-NO.
           MOVE AI-BANK-ACCT-TYPE  TO AP-BANK-ACCT-TYPE.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-ACCOUNT - WALKS THE TABLE IN ACCOUNT ORDER.  STOPS
      * ON THE MATCHING ENTRY, OR ON THE FIRST HIGHER ACCOUNT (THE
      * INSERTION POINT FOR AN ADD), OR ONE PAST THE END.  AN ENTRY
      * ALREADY DELETED THIS RUN DOES NOT COUNT AS ON FILE.
      *----------------------------------------------------------------
       2400-FIND-ACCOUNT.
           MOVE 'N' TO WS-AUTO-FOUND-SW.
           MOVE 1   TO WS-AUTO-SUB.
           PERFORM 2450-CHECK-ONE-ACCOUNT THRU 2450-EXIT
               UNTIL INSTRUCTION-WAS-FOUND
                  OR INSTRUCTION-WAS-PASSED
                  OR WS-AUTO-SUB > WS-AUTO-TABLE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-CHECK-ONE-ACCOUNT
      *----------------------------------------------------------------
       2450-CHECK-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN AUTO-IMAGE(WS-AUTO-SUB)(1:6) > AI-ACCT-NO
                   MOVE 'H' TO WS-AUTO-FOUND-SW
               WHEN AUTO-IMAGE(WS-AUTO-SUB)(1:6) = AI-ACCT-NO
                AND AUTO-DROPPED-SW(WS-AUTO-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-AUTO-FOUND-SW
               WHEN OTHER
                   ADD 1 TO WS-AUTO-SUB
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE AI-ACCT-NO TO RJ-ACCT-NO.
           MOVE WS-REASON  TO RJ-REASON.
           MOVE AUTOPAY-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "APMNT"    TO SE-PROGRAM-ID.
           MOVE AI-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE AP-ACCT-NO         TO ML-ACCT-NO.
           MOVE AP-AMOUNT          TO ML-AMOUNT.
           MOVE AP-START-DATE      TO ML-START-DATE.
           MOVE AP-STOP-DATE       TO ML-STOP-DATE.
           MOVE AP-ROUTING-NO      TO ML-ROUTING-NO.
           MOVE AP-BANK-ACCT-TYPE  TO ML-BANK-ACCT-TYPE.
           MOVE AI-OPERATOR-ID     TO ML-OPERATOR-ID.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-WRITE-AUDIT - EVERY APPLIED CHANGE TO A BORROWER'S
      * DEBIT INSTRUCTION GOES ON THE SHARED OPERATOR AUDIT LOG
      * UNDER THE KEYING OPERATOR, WITH THE ACCOUNT IN THE PROGRAM
      * COLUMN.
      *----------------------------------------------------------------
       2800-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-DATE-FMT      TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-TIME-FMT      TO AL-RUN-TIME.
           IF AI-OPERATOR-ID = SPACES
               MOVE "BATCH   "       TO AL-OPERATOR-ID
           ELSE
               MOVE AI-OPERATOR-ID   TO AL-OPERATOR-ID
           END-IF.
           EVALUATE TRUE
               WHEN AI-ACTION-IS-ADD
                   MOVE "AUTOPY ADD" TO AL-ACTION
               WHEN AI-ACTION-IS-CHANGE
                   MOVE "AUTOPY CHG" TO AL-ACTION
               WHEN AI-ACTION-IS-STOP
                   MOVE "AUTOPY STP" TO AL-ACTION
               WHEN AI-ACTION-IS-RESUME
                   MOVE "AUTOPY RES" TO AL-ACTION
               WHEN OTHER
                   MOVE "AUTOPY DEL" TO AL-ACTION
           END-EVALUATE.
           STRING "APMNT  "          DELIMITED BY SIZE
                  AI-ACCT-NO         DELIMITED BY SIZE
               INTO AL-PROGRAM.
           MOVE WS-BUS-DATE-FMT      TO AL-BUS-DATE.
           WRITE AUDIT-LOG-REC.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ AUTOPAY-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE, LESS THE DELETED
      * INSTRUCTIONS, REPLACES THE AUTOPAY FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT AUTOPAY-FILE.
           PERFORM 9100-WRITE-ONE-INSTRUCTION THRU 9100-EXIT
               VARYING WS-AUTO-SUB FROM 1 BY 1
               UNTIL WS-AUTO-SUB > WS-AUTO-TABLE-COUNT.
           CLOSE AUTOPAY-FILE.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE AUTOPAY-TXN
           END-IF.
           CLOSE LOAN-MASTER
                 MAINT-LOG
                 AUTOPAY-REJECTS
                 AUDIT-LOG
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-INSTRUCTION
      *----------------------------------------------------------------
       9100-WRITE-ONE-INSTRUCTION.
           IF AUTO-DROPPED-SW(WS-AUTO-SUB) NOT = 'Y'
               MOVE AUTO-IMAGE(WS-AUTO-SUB)
                   TO AUTOPAY-INSTRUCTION-REC
               WRITE AUTOPAY-INSTRUCTION-REC
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
