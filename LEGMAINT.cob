       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MAINTENANCE OF THE NEW
      *                 LEGAL-STATUS HOLD FILE IN THE LOAN-MAINT
      *                 TRANSACTION STYLE: LEGTXN RECORDS PUT A
      *                 BANKRUPTCY, DECEASED OR LITIGATION HOLD ON A
      *                 CUSTOMER OR AN ACCOUNT WITH ITS FILING DATE
      *                 AND CASE REFERENCE, CORRECT A HOLD IN FORCE,
      *                 RELEASE ONE, OR DELETE ONE KEYED IN ERROR.  A
      *                 CUSTOMER MUST BE ON THE CUSTOMER MASTER AND AN
      *                 ACCOUNT ON THE LOAN MASTER.  EVERY APPLIED
      *                 TRANSACTION IS WRITTEN TO THE SHARED OPERATOR
      *                 AUDIT LOG WITH THE KEYING OPERATOR, AS WELL AS
      *                 THE MAINTENANCE LOG; ANYTHING ELSE IS REJECTED
      *                 TO THIS PROGRAM'S REJECT FILE AND THE SHARED
      *                 EXCEPTION LOG.  THE FILE IS LOADED WHOLE,
      *                 WORKED IN STORAGE IN KEY ORDER, AND REWRITTEN
      *                 AT CLOSE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-TXN  ASSIGN TO LEGTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT LEGAL-HOLDS     ASSIGN TO LEGHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CUSTOMER-NAMES  ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO LEGMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-REJECTS    ASSIGN TO LEGMREJ
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
       FD  LEGAL-HOLD-TXN
           RECORDING MODE IS F.
       COPY LEGTXN.

       FD  LEGAL-HOLDS
           RECORDING MODE IS F.
       COPY LEGHOLD.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  CUSTOMER-NAMES.
       COPY CUSTMSTR.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(100).

       FD  HOLD-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(110).

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
           05 WS-HOLD-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-HOLD-FILE           VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-HOLD-FOUND-SW      PIC X(01).
              88 HOLD-KEY-WAS-FOUND         VALUE 'Y'.
              88 HOLD-KEY-WAS-PASSED        VALUE 'H'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-HOLD-FILE-STATUS      PIC X(02).
           88 HOLD-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-CUST-FILE-STATUS      PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-DATE-INT              PIC S9(08) COMP.

      *----------------------------------------------------------------
      * HOLD TABLE - THE FILE IS LOADED AT START-UP, WORKED IN
      * STORAGE, AND THE SURVIVORS REWRITTEN AT CLOSE.  AN ADD IS
      * SLOTTED IN KEY ORDER SO THE FILE STAYS IN SEQUENCE FOR ITS
      * READERS; A DELETED HOLD IS MARKED AND DROPPED AT THE
      * REWRITE.
      *----------------------------------------------------------------
       01  WS-HOLD-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-HOLD-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 5000 TIMES.
              10 HOLD-IMAGE        PIC X(60).
              10 HOLD-DROPPED-SW   PIC X(01).
       01  WS-HOLD-SUB             PIC 9(04) COMP.
       01  WS-SHIFT-SUB            PIC 9(04) COMP.
       01  WS-TXN-KEY              PIC X(07).

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
           05 WS-RIF-PGM       PIC X(06) VALUE "LEGMNT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(40) VALUE
              "LEGAL HOLD MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-KEY-TYPE            PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ML-KEY-NO              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-HOLD-TYPE           PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-FILING-DATE         PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-CASE-REF            PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-RELEASE-DATE        PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-OPERATOR-ID         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(24).

       01  REJECT-DETAIL.
           05 RJ-KEY-NO              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(53).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "LEGMNT  " TO RQ-PROGRAM-ID.
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
           OPEN INPUT LEGAL-HOLDS.
           IF HOLD-FILE-NOT-FOUND
               MOVE 'Y' TO WS-HOLD-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-HOLD THRU 1300-EXIT
                   UNTIL END-OF-HOLD-FILE
               CLOSE LEGAL-HOLDS
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE FILE FROM A
      *    TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - LEGHOLD LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-MASTER
           OPEN INPUT  CUSTOMER-NAMES
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT HOLD-REJECTS.

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

           OPEN INPUT LEGAL-HOLD-TXN.
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
      * 1300-LOAD-ONE-HOLD
      *----------------------------------------------------------------
       1300-LOAD-ONE-HOLD.
           READ LEGAL-HOLDS
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SW
               NOT AT END
                   IF WS-HOLD-TABLE-COUNT < WS-HOLD-TABLE-MAX
                       ADD 1 TO WS-HOLD-TABLE-COUNT
                       MOVE LEGAL-HOLD-REC
                           TO HOLD-IMAGE(WS-HOLD-TABLE-COUNT)
                       MOVE 'N'
                           TO HOLD-DROPPED-SW(WS-HOLD-TABLE-COUNT)
                   ELSE
                       DISPLAY "LEGAL HOLD TABLE FULL - "
                               "RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-HOLD-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION, THEN
      * DISPATCHES IT TO ITS ADD, CHANGE, RELEASE, OR DELETE
      * PARAGRAPH BY LX-ACTION.  AN UNRECOGNIZED ACTION CODE IS
      * REJECTED RATHER THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN LX-ACTION-IS-ADD
                       PERFORM 2100-ADD-HOLD     THRU 2100-EXIT
                   WHEN LX-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-HOLD  THRU 2200-EXIT
                   WHEN LX-ACTION-IS-RELEASE
                       PERFORM 2250-RELEASE-HOLD THRU 2250-EXIT
                   WHEN LX-ACTION-IS-DELETE
                       PERFORM 2300-DELETE-HOLD  THRU 2300-EXIT
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
      * 2050-EDIT-TRANSACTION - THE ACTION AND KEY FOR EVERY
      * TRANSACTION; THE RELEASE DATE FOR A RELEASE; THE HOLD TYPE
      * AND FILING DATE FOR AN ADD OR CHANGE; THE CUSTOMER OR LOAN
      * ON FILE FOR AN ADD.  THE FIRST FAILURE IS THE REASON
      * REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT LX-ACTION-IS-ADD
              AND NOT LX-ACTION-IS-CHANGE
              AND NOT LX-ACTION-IS-RELEASE
              AND NOT LX-ACTION-IS-DELETE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LX-KEY-TYPE NOT = 'C' AND LX-KEY-TYPE NOT = 'A'
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "KEY TYPE NOT C OR A" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LX-KEY-NO = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "CUSTOMER OR ACCOUNT NUMBER MISSING"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LX-ACTION-IS-DELETE
               GO TO 2050-EXIT
           END-IF.

      *    A RELEASE WITH NO DATE LIFTS THE HOLD TONIGHT.
           IF LX-ACTION-IS-RELEASE
               IF LX-RELEASE-DATE IS NOT NUMERIC
                  OR LX-RELEASE-DATE = ZERO
                   MOVE WS-BUS-DATE-RAW TO LX-RELEASE-DATE
               END-IF
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(LX-RELEASE-DATE)
               IF WS-DATE-INT = ZERO
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "RELEASE DATE NOT A VALID DATE" TO WS-REASON
               END-IF
               GO TO 2050-EXIT
           END-IF.

           IF LX-HOLD-TYPE NOT = 'B'
              AND LX-HOLD-TYPE NOT = 'D'
              AND LX-HOLD-TYPE NOT = 'L'
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "HOLD TYPE NOT B, D OR L" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LX-FILING-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-DATE-INT
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(LX-FILING-DATE)
           END-IF.
           IF WS-DATE-INT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "FILING DATE NOT A VALID DATE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LX-FILING-DATE > WS-BUS-DATE-RAW
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "FILING DATE AFTER THE BUSINESS DATE"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF LX-ACTION-IS-CHANGE
               GO TO 2050-EXIT
           END-IF.

           IF LX-KEY-TYPE = 'A'
               MOVE LX-KEY-NO TO LM-ACCT-NO
               READ LOAN-MASTER
                   INVALID KEY
                       SET TRANSACTION-IS-INVALID TO TRUE
                       MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
               END-READ
           ELSE
               MOVE LX-KEY-NO TO CU-CUST-NO
               READ CUSTOMER-NAMES
                   INVALID KEY
                       SET TRANSACTION-IS-INVALID TO TRUE
                       MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
                           TO WS-REASON
               END-READ
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-HOLD - SLOTS THE NEW HOLD INTO THE TABLE AHEAD OF
      * THE FIRST ENTRY WITH A HIGHER KEY.  A HOLD STILL IN FORCE IS
      * A KEYING ERROR, NOT AN UPDATE; A RELEASED HOLD IS REPLACED IN
      * ITS SLOT BY THE NEW CASE.
      *----------------------------------------------------------------
       2100-ADD-HOLD.
           PERFORM 2400-FIND-KEY THRU 2400-EXIT.
           IF HOLD-KEY-WAS-FOUND
               MOVE HOLD-IMAGE(WS-HOLD-SUB) TO LEGAL-HOLD-REC
               IF LG-RELEASE-DATE = ZERO
                  OR LG-RELEASE-DATE > WS-BUS-DATE-RAW
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "HOLD ALREADY IN FORCE" TO WS-REASON
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2350-MOVE-TERMS THRU 2350-EXIT
               MOVE ZERO            TO LG-RELEASE-DATE
               MOVE WS-BUS-DATE-RAW TO LG-ADDED-DATE
               MOVE LEGAL-HOLD-REC  TO HOLD-IMAGE(WS-HOLD-SUB)
               MOVE "ADD"   TO ML-ACTION
               MOVE "ADDED - REPLACES RELEASE" TO ML-STATUS
               PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT
               GO TO 2100-EXIT
           END-IF.

           IF WS-HOLD-TABLE-COUNT >= WS-HOLD-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LEGAL HOLD TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

      *    2400 LEFT WS-HOLD-SUB ON THE INSERTION POINT - EVERYTHING
      *    FROM THERE DOWN MOVES ONE SLOT TO MAKE ROOM.
           ADD 1 TO WS-HOLD-TABLE-COUNT.
           PERFORM 2160-SHIFT-ONE-ENTRY THRU 2160-EXIT
               VARYING WS-SHIFT-SUB FROM WS-HOLD-TABLE-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-HOLD-SUB.

           MOVE SPACES             TO LEGAL-HOLD-REC.
           MOVE LX-KEY-TYPE        TO LG-KEY-TYPE.
           MOVE LX-KEY-NO          TO LG-KEY-NO.
           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
           MOVE ZERO               TO LG-RELEASE-DATE.
           MOVE WS-BUS-DATE-RAW    TO LG-ADDED-DATE.
           MOVE LEGAL-HOLD-REC     TO HOLD-IMAGE(WS-HOLD-SUB).
           MOVE 'N'                TO HOLD-DROPPED-SW(WS-HOLD-SUB).

           MOVE "ADD"   TO ML-ACTION.
           MOVE "ADDED - IN FORCE" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-SHIFT-ONE-ENTRY
      *----------------------------------------------------------------
       2160-SHIFT-ONE-ENTRY.
           MOVE HOLD-ENTRY(WS-SHIFT-SUB - 1)
               TO HOLD-ENTRY(WS-SHIFT-SUB).
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-HOLD - CORRECTS THE TYPE, FILING DATE AND CASE
      * REFERENCE OF A HOLD IN FORCE.  A RELEASED HOLD IS THE RECORD
      * OF A CLOSED CASE AND IS NOT REWRITTEN.
      *----------------------------------------------------------------
       2200-CHANGE-HOLD.
           PERFORM 2400-FIND-KEY THRU 2400-EXIT.
           IF NOT HOLD-KEY-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LEGAL HOLD NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE HOLD-IMAGE(WS-HOLD-SUB) TO LEGAL-HOLD-REC.
           IF LG-RELEASE-DATE NOT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LEGAL HOLD ALREADY RELEASED" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2350-MOVE-TERMS THRU 2350-EXIT.
           MOVE LEGAL-HOLD-REC     TO HOLD-IMAGE(WS-HOLD-SUB).

           MOVE "CHANGE"  TO ML-ACTION.
           MOVE "CHANGED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-RELEASE-HOLD - SETS THE DATE THE HOLD LAPSES.  IT MAY
      * NOT FALL BEFORE THE FILING DATE.
      *----------------------------------------------------------------
       2250-RELEASE-HOLD.
           PERFORM 2400-FIND-KEY THRU 2400-EXIT.
           IF NOT HOLD-KEY-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LEGAL HOLD NOT ON FILE" TO WS-REASON
               GO TO 2250-EXIT
           END-IF.

           MOVE HOLD-IMAGE(WS-HOLD-SUB) TO LEGAL-HOLD-REC.
           IF LG-RELEASE-DATE NOT = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LEGAL HOLD ALREADY RELEASED" TO WS-REASON
               GO TO 2250-EXIT
           END-IF.

           IF LX-RELEASE-DATE < LG-FILING-DATE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "RELEASE DATE BEFORE FILING DATE" TO WS-REASON
               GO TO 2250-EXIT
           END-IF.

           MOVE LX-RELEASE-DATE    TO LG-RELEASE-DATE.
           MOVE LX-OPERATOR-ID     TO LG-OPERATOR-ID.
           MOVE LEGAL-HOLD-REC     TO HOLD-IMAGE(WS-HOLD-SUB).

           MOVE "RELEASE"  TO ML-ACTION.
           MOVE "RELEASED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-HOLD - A HOLD KEYED IN ERROR IS MARKED DROPPED.
      *----------------------------------------------------------------
       2300-DELETE-HOLD.
           PERFORM 2400-FIND-KEY THRU 2400-EXIT.
           IF NOT HOLD-KEY-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LEGAL HOLD NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE HOLD-IMAGE(WS-HOLD-SUB) TO LEGAL-HOLD-REC.
           MOVE 'Y' TO HOLD-DROPPED-SW(WS-HOLD-SUB).

           MOVE "DELETE"  TO ML-ACTION.
           MOVE "DELETED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-MOVE-TERMS - THE TRANSACTION'S TERMS ONTO THE RECORD.
      *----------------------------------------------------------------
       2350-MOVE-TERMS.
           MOVE LX-HOLD-TYPE       TO LG-HOLD-TYPE.
           MOVE LX-FILING-DATE     TO LG-FILING-DATE.
           MOVE LX-CASE-REF        TO LG-CASE-REF.
           MOVE LX-OPERATOR-ID     TO LG-OPERATOR-ID.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-KEY - WALKS THE TABLE IN KEY ORDER.  STOPS ON THE
      * MATCHING ENTRY, OR ON THE FIRST HIGHER KEY (THE INSERTION
      * POINT FOR AN ADD), OR ONE PAST THE END.  AN ENTRY ALREADY
      * DELETED THIS RUN DOES NOT COUNT AS ON FILE.
      *----------------------------------------------------------------
       2400-FIND-KEY.
           MOVE LX-KEY-TYPE TO WS-TXN-KEY(1:1).
           MOVE LX-KEY-NO   TO WS-TXN-KEY(2:6).
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           MOVE 1   TO WS-HOLD-SUB.
           PERFORM 2450-CHECK-ONE-KEY THRU 2450-EXIT
               UNTIL HOLD-KEY-WAS-FOUND
                  OR HOLD-KEY-WAS-PASSED
                  OR WS-HOLD-SUB > WS-HOLD-TABLE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-CHECK-ONE-KEY
      *----------------------------------------------------------------
       2450-CHECK-ONE-KEY.
           EVALUATE TRUE
               WHEN HOLD-IMAGE(WS-HOLD-SUB)(1:7) > WS-TXN-KEY
                   MOVE 'H' TO WS-HOLD-FOUND-SW
               WHEN HOLD-IMAGE(WS-HOLD-SUB)(1:7) = WS-TXN-KEY
                AND HOLD-DROPPED-SW(WS-HOLD-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-HOLD-FOUND-SW
               WHEN OTHER
                   ADD 1 TO WS-HOLD-SUB
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE LX-KEY-NO  TO RJ-KEY-NO.
           MOVE WS-REASON  TO RJ-REASON.
           MOVE LEGAL-HOLD-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "LEGMNT"   TO SE-PROGRAM-ID.
           MOVE LX-KEY-NO  TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE LG-KEY-TYPE        TO ML-KEY-TYPE.
           MOVE LG-KEY-NO          TO ML-KEY-NO.
           MOVE LG-HOLD-TYPE       TO ML-HOLD-TYPE.
           MOVE LG-FILING-DATE     TO ML-FILING-DATE.
           MOVE LG-CASE-REF        TO ML-CASE-REF.
           MOVE LG-RELEASE-DATE    TO ML-RELEASE-DATE.
           MOVE LX-OPERATOR-ID     TO ML-OPERATOR-ID.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-WRITE-AUDIT - EVERY APPLIED HOLD CHANGE GOES ON THE
      * SHARED OPERATOR AUDIT LOG UNDER THE KEYING OPERATOR, WITH THE
      * HELD CUSTOMER OR ACCOUNT IN THE PROGRAM COLUMN.
      *----------------------------------------------------------------
       2800-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-DATE-FMT      TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-TIME-FMT      TO AL-RUN-TIME.
           IF LX-OPERATOR-ID = SPACES
               MOVE "BATCH   "       TO AL-OPERATOR-ID
           ELSE
               MOVE LX-OPERATOR-ID   TO AL-OPERATOR-ID
           END-IF.
           EVALUATE TRUE
               WHEN LX-ACTION-IS-ADD
                   MOVE "HOLD ADD"   TO AL-ACTION
               WHEN LX-ACTION-IS-CHANGE
                   MOVE "HOLD CHG"   TO AL-ACTION
               WHEN LX-ACTION-IS-RELEASE
                   MOVE "HOLD REL"   TO AL-ACTION
               WHEN OTHER
                   MOVE "HOLD DEL"   TO AL-ACTION
           END-EVALUATE.
           STRING "LEGMNT "          DELIMITED BY SIZE
                  LX-KEY-TYPE        DELIMITED BY SIZE
                  LX-KEY-NO          DELIMITED BY SIZE
               INTO AL-PROGRAM.
           MOVE WS-BUS-DATE-FMT      TO AL-BUS-DATE.
           WRITE AUDIT-LOG-REC.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ LEGAL-HOLD-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE, LESS THE DELETED HOLDS,
      * REPLACES THE LEGAL HOLD FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT LEGAL-HOLDS.
           PERFORM 9100-WRITE-ONE-HOLD THRU 9100-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-TABLE-COUNT.
           CLOSE LEGAL-HOLDS.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE LEGAL-HOLD-TXN
           END-IF.
           CLOSE LOAN-MASTER
                 CUSTOMER-NAMES
                 MAINT-LOG
                 HOLD-REJECTS
                 AUDIT-LOG
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-HOLD
      *----------------------------------------------------------------
       9100-WRITE-ONE-HOLD.
           IF HOLD-DROPPED-SW(WS-HOLD-SUB) NOT = 'Y'
               MOVE HOLD-IMAGE(WS-HOLD-SUB) TO LEGAL-HOLD-REC
               WRITE LEGAL-HOLD-REC
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
