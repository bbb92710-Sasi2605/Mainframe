       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MAINTENANCE OF THE NEW
      *                 COLLATERAL REGISTER IN THE LOAN-MAINT
      *                 TRANSACTION STYLE, SO CREDIT STOPS KEEPING
      *                 COLLATERAL AND APPRAISALS IN A SPREADSHEET:
      *                 CLTTXN RECORDS ADD, CHANGE, OR DELETE AN
      *                 ITEM PLEDGED AGAINST A LOAN.  THE ACCOUNT
      *                 MUST BE ON THE LOAN MASTER, THE TYPE MUST BE
      *                 ONE THE REGISTER KNOWS, AND THE APPRAISAL
      *                 DATE MUST BE A REAL DATE NOT AFTER THE
      *                 BUSINESS DATE.  APPLIED TRANSACTIONS GO ON
      *                 THE MAINTENANCE LOG; ANYTHING ELSE IS
      *                 REJECTED TO THIS PROGRAM'S REJECT FILE AND
      *                 THE SHARED EXCEPTION LOG.  THE REGISTER IS
      *                 LOADED WHOLE, WORKED IN STORAGE IN
      *                 ACCOUNT/ITEM ORDER, AND REWRITTEN AT CLOSE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-TXN  ASSIGN TO CLTTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO CLTMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLLATERAL-REJECTS ASSIGN TO CLTMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-TXN
           RECORDING MODE IS F.
       COPY CLTTXN.

       FD  COLLATERAL-FILE
           RECORDING MODE IS F.
       COPY COLLATRL.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(80).

       FD  COLLATERAL-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(120).

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
           05 WS-COLL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-COLLATERAL          VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-COLL-FOUND-SW      PIC X(01).
              88 COLLATERAL-ITEM-WAS-FOUND  VALUE 'Y'.
              88 COLLATERAL-KEY-WAS-PASSED  VALUE 'H'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-COLL-FILE-STATUS      PIC X(02).
           88 COLL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * COLLATERAL TABLE - THE REGISTER IS LOADED AT START-UP,
      * WORKED IN STORAGE, AND THE SURVIVORS REWRITTEN AT CLOSE.  AN
      * ADD IS SLOTTED IN ACCOUNT/ITEM ORDER SO THE FILE STAYS IN
      * KEY SEQUENCE FOR ITS READERS; A DELETE IS MARKED AND DROPPED
      * AT THE REWRITE.
      *----------------------------------------------------------------
       01  WS-COLL-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-COLL-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  COLLATERAL-TABLE.
           05 COLL-ENTRY OCCURS 5000 TIMES.
              10 COLL-IMAGE        PIC X(60).
              10 COLL-DROPPED-SW   PIC X(01).
       01  WS-COLL-SUB             PIC 9(04) COMP.
       01  WS-SHIFT-SUB            PIC 9(04) COMP.
       01  WS-TXN-KEY              PIC X(08).

       01  WS-APPRAISAL-INT        PIC S9(08) COMP.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "CLTMNT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(35) VALUE
              "COLLATERAL REGISTER MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-ITEM-NO             PIC 9(02).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-TYPE                PIC X(02).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-VALUE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-STATUS              PIC X(20).

       01  REJECT-DETAIL.
           05 RJ-ACCT-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(61).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "CLTMNT  " TO RQ-PROGRAM-ID.
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
           OPEN INPUT  LOAN-MASTER
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT COLLATERAL-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT COLLATERAL-FILE.
           IF COLL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-COLL-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-ITEM THRU 1300-EXIT
                   UNTIL END-OF-COLLATERAL
               CLOSE COLLATERAL-FILE
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE REGISTER FROM
      *    A TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - COLLATRL LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT COLLATERAL-TXN.
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
      * 1300-LOAD-ONE-ITEM
      *----------------------------------------------------------------
       1300-LOAD-ONE-ITEM.
           READ COLLATERAL-FILE
               AT END
                   MOVE 'Y' TO WS-COLL-EOF-SW
               NOT AT END
                   IF WS-COLL-TABLE-COUNT < WS-COLL-TABLE-MAX
                       ADD 1 TO WS-COLL-TABLE-COUNT
                       MOVE COLLATERAL-REC
                           TO COLL-IMAGE(WS-COLL-TABLE-COUNT)
                       MOVE 'N'
                           TO COLL-DROPPED-SW(WS-COLL-TABLE-COUNT)
                   ELSE
                       DISPLAY "COLLATERAL TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-COLL-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION, THEN
      * DISPATCHES IT TO ITS ADD, CHANGE, OR DELETE PARAGRAPH BY
      * CX-ACTION.  AN UNRECOGNIZED ACTION CODE IS REJECTED RATHER
      * THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN CX-ACTION-IS-ADD
                       PERFORM 2100-ADD-ITEM    THRU 2100-EXIT
                   WHEN CX-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-ITEM THRU 2200-EXIT
                   WHEN CX-ACTION-IS-DELETE
                       PERFORM 2300-DELETE-ITEM THRU 2300-EXIT
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
      * 2050-EDIT-TRANSACTION - THE ACTION CODE AND ITEM NUMBER FOR
      * EVERY TRANSACTION; THE LOAN ACCOUNT, TYPE, APPRAISAL DATE,
      * AND LIEN POSITION FOR AN ADD OR CHANGE.  THE FIRST FAILURE
      * IS THE REASON REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT CX-ACTION-IS-ADD
              AND NOT CX-ACTION-IS-CHANGE
              AND NOT CX-ACTION-IS-DELETE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF CX-ITEM-NO IS NOT NUMERIC
              OR CX-ITEM-NO = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ITEM NUMBER MISSING OR NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF CX-ACTION-IS-DELETE
               GO TO 2050-EXIT
           END-IF.

           MOVE CX-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "ACCOUNT NOT ON LOAN MASTER" TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2050-EXIT
           END-IF.

           MOVE CX-TYPE TO CL-TYPE.
           IF NOT CL-TYPE-IS-VALID
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED COLLATERAL TYPE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF CX-APPRAISED-VALUE IS NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "APPRAISED VALUE NOT NUMERIC" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           MOVE ZERO TO WS-APPRAISAL-INT.
           IF CX-APPRAISAL-DATE IS NUMERIC
               COMPUTE WS-APPRAISAL-INT =
                   FUNCTION INTEGER-OF-DATE(CX-APPRAISAL-DATE)
           END-IF.
           IF WS-APPRAISAL-INT = ZERO
              OR CX-APPRAISAL-DATE > WS-BUS-DATE-RAW
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "APPRAISAL DATE INVALID OR IN FUTURE"
                   TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF CX-LIEN-POSITION IS NOT NUMERIC
              OR CX-LIEN-POSITION = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LIEN POSITION MISSING OR NOT NUMERIC"
                   TO WS-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-ITEM - SLOTS A NEW ITEM INTO THE TABLE AHEAD OF THE
      * FIRST ENTRY WITH A HIGHER ACCOUNT/ITEM KEY.  AN ITEM ALREADY
      * ON FILE IS A KEYING ERROR, NOT AN UPDATE.
      *----------------------------------------------------------------
       2100-ADD-ITEM.
           PERFORM 2400-FIND-ITEM THRU 2400-EXIT.
           IF COLLATERAL-ITEM-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "COLLATERAL ITEM ALREADY ON FILE" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           IF WS-COLL-TABLE-COUNT >= WS-COLL-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "COLLATERAL TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

      *    2400 LEFT WS-COLL-SUB ON THE INSERTION POINT - EVERYTHING
      *    FROM THERE DOWN MOVES ONE SLOT TO MAKE ROOM.
           ADD 1 TO WS-COLL-TABLE-COUNT.
           PERFORM 2150-SHIFT-ONE-ENTRY THRU 2150-EXIT
               VARYING WS-SHIFT-SUB FROM WS-COLL-TABLE-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-COLL-SUB.

           PERFORM 2500-BUILD-ITEM THRU 2500-EXIT.
           MOVE COLLATERAL-REC TO COLL-IMAGE(WS-COLL-SUB).
           MOVE 'N'            TO COLL-DROPPED-SW(WS-COLL-SUB).

           MOVE "ADD"    TO ML-ACTION.
           MOVE "ADDED"  TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SHIFT-ONE-ENTRY
      *----------------------------------------------------------------
       2150-SHIFT-ONE-ENTRY.
           MOVE COLL-ENTRY(WS-SHIFT-SUB - 1)
               TO COLL-ENTRY(WS-SHIFT-SUB).
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-ITEM - REPLACES AN ITEM ON FILE WITH THE
      * TRANSACTION'S FIELDS.  AN ITEM NOT ON FILE IS REJECTED
      * RATHER THAN APPLIED AS AN ADD.
      *----------------------------------------------------------------
       2200-CHANGE-ITEM.
           PERFORM 2400-FIND-ITEM THRU 2400-EXIT.
           IF NOT COLLATERAL-ITEM-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "COLLATERAL ITEM NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2500-BUILD-ITEM THRU 2500-EXIT.
           MOVE COLLATERAL-REC TO COLL-IMAGE(WS-COLL-SUB).

           MOVE "CHANGE"  TO ML-ACTION.
           MOVE "CHANGED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-ITEM - MARKS A RELEASED ITEM; IT IS DROPPED WHEN
      * THE REGISTER IS REWRITTEN.  AN ITEM NOT ON FILE IS REJECTED.
      *----------------------------------------------------------------
       2300-DELETE-ITEM.
           PERFORM 2400-FIND-ITEM THRU 2400-EXIT.
           IF NOT COLLATERAL-ITEM-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "COLLATERAL ITEM NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE 'Y' TO COLL-DROPPED-SW(WS-COLL-SUB).
           MOVE COLL-IMAGE(WS-COLL-SUB) TO COLLATERAL-REC.

           MOVE "DELETE"  TO ML-ACTION.
           MOVE "DELETED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-ITEM - WALKS THE TABLE IN KEY ORDER.  STOPS ON THE
      * MATCHING ENTRY, OR ON THE FIRST HIGHER KEY (THE INSERTION
      * POINT FOR AN ADD), OR ONE PAST THE END.  AN ENTRY ALREADY
      * MARKED DELETED THIS RUN DOES NOT COUNT AS ON FILE.
      *----------------------------------------------------------------
       2400-FIND-ITEM.
           MOVE CX-ACCT-NO TO WS-TXN-KEY(1:6).
           MOVE CX-ITEM-NO TO WS-TXN-KEY(7:2).
           MOVE 'N' TO WS-COLL-FOUND-SW.
           MOVE 1   TO WS-COLL-SUB.
           PERFORM 2450-CHECK-ONE-ITEM THRU 2450-EXIT
               UNTIL COLLATERAL-ITEM-WAS-FOUND
                  OR COLLATERAL-KEY-WAS-PASSED
                  OR WS-COLL-SUB > WS-COLL-TABLE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-CHECK-ONE-ITEM
      *----------------------------------------------------------------
       2450-CHECK-ONE-ITEM.
           EVALUATE TRUE
               WHEN COLL-IMAGE(WS-COLL-SUB)(1:8) > WS-TXN-KEY
                   MOVE 'H' TO WS-COLL-FOUND-SW
               WHEN COLL-IMAGE(WS-COLL-SUB)(1:8) = WS-TXN-KEY
                AND COLL-DROPPED-SW(WS-COLL-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-COLL-FOUND-SW
               WHEN OTHER
                   ADD 1 TO WS-COLL-SUB
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-BUILD-ITEM - THE REGISTER RECORD FROM THE TRANSACTION.
      *----------------------------------------------------------------
       2500-BUILD-ITEM.
           MOVE SPACES             TO COLLATERAL-REC.
           MOVE CX-ACCT-NO         TO CL-ACCT-NO.
           MOVE CX-ITEM-NO         TO CL-ITEM-NO.
           MOVE CX-TYPE            TO CL-TYPE.
           MOVE CX-DESCRIPTION     TO CL-DESCRIPTION.
           MOVE CX-APPRAISED-VALUE TO CL-APPRAISED-VALUE.
           MOVE CX-APPRAISAL-DATE  TO CL-APPRAISAL-DATE.
           MOVE CX-LIEN-POSITION   TO CL-LIEN-POSITION.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE CX-ACCT-NO TO RJ-ACCT-NO.
           MOVE WS-REASON  TO RJ-REASON.
           MOVE COLLATERAL-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "CLTMNT"   TO SE-PROGRAM-ID.
           MOVE CX-ACCT-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE CL-ACCT-NO         TO ML-ACCT-NO.
           MOVE CL-ITEM-NO         TO ML-ITEM-NO.
           MOVE CL-TYPE            TO ML-TYPE.
           MOVE CL-APPRAISED-VALUE TO ML-VALUE.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ COLLATERAL-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE, LESS THE DELETED ITEMS,
      * REPLACES THE REGISTER FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT COLLATERAL-FILE.
           PERFORM 9100-WRITE-ONE-ITEM THRU 9100-EXIT
               VARYING WS-COLL-SUB FROM 1 BY 1
               UNTIL WS-COLL-SUB > WS-COLL-TABLE-COUNT.
           CLOSE COLLATERAL-FILE.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE COLLATERAL-TXN
           END-IF.
           CLOSE LOAN-MASTER
                 MAINT-LOG
                 COLLATERAL-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-ITEM
      *----------------------------------------------------------------
       9100-WRITE-ONE-ITEM.
           IF COLL-DROPPED-SW(WS-COLL-SUB) NOT = 'Y'
               MOVE COLL-IMAGE(WS-COLL-SUB) TO COLLATERAL-REC
               WRITE COLLATERAL-REC
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
