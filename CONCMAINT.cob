       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONC-LIMIT-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  APPLIES ADD/CHANGE/DELETE
      *                 TRANSACTIONS TO THE CONCLIM CONCENTRATION-
      *                 LIMIT CONTROL FILE, IN THE RATE-MAINT MOLD:
      *                 THE WHOLE FILE IS LOADED TO A TABLE, THE
      *                 TRANSACTIONS ARE APPLIED, AND THE FILE IS
      *                 REWRITTEN.  EACH LIMIT IS A PERCENTAGE OF THE
      *                 BOOK OR A FIXED BASE-CURRENCY AMOUNT FOR ONE
      *                 BRANCH, CURRENCY, RATE CODE OR CUSTOMER, OR
      *                 FOR THE WHOLE DIMENSION.  EVERY APPLIED CHANGE
      *                 IS PRINTED ON THE MAINTENANCE LOG WITH THE OLD
      *                 AND NEW LIMIT; REJECTS GO TO THIS PROGRAM'S
      *                 OWN REJECT FILE AND THE SHARED EXCEPTION LOG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONC-MAINT-TXN  ASSIGN TO CONCTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONC-LIMITS     ASSIGN TO CONCLIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO CONCMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONC-MAINT-REJECTS ASSIGN TO CONCMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONC-MAINT-TXN
           RECORDING MODE IS F.
       COPY CONCTXN.

       FD  CONC-LIMITS
           RECORDING MODE IS F.
       COPY CONCLIM.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(80).

       FD  CONC-MAINT-REJECTS
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
           05 WS-LIMIT-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-LIMIT-FILE          VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-FOUND-SW           PIC X(01) VALUE 'N'.
              88 LIMIT-ROW-WAS-FOUND        VALUE 'Y'.
           05 WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-LIMIT-FILE-STATUS     PIC X(02).
           88 LIMIT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * LIMIT TABLE - THE WHOLE CONTROL FILE, LOADED AT START-UP,
      * MAINTAINED IN PLACE, AND REWRITTEN AT END OF RUN.  A DELETED
      * ROW IS FLAGGED RATHER THAN SQUEEZED OUT, AND SKIPPED ON THE
      * REWRITE.
      *----------------------------------------------------------------
       01  WS-LIMIT-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  WS-LIMIT-TABLE-MAX      PIC 9(04) VALUE 500.
       01  CONC-LIMIT-TABLE.
           05 LT-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-LIMIT-TABLE-COUNT
                 INDEXED BY LT-IDX.
              10 LT-DIMENSION       PIC X(01).
              10 LT-DIM-VALUE       PIC X(06).
              10 LT-LIMIT-PCT       PIC 9(3)V99.
              10 LT-LIMIT-AMT       PIC 9(11)V99.
              10 LT-SET-DATE        PIC 9(08).
              10 LT-DEL-SW          PIC X(01).
                 88 LIMIT-ROW-IS-DELETED    VALUE 'Y'.

       01  WS-SUB                  PIC 9(04) COMP.
       01  WS-FMT-PCT              PIC 9(3)V99.
       01  WS-FMT-AMT              PIC 9(11)V99.
       01  WS-FMT-LIMIT            PIC X(18).
       01  WS-PCT-EDIT             PIC ZZ9.99.
       01  WS-AMT-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "CONCMT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(40) VALUE
              "CONCENTRATION LIMIT MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-DIMENSION           PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ML-DIM-VALUE           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "OLD=".
           05 ML-OLD-LIMIT           PIC X(18).
           05 FILLER                 PIC X(05) VALUE " NEW=".
           05 ML-NEW-LIMIT           PIC X(18).

       01  REJECT-DETAIL.
           05 RJ-ACTION              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-DIMENSION           PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 RJ-DIM-VALUE           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "CONCMT  " TO RQ-PROGRAM-ID.
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
      * 1000-INITIALIZE - LOADS THE WHOLE CONTROL FILE TO THE TABLE
      * AND CLOSES IT, SO IT CAN BE REOPENED FOR OUTPUT AND REWRITTEN
      * AT END OF RUN.  A FILE PAST THE TABLE LIMIT STOPS THE RUN
      * BEFORE ANYTHING IS WRITTEN, SO NO ROW IS LOST ON THE REWRITE.
      * THE FIRST RUN FINDS NO FILE AND STARTS IT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CONC-LIMITS.
           IF LIMIT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-LIMIT-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-LIMIT THRU 1100-EXIT
                   UNTIL END-OF-LIMIT-FILE
               CLOSE CONC-LIMITS
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - CONCLIM NOT CHANGED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  CONC-MAINT-TXN
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT CONC-MAINT-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
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
      * 1100-LOAD-ONE-LIMIT
      *----------------------------------------------------------------
       1100-LOAD-ONE-LIMIT.
           READ CONC-LIMITS
               AT END
                   MOVE 'Y' TO WS-LIMIT-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-LIMIT-TABLE-COUNT >= WS-LIMIT-TABLE-MAX
               DISPLAY "CONCENTRATION LIMIT TABLE FULL AT "
                       WS-LIMIT-TABLE-MAX " ROWS"
               SET THE-LOAD-OVERFLOWED TO TRUE
               MOVE 'Y' TO WS-LIMIT-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-LIMIT-TABLE-COUNT.
           MOVE CL-DIMENSION  TO LT-DIMENSION(WS-LIMIT-TABLE-COUNT).
           MOVE CL-DIM-VALUE  TO LT-DIM-VALUE(WS-LIMIT-TABLE-COUNT).
           MOVE CL-LIMIT-PCT  TO LT-LIMIT-PCT(WS-LIMIT-TABLE-COUNT).
           MOVE CL-LIMIT-AMT  TO LT-LIMIT-AMT(WS-LIMIT-TABLE-COUNT).
           MOVE CL-SET-DATE   TO LT-SET-DATE(WS-LIMIT-TABLE-COUNT).
           MOVE 'N'           TO LT-DEL-SW(WS-LIMIT-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2020-EDIT-TRANSACTION THRU 2020-EXIT.

           IF TRANSACTION-IS-VALID
               PERFORM 2050-FIND-LIMIT-ROW THRU 2050-EXIT
               EVALUATE TRUE
                   WHEN CX-ACTION-IS-ADD
                       PERFORM 2100-ADD-LIMIT    THRU 2100-EXIT
                   WHEN CX-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-LIMIT THRU 2200-EXIT
                   WHEN CX-ACTION-IS-DELETE
                       PERFORM 2300-DELETE-LIMIT THRU 2300-EXIT
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
      * 2020-EDIT-TRANSACTION - AN ADD OR CHANGE MUST CARRY EXACTLY
      * ONE LIMIT, AND A PERCENTAGE CANNOT PASS 100.
      *----------------------------------------------------------------
       2020-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT CX-ACTION-IS-ADD
                AND NOT CX-ACTION-IS-CHANGE
                AND NOT CX-ACTION-IS-DELETE
                   MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               WHEN NOT CX-DIMENSION-IS-VALID
                   MOVE "DIMENSION NOT B, C, R OR U" TO WS-REASON
               WHEN CX-ACTION-IS-DELETE
                   GO TO 2020-EXIT
               WHEN CX-LIMIT-PCT IS NOT NUMERIC
                 OR CX-LIMIT-AMT IS NOT NUMERIC
                   MOVE "LIMIT NOT NUMERIC" TO WS-REASON
               WHEN CX-LIMIT-PCT = ZERO
                AND CX-LIMIT-AMT = ZERO
                   MOVE "NO LIMIT GIVEN" TO WS-REASON
               WHEN CX-LIMIT-PCT NOT = ZERO
                AND CX-LIMIT-AMT NOT = ZERO
                   MOVE "GIVE A PERCENTAGE OR AN AMOUNT, NOT BOTH"
                     TO WS-REASON
               WHEN CX-LIMIT-PCT > 100
                   MOVE "PERCENTAGE OVER 100" TO WS-REASON
               WHEN OTHER
                   GO TO 2020-EXIT
           END-EVALUATE.
           SET TRANSACTION-IS-INVALID TO TRUE.
       2020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-FIND-LIMIT-ROW - LOOKS FOR THE LIVE TABLE ROW MATCHING
      * THE TRANSACTION'S DIMENSION AND VALUE.
      *----------------------------------------------------------------
       2050-FIND-LIMIT-ROW.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0   TO WS-SUB.
           PERFORM 2060-MATCH-LIMIT-ROW THRU 2060-EXIT
               VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-LIMIT-TABLE-COUNT
                  OR LIMIT-ROW-WAS-FOUND.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-MATCH-LIMIT-ROW
      *----------------------------------------------------------------
       2060-MATCH-LIMIT-ROW.
           IF LT-DIMENSION(LT-IDX) = CX-DIMENSION
              AND LT-DIM-VALUE(LT-IDX) = CX-DIM-VALUE
              AND NOT LIMIT-ROW-IS-DELETED(LT-IDX)
               SET WS-SUB TO LT-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-LIMIT - A ROW ALREADY ON FILE FOR THE SAME DIMENSION
      * AND VALUE IS A KEYING ERROR.
      *----------------------------------------------------------------
       2100-ADD-LIMIT.
           IF LIMIT-ROW-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LIMIT ROW ALREADY ON FILE" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           IF WS-LIMIT-TABLE-COUNT >= WS-LIMIT-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "CONCENTRATION LIMIT TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-LIMIT-TABLE-COUNT.
           MOVE WS-LIMIT-TABLE-COUNT TO WS-SUB.
           MOVE CX-DIMENSION    TO LT-DIMENSION(WS-SUB).
           MOVE CX-DIM-VALUE    TO LT-DIM-VALUE(WS-SUB).
           MOVE CX-LIMIT-PCT    TO LT-LIMIT-PCT(WS-SUB).
           MOVE CX-LIMIT-AMT    TO LT-LIMIT-AMT(WS-SUB).
           MOVE WS-BUS-DATE-RAW TO LT-SET-DATE(WS-SUB).
           MOVE 'N'             TO LT-DEL-SW(WS-SUB).

           MOVE "ADD"   TO ML-ACTION.
           MOVE SPACES  TO ML-OLD-LIMIT.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-LIMIT
      *----------------------------------------------------------------
       2200-CHANGE-LIMIT.
           IF NOT LIMIT-ROW-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LIMIT ROW NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE LT-LIMIT-PCT(WS-SUB) TO WS-FMT-PCT.
           MOVE LT-LIMIT-AMT(WS-SUB) TO WS-FMT-AMT.
           PERFORM 2750-FORMAT-LIMIT THRU 2750-EXIT.
           MOVE WS-FMT-LIMIT TO ML-OLD-LIMIT.

           MOVE CX-LIMIT-PCT    TO LT-LIMIT-PCT(WS-SUB).
           MOVE CX-LIMIT-AMT    TO LT-LIMIT-AMT(WS-SUB).
           MOVE WS-BUS-DATE-RAW TO LT-SET-DATE(WS-SUB).

           MOVE "CHANGE" TO ML-ACTION.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-LIMIT
      *----------------------------------------------------------------
       2300-DELETE-LIMIT.
           IF NOT LIMIT-ROW-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LIMIT ROW NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE LT-LIMIT-PCT(WS-SUB) TO WS-FMT-PCT.
           MOVE LT-LIMIT-AMT(WS-SUB) TO WS-FMT-AMT.
           PERFORM 2750-FORMAT-LIMIT THRU 2750-EXIT.
           MOVE WS-FMT-LIMIT TO ML-OLD-LIMIT.
           MOVE 'Y' TO LT-DEL-SW(WS-SUB).

           MOVE "DELETE" TO ML-ACTION.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE CX-ACTION     TO RJ-ACTION.
           MOVE CX-DIMENSION  TO RJ-DIMENSION.
           MOVE CX-DIM-VALUE  TO RJ-DIM-VALUE.
           MOVE WS-REASON     TO RJ-REASON.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES       TO SHARED-EXCEPTION-REC.
           MOVE "CONCMT"     TO SE-PROGRAM-ID.
           MOVE CX-DIM-VALUE TO SE-ENTRY-ID.
           MOVE WS-REASON    TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE - ONE AUDIT LINE PER APPLIED TRANSACTION
      * WITH THE OLD AND NEW LIMIT, SO EVERY LIMIT CHANGE IS ON
      * RECORD.
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE CX-DIMENSION   TO ML-DIMENSION.
           MOVE CX-DIM-VALUE   TO ML-DIM-VALUE.
           IF CX-ACTION-IS-DELETE
               MOVE SPACES     TO ML-NEW-LIMIT
           ELSE
               MOVE CX-LIMIT-PCT TO WS-FMT-PCT
               MOVE CX-LIMIT-AMT TO WS-FMT-AMT
               PERFORM 2750-FORMAT-LIMIT THRU 2750-EXIT
               MOVE WS-FMT-LIMIT TO ML-NEW-LIMIT
           END-IF.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2750-FORMAT-LIMIT - A PERCENTAGE PRINTS WITH ITS SIGN, AN
      * AMOUNT AS MONEY.
      *----------------------------------------------------------------
       2750-FORMAT-LIMIT.
           MOVE SPACES TO WS-FMT-LIMIT.
           IF WS-FMT-AMT NOT = ZERO
               MOVE WS-FMT-AMT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO WS-FMT-LIMIT
           ELSE
               MOVE WS-FMT-PCT TO WS-PCT-EDIT
               STRING WS-PCT-EDIT DELIMITED BY SIZE
                      "%"         DELIMITED BY SIZE
                   INTO WS-FMT-LIMIT
           END-IF.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ CONC-MAINT-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - REWRITES THE CONTROL FILE FROM THE TABLE,
      * DROPPING THE ROWS FLAGGED DELETED.
      *----------------------------------------------------------------
       9000-TERMINATE.
           OPEN OUTPUT CONC-LIMITS.
           PERFORM 9100-WRITE-ONE-LIMIT THRU 9100-EXIT
               VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-LIMIT-TABLE-COUNT.
           CLOSE CONC-LIMITS.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE CONC-MAINT-TXN
                 MAINT-LOG
                 CONC-MAINT-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-LIMIT
      *----------------------------------------------------------------
       9100-WRITE-ONE-LIMIT.
           IF NOT LIMIT-ROW-IS-DELETED(LT-IDX)
               MOVE LT-DIMENSION(LT-IDX) TO CL-DIMENSION
               MOVE LT-DIM-VALUE(LT-IDX) TO CL-DIM-VALUE
               MOVE LT-LIMIT-PCT(LT-IDX) TO CL-LIMIT-PCT
               MOVE LT-LIMIT-AMT(LT-IDX) TO CL-LIMIT-AMT
               MOVE LT-SET-DATE(LT-IDX)  TO CL-SET-DATE
               WRITE CONC-LIMIT-REC
           END-IF.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS
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
