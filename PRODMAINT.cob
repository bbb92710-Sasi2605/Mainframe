       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  APPLIES ADD/CHANGE/DELETE
      *                 TRANSACTIONS TO THE LOAN PRODUCT MASTER, IN
      *                 THE RATE-MAINT MOLD: THE WHOLE MASTER IS
      *                 LOADED TO A TABLE, THE TRANSACTIONS ARE
      *                 APPLIED, AND THE MASTER IS REWRITTEN.  AN ADD
      *                 OR CHANGE IS EDITED BEFORE IT IS APPLIED - A
      *                 SOUND RATE BAND AND TERM RANGE, FREQUENCIES
      *                 OF 1, 4 OR 12, AND CURRENCIES, DEFAULT RATE
      *                 CODE AND FEES THAT ARE ON THEIR OWN MASTERS.
      *                 EVERY APPLIED CHANGE IS PRINTED ON THE
      *                 MAINTENANCE LOG, AND REJECTS GO TO THIS
      *                 PROGRAM'S OWN REJECT FILE AND THE SHARED
      *                 EXCEPTION LOG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MAINT-TXN ASSIGN TO PRODTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-MASTER  ASSIGN TO PRODMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT CURRENCY-MASTER ASSIGN TO CURRMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-FILE-STATUS.

           SELECT FEE-SCHEDULE    ASSIGN TO FEESCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO PRODMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-MAINT-REJECTS ASSIGN TO PRODMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MAINT-TXN
           RECORDING MODE IS F.
       COPY PRODTXN.

       FD  PRODUCT-MASTER
           RECORDING MODE IS F.
       COPY PRODMSTR.

       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  CURRENCY-MASTER
           RECORDING MODE IS F.
       COPY CURRMSTR.

       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       COPY FEESCHED.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(80).

       FD  PRODUCT-MAINT-REJECTS
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
       01  WS-PROD-FILE-STATUS     PIC X(02).
           88 PROD-FILE-NOT-FOUND          VALUE '35'.
       01  WS-RATE-FILE-STATUS     PIC X(02).
           88 RATE-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CURR-FILE-STATUS     PIC X(02).
           88 CURR-FILE-NOT-FOUND          VALUE '35'.
       01  WS-FEE-FILE-STATUS      PIC X(02).
           88 FEE-FILE-NOT-FOUND           VALUE '35'.

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
           05 WS-PROD-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-PRODUCT-MASTER      VALUE 'Y'.
           05 WS-RATE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-CURR-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CURRENCY-MASTER     VALUE 'Y'.
           05 WS-FEE-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FEE-SCHEDULE        VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-FOUND-SW           PIC X(01) VALUE 'N'.
              88 PRODUCT-WAS-FOUND          VALUE 'Y'.
           05 WS-CODE-FOUND-SW      PIC X(01) VALUE 'N'.
              88 CODE-WAS-FOUND             VALUE 'Y'.

       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * PRODUCT-MASTER TABLE - THE WHOLE MASTER, LOADED AT START-UP,
      * MAINTAINED IN PLACE, AND REWRITTEN AT END OF RUN.  EACH ROW
      * HOLDS THE MASTER RECORD WHOLE.  A DELETED ROW IS FLAGGED
      * RATHER THAN SQUEEZED OUT, AND SKIPPED ON THE REWRITE.
      *----------------------------------------------------------------
       01  WS-PROD-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-PROD-TABLE-MAX       PIC 9(04) VALUE 500.
       01  PRODUCT-MASTER-TABLE.
           05 PT-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-PROD-TABLE-COUNT
                 INDEXED BY PT-IDX.
              10 PT-PRODUCT-IMAGE.
                 15 PT-PRODUCT-CODE PIC X(04).
                 15 FILLER          PIC X(93).
              10 PT-DEL-SW          PIC X(01).
                 88 PRODUCT-ROW-IS-DELETED  VALUE 'Y'.

      *----------------------------------------------------------------
      * CODE TABLES - THE CODES A PRODUCT MAY NAME.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  RATE-CODE-TABLE.
           05 RM-TABLE-CODE OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-RATE-TABLE-COUNT
                 INDEXED BY RM-IDX
                                    PIC X(04).
       01  WS-CURR-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  CURRENCY-CODE-TABLE.
           05 CURR-TABLE-CODE OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-CURR-TABLE-COUNT
                 INDEXED BY CURR-IDX
                                    PIC X(03).
       01  WS-FEE-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  FEE-CODE-TABLE.
           05 FEE-TABLE-CODE OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-FEE-TABLE-COUNT
                 INDEXED BY FEE-IDX
                                    PIC X(04).

       01  WS-SUB                  PIC 9(04) COMP.
       01  WS-SLOT                 PIC 9(02) COMP.
       01  WS-SLOTS-USED           PIC 9(02) COMP.
       01  WS-CHECK-CODE           PIC X(04).

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
           05 WS-RIF-PGM       PIC X(06) VALUE "PRODMT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(31) VALUE
              "PRODUCT MASTER MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-PRODUCT-CODE        PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-DESCRIPTION         PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-RATE-MIN            PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE "-".
           05 ML-RATE-MAX            PIC ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-TERM-MIN            PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE "-".
           05 ML-TERM-MAX            PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE " YRS".

       01  REJECT-DETAIL.
           05 RJ-PRODUCT-CODE        PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-ACTION              PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "PRODMT  " TO RQ-PROGRAM-ID.
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
      * 1000-INITIALIZE - LOADS THE WHOLE PRODUCT MASTER TO THE TABLE
      * AND CLOSES IT, SO IT CAN BE REOPENED FOR OUTPUT AND REWRITTEN
      * AT END OF RUN.  A MISSING MASTER STARTS EMPTY, SO THE FIRST
      * RUN BUILDS IT FROM ADDS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  PRODUCT-MAINT-TXN
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT PRODUCT-MAINT-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT PRODUCT-MASTER.
           IF NOT PROD-FILE-NOT-FOUND
               PERFORM 1100-LOAD-PRODUCT-MASTER THRU 1100-EXIT
                   UNTIL END-OF-PRODUCT-MASTER
               CLOSE PRODUCT-MASTER
           END-IF.

           OPEN INPUT RATE-MASTER.
           IF NOT RATE-FILE-NOT-FOUND
               PERFORM 1200-LOAD-RATE-CODES THRU 1200-EXIT
                   UNTIL END-OF-RATE-MASTER
               CLOSE RATE-MASTER
           END-IF.

           OPEN INPUT CURRENCY-MASTER.
           IF NOT CURR-FILE-NOT-FOUND
               PERFORM 1300-LOAD-CURRENCY-CODES THRU 1300-EXIT
                   UNTIL END-OF-CURRENCY-MASTER
               CLOSE CURRENCY-MASTER
           END-IF.

           OPEN INPUT FEE-SCHEDULE.
           IF NOT FEE-FILE-NOT-FOUND
               PERFORM 1400-LOAD-FEE-CODES THRU 1400-EXIT
                   UNTIL END-OF-FEE-SCHEDULE
               CLOSE FEE-SCHEDULE
           END-IF.

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
      * 1100-LOAD-PRODUCT-MASTER - A MASTER LONGER THAN THE TABLE
      * STOPS THE RUN RATHER THAN REWRITE THE FILE WITHOUT ITS TAIL.
      *----------------------------------------------------------------
       1100-LOAD-PRODUCT-MASTER.
           READ PRODUCT-MASTER
               AT END
                   MOVE 'Y' TO WS-PROD-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-PROD-TABLE-COUNT >= WS-PROD-TABLE-MAX
               DISPLAY "RUN REFUSED - PRODUCT MASTER EXCEEDS "
                       WS-PROD-TABLE-MAX " PRODUCTS - RAISE THE "
                       "LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PROD-TABLE-COUNT.
           MOVE PRODUCT-MASTER-REC
               TO PT-PRODUCT-IMAGE(WS-PROD-TABLE-COUNT).
           MOVE 'N' TO PT-DEL-SW(WS-PROD-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-RATE-CODES
      *----------------------------------------------------------------
       1200-LOAD-RATE-CODES.
           READ RATE-MASTER
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   IF WS-RATE-TABLE-COUNT < 1000
                       ADD 1 TO WS-RATE-TABLE-COUNT
                       MOVE RM-RATE-CODE
                           TO RM-TABLE-CODE(WS-RATE-TABLE-COUNT)
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-CURRENCY-CODES
      *----------------------------------------------------------------
       1300-LOAD-CURRENCY-CODES.
           READ CURRENCY-MASTER
               AT END
                   MOVE 'Y' TO WS-CURR-EOF-SW
               NOT AT END
                   IF WS-CURR-TABLE-COUNT < 200
                       ADD 1 TO WS-CURR-TABLE-COUNT
                       MOVE CM-CURRENCY-CODE
                           TO CURR-TABLE-CODE(WS-CURR-TABLE-COUNT)
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-FEE-CODES
      *----------------------------------------------------------------
       1400-LOAD-FEE-CODES.
           READ FEE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-FEE-EOF-SW
               NOT AT END
                   IF WS-FEE-TABLE-COUNT < 200
                       ADD 1 TO WS-FEE-TABLE-COUNT
                       MOVE FS-FEE-CODE
                           TO FEE-TABLE-CODE(WS-FEE-TABLE-COUNT)
                   END-IF
           END-READ.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           IF PX-PRODUCT-CODE = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "PRODUCT CODE MISSING" TO WS-REASON
           ELSE
               PERFORM 2050-FIND-PRODUCT-ROW THRU 2050-EXIT
               EVALUATE TRUE
                   WHEN PX-ACTION-IS-ADD
                       PERFORM 2100-ADD-PRODUCT    THRU 2100-EXIT
                   WHEN PX-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-PRODUCT THRU 2200-EXIT
                   WHEN PX-ACTION-IS-DELETE
                       PERFORM 2300-DELETE-PRODUCT THRU 2300-EXIT
                   WHEN OTHER
                       SET TRANSACTION-IS-INVALID TO TRUE
                       MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
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
      * 2050-FIND-PRODUCT-ROW - LOOKS FOR THE LIVE TABLE ROW FOR THE
      * TRANSACTION'S PRODUCT CODE.
      *----------------------------------------------------------------
       2050-FIND-PRODUCT-ROW.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0   TO WS-SUB.
           PERFORM 2060-MATCH-PRODUCT-ROW THRU 2060-EXIT
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PROD-TABLE-COUNT
                  OR PRODUCT-WAS-FOUND.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-MATCH-PRODUCT-ROW
      *----------------------------------------------------------------
       2060-MATCH-PRODUCT-ROW.
           IF PT-PRODUCT-CODE(PT-IDX) = PX-PRODUCT-CODE
              AND NOT PRODUCT-ROW-IS-DELETED(PT-IDX)
               SET WS-SUB TO PT-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-PRODUCT - A PRODUCT ALREADY ON FILE IS A KEYING
      * ERROR, NOT AN UPDATE.
      *----------------------------------------------------------------
       2100-ADD-PRODUCT.
           IF PRODUCT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "PRODUCT ALREADY ON FILE" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2400-EDIT-PRODUCT THRU 2400-EXIT.
           IF TRANSACTION-IS-INVALID
               GO TO 2100-EXIT
           END-IF.

           IF WS-PROD-TABLE-COUNT >= WS-PROD-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "PRODUCT MASTER TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-PROD-TABLE-COUNT.
           MOVE PX-PRODUCT TO PT-PRODUCT-IMAGE(WS-PROD-TABLE-COUNT).
           MOVE 'N'        TO PT-DEL-SW(WS-PROD-TABLE-COUNT).

           MOVE "ADD"   TO ML-ACTION.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-PRODUCT - THE TRANSACTION REPLACES THE PRODUCT
      * WHOLE.
      *----------------------------------------------------------------
       2200-CHANGE-PRODUCT.
           IF NOT PRODUCT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "PRODUCT NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2400-EDIT-PRODUCT THRU 2400-EXIT.
           IF TRANSACTION-IS-INVALID
               GO TO 2200-EXIT
           END-IF.

           MOVE PX-PRODUCT TO PT-PRODUCT-IMAGE(WS-SUB).

           MOVE "CHANGE" TO ML-ACTION.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-PRODUCT - ACCOUNTS STILL ON A DELETED PRODUCT ARE
      * LISTED BY THE PRODUCT EXCEPTION REPORT; CLOSING A PRODUCT TO
      * NEW BUSINESS (STATUS 'C') IS THE USUAL WAY TO RETIRE ONE.
      *----------------------------------------------------------------
       2300-DELETE-PRODUCT.
           IF NOT PRODUCT-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "PRODUCT NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE PT-PRODUCT-IMAGE(WS-SUB) TO PX-PRODUCT.
           MOVE 'Y' TO PT-DEL-SW(WS-SUB).

           MOVE "DELETE" TO ML-ACTION.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-EDIT-PRODUCT - THE RULES OF AN ADDED OR CHANGED PRODUCT.
      * THE FIRST EDIT FAILED IS THE REASON GIVEN.
      *----------------------------------------------------------------
       2400-EDIT-PRODUCT.
           IF PX-STATUS NOT = 'A' AND PX-STATUS NOT = 'C'
              AND PX-STATUS NOT = SPACE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "STATUS NOT A OR C" TO WS-REASON
               GO TO 2400-EXIT
           END-IF.

           IF PX-RATE-MIN NOT NUMERIC OR PX-RATE-MAX NOT NUMERIC
              OR PX-RATE-MAX = ZERO
              OR PX-RATE-MIN > PX-RATE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "RATE BAND INVALID" TO WS-REASON
               GO TO 2400-EXIT
           END-IF.

           IF PX-TERM-MIN NOT NUMERIC OR PX-TERM-MAX NOT NUMERIC
              OR PX-TERM-MAX = ZERO
              OR PX-TERM-MIN > PX-TERM-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "TERM RANGE INVALID" TO WS-REASON
               GO TO 2400-EXIT
           END-IF.

           MOVE ZERO TO WS-SLOTS-USED.
           PERFORM 2410-EDIT-ONE-FREQ THRU 2410-EXIT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 4 OR TRANSACTION-IS-INVALID.
           IF TRANSACTION-IS-INVALID
               GO TO 2400-EXIT
           END-IF.
           IF WS-SLOTS-USED = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "NO FREQUENCY ALLOWED" TO WS-REASON
               GO TO 2400-EXIT
           END-IF.

           MOVE ZERO TO WS-SLOTS-USED.
           PERFORM 2420-EDIT-ONE-CURRENCY THRU 2420-EXIT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 4 OR TRANSACTION-IS-INVALID.
           IF TRANSACTION-IS-INVALID
               GO TO 2400-EXIT
           END-IF.
           IF WS-SLOTS-USED = ZERO
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "NO CURRENCY ALLOWED" TO WS-REASON
               GO TO 2400-EXIT
           END-IF.

           IF PX-DEFAULT-RATE-CODE NOT = SPACES
               MOVE PX-DEFAULT-RATE-CODE TO WS-CHECK-CODE
               MOVE 'N' TO WS-CODE-FOUND-SW
               PERFORM 2450-SEARCH-RATE-CODE THRU 2450-EXIT
                   VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > WS-RATE-TABLE-COUNT
                      OR CODE-WAS-FOUND
               IF NOT CODE-WAS-FOUND
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "DEFAULT RATE CODE NOT ON RATE MASTER"
                       TO WS-REASON
                   GO TO 2400-EXIT
               END-IF
           END-IF.

           PERFORM 2430-EDIT-ONE-FEE THRU 2430-EXIT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 8 OR TRANSACTION-IS-INVALID.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2410-EDIT-ONE-FREQ - AN UNUSED SLOT IS ZERO.
      *----------------------------------------------------------------
       2410-EDIT-ONE-FREQ.
           IF PX-FREQ(WS-SLOT) NOT NUMERIC
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "FREQUENCY NOT 1 4 OR 12" TO WS-REASON
               GO TO 2410-EXIT
           END-IF.
           IF PX-FREQ(WS-SLOT) = ZERO
               GO TO 2410-EXIT
           END-IF.
           IF PX-FREQ(WS-SLOT) NOT = 1 AND PX-FREQ(WS-SLOT) NOT = 4
              AND PX-FREQ(WS-SLOT) NOT = 12
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "FREQUENCY NOT 1 4 OR 12" TO WS-REASON
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WS-SLOTS-USED.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2420-EDIT-ONE-CURRENCY - AN UNUSED SLOT IS SPACES.
      *----------------------------------------------------------------
       2420-EDIT-ONE-CURRENCY.
           IF PX-CURRENCY(WS-SLOT) = SPACES
               GO TO 2420-EXIT
           END-IF.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           PERFORM 2460-SEARCH-CURRENCY THRU 2460-EXIT
               VARYING CURR-IDX FROM 1 BY 1
               UNTIL CURR-IDX > WS-CURR-TABLE-COUNT
                  OR CODE-WAS-FOUND.
           IF NOT CODE-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "CURRENCY NOT ON CURRENCY MASTER" TO WS-REASON
               GO TO 2420-EXIT
           END-IF.
           ADD 1 TO WS-SLOTS-USED.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2430-EDIT-ONE-FEE - AN UNUSED SLOT IS SPACES.
      *----------------------------------------------------------------
       2430-EDIT-ONE-FEE.
           IF PX-FEE-CODE(WS-SLOT) = SPACES
               GO TO 2430-EXIT
           END-IF.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           PERFORM 2470-SEARCH-FEE-CODE THRU 2470-EXIT
               VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > WS-FEE-TABLE-COUNT
                  OR CODE-WAS-FOUND.
           IF NOT CODE-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "FEE CODE NOT ON FEE SCHEDULE" TO WS-REASON
           END-IF.
       2430-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-SEARCH-RATE-CODE
      *----------------------------------------------------------------
       2450-SEARCH-RATE-CODE.
           IF RM-TABLE-CODE(RM-IDX) = WS-CHECK-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SW
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2460-SEARCH-CURRENCY
      *----------------------------------------------------------------
       2460-SEARCH-CURRENCY.
           IF CURR-TABLE-CODE(CURR-IDX) = PX-CURRENCY(WS-SLOT)
               MOVE 'Y' TO WS-CODE-FOUND-SW
           END-IF.
       2460-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2470-SEARCH-FEE-CODE
      *----------------------------------------------------------------
       2470-SEARCH-FEE-CODE.
           IF FEE-TABLE-CODE(FEE-IDX) = PX-FEE-CODE(WS-SLOT)
               MOVE 'Y' TO WS-CODE-FOUND-SW
           END-IF.
       2470-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE PX-PRODUCT-CODE TO RJ-PRODUCT-CODE.
           MOVE PX-ACTION       TO RJ-ACTION.
           MOVE WS-REASON       TO RJ-REASON.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES          TO SHARED-EXCEPTION-REC.
           MOVE "PRODMT"        TO SE-PROGRAM-ID.
           MOVE PX-PRODUCT-CODE TO SE-ENTRY-ID.
           MOVE WS-REASON       TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE - ONE AUDIT LINE PER APPLIED TRANSACTION
      * WITH THE PRODUCT'S BAND AND RANGE AS IT NOW STANDS (AS IT
      * STOOD, FOR A DELETE).
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE PX-PRODUCT-CODE TO ML-PRODUCT-CODE.
           MOVE PX-DESCRIPTION  TO ML-DESCRIPTION.
           MOVE PX-STATUS       TO ML-STATUS.
           MOVE PX-RATE-MIN     TO ML-RATE-MIN.
           MOVE PX-RATE-MAX     TO ML-RATE-MAX.
           MOVE PX-TERM-MIN     TO ML-TERM-MIN.
           MOVE PX-TERM-MAX     TO ML-TERM-MAX.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ PRODUCT-MAINT-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - REWRITES THE PRODUCT MASTER FROM THE TABLE,
      * DROPPING THE ROWS FLAGGED DELETED.
      *----------------------------------------------------------------
       9000-TERMINATE.
           OPEN OUTPUT PRODUCT-MASTER.
           PERFORM 9100-WRITE-ONE-PRODUCT THRU 9100-EXIT
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PROD-TABLE-COUNT.
           CLOSE PRODUCT-MASTER.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE PRODUCT-MAINT-TXN
                 MAINT-LOG
                 PRODUCT-MAINT-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-PRODUCT
      *----------------------------------------------------------------
       9100-WRITE-ONE-PRODUCT.
           IF NOT PRODUCT-ROW-IS-DELETED(PT-IDX)
               MOVE PT-PRODUCT-IMAGE(PT-IDX) TO PRODUCT-MASTER-REC
               WRITE PRODUCT-MASTER-REC
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
