       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-WAIVE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  POSTS THE DAY'S FEE WAIVERS
      *                 FROM THE WAIVTXN FILE - THOSE DISPUTE-MAINT
      *                 RAISED WITHIN THE RESOLVING OPERATOR'S LIMIT
      *                 AND THOSE APPROVAL-REVIEW RELEASED.  EACH
      *                 APPROVED WAIVER REVERSES THE FEE: A DEBIT TO
      *                 THE FEE'S INCOME ACCOUNT AND A CREDIT TO FEE
      *                 RECEIVABLE ON THE GL EXTRACT, FX-CONVERTED THE
      *                 SAME WAY FEE-ASSESS POSTS THE FEE, AND A
      *                 NEGATIVE MEMO ENTRY ON THE ACCOUNT TRANSACTION
      *                 JOURNAL.  THE DISPUTE CASE IS MARKED RESOLVED
      *                 FOR THE CUSTOMER WITH THE WAIVER POSTED.  A
      *                 REJECTED WAIVER REOPENS ITS CASE.  A WAIVER
      *                 THAT CANNOT POST TONIGHT (ACCOUNT OR FEE CODE
      *                 NOT ON FILE) IS WRITTEN BACK TO WAIVTXN FOR THE
      *                 NEXT NIGHT; EVERYTHING ELSE LEAVES THE FILE.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      * 2026-10-15 RSD  GL POSTINGS NOW CARRY THE LOAN'S BRANCH, SO
      *                 THE LEDGER CAN KEEP BALANCES BY BRANCH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-TXN      ASSIGN TO WAIVTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVE-FILE-STATUS.

           SELECT DISPUTE-CASES   ASSIGN TO DISPUTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT FEE-SCHEDULE    ASSIGN TO FEESCHED
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAIVER-REGISTER ASSIGN TO WAIVREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-TXN
           RECORDING MODE IS F.
       COPY WAIVTXN.

       FD  DISPUTE-CASES
           RECORDING MODE IS F.
       COPY DISPUTE.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       COPY FEESCHED.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  WAIVER-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

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
           05 WS-WAIVE-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-WAIVERS             VALUE 'Y'.
           05 WS-DISP-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-DISPUTES            VALUE 'Y'.
           05 WS-FEE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FEE-SCHEDULE        VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-CASE-FOUND-SW     PIC X(01) VALUE 'N'.
              88 CASE-WAS-FOUND             VALUE 'Y'.
           05 WS-FEE-FOUND-SW      PIC X(01) VALUE 'N'.
              88 FEE-WAS-FOUND              VALUE 'Y'.

       01  WS-WAIVE-FILE-STATUS    PIC X(02).
           88 WAIVE-FILE-NOT-FOUND         VALUE '35'.
       01  WS-DISP-FILE-STATUS     PIC X(02).
           88 DISP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * THE NIGHT'S WAIVERS, EACH WITH A SWITCH SAYING WHETHER IT IS
      * WRITTEN BACK FOR THE NEXT NIGHT.
      *----------------------------------------------------------------
       01  WS-WAIVE-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  WS-WAIVE-TABLE-MAX      PIC 9(04) VALUE 2000.
       01  WAIVER-TABLE.
           05 WT-ENTRY OCCURS 2000 TIMES.
              10 WT-IMAGE           PIC X(67).
              10 WT-CARRY-SW        PIC X(01).
                 88 WT-IS-CARRIED           VALUE 'Y'.
       01  WS-WAIVE-SUB            PIC 9(04) COMP.

      *----------------------------------------------------------------
      * THE DISPUTE FILE, LOADED WHOLE AND REWRITTEN AT CLOSE THE SAME
      * WAY DISPUTE-MAINT KEEPS IT.
      *----------------------------------------------------------------
       01  WS-DISP-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-DISP-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  DISPUTE-TABLE.
           05 DT-ENTRY             PIC X(126) OCCURS 5000 TIMES.
       01  WS-DISP-SUB             PIC 9(04) COMP.

      *----------------------------------------------------------------
      * FEE-SCHEDULE TABLE - FOR THE FEE'S INCOME ACCOUNT AND
      * DESCRIPTION.
      *----------------------------------------------------------------
       01  WS-FEE-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  FEE-SCHEDULE-TABLE.
           05 FEE-ENTRY OCCURS 0 TO 100 TIMES
                 DEPENDING ON WS-FEE-TABLE-COUNT
                 INDEXED BY FEE-IDX.
              10 FEE-TABLE-CODE     PIC X(04).
              10 FEE-TABLE-GL-ACCT  PIC X(10).
              10 FEE-TABLE-DESC     PIC X(20).

      *----------------------------------------------------------------
      * FX-RATE TABLE - SAME BASE-CURRENCY CONVERSION FEE-ASSESS
      * APPLIES WHEN IT POSTS THE FEE.
      *----------------------------------------------------------------
       01  WS-FX-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  FX-RATE-TABLE.
           05 FX-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-FX-TABLE-COUNT
                 INDEXED BY FX-IDX.
              10 FX-TABLE-CODE      PIC X(03).
              10 FX-TABLE-RATE      PIC 9(4)V9(6).

       01  WS-FX-FOUND-SW          PIC X(01) VALUE 'N'.
           88 FX-RATE-WAS-FOUND            VALUE 'Y'.
       01  WS-FX-RATE              PIC 9(4)V9(6).
       01  WS-FX-MISSING-SW        PIC X(01) VALUE 'N'.
           88 AN-FX-RATE-WAS-MISSING       VALUE 'Y'.

       01  WS-CURRENCY-CODE        PIC X(03).
       01  WS-REASON               PIC X(40).
       01  WS-DISPOSITION          PIC X(10).

       01  WS-GL-FEE-RECEIVABLE    PIC X(10) VALUE "1060-FEERC".

       01  WS-TOTAL-WAIVED         PIC 9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-WAIVERS-READ      PIC 9(7) COMP VALUE 0.
           05 WS-WAIVERS-POSTED    PIC 9(7) COMP VALUE 0.
           05 WS-WAIVERS-REJECTED  PIC 9(7) COMP VALUE 0.
           05 WS-WAIVERS-CARRIED   PIC 9(7) COMP VALUE 0.
           05 WS-WAIVERS-DROPPED   PIC 9(7) COMP VALUE 0.

       01  REJECTED-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "REJECTED - REOPENED    =".
           05 RC-REJECTED          PIC ZZZZ9.

       01  CARRIED-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "CARRIED TO NEXT NIGHT  =".
           05 CC-CARRIED           PIC ZZZZ9.

       01  DROPPED-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "DROPPED - SEE SYSEXCP  =".
           05 DC-DROPPED           PIC ZZZZ9.

       01  WS-STEP-RC              PIC S9(04) COMP VALUE 0.

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
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.
      *----------------------------------------------------------------
       COPY PERCKRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "FEEWAV".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "FEE WAIVER REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(06) VALUE "ACCT #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "CASE # ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "FEE ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "ACTION".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "APPROVER".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "     AMOUNT".

       01  REGISTER-DETAIL.
           05 WR-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WR-CASE-NO            PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WR-FEE-CODE           PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WR-DISPOSITION        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WR-APPROVED-BY        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WR-AMOUNT             PIC ZZZZ,ZZ9.99.

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(15) VALUE "TOTAL WAIVED  =".
           05 TL-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "FEEWAV  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-PROCESS-WAIVER   THRU 2000-EXIT
               VARYING WS-WAIVE-SUB FROM 1 BY 1
               UNTIL WS-WAIVE-SUB > WS-WAIVE-TABLE-COUNT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A WAIVER CARRIED OR DROPPED ENDS THE STEP WITH THE WARNING
      *    CODE 4 AND STILL MARKS IT COMPLETE - WAIVTXN ALREADY HOLDS
      *    ONLY WHAT IS LEFT, SO A RERUN WOULD POST NOTHING TWICE.  A
      *    MISSING FX RATE (CODE 8) HOLDS THE GATE OPEN.  THE CALL
      *    SETS RETURN-CODE, SO THE STEP'S OWN CODE IS PUT BACK.
           MOVE RETURN-CODE TO WS-STEP-RC.
           IF WS-STEP-RC = ZERO OR WS-STEP-RC = 4
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-WAIVERS-READ TO RQ-RECORD-COUNT
               MOVE WS-WAIVERS-POSTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
               MOVE WS-STEP-RC TO RETURN-CODE
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - BOTH WORKED FILES ARE LOADED BEFORE ANYTHING
      * IS OPENED FOR OUTPUT, SO A TABLE PAST ITS LIMIT LEAVES THE
      * NIGHT UNTOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT WAIVER-TXN.
           IF WAIVE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-WAIVE-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-WAIVER THRU 1100-EXIT
                   UNTIL END-OF-WAIVERS
               CLOSE WAIVER-TXN
           END-IF.

           IF NOT THE-LOAD-OVERFLOWED
               OPEN INPUT DISPUTE-CASES
               IF DISP-FILE-NOT-FOUND
                   MOVE 'Y' TO WS-DISP-EOF-SW
               ELSE
                   PERFORM 1200-LOAD-ONE-CASE THRU 1200-EXIT
                       UNTIL END-OF-DISPUTES
                   CLOSE DISPUTE-CASES
               END-IF
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - WAIVTXN AND DISPUTE LEFT "
                       "UNTOUCHED, RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-MASTER
           OPEN INPUT  FEE-SCHEDULE
           OPEN INPUT  FX-RATES
           OPEN OUTPUT WAIVER-REGISTER.

           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

           PERFORM 1300-LOAD-FEE-SCHEDULE THRU 1300-EXIT
               UNTIL END-OF-FEE-SCHEDULE.
           CLOSE FEE-SCHEDULE.

           PERFORM 1380-LOAD-FX-RATES THRU 1380-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.
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
      * 1100-LOAD-ONE-WAIVER
      *----------------------------------------------------------------
       1100-LOAD-ONE-WAIVER.
           READ WAIVER-TXN
               AT END
                   MOVE 'Y' TO WS-WAIVE-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-WAIVE-TABLE-COUNT >= WS-WAIVE-TABLE-MAX
               DISPLAY "WAIVER TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-WAIVE-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-WAIVE-TABLE-COUNT.
           MOVE FEE-WAIVER-TXN-REC TO WT-IMAGE(WS-WAIVE-TABLE-COUNT).
           MOVE 'N' TO WT-CARRY-SW(WS-WAIVE-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-CASE
      *----------------------------------------------------------------
       1200-LOAD-ONE-CASE.
           READ DISPUTE-CASES
               AT END
                   MOVE 'Y' TO WS-DISP-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF WS-DISP-TABLE-COUNT >= WS-DISP-TABLE-MAX
               DISPLAY "DISPUTE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-DISP-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-DISP-TABLE-COUNT.
           MOVE DISPUTE-CASE-REC TO DT-ENTRY(WS-DISP-TABLE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-FEE-SCHEDULE
      *----------------------------------------------------------------
       1300-LOAD-FEE-SCHEDULE.
           READ FEE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-FEE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FEE-TABLE-COUNT
                   MOVE FS-FEE-CODE
                       TO FEE-TABLE-CODE(WS-FEE-TABLE-COUNT)
                   MOVE FS-GL-ACCOUNT
                       TO FEE-TABLE-GL-ACCT(WS-FEE-TABLE-COUNT)
                   MOVE FS-DESCRIPTION
                       TO FEE-TABLE-DESC(WS-FEE-TABLE-COUNT)
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1380-LOAD-FX-RATES
      *----------------------------------------------------------------
       1380-LOAD-FX-RATES.
           READ FX-RATES
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
                   GO TO 1380-EXIT
           END-READ.

      *    THE HISTORY IS IN CURRENCY AND EFFECTIVE-DATE ORDER, SO A
      *    LATER ROW IN EFFECT REPLACES THE RATE JUST LOADED FOR ITS
      *    CURRENCY; A ROW NOT YET IN EFFECT IS PASSED OVER.
           IF FX-EFFECT-DATE IS NUMERIC
              AND FX-EFFECT-DATE > WS-BUS-DATE-RAW
               GO TO 1380-EXIT
           END-IF.
           IF WS-FX-TABLE-COUNT > ZERO
               IF FX-TABLE-CODE(WS-FX-TABLE-COUNT) = FX-CURRENCY-CODE
                   MOVE FX-RATE-TO-BASE
                       TO FX-TABLE-RATE(WS-FX-TABLE-COUNT)
                   GO TO 1380-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-FX-TABLE-COUNT.
           MOVE FX-CURRENCY-CODE TO FX-TABLE-CODE(WS-FX-TABLE-COUNT).
           MOVE FX-RATE-TO-BASE  TO FX-TABLE-RATE(WS-FX-TABLE-COUNT).
       1380-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-WAIVER - ONE WAIVTXN RECORD AGAINST ITS CASE.
      *----------------------------------------------------------------
       2000-PROCESS-WAIVER.
           MOVE WT-IMAGE(WS-WAIVE-SUB) TO FEE-WAIVER-TXN-REC.
           ADD 1 TO WS-WAIVERS-READ.

           PERFORM 2100-FIND-CASE THRU 2100-EXIT.
           IF NOT CASE-WAS-FOUND
               MOVE "WAIVER CASE NOT ON DISPUTE FILE" TO WS-REASON
               PERFORM 2900-DROP-WAIVER THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

      *    A CASE WHOSE WAIVER HAS ALREADY POSTED IS NEVER POSTED
      *    AGAIN, WHATEVER ELSE ARRIVES FOR IT.
           IF DP-WAIVER-WAS-POSTED
               MOVE "WAIVER ALREADY POSTED ON THIS CASE" TO WS-REASON
               PERFORM 2900-DROP-WAIVER THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WV-WAIVER-IS-REJECTED
               PERFORM 3000-REOPEN-CASE THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF NOT WV-WAIVER-IS-APPROVED
               MOVE "WAIVER DECISION NOT A OR R" TO WS-REASON
               PERFORM 2900-DROP-WAIVER THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 4000-POST-WAIVER THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIND-CASE - LEAVES WS-DISP-SUB ON THE WAIVER'S CASE AND
      * THE CASE IN DISPUTE-CASE-REC.
      *----------------------------------------------------------------
       2100-FIND-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW.
           PERFORM 2150-CHECK-ONE-CASE THRU 2150-EXIT
               VARYING WS-DISP-SUB FROM 1 BY 1
               UNTIL WS-DISP-SUB > WS-DISP-TABLE-COUNT
                  OR CASE-WAS-FOUND.
           IF CASE-WAS-FOUND
               SUBTRACT 1 FROM WS-DISP-SUB
               MOVE DT-ENTRY(WS-DISP-SUB) TO DISPUTE-CASE-REC
           END-IF.
       2100-EXIT.
           EXIT.

       2150-CHECK-ONE-CASE.
           MOVE DT-ENTRY(WS-DISP-SUB) TO DISPUTE-CASE-REC.
           IF DP-CASE-NO = WV-CASE-NO
               MOVE 'Y' TO WS-CASE-FOUND-SW
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-CARRY-WAIVER - THE WAIVER GOES BACK ON WAIVTXN FOR THE
      * NEXT NIGHT.  WS-REASON SAYS WHY.
      *----------------------------------------------------------------
       2800-CARRY-WAIVER.
           MOVE 'Y' TO WT-CARRY-SW(WS-WAIVE-SUB).
           ADD 1 TO WS-WAIVERS-CARRIED.
           MOVE "CARRIED   " TO WS-DISPOSITION.
           PERFORM 2950-LOG-EXCEPTION THRU 2950-EXIT.
           PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-DROP-WAIVER - THE WAIVER CAN NEVER POST AND LEAVES THE
      * FILE.  WS-REASON SAYS WHY.
      *----------------------------------------------------------------
       2900-DROP-WAIVER.
           ADD 1 TO WS-WAIVERS-DROPPED.
           MOVE "DROPPED   " TO WS-DISPOSITION.
           PERFORM 2950-LOG-EXCEPTION THRU 2950-EXIT.
           PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-LOG-EXCEPTION
      *----------------------------------------------------------------
       2950-LOG-EXCEPTION.
           MOVE SPACES TO SHARED-EXCEPTION-REC.
           MOVE "FEEWAV"        TO SE-PROGRAM-ID.
           MOVE WV-ACCT-NO      TO SE-ENTRY-ID.
           MOVE WS-REASON       TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-REOPEN-CASE - A WAIVER THE APPROVER TURNED DOWN PUTS THE
      * CASE BACK TO OPEN, SO THE ACCOUNT STAYS OUT OF FEES AND
      * COLLECTIONS UNTIL IT IS RESOLVED AGAIN.
      *----------------------------------------------------------------
       3000-REOPEN-CASE.
           SET DP-CASE-IS-OPEN TO TRUE.
           MOVE ZERO   TO DP-RESOLVE-DATE
                          DP-WAIVE-AMT.
           MOVE SPACES TO DP-RESOLVED-BY
                          DP-APPROVED-BY
                          DP-NOTE.
           STRING "WAIVER REJECTED BY " DELIMITED BY SIZE
                  WV-APPROVED-BY        DELIMITED BY SPACE
               INTO DP-NOTE.
           MOVE DISPUTE-CASE-REC TO DT-ENTRY(WS-DISP-SUB).

           ADD 1 TO WS-WAIVERS-REJECTED.
           MOVE "REJECTED  " TO WS-DISPOSITION.
           PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-POST-WAIVER - REVERSES THE FEE THE WAY FEE-ASSESS POSTED
      * IT AND MARKS THE CASE.
      *----------------------------------------------------------------
       4000-POST-WAIVER.
           MOVE WV-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "WAIVER ACCOUNT NOT ON LOAN MASTER"
                       TO WS-REASON
                   PERFORM 2800-CARRY-WAIVER THRU 2800-EXIT
                   GO TO 4000-EXIT
           END-READ.

           PERFORM 4100-FIND-FEE THRU 4100-EXIT.
           IF NOT FEE-WAS-FOUND
               MOVE "WAIVER FEE CODE NOT ON FEE SCHEDULE" TO WS-REASON
               PERFORM 2800-CARRY-WAIVER THRU 2800-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.

           PERFORM 4500-POST-GL-PAIR THRU 4500-EXIT.

           MOVE "WV"                    TO JQ-TXN-CODE.
           COMPUTE JQ-AMOUNT = ZERO - WV-AMOUNT.
           MOVE 'Y'                     TO JQ-MEMO-SW.
           MOVE WV-FEE-CODE             TO JQ-REFERENCE.
           PERFORM 4700-POST-ACCOUNT-JOURNAL THRU 4700-EXIT.

           SET DP-RESOLVED-FOR-CUSTOMER TO TRUE.
           MOVE WV-AMOUNT      TO DP-WAIVE-AMT.
           MOVE WV-APPROVED-BY TO DP-APPROVED-BY.
           MOVE 'Y'            TO DP-WAIVE-POSTED-SW.
           IF DP-RESOLVE-DATE = ZERO
               MOVE WS-BUS-DATE-RAW TO DP-RESOLVE-DATE
           END-IF.
           IF DP-RESOLVED-BY = SPACES
               MOVE WV-REQUESTED-BY TO DP-RESOLVED-BY
           END-IF.
           MOVE DISPUTE-CASE-REC TO DT-ENTRY(WS-DISP-SUB).

           ADD WV-AMOUNT TO WS-TOTAL-WAIVED.
           ADD 1 TO WS-WAIVERS-POSTED.
           MOVE "POSTED    " TO WS-DISPOSITION.
           PERFORM 5000-WRITE-REGISTER-LINE THRU 5000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-FIND-FEE - LEAVES FEE-IDX ON THE WAIVED FEE'S ROW.
      *----------------------------------------------------------------
       4100-FIND-FEE.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           PERFORM 4150-CHECK-ONE-FEE THRU 4150-EXIT
               VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > WS-FEE-TABLE-COUNT
                  OR FEE-WAS-FOUND.
           IF FEE-WAS-FOUND
               SET FEE-IDX DOWN BY 1
           END-IF.
       4100-EXIT.
           EXIT.

       4150-CHECK-ONE-FEE.
           IF FEE-TABLE-CODE(FEE-IDX) = WV-FEE-CODE
               MOVE 'Y' TO WS-FEE-FOUND-SW
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-GL-PAIR - THE MIRROR OF FEE-ASSESS'S PAIR: A DEBIT
      * TO THE FEE'S INCOME ACCOUNT AND A MATCHING CREDIT TO FEE
      * RECEIVABLE.
      *----------------------------------------------------------------
       4500-POST-GL-PAIR.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD TO GL-PERIOD.
           MOVE LM-ACCT-NO                 TO GL-ACCT-NO.
           MOVE LM-BRANCH                  TO GL-BRANCH.
           MOVE FEE-TABLE-GL-ACCT(FEE-IDX) TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT                 TO TRUE.
           MOVE WV-AMOUNT                  TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE           TO GL-CURRENCY.
           STRING "WAIVED "               DELIMITED BY SIZE
                  FEE-TABLE-DESC(FEE-IDX) DELIMITED BY SIZE
               INTO GL-NARRATIVE.
           COMPUTE GL-BASE-AMOUNT ROUNDED =
               WV-AMOUNT * WS-FX-RATE.
           WRITE GL-EXTRACT-REC.

           MOVE WS-GL-FEE-RECEIVABLE       TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT                TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - USD CONVERTS AT 1; ANY OTHER CURRENCY
      * WITHOUT A RATE CONVERTS AT ZERO, IS LOGGED, AND ENDS THE RUN
      * WITH CONDITION CODE 8, MATCHING FEE-ASSESS.
      *----------------------------------------------------------------
       4600-SET-FX-RATE.
           IF WS-CURRENCY-CODE = "USD"
               MOVE 1 TO WS-FX-RATE
               GO TO 4600-EXIT
           END-IF.

           MOVE 'N'  TO WS-FX-FOUND-SW.
           MOVE ZERO TO WS-FX-RATE.
           PERFORM 4650-SEARCH-FX-RATE THRU 4650-EXIT
               VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > WS-FX-TABLE-COUNT
                  OR FX-RATE-WAS-FOUND.

           IF NOT FX-RATE-WAS-FOUND
               SET AN-FX-RATE-WAS-MISSING TO TRUE
               MOVE SPACES TO SHARED-EXCEPTION-REC
               MOVE "FEEWAV" TO SE-PROGRAM-ID
               MOVE WS-CURRENCY-CODE TO SE-ENTRY-ID
               MOVE "FX RATE MISSING FOR CURRENCY" TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               WRITE SHARED-EXCEPTION-REC
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4650-SEARCH-FX-RATE
      *----------------------------------------------------------------
       4650-SEARCH-FX-RATE.
           IF FX-TABLE-CODE(FX-IDX) = WS-CURRENCY-CODE
               MOVE FX-TABLE-RATE(FX-IDX) TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-FOUND-SW
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-POST-ACCOUNT-JOURNAL - THE CALLER SETS THE TRANSACTION
      * CODE, AMOUNT, MEMO SWITCH AND REFERENCE.
      *----------------------------------------------------------------
       4700-POST-ACCOUNT-JOURNAL.
           MOVE 'P'              TO JQ-FUNCTION.
           MOVE LM-ACCT-NO       TO JQ-ACCT-NO.
           MOVE WS-BUS-DATE-RAW  TO JQ-EFF-DATE.
           MOVE LM-PRINCIPAL     TO JQ-PRINCIPAL.
           MOVE LM-ACCRUED-INT   TO JQ-ACCRUED-INT.
           MOVE "FEEWAV  "       TO JQ-SOURCE-PGM.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REGISTER-LINE - WS-DISPOSITION SAYS WHAT BECAME OF
      * THE WAIVER.
      *----------------------------------------------------------------
       5000-WRITE-REGISTER-LINE.
           MOVE WV-ACCT-NO      TO WR-ACCT-NO.
           MOVE WV-CASE-NO      TO WR-CASE-NO.
           MOVE WV-FEE-CODE     TO WR-FEE-CODE.
           MOVE WS-DISPOSITION  TO WR-DISPOSITION.
           MOVE WV-APPROVED-BY  TO WR-APPROVED-BY.
           MOVE WV-AMOUNT       TO WR-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - WAIVTXN IS REWRITTEN WITH ONLY THE CARRIED
      * WAIVERS, AND THE WORKED TABLE REPLACES THE DISPUTE FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           OPEN OUTPUT WAIVER-TXN.
           PERFORM 9100-WRITE-ONE-WAIVER THRU 9100-EXIT
               VARYING WS-WAIVE-SUB FROM 1 BY 1
               UNTIL WS-WAIVE-SUB > WS-WAIVE-TABLE-COUNT.
           CLOSE WAIVER-TXN.

           IF WS-DISP-TABLE-COUNT > ZERO
               OPEN OUTPUT DISPUTE-CASES
               PERFORM 9200-WRITE-ONE-CASE THRU 9200-EXIT
                   VARYING WS-DISP-SUB FROM 1 BY 1
                   UNTIL WS-DISP-SUB > WS-DISP-TABLE-COUNT
               CLOSE DISPUTE-CASES
           END-IF.

           MOVE 'C' TO JQ-FUNCTION.
           CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST.

           MOVE WS-TOTAL-WAIVED TO TL-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           MOVE ZERO TO RETURN-CODE.
           IF WS-WAIVERS-CARRIED > ZERO OR WS-WAIVERS-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE LOAN-MASTER
                 WAIVER-REGISTER
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-WAIVER
      *----------------------------------------------------------------
       9100-WRITE-ONE-WAIVER.
           IF WT-IS-CARRIED(WS-WAIVE-SUB)
               MOVE WT-IMAGE(WS-WAIVE-SUB) TO FEE-WAIVER-TXN-REC
               WRITE FEE-WAIVER-TXN-REC
           END-IF.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-WRITE-ONE-CASE
      *----------------------------------------------------------------
       9200-WRITE-ONE-CASE.
           MOVE DT-ENTRY(WS-DISP-SUB) TO DISPUTE-CASE-REC.
           WRITE DISPUTE-CASE-REC.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - EVERY WAIVER READ IS POSTED,
      * REJECTED, CARRIED OR DROPPED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-WAIVERS-REJECTED TO RC-REJECTED.
           WRITE REGISTER-LINE FROM REJECTED-COUNT-LINE.
           MOVE WS-WAIVERS-CARRIED  TO CC-CARRIED.
           WRITE REGISTER-LINE FROM CARRIED-COUNT-LINE.
           MOVE WS-WAIVERS-DROPPED  TO DC-DROPPED.
           WRITE REGISTER-LINE FROM DROPPED-COUNT-LINE.
           MOVE WS-WAIVERS-READ     TO CT-RECORDS-READ.
           COMPUTE CT-RECORDS-PROCESSED = WS-WAIVERS-POSTED
               + WS-WAIVERS-REJECTED + WS-WAIVERS-CARRIED
               + WS-WAIVERS-DROPPED.
           IF CT-RECORDS-PROCESSED = CT-RECORDS-READ
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
