       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-POST.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  POSTS THE MANUAL GL JOURNALS
      *                 KEYED ON JOURNAL-ENTRY.  THE DAY'S RELEASES AND
      *                 REJECTIONS FROM APPROVAL-REVIEW (THE JRNLDEC
      *                 FILE) ARE APPLIED TO THE MANJRNL FILE FIRST;
      *                 EVERY RELEASED JOURNAL THEN GOES TO THE GL
      *                 EXTRACT LINE FOR LINE, FX-CONVERTED TO BASE
      *                 AND INTO THE PERIOD PERIOD-CHECK ALLOWS FOR
      *                 THE JOURNAL'S OWN PERIOD.  AN AUTO-REVERSING
      *                 JOURNAL IS REVERSED - EVERY LINE WITH ITS
      *                 DEBIT AND CREDIT SWAPPED, AT THE RATE IT
      *                 POSTED AT - ON THE FIRST NIGHT OF THE PERIOD
      *                 AFTER THE ONE IT POSTED TO, INTO THAT PERIOD.
      *                 A DECISION FOR A JOURNAL NOT ON FILE OR NOT
      *                 PENDING IS DROPPED TO SYSEXCP.  THE JOURNAL
      *                 REGISTER LISTS EVERY JOURNAL ACTED ON.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUAL-JOURNALS ASSIGN TO MANJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.

           SELECT JOURNAL-DECISIONS ASSIGN TO JRNLDEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JDEC-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-REGISTER ASSIGN TO JRNLREG
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
       FD  MANUAL-JOURNALS
           RECORDING MODE IS F.
       COPY MANJRNL.

       FD  JOURNAL-DECISIONS
           RECORDING MODE IS F.
       COPY MJDECIS.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  JOURNAL-REGISTER
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
       01  WS-BUS-PERIOD           PIC 9(06).

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-MJ-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-JOURNALS            VALUE 'Y'.
           05 WS-JDEC-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-DECISIONS           VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-JRNL-FOUND-SW     PIC X(01) VALUE 'N'.
              88 JOURNAL-WAS-FOUND          VALUE 'Y'.
           05 WS-LINES-OK-SW       PIC X(01) VALUE 'N'.
              88 JOURNAL-LINES-ARE-OK       VALUE 'Y'.
           05 WS-REVERSING-SW      PIC X(01) VALUE 'N'.
              88 POSTING-THE-REVERSAL       VALUE 'Y'.

       01  WS-MJ-FILE-STATUS       PIC X(02).
           88 MJ-FILE-NOT-FOUND            VALUE '35'.
       01  WS-JDEC-FILE-STATUS     PIC X(02).
           88 JDEC-FILE-NOT-FOUND          VALUE '35'.
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * THE JOURNAL FILE, LOADED WHOLE AND REWRITTEN AT CLOSE.  A
      * JOURNAL'S LINES FOLLOW ITS HEADER IN THE TABLE AS ON THE FILE.
      *----------------------------------------------------------------
       01  WS-MJ-TABLE-COUNT       PIC 9(05) VALUE 0.
       01  WS-MJ-TABLE-MAX         PIC 9(05) VALUE 20000.
       01  JOURNAL-TABLE.
           05 MT-ENTRY             PIC X(111) OCCURS 20000 TIMES.
       01  WS-MJ-SUB               PIC 9(05) COMP.
       01  WS-HDR-SUB              PIC 9(05) COMP.
       01  WS-LINE-SUB             PIC 9(05) COMP.
       01  WS-LAST-LINE-SUB        PIC 9(05) COMP.

      *----------------------------------------------------------------
      * THE DAY'S APPROVAL DECISIONS.
      *----------------------------------------------------------------
       01  WS-JD-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  WS-JD-TABLE-MAX         PIC 9(04) VALUE 1000.
       01  DECISION-TABLE.
           05 JT-ENTRY             PIC X(67) OCCURS 1000 TIMES.
       01  WS-JD-SUB               PIC 9(04) COMP.

      *----------------------------------------------------------------
      * FX-RATE TABLE - THE RATE IN EFFECT ON THE BUSINESS DATE FOR
      * EACH CURRENCY, AS EVERY OTHER GL WRITER LOADS IT.
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
       01  WS-ENTRY-ID             PIC X(10).

      *----------------------------------------------------------------
      * THE JOURNAL BEING POSTED OR REVERSED.
      *----------------------------------------------------------------
       01  WS-JOURNAL-NO           PIC 9(06).
       01  WS-NARR-PREFIX          PIC X(02).
       01  WS-POST-PERIOD          PIC 9(06).
       01  WS-NEXT-PERIOD          PIC 9(06).
       01  WS-NEXT-PERIOD-X REDEFINES WS-NEXT-PERIOD.
           05 WS-NP-YYYY           PIC 9(04).
           05 WS-NP-MM             PIC 9(02).
       01  WS-LINE-BASE            PIC 9(9)V99.
       01  WS-JRNL-BASE-DR         PIC 9(11)V99.
       01  WS-JRNL-BASE-CR         PIC 9(11)V99.

       01  WS-TOTAL-BASE-DR        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-BASE-CR        PIC 9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-DECISIONS-READ    PIC 9(7) COMP VALUE 0.
           05 WS-DECISIONS-APPLIED PIC 9(7) COMP VALUE 0.
           05 WS-DECISIONS-DROPPED PIC 9(7) COMP VALUE 0.
           05 WS-JOURNALS-POSTED   PIC 9(7) COMP VALUE 0.
           05 WS-JOURNALS-REVERSED PIC 9(7) COMP VALUE 0.
           05 WS-JOURNALS-REJECTED PIC 9(7) COMP VALUE 0.
           05 WS-JOURNALS-HELD     PIC 9(7) COMP VALUE 0.
           05 WS-GL-WRITTEN        PIC 9(7) COMP VALUE 0.

       01  POSTED-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "JOURNALS POSTED        =".
           05 PS-POSTED            PIC ZZZZ9.

       01  REVERSED-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "JOURNALS REVERSED      =".
           05 RV-REVERSED          PIC ZZZZ9.

       01  REJECTED-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "JOURNALS REJECTED      =".
           05 RJ-REJECTED          PIC ZZZZ9.

       01  HELD-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "HELD - SEE SYSEXCP     =".
           05 HC-HELD              PIC ZZZZ9.

       01  DROPPED-COUNT-LINE.
           05 FILLER               PIC X(24) VALUE
              "DROPPED - SEE SYSEXCP  =".
           05 DC-DROPPED           PIC ZZZZ9.

       01  BASE-TOTAL-LINE.
           05 FILLER               PIC X(16) VALUE "BASE DEBITS    =".
           05 BT-DEBITS            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(18) VALUE
              "  BASE CREDITS   =".
           05 BT-CREDITS           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-STEP-RC              PIC S9(04) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "GLJPST".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "MANUAL JOURNAL REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(07) VALUE "JOURNAL".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "PERIOD".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "CCY".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "ACTION".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "KEYED BY".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "APPROVER".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE
              "           AMOUNT".

       01  REGISTER-DETAIL.
           05 JR-JOURNAL-NO         PIC 9(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 JR-PERIOD             PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JR-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JR-DISPOSITION        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JR-ENTERED-BY         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JR-APPROVED-BY        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JR-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "GLJPST  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-APPLY-DECISION   THRU 2000-EXIT
               VARYING WS-JD-SUB FROM 1 BY 1
               UNTIL WS-JD-SUB > WS-JD-TABLE-COUNT.
           PERFORM 3000-POST-JOURNAL     THRU 3000-EXIT
               VARYING WS-HDR-SUB FROM 1 BY 1
               UNTIL WS-HDR-SUB > WS-MJ-TABLE-COUNT.
           PERFORM 5000-REVERSE-JOURNAL  THRU 5000-EXIT
               VARYING WS-HDR-SUB FROM 1 BY 1
               UNTIL WS-HDR-SUB > WS-MJ-TABLE-COUNT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A DROPPED DECISION OR A HELD JOURNAL ENDS THE STEP WITH THE
      *    WARNING CODE 4 AND STILL MARKS IT COMPLETE - THE JOURNAL
      *    FILE ALREADY SAYS WHAT POSTED, SO A RERUN WOULD POST
      *    NOTHING TWICE.  A MISSING FX RATE (CODE 8) HOLDS THE GATE
      *    OPEN.  THE CALL SETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *    PUT BACK.
           MOVE RETURN-CODE TO WS-STEP-RC.
           IF WS-STEP-RC = ZERO OR WS-STEP-RC = 4
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-DECISIONS-READ TO RQ-RECORD-COUNT
               MOVE WS-GL-WRITTEN TO RQ-WRITTEN-COUNT
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
           OPEN INPUT MANUAL-JOURNALS.
           IF MJ-FILE-NOT-FOUND
               MOVE 'Y' TO WS-MJ-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-JOURNAL THRU 1100-EXIT
                   UNTIL END-OF-JOURNALS
               CLOSE MANUAL-JOURNALS
           END-IF.

           IF NOT THE-LOAD-OVERFLOWED
               OPEN INPUT JOURNAL-DECISIONS
               IF JDEC-FILE-NOT-FOUND
                   MOVE 'Y' TO WS-JDEC-EOF-SW
               ELSE
                   PERFORM 1200-LOAD-ONE-DECISION THRU 1200-EXIT
                       UNTIL END-OF-DECISIONS
                   CLOSE JOURNAL-DECISIONS
               END-IF
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - MANJRNL AND JRNLDEC LEFT "
                       "UNTOUCHED, RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  FX-RATES
           OPEN OUTPUT JOURNAL-REGISTER.

           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

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
           MOVE WS-BUS-DATE-RAW(1:6) TO WS-BUS-PERIOD.
       1040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-JOURNAL
      *----------------------------------------------------------------
       1100-LOAD-ONE-JOURNAL.
           READ MANUAL-JOURNALS
               AT END
                   MOVE 'Y' TO WS-MJ-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-MJ-TABLE-COUNT >= WS-MJ-TABLE-MAX
               DISPLAY "JOURNAL TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-MJ-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-MJ-TABLE-COUNT.
           MOVE MANUAL-JOURNAL-REC TO MT-ENTRY(WS-MJ-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-DECISION
      *----------------------------------------------------------------
       1200-LOAD-ONE-DECISION.
           READ JOURNAL-DECISIONS
               AT END
                   MOVE 'Y' TO WS-JDEC-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF WS-JD-TABLE-COUNT >= WS-JD-TABLE-MAX
               DISPLAY "DECISION TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-JDEC-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-JD-TABLE-COUNT.
           MOVE JOURNAL-DECISION-REC TO JT-ENTRY(WS-JD-TABLE-COUNT).
       1200-EXIT.
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
      * 2000-APPLY-DECISION - ONE APPROVAL-REVIEW DECISION AGAINST ITS
      * JOURNAL.  ONLY A PENDING JOURNAL TAKES A DECISION.
      *----------------------------------------------------------------
       2000-APPLY-DECISION.
           MOVE JT-ENTRY(WS-JD-SUB) TO JOURNAL-DECISION-REC.
           ADD 1 TO WS-DECISIONS-READ.

           PERFORM 2100-FIND-JOURNAL THRU 2100-EXIT.
           IF NOT JOURNAL-WAS-FOUND
               MOVE "DECISION FOR JOURNAL NOT ON MANJRNL"
                   TO WS-REASON
               PERFORM 2900-DROP-DECISION THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF NOT MJ-JOURNAL-IS-PENDING
               MOVE "DECISION FOR JOURNAL NOT PENDING" TO WS-REASON
               PERFORM 2900-DROP-DECISION THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN JD-JOURNAL-IS-APPROVED
                   SET MJ-JOURNAL-IS-APPROVED TO TRUE
               WHEN JD-JOURNAL-IS-REJECTED
                   SET MJ-JOURNAL-WAS-REJECTED TO TRUE
               WHEN OTHER
                   MOVE "JOURNAL DECISION NOT A OR R" TO WS-REASON
                   PERFORM 2900-DROP-DECISION THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-EVALUATE.

           MOVE JD-APPROVED-BY TO MJ-APPROVED-BY.
           MOVE MANUAL-JOURNAL-REC TO MT-ENTRY(WS-MJ-SUB).
           ADD 1 TO WS-DECISIONS-APPLIED.

           IF MJ-JOURNAL-WAS-REJECTED
               ADD 1 TO WS-JOURNALS-REJECTED
               MOVE "REJECTED  " TO WS-DISPOSITION
               MOVE MJ-PERIOD    TO WS-POST-PERIOD
               PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIND-JOURNAL - LEAVES WS-MJ-SUB ON THE DECISION'S JOURNAL
      * HEADER AND THE HEADER IN MANUAL-JOURNAL-REC.
      *----------------------------------------------------------------
       2100-FIND-JOURNAL.
           MOVE 'N' TO WS-JRNL-FOUND-SW.
           PERFORM 2150-CHECK-ONE-JOURNAL THRU 2150-EXIT
               VARYING WS-MJ-SUB FROM 1 BY 1
               UNTIL WS-MJ-SUB > WS-MJ-TABLE-COUNT
                  OR JOURNAL-WAS-FOUND.
           IF JOURNAL-WAS-FOUND
               SUBTRACT 1 FROM WS-MJ-SUB
               MOVE MT-ENTRY(WS-MJ-SUB) TO MANUAL-JOURNAL-REC
           END-IF.
       2100-EXIT.
           EXIT.

       2150-CHECK-ONE-JOURNAL.
           MOVE MT-ENTRY(WS-MJ-SUB) TO MANUAL-JOURNAL-REC.
           IF MJ-JOURNAL-NO = JD-JOURNAL-NO
              AND MJ-REC-IS-HEADER
               MOVE 'Y' TO WS-JRNL-FOUND-SW
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-DROP-DECISION - THE DECISION CAN NEVER APPLY AND LEAVES
      * THE FILE.  WS-REASON SAYS WHY.
      *----------------------------------------------------------------
       2900-DROP-DECISION.
           ADD 1 TO WS-DECISIONS-DROPPED.
           MOVE JD-JOURNAL-NO TO WS-ENTRY-ID.
           PERFORM 2950-LOG-EXCEPTION THRU 2950-EXIT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-LOG-EXCEPTION - THE CALLER SETS WS-ENTRY-ID AND
      * WS-REASON.
      *----------------------------------------------------------------
       2950-LOG-EXCEPTION.
           MOVE SPACES TO SHARED-EXCEPTION-REC.
           MOVE "GLJPST"        TO SE-PROGRAM-ID.
           MOVE WS-ENTRY-ID     TO SE-ENTRY-ID.
           MOVE WS-REASON       TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-POST-JOURNAL - EVERY RELEASED JOURNAL GOES TO THE GL
      * EXTRACT IN THE PERIOD PERIOD-CHECK ALLOWS FOR ITS OWN, AT THE
      * RATE IN EFFECT TONIGHT.
      *----------------------------------------------------------------
       3000-POST-JOURNAL.
           MOVE MT-ENTRY(WS-HDR-SUB) TO MANUAL-JOURNAL-REC.
           IF NOT MJ-REC-IS-HEADER
              OR NOT MJ-JOURNAL-IS-APPROVED
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-CHECK-LINES THRU 3100-EXIT.
           IF NOT JOURNAL-LINES-ARE-OK
               GO TO 3000-EXIT
           END-IF.

           COMPUTE PC-BUS-DATE = MJ-PERIOD * 100 + 1.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.
           MOVE PC-POST-PERIOD TO WS-POST-PERIOD.

           MOVE MJ-CURRENCY TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.

           MOVE 'N'  TO WS-REVERSING-SW.
           MOVE "MJ" TO WS-NARR-PREFIX.
           PERFORM 4000-POST-LINES THRU 4000-EXIT.

           MOVE MT-ENTRY(WS-HDR-SUB) TO MANUAL-JOURNAL-REC.
           SET MJ-JOURNAL-WAS-POSTED TO TRUE.
           MOVE WS-POST-PERIOD TO MJ-POSTED-PERIOD.
           MOVE WS-FX-RATE     TO MJ-POSTED-RATE.
           MOVE MANUAL-JOURNAL-REC TO MT-ENTRY(WS-HDR-SUB).

           ADD 1 TO WS-JOURNALS-POSTED.
           MOVE "POSTED    " TO WS-DISPOSITION.
           PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-LINES - THE JOURNAL'S LINES MUST FOLLOW ITS HEADER,
      * AS MANY AS THE HEADER SAYS.  A JOURNAL WHOSE LINES ARE NOT
      * THERE IS HELD, LOGGED, AND LEFT AS IT IS ON THE FILE.  THE
      * HEADER IS BACK IN MANUAL-JOURNAL-REC ON THE WAY OUT.
      *----------------------------------------------------------------
       3100-CHECK-LINES.
           MOVE 'Y' TO WS-LINES-OK-SW.
           MOVE MJ-JOURNAL-NO TO WS-JOURNAL-NO.
           COMPUTE WS-LAST-LINE-SUB = WS-HDR-SUB + MJ-LINE-COUNT.

           IF MJ-LINE-COUNT < 2
              OR WS-LAST-LINE-SUB > WS-MJ-TABLE-COUNT
               MOVE 'N' TO WS-LINES-OK-SW
           ELSE
               PERFORM 3150-CHECK-ONE-LINE THRU 3150-EXIT
                   VARYING WS-LINE-SUB FROM WS-HDR-SUB BY 1
                   UNTIL WS-LINE-SUB >= WS-LAST-LINE-SUB
                      OR NOT JOURNAL-LINES-ARE-OK
           END-IF.

           IF NOT JOURNAL-LINES-ARE-OK
               ADD 1 TO WS-JOURNALS-HELD
               MOVE WS-JOURNAL-NO TO WS-ENTRY-ID
               MOVE "JOURNAL LINES MISSING - NOT POSTED"
                   TO WS-REASON
               PERFORM 2950-LOG-EXCEPTION THRU 2950-EXIT
               MOVE MT-ENTRY(WS-HDR-SUB) TO MANUAL-JOURNAL-REC
               MOVE "HELD      " TO WS-DISPOSITION
               MOVE MJ-PERIOD    TO WS-POST-PERIOD
               PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT
           END-IF.
           MOVE MT-ENTRY(WS-HDR-SUB) TO MANUAL-JOURNAL-REC.
       3100-EXIT.
           EXIT.

       3150-CHECK-ONE-LINE.
           MOVE MT-ENTRY(WS-LINE-SUB + 1) TO MANUAL-JOURNAL-REC.
           IF MJ-JOURNAL-NO NOT = WS-JOURNAL-NO
              OR NOT MJ-REC-IS-LINE
               MOVE 'N' TO WS-LINES-OK-SW
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-POST-LINES - ONE GL EXTRACT RECORD PER JOURNAL LINE, THE
      * DEBIT AND CREDIT SWAPPED WHEN IT IS THE REVERSAL.  EACH LINE
      * CONVERTS TO BASE ON ITS OWN; THE LAST LINE TAKES UP THE
      * ROUNDING SO THE JOURNAL'S BASE DEBITS EQUAL ITS BASE CREDITS,
      * AS ITS CURRENCY AMOUNTS DO.  THE CALLER SETS THE PERIOD, THE
      * RATE AND THE NARRATIVE PREFIX.
      *----------------------------------------------------------------
       4000-POST-LINES.
           MOVE ZERO TO WS-JRNL-BASE-DR
                        WS-JRNL-BASE-CR.
           MOVE MT-ENTRY(WS-HDR-SUB) TO MANUAL-JOURNAL-REC.
           MOVE MJ-JOURNAL-NO TO WS-JOURNAL-NO.
           COMPUTE WS-LAST-LINE-SUB = WS-HDR-SUB + MJ-LINE-COUNT.
           PERFORM 4100-POST-ONE-LINE THRU 4100-EXIT
               VARYING WS-LINE-SUB FROM WS-HDR-SUB BY 1
               UNTIL WS-LINE-SUB >= WS-LAST-LINE-SUB.
       4000-EXIT.
           EXIT.

       4100-POST-ONE-LINE.
           MOVE MT-ENTRY(WS-LINE-SUB + 1) TO MANUAL-JOURNAL-REC.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE WS-POST-PERIOD   TO GL-PERIOD.
           MOVE MJ-GL-ACCOUNT    TO GL-GL-ACCOUNT.
           MOVE MJ-AMOUNT        TO GL-AMOUNT.
           MOVE WS-CURRENCY-CODE TO GL-CURRENCY.
           STRING WS-NARR-PREFIX  DELIMITED BY SIZE
                  WS-JOURNAL-NO   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  MJ-NARRATIVE    DELIMITED BY SIZE
               INTO GL-NARRATIVE.

           IF MJ-LINE-IS-DEBIT
               SET GL-IS-DEBIT  TO TRUE
           ELSE
               SET GL-IS-CREDIT TO TRUE
           END-IF.
           IF POSTING-THE-REVERSAL
               IF MJ-LINE-IS-DEBIT
                   SET GL-IS-CREDIT TO TRUE
               ELSE
                   SET GL-IS-DEBIT  TO TRUE
               END-IF
           END-IF.

           COMPUTE WS-LINE-BASE ROUNDED = MJ-AMOUNT * WS-FX-RATE.
           IF WS-LINE-SUB + 1 = WS-LAST-LINE-SUB
               PERFORM 4200-BALANCE-LAST-LINE THRU 4200-EXIT
           END-IF.
           MOVE WS-LINE-BASE TO GL-BASE-AMOUNT.

           IF GL-IS-DEBIT
               ADD WS-LINE-BASE TO WS-JRNL-BASE-DR
                                   WS-TOTAL-BASE-DR
           ELSE
               ADD WS-LINE-BASE TO WS-JRNL-BASE-CR
                                   WS-TOTAL-BASE-CR
           END-IF.

           WRITE GL-EXTRACT-REC.
           ADD 1 TO WS-GL-WRITTEN.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-BALANCE-LAST-LINE - THE LAST LINE'S BASE AMOUNT IS WHAT
      * BRINGS ITS SIDE TO THE OTHER SIDE'S TOTAL, AS LONG AS THAT IS
      * NOT BELOW ZERO.
      *----------------------------------------------------------------
       4200-BALANCE-LAST-LINE.
           IF GL-IS-DEBIT
               IF WS-JRNL-BASE-CR >= WS-JRNL-BASE-DR
                   COMPUTE WS-LINE-BASE =
                       WS-JRNL-BASE-CR - WS-JRNL-BASE-DR
               END-IF
           ELSE
               IF WS-JRNL-BASE-DR >= WS-JRNL-BASE-CR
                   COMPUTE WS-LINE-BASE =
                       WS-JRNL-BASE-DR - WS-JRNL-BASE-CR
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - USD CONVERTS AT 1; ANY OTHER CURRENCY
      * WITHOUT A RATE CONVERTS AT ZERO, IS LOGGED, AND ENDS THE RUN
      * WITH CONDITION CODE 8, MATCHING THE OTHER GL WRITERS.
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
               MOVE "GLJPST" TO SE-PROGRAM-ID
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
      * 5000-REVERSE-JOURNAL - A POSTED AUTO-REVERSING JOURNAL IS
      * REVERSED ONCE THE BUSINESS DATE REACHES THE PERIOD AFTER THE
      * ONE IT POSTED TO, INTO THAT PERIOD (OR THE PERIOD PERIOD-CHECK
      * MOVES IT ON TO), AT THE RATE IT POSTED AT SO THE SAME BASE
      * AMOUNTS COME BACK OUT.
      *----------------------------------------------------------------
       5000-REVERSE-JOURNAL.
           MOVE MT-ENTRY(WS-HDR-SUB) TO MANUAL-JOURNAL-REC.
           IF NOT MJ-REC-IS-HEADER
              OR NOT MJ-JOURNAL-WAS-POSTED
              OR NOT MJ-JOURNAL-AUTO-REVERSES
              OR MJ-REVERSAL-WAS-POSTED
               GO TO 5000-EXIT
           END-IF.

           MOVE MJ-POSTED-PERIOD TO WS-NEXT-PERIOD.
           IF WS-NP-MM >= 12
               ADD 1 TO WS-NP-YYYY
               MOVE 1 TO WS-NP-MM
           ELSE
               ADD 1 TO WS-NP-MM
           END-IF.
           IF WS-NEXT-PERIOD > WS-BUS-PERIOD
               GO TO 5000-EXIT
           END-IF.

           PERFORM 3100-CHECK-LINES THRU 3100-EXIT.
           IF NOT JOURNAL-LINES-ARE-OK
               GO TO 5000-EXIT
           END-IF.

           COMPUTE PC-BUS-DATE = WS-NEXT-PERIOD * 100 + 1.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.
           MOVE PC-POST-PERIOD TO WS-POST-PERIOD.

           MOVE MT-ENTRY(WS-HDR-SUB) TO MANUAL-JOURNAL-REC.
           MOVE MJ-CURRENCY    TO WS-CURRENCY-CODE.
           MOVE MJ-POSTED-RATE TO WS-FX-RATE.

           MOVE 'Y'  TO WS-REVERSING-SW.
           MOVE "RV" TO WS-NARR-PREFIX.
           PERFORM 4000-POST-LINES THRU 4000-EXIT.

           MOVE MT-ENTRY(WS-HDR-SUB) TO MANUAL-JOURNAL-REC.
           MOVE 'Y'            TO MJ-REVERSED-SW.
           MOVE WS-POST-PERIOD TO MJ-REVERSAL-PERIOD.
           MOVE MANUAL-JOURNAL-REC TO MT-ENTRY(WS-HDR-SUB).

           ADD 1 TO WS-JOURNALS-REVERSED.
           MOVE "REVERSED  " TO WS-DISPOSITION.
           PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-REGISTER-LINE - MANUAL-JOURNAL-REC HOLDS THE
      * JOURNAL'S HEADER; WS-DISPOSITION SAYS WHAT BECAME OF IT AND
      * WS-POST-PERIOD WHICH PERIOD IT WENT TO.
      *----------------------------------------------------------------
       6000-WRITE-REGISTER-LINE.
           MOVE MJ-JOURNAL-NO   TO JR-JOURNAL-NO.
           MOVE WS-POST-PERIOD  TO JR-PERIOD.
           MOVE MJ-CURRENCY     TO JR-CURRENCY.
           MOVE WS-DISPOSITION  TO JR-DISPOSITION.
           MOVE MJ-ENTERED-BY   TO JR-ENTERED-BY.
           MOVE MJ-APPROVED-BY  TO JR-APPROVED-BY.
           MOVE MJ-TOTAL-AMOUNT TO JR-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE REPLACES THE JOURNAL FILE AND
      * THE DECISION FILE IS EMPTIED, SO EVERY DECISION APPLIES ONCE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-MJ-TABLE-COUNT > ZERO
               OPEN OUTPUT MANUAL-JOURNALS
               PERFORM 9100-WRITE-ONE-JOURNAL THRU 9100-EXIT
                   VARYING WS-MJ-SUB FROM 1 BY 1
                   UNTIL WS-MJ-SUB > WS-MJ-TABLE-COUNT
               CLOSE MANUAL-JOURNALS
           END-IF.

           OPEN OUTPUT JOURNAL-DECISIONS.
           CLOSE JOURNAL-DECISIONS.

           MOVE WS-TOTAL-BASE-DR TO BT-DEBITS.
           MOVE WS-TOTAL-BASE-CR TO BT-CREDITS.
           WRITE REGISTER-LINE FROM BASE-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           MOVE ZERO TO RETURN-CODE.
           IF WS-DECISIONS-DROPPED > ZERO OR WS-JOURNALS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF AN-FX-RATE-WAS-MISSING
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE JOURNAL-REGISTER
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-JOURNAL
      *----------------------------------------------------------------
       9100-WRITE-ONE-JOURNAL.
           MOVE MT-ENTRY(WS-MJ-SUB) TO MANUAL-JOURNAL-REC.
           WRITE MANUAL-JOURNAL-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - EVERY DECISION READ IS APPLIED OR
      * DROPPED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-JOURNALS-POSTED   TO PS-POSTED.
           WRITE REGISTER-LINE FROM POSTED-COUNT-LINE.
           MOVE WS-JOURNALS-REVERSED TO RV-REVERSED.
           WRITE REGISTER-LINE FROM REVERSED-COUNT-LINE.
           MOVE WS-JOURNALS-REJECTED TO RJ-REJECTED.
           WRITE REGISTER-LINE FROM REJECTED-COUNT-LINE.
           MOVE WS-JOURNALS-HELD     TO HC-HELD.
           WRITE REGISTER-LINE FROM HELD-COUNT-LINE.
           MOVE WS-DECISIONS-DROPPED TO DC-DROPPED.
           WRITE REGISTER-LINE FROM DROPPED-COUNT-LINE.
           MOVE WS-DECISIONS-READ    TO CT-RECORDS-READ.
           COMPUTE CT-RECORDS-PROCESSED = WS-DECISIONS-APPLIED
               + WS-DECISIONS-DROPPED.
           IF CT-RECORDS-PROCESSED = CT-RECORDS-READ
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
