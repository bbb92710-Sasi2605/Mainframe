       IDENTIFICATION DIVISION.
       PROGRAM-ID. HALL-TICKET.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  PRINTS AN EXAMINATION HALL
      *                 TICKET FOR EVERY STUDENT SEATED ON THE EXAMSEAT
      *                 ALLOCATION - ONE LINE PER PAPER WITH DATE,
      *                 SESSION, SUBJECT, ROOM AND SEAT.  A STUDENT
      *                 GRADE-EVAL WOULD HOLD BACK - ATTENDANCE BELOW
      *                 THE ATTCTL THRESHOLD, OR A BALANCE STILL DUE
      *                 ON STUBAL - GETS NO TICKET; THEY ARE LISTED ON
      *                 THE WITHHELD REPORT WITH THE REASON AND LOGGED
      *                 FOR THE OFFICE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT SEAT-FILE       ASSIGN TO EXAMSEAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAT-FILE-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-FILE-STATUS.

           SELECT ATTEND-CONTROL  ASSIGN TO ATTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTCTL-FILE-STATUS.

           SELECT BALANCE-FILE    ASSIGN TO STUBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT TICKET-FILE     ASSIGN TO HALLTKT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WITHHELD-REPORT ASSIGN TO HALLWHLD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  SEAT-FILE
           RECORDING MODE IS F.
       COPY EXAMSEAT.

       FD  ATTENDANCE-FILE
           RECORDING MODE IS F.
       COPY ATTEND.

       FD  ATTEND-CONTROL
           RECORDING MODE IS F.
       01  ATTEND-CONTROL-REC.
           05 AC-THRESHOLD-PCT     PIC 9(03).

       FD  BALANCE-FILE
           RECORDING MODE IS F.
       COPY STUBAL.

       FD  TICKET-FILE
           RECORDING MODE IS F.
       01  TICKET-LINE             PIC X(80).

       FD  WITHHELD-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(80).

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
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-STUDENTS            VALUE 'Y'.
           05 WS-SEAT-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-SEATS               VALUE 'Y'.
           05 WS-ATT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ATTENDANCE          VALUE 'Y'.
           05 WS-BAL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-STU-FILE-STATUS      PIC X(02).
       01  WS-SEAT-FILE-STATUS     PIC X(02).
           88 SEAT-FILE-NOT-FOUND          VALUE '35'.
       01  WS-ATT-FILE-STATUS      PIC X(02).
           88 ATT-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ATTCTL-FILE-STATUS   PIC X(02).
           88 ATTCTL-FILE-NOT-FOUND        VALUE '35'.
       01  WS-BAL-FILE-STATUS      PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * SEAT TABLE - THE CURRENT TERM'S ALLOCATION FROM EXAM-SEATING,
      * IN THE DATE AND SESSION ORDER IT WAS SEATED.
      *----------------------------------------------------------------
       01  WS-SEAT-TABLE-COUNT     PIC 9(05) VALUE 0.
       01  WS-SEAT-TABLE-MAX       PIC 9(05) VALUE 10000.
       01  SEAT-TABLE.
           05 ST-ENTRY OCCURS 10000 TIMES.
              10 ST-ROLL-NO        PIC X(06).
              10 ST-SUBJECT-CODE   PIC X(06).
              10 ST-EXAM-DATE      PIC 9(08).
              10 ST-SESSION        PIC X(01).
              10 ST-ROOM           PIC X(06).
              10 ST-SEAT-NO        PIC 9(04).
       01  WS-SEAT-SUB             PIC 9(05) COMP.
       01  WS-STUDENT-SEATS        PIC 9(03) COMP.

      *----------------------------------------------------------------
      * ATTENDANCE ELIGIBILITY - THE SAME TABLE AND THRESHOLD
      * GRADE-EVAL HOLDS STUDENTS BACK ON.
      *----------------------------------------------------------------
       01  WS-ATT-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ATT-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  ATTENDANCE-TABLE.
           05 ATT-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-ATT-TABLE-COUNT
                 INDEXED BY ATT-IDX.
              10 ATT-ROLL-NO        PIC X(06).
              10 ATT-HELD           PIC 9(03).
              10 ATT-ATTENDED       PIC 9(03).

       01  WS-ATT-FOUND-SW         PIC X(01).
           88 ATTENDANCE-WAS-FOUND         VALUE 'Y'.
       01  WS-ATT-THRESHOLD        PIC 9(03) VALUE 75.
       01  WS-ATT-PCT              PIC 9(03).
       01  WS-ELIGIBLE-SW          PIC X(01).
           88 STUDENT-IS-ELIGIBLE          VALUE 'Y'.

      *----------------------------------------------------------------
      * FEE-ARREARS TABLE - ROLL NUMBERS STILL OWING ON THE STUDENT
      * FEE BALANCE FILE.
      *----------------------------------------------------------------
       01  WS-ARR-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ARR-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  ARREARS-TABLE.
           05 ARR-ROLL             PIC X(06) OCCURS 2000 TIMES.
       01  WS-ARR-SUB              PIC 9(04) COMP.
       01  WS-ARR-FOUND-SW         PIC X(01).
           88 STUDENT-OWES-FEES            VALUE 'Y'.

       01  WS-REASON               PIC X(40).
       01  WS-ENTRY-ID             PIC X(10).

       01  WS-COUNTS.
           05 WS-STUDENTS-READ     PIC 9(7) COMP VALUE 0.
           05 WS-NOT-SITTING       PIC 9(7) COMP VALUE 0.
           05 WS-TICKETS-PRINTED   PIC 9(7) COMP VALUE 0.
           05 WS-HELD-ATTENDANCE   PIC 9(7) COMP VALUE 0.
           05 WS-HELD-FEES         PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "HALLTK".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  TICKET-HEADING-1.
           05 FILLER                PIC X(34) VALUE
              "EXAMINATION HALL TICKET     TERM  ".
           05 TH-TERM-ID            PIC X(06).

       01  TICKET-HEADING-2.
           05 FILLER                PIC X(09) VALUE "ROLL NO  ".
           05 TH-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 TH-NAME               PIC X(20).
           05 FILLER                PIC X(11) VALUE "  CLASS    ".
           05 TH-CLASS-SECTION      PIC X(04).

       01  TICKET-HEADING-3.
           05 FILLER                PIC X(40) VALUE
              "    DATE      SESSION   SUBJECT   ROOM  ".
           05 FILLER                PIC X(06) VALUE "  SEAT".

       01  TICKET-DETAIL.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 TD-EXAM-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TD-SESSION            PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 TD-SUBJECT-CODE       PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 TD-ROOM               PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TD-SEAT-NO            PIC ZZZ9.

       01  WITHHELD-HEADING.
           05 FILLER                PIC X(40) VALUE
              "HALL TICKETS WITHHELD          TERM     ".
           05 WH-TERM-ID            PIC X(06).

       01  WITHHELD-DETAIL.
           05 WD-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WD-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WD-CLASS-SECTION      PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WD-REASON             PIC X(40).

       01  WITHHELD-TOTAL-LINE.
           05 FILLER                PIC X(18) VALUE
              "TICKETS PRINTED = ".
           05 TL-PRINTED            PIC ZZZZZ9.
           05 FILLER                PIC X(17) VALUE
              "   ATTENDANCE = ".
           05 TL-HELD-ATTENDANCE    PIC ZZZZZ9.
           05 FILLER                PIC X(11) VALUE
              "   FEES = ".
           05 TL-HELD-FEES          PIC ZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "HALLTK  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
               UNTIL END-OF-STUDENTS.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-STUDENTS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - AN OVERFLOWING SEAT ALLOCATION REFUSES THE
      * RUN RATHER THAN PRINT TICKETS MISSING PAPERS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT TICKET-FILE
                       WITHHELD-REPORT.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW(1:6) TO TH-TERM-ID
                                        WH-TERM-ID.
           WRITE REPORT-LINE FROM WITHHELD-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT SEAT-FILE.
           IF SEAT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-SEAT-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-SEAT THRU 1100-EXIT
                   UNTIL END-OF-SEATS
               CLOSE SEAT-FILE
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING PRINTED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE TICKET-FILE
                     WITHHELD-REPORT
                     SHARED-EXCEPTION-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1800-LOAD-ATTENDANCE    THRU 1800-EXIT.
           PERFORM 1900-READ-ATT-THRESHOLD THRU 1900-EXIT.
           PERFORM 1950-LOAD-FEE-ARREARS   THRU 1950-EXIT.

           OPEN INPUT STUDENT-MASTER.
           PERFORM 8000-READ-STUDENT THRU 8000-EXIT.
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

           WRITE REPORT-LINE FROM RUN-STAMP-LINE.
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
      * 1100-LOAD-ONE-SEAT - CURRENT-TERM ALLOCATIONS ONLY.
      *----------------------------------------------------------------
       1100-LOAD-ONE-SEAT.
           READ SEAT-FILE
               AT END
                   MOVE 'Y' TO WS-SEAT-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF XS-TERM-ID NOT = WS-BUS-DATE-RAW(1:6)
               GO TO 1100-EXIT
           END-IF.

           IF WS-SEAT-TABLE-COUNT >= WS-SEAT-TABLE-MAX
               DISPLAY "SEAT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-SEAT-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-SEAT-TABLE-COUNT.
           MOVE XS-ROLL-NO      TO ST-ROLL-NO(WS-SEAT-TABLE-COUNT).
           MOVE XS-SUBJECT-CODE TO ST-SUBJECT-CODE(WS-SEAT-TABLE-COUNT).
           MOVE XS-EXAM-DATE    TO ST-EXAM-DATE(WS-SEAT-TABLE-COUNT).
           MOVE XS-SESSION      TO ST-SESSION(WS-SEAT-TABLE-COUNT).
           MOVE XS-ROOM         TO ST-ROOM(WS-SEAT-TABLE-COUNT).
           MOVE XS-SEAT-NO      TO ST-SEAT-NO(WS-SEAT-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1800-LOAD-ATTENDANCE - A MISSING ATTENDANCE FILE LEAVES THE
      * TABLE EMPTY AND EVERY STUDENT ELIGIBLE.
      *----------------------------------------------------------------
       1800-LOAD-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE.
           IF ATT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ATT-EOF-SW
               GO TO 1800-EXIT
           END-IF.

           PERFORM 1850-LOAD-ONE-ATTENDANCE THRU 1850-EXIT
               UNTIL END-OF-ATTENDANCE.
           CLOSE ATTENDANCE-FILE.
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1850-LOAD-ONE-ATTENDANCE
      *----------------------------------------------------------------
       1850-LOAD-ONE-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'Y' TO WS-ATT-EOF-SW
               NOT AT END
                   IF WS-ATT-TABLE-COUNT < WS-ATT-TABLE-MAX
                       ADD 1 TO WS-ATT-TABLE-COUNT
                       MOVE AT-ROLL-NO
                           TO ATT-ROLL-NO(WS-ATT-TABLE-COUNT)
                       MOVE AT-SESSIONS-HELD
                           TO ATT-HELD(WS-ATT-TABLE-COUNT)
                       MOVE AT-SESSIONS-ATTENDED
                           TO ATT-ATTENDED(WS-ATT-TABLE-COUNT)
                   END-IF
           END-READ.
       1850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1900-READ-ATT-THRESHOLD - A MISSING OR EMPTY CONTROL FILE
      * LEAVES THE REGULATION 75-PERCENT THRESHOLD IN EFFECT.
      *----------------------------------------------------------------
       1900-READ-ATT-THRESHOLD.
           OPEN INPUT ATTEND-CONTROL.
           IF ATTCTL-FILE-NOT-FOUND
               GO TO 1900-EXIT
           END-IF.

           READ ATTEND-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE AC-THRESHOLD-PCT TO WS-ATT-THRESHOLD
           END-READ.
           CLOSE ATTEND-CONTROL.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1950-LOAD-FEE-ARREARS - EVERY ROLL NUMBER STILL OWING.
      *----------------------------------------------------------------
       1950-LOAD-FEE-ARREARS.
           OPEN INPUT BALANCE-FILE.
           IF BAL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-BAL-EOF-SW
               GO TO 1950-EXIT
           END-IF.
           PERFORM 1960-LOAD-ONE-BALANCE THRU 1960-EXIT
               UNTIL END-OF-BALANCES.
           CLOSE BALANCE-FILE.
       1950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1960-LOAD-ONE-BALANCE
      *----------------------------------------------------------------
       1960-LOAD-ONE-BALANCE.
           READ BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
               NOT AT END
                   IF SB-BALANCE-DUE > ZERO
                      AND WS-ARR-TABLE-COUNT < WS-ARR-TABLE-MAX
                       ADD 1 TO WS-ARR-TABLE-COUNT
                       MOVE SB-ROLL-NO
                           TO ARR-ROLL(WS-ARR-TABLE-COUNT)
                   END-IF
           END-READ.
       1960-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-STUDENT - A STUDENT WITH NO SEAT IS NOT SITTING
      * THIS TERM.  ATTENDANCE IS TESTED BEFORE FEES, SO A STUDENT
      * SHORT ON BOTH IS WITHHELD FOR ATTENDANCE.
      *----------------------------------------------------------------
       2000-PROCESS-STUDENT.
           ADD 1 TO WS-STUDENTS-READ.

           MOVE ZERO TO WS-STUDENT-SEATS.
           PERFORM 2100-COUNT-ONE-SEAT THRU 2100-EXIT
               VARYING WS-SEAT-SUB FROM 1 BY 1
               UNTIL WS-SEAT-SUB > WS-SEAT-TABLE-COUNT.
           IF WS-STUDENT-SEATS = ZERO
               ADD 1 TO WS-NOT-SITTING
               PERFORM 8000-READ-STUDENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2030-CHECK-ELIGIBILITY THRU 2030-EXIT.
           IF NOT STUDENT-IS-ELIGIBLE
               ADD 1 TO WS-HELD-ATTENDANCE
               MOVE "WITHHELD - ATTENDANCE BELOW THRESHOLD"
                   TO WS-REASON
               PERFORM 2400-WITHHOLD-TICKET THRU 2400-EXIT
               PERFORM 8000-READ-STUDENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-ARR-FOUND-SW.
           PERFORM 2350-CHECK-ONE-ARREAR THRU 2350-EXIT
               VARYING WS-ARR-SUB FROM 1 BY 1
               UNTIL WS-ARR-SUB > WS-ARR-TABLE-COUNT
                  OR STUDENT-OWES-FEES.
           IF STUDENT-OWES-FEES
               ADD 1 TO WS-HELD-FEES
               MOVE "WITHHELD - EXAM FEES UNPAID" TO WS-REASON
               PERFORM 2400-WITHHOLD-TICKET THRU 2400-EXIT
               PERFORM 8000-READ-STUDENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-PRINT-TICKET THRU 2500-EXIT.
           PERFORM 8000-READ-STUDENT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2030-CHECK-ELIGIBILITY - GRADE-EVAL'S RULE: AN ATTENDANCE
      * RECORD BELOW THE THRESHOLD MAKES THE STUDENT INELIGIBLE.  NO
      * RECORD, OR NO SESSIONS HELD, MEANS ELIGIBLE.
      *----------------------------------------------------------------
       2030-CHECK-ELIGIBILITY.
           SET STUDENT-IS-ELIGIBLE TO TRUE.
           MOVE 'N' TO WS-ATT-FOUND-SW.

           PERFORM 2035-SEARCH-ATTENDANCE THRU 2035-EXIT
               VARYING ATT-IDX FROM 1 BY 1
               UNTIL ATT-IDX > WS-ATT-TABLE-COUNT
                  OR ATTENDANCE-WAS-FOUND.

           IF NOT ATTENDANCE-WAS-FOUND
               GO TO 2030-EXIT
           END-IF.

      *    THE VARYING STEPS PAST THE MATCH BEFORE THE UNTIL TEST,
      *    SO THE INDEX COMES BACK ONE TO SIT ON THE MATCHED ENTRY.
           SET ATT-IDX DOWN BY 1.

           IF ATT-HELD(ATT-IDX) = ZERO
               GO TO 2030-EXIT
           END-IF.

           COMPUTE WS-ATT-PCT ROUNDED =
               (ATT-ATTENDED(ATT-IDX) * 100) / ATT-HELD(ATT-IDX).
           IF WS-ATT-PCT < WS-ATT-THRESHOLD
               MOVE 'N' TO WS-ELIGIBLE-SW
           END-IF.
       2030-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2035-SEARCH-ATTENDANCE - FLAGS THE MATCH; 2030 STEPS THE
      * INDEX BACK ONTO THE MATCHED ENTRY FOR ITS ARITHMETIC.
      *----------------------------------------------------------------
       2035-SEARCH-ATTENDANCE.
           IF ATT-ROLL-NO(ATT-IDX) = SU-ROLL-NO
               SET ATTENDANCE-WAS-FOUND TO TRUE
           END-IF.
       2035-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-COUNT-ONE-SEAT
      *----------------------------------------------------------------
       2100-COUNT-ONE-SEAT.
           IF ST-ROLL-NO(WS-SEAT-SUB) = SU-ROLL-NO
               ADD 1 TO WS-STUDENT-SEATS
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-CHECK-ONE-ARREAR
      *----------------------------------------------------------------
       2350-CHECK-ONE-ARREAR.
           IF ARR-ROLL(WS-ARR-SUB) = SU-ROLL-NO
               SET STUDENT-OWES-FEES TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-WITHHOLD-TICKET - THE WITHHELD LIST AND A SHARED-LOG
      * ENTRY FOR THE OFFICE.
      *----------------------------------------------------------------
       2400-WITHHOLD-TICKET.
           MOVE SU-ROLL-NO       TO WD-ROLL-NO.
           MOVE SU-NAME          TO WD-NAME.
           MOVE SU-CLASS-SECTION TO WD-CLASS-SECTION.
           MOVE WS-REASON        TO WD-REASON.
           WRITE REPORT-LINE FROM WITHHELD-DETAIL.

           MOVE SU-ROLL-NO TO WS-ENTRY-ID.
           PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-PRINT-TICKET - THE STUDENT'S HEADING, THEN ONE LINE PER
      * PAPER IN SITTING ORDER.
      *----------------------------------------------------------------
       2500-PRINT-TICKET.
           ADD 1 TO WS-TICKETS-PRINTED.
           MOVE SU-ROLL-NO       TO TH-ROLL-NO.
           MOVE SU-NAME          TO TH-NAME.
           MOVE SU-CLASS-SECTION TO TH-CLASS-SECTION.
           WRITE TICKET-LINE FROM TICKET-HEADING-1.
           WRITE TICKET-LINE FROM TICKET-HEADING-2.
           WRITE TICKET-LINE FROM TICKET-HEADING-3.

           PERFORM 2550-PRINT-ONE-PAPER THRU 2550-EXIT
               VARYING WS-SEAT-SUB FROM 1 BY 1
               UNTIL WS-SEAT-SUB > WS-SEAT-TABLE-COUNT.

           MOVE SPACES TO TICKET-LINE.
           WRITE TICKET-LINE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-PRINT-ONE-PAPER
      *----------------------------------------------------------------
       2550-PRINT-ONE-PAPER.
           IF ST-ROLL-NO(WS-SEAT-SUB) NOT = SU-ROLL-NO
               GO TO 2550-EXIT
           END-IF.

           MOVE ST-EXAM-DATE(WS-SEAT-SUB) TO TD-EXAM-DATE.
           IF ST-SESSION(WS-SEAT-SUB) = 'M'
               MOVE "MORNING"   TO TD-SESSION
           ELSE
               MOVE "AFTERNOON" TO TD-SESSION
           END-IF.
           MOVE ST-SUBJECT-CODE(WS-SEAT-SUB) TO TD-SUBJECT-CODE.
           MOVE ST-ROOM(WS-SEAT-SUB)         TO TD-ROOM.
           MOVE ST-SEAT-NO(WS-SEAT-SUB)      TO TD-SEAT-NO.
           WRITE TICKET-LINE FROM TICKET-DETAIL.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "HALLTK"    TO SE-PROGRAM-ID.
           MOVE WS-ENTRY-ID TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-STUDENT
      *----------------------------------------------------------------
       8000-READ-STUDENT.
           READ STUDENT-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TICKETS-PRINTED TO TL-PRINTED.
           MOVE WS-HELD-ATTENDANCE TO TL-HELD-ATTENDANCE.
           MOVE WS-HELD-FEES       TO TL-HELD-FEES.
           WRITE REPORT-LINE FROM WITHHELD-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE STUDENT-MASTER
                 TICKET-FILE
                 WITHHELD-REPORT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES STUDENTS READ AGAINST
      * TICKETS PRINTED, TICKETS WITHHELD, AND STUDENTS NOT SITTING.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-STUDENTS-READ   TO CT-RECORDS-READ.
           MOVE WS-TICKETS-PRINTED TO CT-RECORDS-PROCESSED.
           IF WS-STUDENTS-READ = WS-TICKETS-PRINTED
                                 + WS-HELD-ATTENDANCE + WS-HELD-FEES
                                 + WS-NOT-SITTING
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
