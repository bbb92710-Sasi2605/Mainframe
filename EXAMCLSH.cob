       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-CLASH.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  CHECKS THE TERM'S EXAMTT
      *                 EXAMINATION TIMETABLE AGAINST THE CURRENT-TERM
      *                 ENROLLMENTS ON ENRLMSTR AND REPORTS EVERY CLASH
      *                 - ONE ROLL NUMBER ENROLLED IN TWO SUBJECTS SAT
      *                 ON THE SAME DATE IN THE SAME SESSION - SO THEY
      *                 ARE FOUND WHILE THE TIMETABLE CAN STILL BE
      *                 CHANGED, NOT ON EXAM DAY.  ENROLLMENTS IN A
      *                 SUBJECT THE TIMETABLE DOES NOT CARRY, AND
      *                 TIMETABLE ROWS WITH A BAD DATE OR SESSION OR A
      *                 SUBJECT ALREADY TIMETABLED, ARE LISTED TOO.
      *                 EVERY CLASH IS LOGGED TO THE SHARED EXCEPTION
      *                 LOG AND ENDS THE RUN WITH CONDITION CODE 4.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-TIMETABLE  ASSIGN TO EXAMTT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO ENRLMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRL-FILE-STATUS.

           SELECT CLASH-REPORT    ASSIGN TO EXCLSHRP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXAM-TIMETABLE
           RECORDING MODE IS F.
       COPY EXAMTT.

       FD  ENROLLMENT-FILE
           RECORDING MODE IS F.
       COPY ENRLMSTR.

       FD  CLASH-REPORT
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
           05 WS-TT-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-TIMETABLE           VALUE 'Y'.
           05 WS-ENRL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ENROLLMENTS         VALUE 'Y'.
           05 WS-TT-FOUND-SW       PIC X(01).
              88 SUBJECT-IS-TIMETABLED      VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TT-FILE-STATUS       PIC X(02).
           88 TT-FILE-NOT-FOUND            VALUE '35'.
       01  WS-ENRL-FILE-STATUS     PIC X(02).
           88 ENRL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * CURRENT-TERM TIMETABLE TABLE.
      *----------------------------------------------------------------
       01  WS-TT-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  WS-TT-TABLE-MAX         PIC 9(04) VALUE 0500.
       01  TIMETABLE-TABLE.
           05 TT-ENTRY OCCURS 500 TIMES.
              10 TT-SUBJECT-CODE   PIC X(06).
              10 TT-EXAM-DATE      PIC 9(08).
              10 TT-SESSION        PIC X(01).
       01  WS-TT-SUB               PIC 9(04) COMP.
       01  WS-SEARCH-SUBJECT       PIC X(06).

      *----------------------------------------------------------------
      * CANDIDATE TABLE - ONE ROW PER CURRENT-TERM ENROLLMENT IN A
      * TIMETABLED SUBJECT, CARRYING THE SUBJECT'S DATE AND SESSION.
      *----------------------------------------------------------------
       01  WS-CAND-TABLE-COUNT     PIC 9(05) VALUE 0.
       01  WS-CAND-TABLE-MAX       PIC 9(05) VALUE 10000.
       01  CANDIDATE-TABLE.
           05 CD-ENTRY OCCURS 10000 TIMES.
              10 CD-ROLL-NO        PIC X(06).
              10 CD-SUBJECT-CODE   PIC X(06).
              10 CD-EXAM-DATE      PIC 9(08).
              10 CD-SESSION        PIC X(01).
       01  WS-CAND-SUB             PIC 9(05) COMP.
       01  WS-CMP-SUB              PIC 9(05) COMP.
       01  WS-CMP-START            PIC 9(05) COMP.

       01  WS-REASON               PIC X(40).
       01  WS-ENTRY-ID             PIC X(10).

       01  WS-COUNTS.
           05 WS-TT-ROWS-READ      PIC 9(7) COMP VALUE 0.
           05 WS-TT-ROWS-REJECTED  PIC 9(7) COMP VALUE 0.
           05 WS-ENRL-READ         PIC 9(7) COMP VALUE 0.
           05 WS-ENRL-OTHER-TERM   PIC 9(7) COMP VALUE 0.
           05 WS-ENRL-CHECKED      PIC 9(7) COMP VALUE 0.
           05 WS-ENRL-UNTIMED      PIC 9(7) COMP VALUE 0.
           05 WS-CLASHES           PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "EXCLSH".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "EXAMINATION CLASH CHECK  TERM ".
           05 RH-TERM-ID            PIC X(06).

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(06) VALUE "ROLL  ".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "DATE    ".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "SESS".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "SUBJ 1".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "SUBJ 2".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "STATUS".

       01  REPORT-DETAIL.
           05 RD-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-EXAM-DATE          PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-SESSION            PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-SUBJECT-1          PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-SUBJECT-2          PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-STATUS             PIC X(14).

       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(10) VALUE "CLASHES = ".
           05 TL-CLASHES            PIC ZZZZ9.
           05 FILLER                PIC X(20) VALUE
              "   NOT TIMETABLED = ".
           05 TL-UNTIMED            PIC ZZZZ9.
           05 FILLER                PIC X(20) VALUE
              "   BAD TT ROWS = ".
           05 TL-REJECTED           PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "EXCLSH  " TO RQ-PROGRAM-ID.
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
           PERFORM 3000-CHECK-ONE-CAND  THRU 3000-EXIT
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-TABLE-COUNT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ENRL-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE TIMETABLE AND THE TERM'S ENROLLMENTS
      * ARE LOADED WHOLE; A TABLE OVERFLOW REFUSES THE RUN RATHER
      * THAN PASS A PARTIAL CHECK AS CLEAN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT CLASH-REPORT.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW(1:6) TO RH-TERM-ID.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT EXAM-TIMETABLE.
           IF TT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-TT-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-TIMETABLE THRU 1100-EXIT
                   UNTIL END-OF-TIMETABLE
               CLOSE EXAM-TIMETABLE
           END-IF.

           OPEN INPUT ENROLLMENT-FILE.
           IF ENRL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ENRL-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ONE-ENROLLMENT THRU 1200-EXIT
                   UNTIL END-OF-ENROLLMENTS
               CLOSE ENROLLMENT-FILE
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING CHECKED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE CLASH-REPORT
                     SHARED-EXCEPTION-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
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
      * 1100-LOAD-ONE-TIMETABLE - ONLY THE CURRENT TERM'S ROWS.  A ROW
      * WITH A BAD DATE OR SESSION, OR FOR A SUBJECT ALREADY
      * TIMETABLED, IS LISTED AND LEFT OUT.
      *----------------------------------------------------------------
       1100-LOAD-ONE-TIMETABLE.
           READ EXAM-TIMETABLE
               AT END
                   MOVE 'Y' TO WS-TT-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF XT-TERM-ID NOT = WS-BUS-DATE-RAW(1:6)
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-TT-ROWS-READ.

           MOVE SPACES TO WS-REASON.
           IF XT-EXAM-DATE IS NOT NUMERIC
              OR XT-EXAM-DATE = ZERO
              OR NOT XT-SESSION-IS-VALID
               MOVE "TIMETABLE ROW - BAD DATE OR SESSION"
                   TO WS-REASON
           ELSE
               MOVE XT-SUBJECT-CODE TO WS-SEARCH-SUBJECT
               PERFORM 2100-FIND-TIMETABLE THRU 2100-EXIT
               IF SUBJECT-IS-TIMETABLED
                   MOVE "TIMETABLE ROW - SUBJECT ALREADY ON FILE"
                       TO WS-REASON
               END-IF
           END-IF.

           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-TT-ROWS-REJECTED
               MOVE SPACES          TO RD-ROLL-NO RD-SESSION
                                       RD-SUBJECT-2
               MOVE ZERO            TO RD-EXAM-DATE
               MOVE XT-SUBJECT-CODE TO RD-SUBJECT-1
               MOVE "BAD TT ROW"    TO RD-STATUS
               WRITE REPORT-LINE FROM REPORT-DETAIL
               MOVE XT-SUBJECT-CODE TO WS-ENTRY-ID
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 1100-EXIT
           END-IF.

           IF WS-TT-TABLE-COUNT >= WS-TT-TABLE-MAX
               DISPLAY "TIMETABLE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-TT-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-TT-TABLE-COUNT.
           MOVE XT-SUBJECT-CODE TO TT-SUBJECT-CODE(WS-TT-TABLE-COUNT).
           MOVE XT-EXAM-DATE    TO TT-EXAM-DATE(WS-TT-TABLE-COUNT).
           MOVE XT-SESSION      TO TT-SESSION(WS-TT-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-ENROLLMENT - A CURRENT-TERM ENROLLMENT IN A
      * TIMETABLED SUBJECT BECOMES A CANDIDATE; ONE IN A SUBJECT THE
      * TIMETABLE DOES NOT CARRY IS LISTED.
      *----------------------------------------------------------------
       1200-LOAD-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'Y' TO WS-ENRL-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           ADD 1 TO WS-ENRL-READ.

           IF EN-TERM-ID NOT = WS-BUS-DATE-RAW(1:6)
               ADD 1 TO WS-ENRL-OTHER-TERM
               GO TO 1200-EXIT
           END-IF.

           MOVE EN-SUBJECT-CODE TO WS-SEARCH-SUBJECT.
           PERFORM 2100-FIND-TIMETABLE THRU 2100-EXIT.
           IF NOT SUBJECT-IS-TIMETABLED
               ADD 1 TO WS-ENRL-UNTIMED
               MOVE EN-ROLL-NO      TO RD-ROLL-NO
               MOVE ZERO            TO RD-EXAM-DATE
               MOVE SPACES          TO RD-SESSION RD-SUBJECT-2
               MOVE EN-SUBJECT-CODE TO RD-SUBJECT-1
               MOVE "NOT TIMETABLED" TO RD-STATUS
               WRITE REPORT-LINE FROM REPORT-DETAIL
               GO TO 1200-EXIT
           END-IF.

           IF WS-CAND-TABLE-COUNT >= WS-CAND-TABLE-MAX
               DISPLAY "CANDIDATE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-ENRL-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-CAND-TABLE-COUNT.
           ADD 1 TO WS-ENRL-CHECKED.
           MOVE EN-ROLL-NO        TO CD-ROLL-NO(WS-CAND-TABLE-COUNT).
           MOVE EN-SUBJECT-CODE
               TO CD-SUBJECT-CODE(WS-CAND-TABLE-COUNT).
           MOVE TT-EXAM-DATE(WS-TT-SUB)
               TO CD-EXAM-DATE(WS-CAND-TABLE-COUNT).
           MOVE TT-SESSION(WS-TT-SUB)
               TO CD-SESSION(WS-CAND-TABLE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIND-TIMETABLE - LEAVES WS-TT-SUB ON THE SUBJECT'S ROW.
      *----------------------------------------------------------------
       2100-FIND-TIMETABLE.
           MOVE 'N' TO WS-TT-FOUND-SW.
           MOVE 1   TO WS-TT-SUB.
           PERFORM 2150-CHECK-ONE-TIMETABLE THRU 2150-EXIT
               UNTIL SUBJECT-IS-TIMETABLED
                  OR WS-TT-SUB > WS-TT-TABLE-COUNT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-CHECK-ONE-TIMETABLE
      *----------------------------------------------------------------
       2150-CHECK-ONE-TIMETABLE.
           IF TT-SUBJECT-CODE(WS-TT-SUB) = WS-SEARCH-SUBJECT
               MOVE 'Y' TO WS-TT-FOUND-SW
           ELSE
               ADD 1 TO WS-TT-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "EXCLSH"    TO SE-PROGRAM-ID.
           MOVE WS-ENTRY-ID TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-ONE-CAND - COMPARES ONE CANDIDATE ROW WITH EVERY
      * LATER ROW, SO EACH CLASHING PAIR IS REPORTED ONCE.
      *----------------------------------------------------------------
       3000-CHECK-ONE-CAND.
           COMPUTE WS-CMP-START = WS-CAND-SUB + 1.
           PERFORM 3100-COMPARE-ONE-PAIR THRU 3100-EXIT
               VARYING WS-CMP-SUB FROM WS-CMP-START BY 1
               UNTIL WS-CMP-SUB > WS-CAND-TABLE-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-COMPARE-ONE-PAIR
      *----------------------------------------------------------------
       3100-COMPARE-ONE-PAIR.
           IF CD-ROLL-NO(WS-CMP-SUB)   NOT = CD-ROLL-NO(WS-CAND-SUB)
              OR CD-EXAM-DATE(WS-CMP-SUB)
                                    NOT = CD-EXAM-DATE(WS-CAND-SUB)
              OR CD-SESSION(WS-CMP-SUB) NOT = CD-SESSION(WS-CAND-SUB)
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-CLASHES.
           MOVE CD-ROLL-NO(WS-CAND-SUB)      TO RD-ROLL-NO.
           MOVE CD-EXAM-DATE(WS-CAND-SUB)    TO RD-EXAM-DATE.
           MOVE CD-SESSION(WS-CAND-SUB)      TO RD-SESSION.
           MOVE CD-SUBJECT-CODE(WS-CAND-SUB) TO RD-SUBJECT-1.
           MOVE CD-SUBJECT-CODE(WS-CMP-SUB)  TO RD-SUBJECT-2.
           MOVE "CLASH"                      TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL.

           MOVE CD-ROLL-NO(WS-CAND-SUB) TO WS-ENTRY-ID.
           MOVE "EXAM CLASH - TWO SUBJECTS IN ONE SESSION"
               TO WS-REASON.
           PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-CLASHES          TO TL-CLASHES.
           MOVE WS-ENRL-UNTIMED     TO TL-UNTIMED.
           MOVE WS-TT-ROWS-REJECTED TO TL-REJECTED.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF WS-CLASHES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CLASH-REPORT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ENROLLMENTS READ
      * AGAINST THOSE CHECKED, THOSE NOT TIMETABLED, AND THOSE FOR
      * ANOTHER TERM.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ENRL-READ    TO CT-RECORDS-READ.
           MOVE WS-ENRL-CHECKED TO CT-RECORDS-PROCESSED.
           IF WS-ENRL-READ = WS-ENRL-CHECKED + WS-ENRL-UNTIMED
                             + WS-ENRL-OTHER-TERM
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
