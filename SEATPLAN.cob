       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SEATING.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  SEATS EVERY CURRENT-TERM
      *                 ENROLLMENT IN A TIMETABLED SUBJECT, ONE
      *                 EXAMINATION SESSION (DATE AND MORNING OR
      *                 AFTERNOON) AT A TIME.  THE SESSION'S CANDIDATES
      *                 ARE TAKEN IN TURN FROM EACH CLASS-SECTION SO
      *                 NEIGHBOURING SEATS GO TO DIFFERENT SECTIONS,
      *                 AND EACH IS SEATED IN THE SUBJECT'S TIMETABLED
      *                 ROOM WHILE IT HAS SEATS, THEN IN THE FIRST ROOM
      *                 ON THE EXAMROOM CONTROL FILE WITH ONE FREE -
      *                 NEVER PAST A ROOM'S CAPACITY.  THE ALLOCATION
      *                 GOES TO THE EXAMSEAT FILE THE HALL TICKETS
      *                 PRINT FROM AND THE SEATING PLAN PRINTS ROOM BY
      *                 ROOM.  A CANDIDATE NO ROOM CAN TAKE IS LISTED
      *                 UNSEATED, LOGGED, AND ENDS THE RUN WITH
      *                 CONDITION CODE 4.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-TIMETABLE  ASSIGN TO EXAMTT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-FILE-STATUS.

           SELECT ROOM-CONTROL    ASSIGN TO EXAMROOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO ENRLMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRL-FILE-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT SEAT-FILE       ASSIGN TO EXAMSEAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEATING-PLAN    ASSIGN TO SEATPLRP
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

       FD  ROOM-CONTROL
           RECORDING MODE IS F.
       COPY EXAMROOM.

       FD  ENROLLMENT-FILE
           RECORDING MODE IS F.
       COPY ENRLMSTR.

       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  SEAT-FILE
           RECORDING MODE IS F.
       COPY EXAMSEAT.

       FD  SEATING-PLAN
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
           05 WS-ROOM-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ROOMS               VALUE 'Y'.
           05 WS-ENRL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ENROLLMENTS         VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01).
              88 ENTRY-WAS-FOUND            VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TT-FILE-STATUS       PIC X(02).
           88 TT-FILE-NOT-FOUND            VALUE '35'.
       01  WS-ROOM-FILE-STATUS     PIC X(02).
           88 ROOM-FILE-NOT-FOUND          VALUE '35'.
       01  WS-ENRL-FILE-STATUS     PIC X(02).
           88 ENRL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-STU-FILE-STATUS      PIC X(02).
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * CURRENT-TERM TIMETABLE - THE FIRST ROW FOR A SUBJECT WINS;
      * EXAM-CLASH LISTS THE REST.
      *----------------------------------------------------------------
       01  WS-TT-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  WS-TT-TABLE-MAX         PIC 9(04) VALUE 0500.
       01  TIMETABLE-TABLE.
           05 TT-ENTRY OCCURS 500 TIMES.
              10 TT-SUBJECT-CODE   PIC X(06).
              10 TT-EXAM-DATE      PIC 9(08).
              10 TT-SESSION        PIC X(01).
              10 TT-ROOM           PIC X(06).
       01  WS-TT-SUB               PIC 9(04) COMP.
       01  WS-SEARCH-SUBJECT       PIC X(06).

      *----------------------------------------------------------------
      * SESSION TABLE - EVERY DISTINCT DATE AND SESSION ON THE
      * TIMETABLE, IN THE ORDER FIRST SEEN.
      *----------------------------------------------------------------
       01  WS-SESS-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-SESS-TABLE-MAX       PIC 9(04) VALUE 0500.
       01  SESSION-TABLE.
           05 SS-ENTRY OCCURS 500 TIMES.
              10 SS-EXAM-DATE      PIC 9(08).
              10 SS-SESSION        PIC X(01).
       01  WS-SESS-SUB             PIC 9(04) COMP.

      *----------------------------------------------------------------
      * ROOM TABLE - CAPACITY FROM THE CONTROL FILE, SEATS USED
      * CLEARED FOR EACH SESSION.
      *----------------------------------------------------------------
       01  WS-ROOM-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-ROOM-TABLE-MAX       PIC 9(04) VALUE 0200.
       01  ROOM-TABLE.
           05 RO-ENTRY OCCURS 200 TIMES.
              10 RO-ROOM           PIC X(06).
              10 RO-CAPACITY       PIC 9(04).
              10 RO-USED           PIC 9(04).
       01  WS-ROOM-SUB             PIC 9(04) COMP.
       01  WS-SEARCH-ROOM          PIC X(06).

      *----------------------------------------------------------------
      * CANDIDATE TABLE - ONE ROW PER CURRENT-TERM ENROLLMENT IN A
      * TIMETABLED SUBJECT.
      *----------------------------------------------------------------
       01  WS-CAND-TABLE-COUNT     PIC 9(05) VALUE 0.
       01  WS-CAND-TABLE-MAX       PIC 9(05) VALUE 10000.
       01  CANDIDATE-TABLE.
           05 CD-ENTRY OCCURS 10000 TIMES.
              10 CD-ROLL-NO        PIC X(06).
              10 CD-SECTION        PIC X(04).
              10 CD-SUBJECT-CODE   PIC X(06).
              10 CD-EXAM-DATE      PIC 9(08).
              10 CD-SESSION        PIC X(01).
              10 CD-HOME-ROOM      PIC X(06).
              10 CD-DONE-SW        PIC X(01).
                 88 CD-IS-DONE              VALUE 'Y'.
       01  WS-CAND-SUB             PIC 9(05) COMP.

      *----------------------------------------------------------------
      * SECTION ROTA FOR THE SESSION BEING SEATED - EACH SECTION
      * REMEMBERS WHERE ITS SCAN OF THE CANDIDATE TABLE GOT TO.
      *----------------------------------------------------------------
       01  WS-SECT-TABLE-COUNT     PIC 9(03) VALUE 0.
       01  WS-SECT-TABLE-MAX       PIC 9(03) VALUE 200.
       01  SECTION-TABLE.
           05 SC-ENTRY OCCURS 200 TIMES.
              10 SC-SECTION        PIC X(04).
              10 SC-NEXT-SUB       PIC 9(05) COMP.
       01  WS-SECT-SUB             PIC 9(03) COMP.
       01  WS-SEATED-THIS-ROUND    PIC 9(05) COMP.

      *----------------------------------------------------------------
      * SEATS ASSIGNED IN THE SESSION, IN ASSIGNMENT ORDER - WHICH IS
      * ALSO SEAT-NUMBER ORDER WITHIN EACH ROOM.
      *----------------------------------------------------------------
       01  WS-SEAT-TABLE-COUNT     PIC 9(05) VALUE 0.
       01  SEAT-TABLE.
           05 AS-ENTRY OCCURS 10000 TIMES.
              10 AS-CAND-SUB       PIC 9(05) COMP.
              10 AS-ROOM-SUB       PIC 9(04) COMP.
              10 AS-SEAT-NO        PIC 9(04).
       01  WS-SEAT-SUB             PIC 9(05) COMP.

       01  WS-REASON               PIC X(40).
       01  WS-ENTRY-ID             PIC X(10).

       01  WS-COUNTS.
           05 WS-ENRL-READ         PIC 9(7) COMP VALUE 0.
           05 WS-ENRL-OTHER-TERM   PIC 9(7) COMP VALUE 0.
           05 WS-ENRL-UNTIMED      PIC 9(7) COMP VALUE 0.
           05 WS-SEATED            PIC 9(7) COMP VALUE 0.
           05 WS-UNSEATED          PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "EXSEAT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "EXAMINATION SEATING PLAN TERM ".
           05 RH-TERM-ID            PIC X(06).

       01  SESSION-HEADING.
           05 FILLER                PIC X(06) VALUE "DATE  ".
           05 SH-EXAM-DATE          PIC 9(08).
           05 FILLER                PIC X(11) VALUE "  SESSION  ".
           05 SH-SESSION            PIC X(01).

       01  ROOM-HEADING.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "ROOM ".
           05 RR-ROOM               PIC X(06).
           05 FILLER                PIC X(12) VALUE "  CAPACITY  ".
           05 RR-CAPACITY           PIC ZZZ9.
           05 FILLER                PIC X(10) VALUE "  SEATED  ".
           05 RR-USED               PIC ZZZ9.

       01  SEAT-DETAIL.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "SEAT ".
           05 SD-SEAT-NO            PIC ZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 SD-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 SD-SECTION            PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 SD-SUBJECT-CODE       PIC X(06).

       01  UNSEATED-DETAIL.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "UNSEATED ".
           05 UD-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 UD-SUBJECT-CODE       PIC X(06).
           05 FILLER                PIC X(20) VALUE
              "  NO ROOM CAPACITY".

       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(09) VALUE "SEATED = ".
           05 TL-SEATED             PIC ZZZZZ9.
           05 FILLER                PIC X(14) VALUE "   UNSEATED = ".
           05 TL-UNSEATED           PIC ZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "EXSEAT  " TO RQ-PROGRAM-ID.
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
           PERFORM 3000-SEAT-ONE-SESSION THRU 3000-EXIT
               VARYING WS-SESS-SUB FROM 1 BY 1
               UNTIL WS-SESS-SUB > WS-SESS-TABLE-COUNT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ENRL-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - TIMETABLE, ROOMS AND CANDIDATES ARE LOADED
      * WHOLE; AN OVERFLOW REFUSES THE RUN BEFORE THE SEAT FILE IS
      * REPLACED, SO LAST NIGHT'S ALLOCATION STANDS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT SEATING-PLAN.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW(1:6) TO RH-TERM-ID.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.

           OPEN INPUT EXAM-TIMETABLE.
           IF TT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-TT-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-TIMETABLE THRU 1100-EXIT
                   UNTIL END-OF-TIMETABLE
               CLOSE EXAM-TIMETABLE
           END-IF.

           OPEN INPUT ROOM-CONTROL.
           IF ROOM-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ROOM-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ONE-ROOM THRU 1200-EXIT
                   UNTIL END-OF-ROOMS
               CLOSE ROOM-CONTROL
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENRL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ENRL-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-ENROLLMENT THRU 1300-EXIT
                   UNTIL END-OF-ENROLLMENTS
               CLOSE ENROLLMENT-FILE
           END-IF.
           CLOSE STUDENT-MASTER.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING SEATED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE SEATING-PLAN
                     SHARED-EXCEPTION-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SEAT-FILE.
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
      * 1100-LOAD-ONE-TIMETABLE - CURRENT-TERM ROWS WITH A GOOD DATE
      * AND SESSION; EACH NEW DATE AND SESSION OPENS A SESSION ROW.
      *----------------------------------------------------------------
       1100-LOAD-ONE-TIMETABLE.
           READ EXAM-TIMETABLE
               AT END
                   MOVE 'Y' TO WS-TT-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF XT-TERM-ID NOT = WS-BUS-DATE-RAW(1:6)
              OR XT-EXAM-DATE IS NOT NUMERIC
              OR XT-EXAM-DATE = ZERO
              OR NOT XT-SESSION-IS-VALID
               GO TO 1100-EXIT
           END-IF.

           MOVE XT-SUBJECT-CODE TO WS-SEARCH-SUBJECT.
           PERFORM 2100-FIND-TIMETABLE THRU 2100-EXIT.
           IF ENTRY-WAS-FOUND
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
           MOVE XT-ROOM         TO TT-ROOM(WS-TT-TABLE-COUNT).

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1150-CHECK-ONE-SESSION THRU 1150-EXIT
               VARYING WS-SESS-SUB FROM 1 BY 1
               UNTIL WS-SESS-SUB > WS-SESS-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               GO TO 1100-EXIT
           END-IF.

           IF WS-SESS-TABLE-COUNT >= WS-SESS-TABLE-MAX
               DISPLAY "SESSION TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-TT-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-SESS-TABLE-COUNT.
           MOVE XT-EXAM-DATE TO SS-EXAM-DATE(WS-SESS-TABLE-COUNT).
           MOVE XT-SESSION   TO SS-SESSION(WS-SESS-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-CHECK-ONE-SESSION
      *----------------------------------------------------------------
       1150-CHECK-ONE-SESSION.
           IF SS-EXAM-DATE(WS-SESS-SUB) = XT-EXAM-DATE
              AND SS-SESSION(WS-SESS-SUB) = XT-SESSION
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-ROOM - A ROOM WITH NO USABLE CAPACITY IS LEFT
      * OFF.
      *----------------------------------------------------------------
       1200-LOAD-ONE-ROOM.
           READ ROOM-CONTROL
               AT END
                   MOVE 'Y' TO WS-ROOM-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF XR-CAPACITY IS NOT NUMERIC
              OR XR-CAPACITY = ZERO
               GO TO 1200-EXIT
           END-IF.

           IF WS-ROOM-TABLE-COUNT >= WS-ROOM-TABLE-MAX
               DISPLAY "ROOM TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-ROOM-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-ROOM-TABLE-COUNT.
           MOVE XR-ROOM     TO RO-ROOM(WS-ROOM-TABLE-COUNT).
           MOVE XR-CAPACITY TO RO-CAPACITY(WS-ROOM-TABLE-COUNT).
           MOVE ZERO        TO RO-USED(WS-ROOM-TABLE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-ENROLLMENT - THE SECTION COMES FROM THE STUDENT
      * MASTER; A ROLL NUMBER NOT ON THE MASTER SEATS WITH A BLANK
      * SECTION.  EXAM-CLASH LISTS ENROLLMENTS NOT TIMETABLED.
      *----------------------------------------------------------------
       1300-LOAD-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'Y' TO WS-ENRL-EOF-SW
                   GO TO 1300-EXIT
           END-READ.
           ADD 1 TO WS-ENRL-READ.

           IF EN-TERM-ID NOT = WS-BUS-DATE-RAW(1:6)
               ADD 1 TO WS-ENRL-OTHER-TERM
               GO TO 1300-EXIT
           END-IF.

           MOVE EN-SUBJECT-CODE TO WS-SEARCH-SUBJECT.
           PERFORM 2100-FIND-TIMETABLE THRU 2100-EXIT.
           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-ENRL-UNTIMED
               GO TO 1300-EXIT
           END-IF.

           IF WS-CAND-TABLE-COUNT >= WS-CAND-TABLE-MAX
               DISPLAY "CANDIDATE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-ENRL-EOF-SW
               GO TO 1300-EXIT
           END-IF.

           MOVE EN-ROLL-NO TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SU-CLASS-SECTION
           END-READ.

           ADD 1 TO WS-CAND-TABLE-COUNT.
           MOVE WS-CAND-TABLE-COUNT     TO WS-CAND-SUB.
           MOVE EN-ROLL-NO              TO CD-ROLL-NO(WS-CAND-SUB).
           MOVE SU-CLASS-SECTION        TO CD-SECTION(WS-CAND-SUB).
           MOVE EN-SUBJECT-CODE         TO CD-SUBJECT-CODE(WS-CAND-SUB).
           MOVE TT-EXAM-DATE(WS-TT-SUB) TO CD-EXAM-DATE(WS-CAND-SUB).
           MOVE TT-SESSION(WS-TT-SUB)   TO CD-SESSION(WS-CAND-SUB).
           MOVE TT-ROOM(WS-TT-SUB)      TO CD-HOME-ROOM(WS-CAND-SUB).
           MOVE 'N'                     TO CD-DONE-SW(WS-CAND-SUB).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIND-TIMETABLE - LEAVES WS-TT-SUB ON THE SUBJECT'S ROW.
      *----------------------------------------------------------------
       2100-FIND-TIMETABLE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO WS-TT-SUB.
           PERFORM 2150-CHECK-ONE-TIMETABLE THRU 2150-EXIT
               UNTIL ENTRY-WAS-FOUND
                  OR WS-TT-SUB > WS-TT-TABLE-COUNT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-CHECK-ONE-TIMETABLE
      *----------------------------------------------------------------
       2150-CHECK-ONE-TIMETABLE.
           IF TT-SUBJECT-CODE(WS-TT-SUB) = WS-SEARCH-SUBJECT
               MOVE 'Y' TO WS-FOUND-SW
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
           MOVE "EXSEAT"    TO SE-PROGRAM-ID.
           MOVE WS-ENTRY-ID TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SEAT-ONE-SESSION - CLEARS THE ROOMS, BUILDS THE SECTION
      * ROTA, SEATS ROUND BY ROUND UNTIL A ROUND FINDS NOBODY LEFT,
      * AND PRINTS THE SESSION ROOM BY ROOM.
      *----------------------------------------------------------------
       3000-SEAT-ONE-SESSION.
           MOVE SS-EXAM-DATE(WS-SESS-SUB) TO SH-EXAM-DATE.
           MOVE SS-SESSION(WS-SESS-SUB)   TO SH-SESSION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM SESSION-HEADING.

           PERFORM 3100-CLEAR-ONE-ROOM THRU 3100-EXIT
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-TABLE-COUNT.

           MOVE ZERO TO WS-SECT-TABLE-COUNT.
           MOVE ZERO TO WS-SEAT-TABLE-COUNT.
           PERFORM 3200-ADD-CAND-SECTION THRU 3200-EXIT
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-TABLE-COUNT.

           MOVE 1 TO WS-SEATED-THIS-ROUND.
           PERFORM 3300-SEAT-ONE-ROUND THRU 3300-EXIT
               UNTIL WS-SEATED-THIS-ROUND = ZERO.

           PERFORM 3500-PRINT-ONE-ROOM THRU 3500-EXIT
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-TABLE-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CLEAR-ONE-ROOM
      *----------------------------------------------------------------
       3100-CLEAR-ONE-ROOM.
           MOVE ZERO TO RO-USED(WS-ROOM-SUB).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-ADD-CAND-SECTION - EVERY SECTION SITTING IN THE SESSION
      * JOINS THE ROTA ONCE.  SECTIONS PAST THE ROTA LIMIT SHARE THE
      * LAST SLOT'S TURN.
      *----------------------------------------------------------------
       3200-ADD-CAND-SECTION.
           IF CD-EXAM-DATE(WS-CAND-SUB) NOT = SS-EXAM-DATE(WS-SESS-SUB)
              OR CD-SESSION(WS-CAND-SUB) NOT = SS-SESSION(WS-SESS-SUB)
               GO TO 3200-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3250-CHECK-ONE-SECTION THRU 3250-EXIT
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
              OR WS-SECT-TABLE-COUNT >= WS-SECT-TABLE-MAX
               GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-SECT-TABLE-COUNT.
           MOVE CD-SECTION(WS-CAND-SUB)
               TO SC-SECTION(WS-SECT-TABLE-COUNT).
           MOVE WS-CAND-SUB TO SC-NEXT-SUB(WS-SECT-TABLE-COUNT).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3250-CHECK-ONE-SECTION
      *----------------------------------------------------------------
       3250-CHECK-ONE-SECTION.
           IF SC-SECTION(WS-SECT-SUB) = CD-SECTION(WS-CAND-SUB)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-SEAT-ONE-ROUND - EACH SECTION ON THE ROTA SEATS ITS NEXT
      * CANDIDATE IN TURN.
      *----------------------------------------------------------------
       3300-SEAT-ONE-ROUND.
           MOVE ZERO TO WS-SEATED-THIS-ROUND.
           PERFORM 3350-SEAT-NEXT-OF-SECTION THRU 3350-EXIT
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-TABLE-COUNT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3350-SEAT-NEXT-OF-SECTION - SCANS ON FROM WHERE THE SECTION'S
      * LAST TURN STOPPED.  WHEN THE ROTA IS FULL, A CANDIDATE OF A
      * SECTION NOT ON IT IS TAKEN ON THE LAST SLOT'S TURN.
      *----------------------------------------------------------------
       3350-SEAT-NEXT-OF-SECTION.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE SC-NEXT-SUB(WS-SECT-SUB) TO WS-CAND-SUB.
           PERFORM 3360-CHECK-ONE-CAND THRU 3360-EXIT
               UNTIL ENTRY-WAS-FOUND
                  OR WS-CAND-SUB > WS-CAND-TABLE-COUNT.
           IF NOT ENTRY-WAS-FOUND
               MOVE WS-CAND-SUB TO SC-NEXT-SUB(WS-SECT-SUB)
               GO TO 3350-EXIT
           END-IF.

           COMPUTE SC-NEXT-SUB(WS-SECT-SUB) = WS-CAND-SUB + 1.
           MOVE 'Y' TO CD-DONE-SW(WS-CAND-SUB).
           ADD 1 TO WS-SEATED-THIS-ROUND.
           PERFORM 3400-ASSIGN-SEAT THRU 3400-EXIT.
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3360-CHECK-ONE-CAND
      *----------------------------------------------------------------
       3360-CHECK-ONE-CAND.
           IF NOT CD-IS-DONE(WS-CAND-SUB)
              AND CD-EXAM-DATE(WS-CAND-SUB) = SS-EXAM-DATE(WS-SESS-SUB)
              AND CD-SESSION(WS-CAND-SUB) = SS-SESSION(WS-SESS-SUB)
              AND (CD-SECTION(WS-CAND-SUB) = SC-SECTION(WS-SECT-SUB)
                   OR WS-SECT-SUB = WS-SECT-TABLE-MAX)
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-CAND-SUB
           END-IF.
       3360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-ASSIGN-SEAT - THE SUBJECT'S TIMETABLED ROOM FIRST, THEN
      * THE FIRST ROOM ON THE CONTROL FILE WITH A SEAT FREE.
      *----------------------------------------------------------------
       3400-ASSIGN-SEAT.
           MOVE CD-HOME-ROOM(WS-CAND-SUB) TO WS-SEARCH-ROOM.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3450-CHECK-HOME-ROOM THRU 3450-EXIT
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.

           IF NOT ENTRY-WAS-FOUND
               PERFORM 3460-CHECK-FREE-ROOM THRU 3460-EXIT
                   VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > WS-ROOM-TABLE-COUNT
                      OR ENTRY-WAS-FOUND
           END-IF.

           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-UNSEATED
               MOVE CD-ROLL-NO(WS-CAND-SUB)      TO UD-ROLL-NO
               MOVE CD-SUBJECT-CODE(WS-CAND-SUB) TO UD-SUBJECT-CODE
               WRITE REPORT-LINE FROM UNSEATED-DETAIL
               MOVE CD-ROLL-NO(WS-CAND-SUB) TO WS-ENTRY-ID
               MOVE "UNSEATED - NO EXAM ROOM CAPACITY LEFT"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 3400-EXIT
           END-IF.

      *    THE VARYING STEPS PAST THE MATCH BEFORE THE UNTIL TEST,
      *    SO THE SUBSCRIPT COMES BACK ONE TO SIT ON THE ROOM.
           SUBTRACT 1 FROM WS-ROOM-SUB.
           ADD 1 TO RO-USED(WS-ROOM-SUB).
           ADD 1 TO WS-SEATED.

           ADD 1 TO WS-SEAT-TABLE-COUNT.
           MOVE WS-CAND-SUB TO AS-CAND-SUB(WS-SEAT-TABLE-COUNT).
           MOVE WS-ROOM-SUB TO AS-ROOM-SUB(WS-SEAT-TABLE-COUNT).
           MOVE RO-USED(WS-ROOM-SUB)
               TO AS-SEAT-NO(WS-SEAT-TABLE-COUNT).

           MOVE CD-ROLL-NO(WS-CAND-SUB)      TO XS-ROLL-NO.
           MOVE WS-BUS-DATE-RAW(1:6)         TO XS-TERM-ID.
           MOVE CD-SUBJECT-CODE(WS-CAND-SUB) TO XS-SUBJECT-CODE.
           MOVE CD-EXAM-DATE(WS-CAND-SUB)    TO XS-EXAM-DATE.
           MOVE CD-SESSION(WS-CAND-SUB)      TO XS-SESSION.
           MOVE RO-ROOM(WS-ROOM-SUB)         TO XS-ROOM.
           MOVE RO-USED(WS-ROOM-SUB)         TO XS-SEAT-NO.
           WRITE EXAM-SEAT-REC.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3450-CHECK-HOME-ROOM
      *----------------------------------------------------------------
       3450-CHECK-HOME-ROOM.
           IF RO-ROOM(WS-ROOM-SUB) = WS-SEARCH-ROOM
              AND RO-USED(WS-ROOM-SUB) < RO-CAPACITY(WS-ROOM-SUB)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3460-CHECK-FREE-ROOM
      *----------------------------------------------------------------
       3460-CHECK-FREE-ROOM.
           IF RO-USED(WS-ROOM-SUB) < RO-CAPACITY(WS-ROOM-SUB)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3460-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-PRINT-ONE-ROOM - A ROOM IN USE THIS SESSION, ITS SEATS IN
      * SEAT-NUMBER ORDER.
      *----------------------------------------------------------------
       3500-PRINT-ONE-ROOM.
           IF RO-USED(WS-ROOM-SUB) = ZERO
               GO TO 3500-EXIT
           END-IF.

           MOVE RO-ROOM(WS-ROOM-SUB)     TO RR-ROOM.
           MOVE RO-CAPACITY(WS-ROOM-SUB) TO RR-CAPACITY.
           MOVE RO-USED(WS-ROOM-SUB)     TO RR-USED.
           WRITE REPORT-LINE FROM ROOM-HEADING.

           PERFORM 3550-PRINT-ONE-SEAT THRU 3550-EXIT
               VARYING WS-SEAT-SUB FROM 1 BY 1
               UNTIL WS-SEAT-SUB > WS-SEAT-TABLE-COUNT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3550-PRINT-ONE-SEAT
      *----------------------------------------------------------------
       3550-PRINT-ONE-SEAT.
           IF AS-ROOM-SUB(WS-SEAT-SUB) NOT = WS-ROOM-SUB
               GO TO 3550-EXIT
           END-IF.

           MOVE AS-CAND-SUB(WS-SEAT-SUB)     TO WS-CAND-SUB.
           MOVE AS-SEAT-NO(WS-SEAT-SUB)      TO SD-SEAT-NO.
           MOVE CD-ROLL-NO(WS-CAND-SUB)      TO SD-ROLL-NO.
           MOVE CD-SECTION(WS-CAND-SUB)      TO SD-SECTION.
           MOVE CD-SUBJECT-CODE(WS-CAND-SUB) TO SD-SUBJECT-CODE.
           WRITE REPORT-LINE FROM SEAT-DETAIL.
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEATED   TO TL-SEATED.
           MOVE WS-UNSEATED TO TL-UNSEATED.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF WS-UNSEATED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE SEAT-FILE
                 SEATING-PLAN
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ENROLLMENTS READ
      * AGAINST THOSE SEATED, UNSEATED, NOT TIMETABLED, AND FOR
      * ANOTHER TERM.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ENRL-READ TO CT-RECORDS-READ.
           MOVE WS-SEATED    TO CT-RECORDS-PROCESSED.
           IF WS-ENRL-READ = WS-SEATED + WS-UNSEATED
                             + WS-ENRL-UNTIMED + WS-ENRL-OTHER-TERM
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
