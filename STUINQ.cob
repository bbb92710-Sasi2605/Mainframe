       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-INQUIRY.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ONLINE STUDENT INQUIRY FOR THE
      *                 OFFICE PHONE DESK, THE WAY LOAN-INQUIRY SERVES
      *                 THE LOAN MASTER - A PARENT'S CALL USED TO MEAN
      *                 A TRANSCRIPT RUN, THE ATTENDANCE REGISTER AND
      *                 THE RECEIPT ARREARS LIST.  THE CLERK KEYS A
      *                 ROLL NUMBER AND SEES THE MASTER NAME AND
      *                 SECTION, THE CURRENT TERM'S ENROLLMENTS, THE
      *                 LATEST RESULT AND ATTEMPT IN EVERY SUBJECT ON
      *                 GRDHIST, SESSIONS HELD AND ATTENDED WITH THE
      *                 PERCENTAGE AGAINST THE ATTCTL THRESHOLD, THE
      *                 FEE BALANCE DUE, AND EVERY SUBJECT STILL OPEN
      *                 FOR A SUPPLEMENTARY EXAM.  THE SESSION HONORS
      *                 THE MASTER-LOCK FILE AND EVERY INQUIRY IS
      *                 WRITTEN TO THE SHARED OPERATOR AUDIT LOG.  A
      *                 ROLL NUMBER NOT ON FILE RE-PROMPTS; 999999
      *                 ENDS THE SESSION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO ENRLMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRL-FILE-STATUS.

           SELECT RESULTS-HISTORY ASSIGN TO GRDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-FILE-STATUS.

           SELECT ATTEND-CONTROL  ASSIGN TO ATTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTCTL-FILE-STATUS.

           SELECT BALANCE-FILE    ASSIGN TO STUBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  ENROLLMENT-FILE
           RECORDING MODE IS F.
       COPY ENRLMSTR.

       FD  RESULTS-HISTORY
           RECORDING MODE IS F.
       COPY GRDHIST.

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

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.

      *----------------------------------------------------------------
      * BUSINESS PROCESSING DATE - FROM THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE.  ITS YYYYMM IS THE CURRENT
      * TERM.
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
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 OPERATOR-IS-DONE           VALUE 'Y'.
           05 WS-STUDENT-SW        PIC X(01) VALUE 'N'.
              88 STUDENT-WAS-READ           VALUE 'Y'.
           05 WS-ENRL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ENROLLMENTS         VALUE 'Y'.
           05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-ATT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ATTENDANCE          VALUE 'Y'.
           05 WS-BAL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01).
              88 RECORD-WAS-FOUND           VALUE 'Y'.

       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-ENRL-FILE-STATUS     PIC X(02).
           88 ENRL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-ATT-FILE-STATUS      PIC X(02).
           88 ATT-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ATTCTL-FILE-STATUS   PIC X(02).
           88 ATTCTL-FILE-NOT-FOUND        VALUE '35'.
       01  WS-BAL-FILE-STATUS      PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * ATTENDANCE ELIGIBILITY THRESHOLD - THE ATTCTL CARD GRADE-EVAL
      * READS, 75 PERCENT WHEN THE CARD IS MISSING.
      *----------------------------------------------------------------
       01  WS-ATT-THRESHOLD        PIC 9(03) VALUE 75.
       01  WS-ATT-PCT              PIC 9(03)V9.

      *----------------------------------------------------------------
      * LATEST RESULT PER SUBJECT FOR THE STUDENT ON SCREEN - THE
      * HIGHEST TERM, THEN THE HIGHEST ATTEMPT, ON GRDHIST.  A SUBJECT
      * WHOSE LATEST RESULT IS A FAIL IS STILL OPEN FOR A
      * SUPPLEMENTARY EXAM.
      *----------------------------------------------------------------
       01  WS-RES-TABLE-COUNT      PIC 9(03) VALUE 0.
       01  WS-RES-TABLE-MAX        PIC 9(03) VALUE 60.
       01  RESULT-TABLE.
           05 RS-ENTRY OCCURS 60 TIMES.
              10 RS-SUBJECT-CODE   PIC X(06).
              10 RS-TERM-ID        PIC X(06).
              10 RS-ATTEMPT        PIC 9(02).
              10 RS-MARKS          PIC 9(03).
              10 RS-INTERNAL       PIC 9(03).
              10 RS-WEIGHTED       PIC 9(03).
              10 RS-GRADE          PIC X(01).
              10 RS-PASS-SW        PIC X(01).
                 88 RS-FAILED               VALUE 'F'.
       01  WS-RES-SUB              PIC 9(03) COMP.
       01  WS-ATTEMPT              PIC 9(02).
       01  WS-RES-TRUNCATED-SW     PIC X(01).
           88 RESULTS-WERE-TRUNCATED       VALUE 'Y'.

       01  WS-ENRL-COUNT           PIC 9(03) COMP.
       01  WS-SUPP-COUNT           PIC 9(03) COMP.

      *----------------------------------------------------------------
      * OPERATOR ENTRIES.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID          PIC X(08).
       01  WS-ROLL-ENTRY           PIC X(06).
       01  WS-OVERRIDE-ANS         PIC X(01).
       01  WS-LOCK-OVERRIDE-SW     PIC X(01) VALUE 'N'.
           88 A-LOCK-WAS-OVERRIDDEN        VALUE 'Y'.

      *----------------------------------------------------------------
      * MASTER-LOCK CHECK - SEE LOCKRQ.CPY.
      *----------------------------------------------------------------
       COPY LOCKRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "STUINQ".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

      *----------------------------------------------------------------
      * INQUIRY DISPLAY LINES.
      *----------------------------------------------------------------
       01  INQ-LINE-1.
           05 FILLER                PIC X(06) VALUE "ROLL: ".
           05 IQ-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(08) VALUE "  NAME: ".
           05 IQ-NAME               PIC X(20).
           05 FILLER                PIC X(11) VALUE "  SECTION: ".
           05 IQ-SECTION            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IQ-STATUS             PIC X(24).

       01  INQ-ENRL-HEADING.
           05 FILLER                PIC X(21) VALUE
              "ENROLLMENTS FOR TERM ".
           05 IQ-TERM-ID            PIC X(06).

       01  INQ-ENRL-LINE.
           05 FILLER                PIC X(10) VALUE "  SUBJECT ".
           05 IQ-ENRL-SUBJECT       PIC X(06).
           05 FILLER                PIC X(08) VALUE "  MARKS=".
           05 IQ-ENRL-MARKS         PIC ZZ9.
           05 FILLER                PIC X(11) VALUE "  INTERNAL=".
           05 IQ-ENRL-INTERNAL      PIC ZZ9.

       01  INQ-RESULT-HEADING.
           05 FILLER                PIC X(60) VALUE
              "LATEST RESULTS    TERM    ATT  MARKS INT  WTD  GRADE".

       01  INQ-RESULT-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IQ-RES-SUBJECT        PIC X(06).
           05 FILLER                PIC X(10) VALUE SPACES.
           05 IQ-RES-TERM           PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IQ-RES-ATTEMPT        PIC Z9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 IQ-RES-MARKS          PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IQ-RES-INTERNAL       PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IQ-RES-WEIGHTED       PIC ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 IQ-RES-GRADE          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IQ-RES-OUTCOME        PIC X(20).

       01  INQ-ATTEND-LINE.
           05 FILLER                PIC X(17) VALUE
              "ATTENDANCE: HELD=".
           05 IQ-ATT-HELD           PIC ZZ9.
           05 FILLER                PIC X(10) VALUE " ATTENDED=".
           05 IQ-ATT-ATTENDED       PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IQ-ATT-PCT            PIC ZZ9.9.
           05 FILLER                PIC X(12) VALUE "% THRESHOLD=".
           05 IQ-ATT-THRESHOLD      PIC ZZ9.
           05 FILLER                PIC X(02) VALUE "% ".
           05 IQ-ATT-VERDICT        PIC X(16).

       01  INQ-BALANCE-LINE.
           05 FILLER                PIC X(17) VALUE
              "FEE BALANCE DUE: ".
           05 IQ-BALANCE            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IQ-BALANCE-NOTE       PIC X(20).

       01  INQ-SUPP-LINE.
           05 FILLER                PIC X(28) VALUE
              "OPEN SUPPLEMENTARY EXAMS:   ".
           05 IQ-SUPP-COUNT         PIC ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-INQUIRE-ONE  THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1020-CHECK-MASTER-LOCK THRU 1020-EXIT.

           OPEN INPUT STUDENT-MASTER.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 1050-DISPLAY-RUN-STAMP THRU 1050-EXIT.

           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.

           IF A-LOCK-WAS-OVERRIDDEN
               PERFORM 1060-AUDIT-LOCK-OVERRIDE THRU 1060-EXIT
           END-IF.

           OPEN INPUT ATTEND-CONTROL.
           IF NOT ATTCTL-FILE-NOT-FOUND
               READ ATTEND-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AC-THRESHOLD-PCT TO WS-ATT-THRESHOLD
               END-READ
               CLOSE ATTEND-CONTROL
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-CHECK-MASTER-LOCK - THE NIGHT STREAM LOCKS THE MASTER
      * WHILE IT REWRITES IT.  A LOCKED MASTER REFUSES THE SESSION
      * UNLESS THE OPERATOR DELIBERATELY OVERRIDES A STALE LOCK,
      * WHICH GOES ON SYSAUDIT ONCE THE OPERATOR SIGNS ON.
      *----------------------------------------------------------------
       1020-CHECK-MASTER-LOCK.
           MOVE "STUMSTR " TO LC-MASTER-NAME.
           MOVE "STUINQ  " TO LC-CALLER.
           CALL "LOCK-CHECK" USING LOCK-CHECK-REQUEST.

           IF LC-MASTER-IS-LOCKED
               DISPLAY "STUDENT MASTER LOCKED BY " LC-LOCKED-BY
                   " SINCE " LC-LOCK-DATE " " LC-LOCK-TIME
               DISPLAY "OVERRIDE A STALE LOCK (Y/N)? "
               ACCEPT WS-OVERRIDE-ANS
               IF WS-OVERRIDE-ANS = 'Y' OR 'y'
                   MOVE 'Y' TO WS-LOCK-OVERRIDE-SW
               ELSE
                   DISPLAY "INQUIRY REFUSED - TRY AFTER THE NIGHT "
                           "STREAM RELEASES THE MASTER"
                   GOBACK
               END-IF
           END-IF.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1060-AUDIT-LOCK-OVERRIDE - THE DELIBERATE STALE-LOCK
      * OVERRIDE GOES ON THE AUDIT LOG NEXT TO THE INQUIRIES.
      *----------------------------------------------------------------
       1060-AUDIT-LOCK-OVERRIDE.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-DATE-FMT TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-FMT TO AL-RUN-TIME.
           MOVE WS-OPERATOR-ID  TO AL-OPERATOR-ID.
           MOVE "LOCKOVRD"      TO AL-ACTION.
           MOVE WS-BUS-DATE-FMT TO AL-BUS-DATE.
           STRING "STUINQ "     DELIMITED BY SIZE
                  LC-LOCKED-BY  DELIMITED BY SIZE
               INTO AL-PROGRAM.
           WRITE AUDIT-LOG-REC.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-DISPLAY-RUN-STAMP
      *----------------------------------------------------------------
       1050-DISPLAY-RUN-STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.

           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           MOVE WS-RUN-DATE-FMT      TO RS-RUN-DATE.

           MOVE WS-RUN-TIME-RAW      TO WS-RIF-TIME.
           MOVE WS-RUN-ID-FMT        TO RS-RUN-ID.

           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           DISPLAY RUN-STAMP-LINE.
           DISPLAY "STUDENT INQUIRY".
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
      * 2000-INQUIRE-ONE - ONE FULL INQUIRY: READ THE MASTER BY KEY,
      * SHOW EACH SECTION OF THE SCREEN, AND AUDIT.
      *----------------------------------------------------------------
       2000-INQUIRE-ONE.
           MOVE 'N' TO WS-STUDENT-SW.
           DISPLAY "ENTER ROLL NUMBER, OR 999999 TO END: ".
           ACCEPT WS-ROLL-ENTRY.

           IF WS-ROLL-ENTRY = "999999"
               SET OPERATOR-IS-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-ROLL-ENTRY TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "ROLL NUMBER NOT ON FILE - PLEASE RE-ENTER"
               NOT INVALID KEY
                   SET STUDENT-WAS-READ TO TRUE
           END-READ.

           IF NOT STUDENT-WAS-READ
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-DISPLAY-STUDENT     THRU 3000-EXIT.
           PERFORM 4000-DISPLAY-ENROLLMENTS THRU 4000-EXIT.
           PERFORM 5000-DISPLAY-RESULTS     THRU 5000-EXIT.
           PERFORM 6000-DISPLAY-ATTENDANCE  THRU 6000-EXIT.
           PERFORM 7000-DISPLAY-BALANCE     THRU 7000-EXIT.
           PERFORM 8000-WRITE-AUDIT-RECORD  THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-DISPLAY-STUDENT
      *----------------------------------------------------------------
       3000-DISPLAY-STUDENT.
           MOVE SU-ROLL-NO       TO IQ-ROLL-NO.
           MOVE SU-NAME          TO IQ-NAME.
           MOVE SU-CLASS-SECTION TO IQ-SECTION.
           EVALUATE TRUE
               WHEN SU-LEFT-UNSETTLED
                   MOVE "LEFT - FEES UNSETTLED" TO IQ-STATUS
               WHEN SU-LEFT-SETTLED
                   MOVE "LEFT - TC ISSUED"      TO IQ-STATUS
               WHEN OTHER
                   MOVE "ON ROLL"               TO IQ-STATUS
           END-EVALUATE.
           DISPLAY INQ-LINE-1.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-DISPLAY-ENROLLMENTS - THE CURRENT TERM'S ENRLMSTR
      * RECORDS FOR THE STUDENT.  THE FILE IS OPENED AND CLOSED EACH
      * TIME SO AN ENROLLMENT POSTED TODAY SHOWS.
      *----------------------------------------------------------------
       4000-DISPLAY-ENROLLMENTS.
           MOVE WS-BUS-DATE-RAW(1:6) TO IQ-TERM-ID.
           DISPLAY INQ-ENRL-HEADING.
           MOVE ZERO TO WS-ENRL-COUNT.
           MOVE 'N'  TO WS-ENRL-EOF-SW.

           OPEN INPUT ENROLLMENT-FILE.
           IF ENRL-FILE-NOT-FOUND
               DISPLAY "  NO ENROLLMENT FILE"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-SCAN-ONE-ENROLLMENT THRU 4100-EXIT
               UNTIL END-OF-ENROLLMENTS.
           CLOSE ENROLLMENT-FILE.

           IF WS-ENRL-COUNT = ZERO
               DISPLAY "  NO ENROLLMENTS THIS TERM"
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-SCAN-ONE-ENROLLMENT
      *----------------------------------------------------------------
       4100-SCAN-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'Y' TO WS-ENRL-EOF-SW
                   GO TO 4100-EXIT
           END-READ.

           IF EN-ROLL-NO NOT = SU-ROLL-NO
              OR EN-TERM-ID NOT = WS-BUS-DATE-RAW(1:6)
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-ENRL-COUNT.
           MOVE EN-SUBJECT-CODE   TO IQ-ENRL-SUBJECT.
           MOVE EN-MARKS          TO IQ-ENRL-MARKS.
           MOVE EN-INTERNAL-MARKS TO IQ-ENRL-INTERNAL.
           DISPLAY INQ-ENRL-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-DISPLAY-RESULTS - THE LATEST GRDHIST RESULT IN EACH
      * SUBJECT WITH ITS ATTEMPT NUMBER, THEN THE COUNT OF SUBJECTS
      * WHOSE LATEST RESULT IS A FAIL - THE SUPPLEMENTARY EXAMS STILL
      * OPEN.
      *----------------------------------------------------------------
       5000-DISPLAY-RESULTS.
           MOVE ZERO TO WS-RES-TABLE-COUNT.
           MOVE ZERO TO WS-SUPP-COUNT.
           MOVE 'N'  TO WS-HIST-EOF-SW.
           MOVE 'N'  TO WS-RES-TRUNCATED-SW.

           OPEN INPUT RESULTS-HISTORY.
           IF HIST-FILE-NOT-FOUND
               DISPLAY "NO RESULTS HISTORY ON FILE"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-SCAN-ONE-RESULT THRU 5100-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE RESULTS-HISTORY.

           IF WS-RES-TABLE-COUNT = ZERO
               DISPLAY "NO RESULTS ON FILE"
               GO TO 5000-EXIT
           END-IF.

           DISPLAY INQ-RESULT-HEADING.
           PERFORM 5300-DISPLAY-ONE-RESULT THRU 5300-EXIT
               VARYING WS-RES-SUB FROM 1 BY 1
               UNTIL WS-RES-SUB > WS-RES-TABLE-COUNT.
           IF RESULTS-WERE-TRUNCATED
               DISPLAY "MORE SUBJECTS ON FILE THAN THE SCREEN HOLDS"
                       " - RUN STUDENT-TRANSCRIPT"
           END-IF.

           MOVE WS-SUPP-COUNT TO IQ-SUPP-COUNT.
           DISPLAY INQ-SUPP-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-SCAN-ONE-RESULT - AN OLDER RECORD CARRYING ATTEMPT ZERO
      * COUNTS AS A FIRST SITTING.
      *----------------------------------------------------------------
       5100-SCAN-ONE-RESULT.
           READ RESULTS-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
                   GO TO 5100-EXIT
           END-READ.

           IF GH-ROLL-NO NOT = SU-ROLL-NO
               GO TO 5100-EXIT
           END-IF.

           MOVE GH-ATTEMPT TO WS-ATTEMPT.
           IF WS-ATTEMPT = ZERO
               MOVE 1 TO WS-ATTEMPT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 5200-FIND-ONE-SUBJECT THRU 5200-EXIT
               VARYING WS-RES-SUB FROM 1 BY 1
               UNTIL WS-RES-SUB > WS-RES-TABLE-COUNT
                  OR RECORD-WAS-FOUND.

           IF RECORD-WAS-FOUND
               SUBTRACT 1 FROM WS-RES-SUB
               IF GH-TERM-ID < RS-TERM-ID(WS-RES-SUB)
                  OR (GH-TERM-ID = RS-TERM-ID(WS-RES-SUB)
                      AND WS-ATTEMPT < RS-ATTEMPT(WS-RES-SUB))
                   GO TO 5100-EXIT
               END-IF
           ELSE
               IF WS-RES-TABLE-COUNT >= WS-RES-TABLE-MAX
                   MOVE 'Y' TO WS-RES-TRUNCATED-SW
                   GO TO 5100-EXIT
               END-IF
               ADD 1 TO WS-RES-TABLE-COUNT
               MOVE WS-RES-TABLE-COUNT TO WS-RES-SUB
           END-IF.

           MOVE GH-SUBJECT-CODE   TO RS-SUBJECT-CODE(WS-RES-SUB).
           MOVE GH-TERM-ID        TO RS-TERM-ID(WS-RES-SUB).
           MOVE WS-ATTEMPT        TO RS-ATTEMPT(WS-RES-SUB).
           MOVE GH-MARKS          TO RS-MARKS(WS-RES-SUB).
           MOVE GH-INTERNAL-MARKS TO RS-INTERNAL(WS-RES-SUB).
           MOVE GH-WEIGHTED-SCORE TO RS-WEIGHTED(WS-RES-SUB).
           MOVE GH-GRADE          TO RS-GRADE(WS-RES-SUB).
           MOVE GH-PASS-SW        TO RS-PASS-SW(WS-RES-SUB).
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-FIND-ONE-SUBJECT
      *----------------------------------------------------------------
       5200-FIND-ONE-SUBJECT.
           IF RS-SUBJECT-CODE(WS-RES-SUB) = GH-SUBJECT-CODE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-DISPLAY-ONE-RESULT
      *----------------------------------------------------------------
       5300-DISPLAY-ONE-RESULT.
           MOVE RS-SUBJECT-CODE(WS-RES-SUB) TO IQ-RES-SUBJECT.
           MOVE RS-TERM-ID(WS-RES-SUB)      TO IQ-RES-TERM.
           MOVE RS-ATTEMPT(WS-RES-SUB)      TO IQ-RES-ATTEMPT.
           MOVE RS-MARKS(WS-RES-SUB)        TO IQ-RES-MARKS.
           MOVE RS-INTERNAL(WS-RES-SUB)     TO IQ-RES-INTERNAL.
           MOVE RS-WEIGHTED(WS-RES-SUB)     TO IQ-RES-WEIGHTED.
           MOVE RS-GRADE(WS-RES-SUB)        TO IQ-RES-GRADE.
           IF RS-FAILED(WS-RES-SUB)
               MOVE "SUPPLEMENTARY OPEN" TO IQ-RES-OUTCOME
               ADD 1 TO WS-SUPP-COUNT
           ELSE
               MOVE "PASSED"             TO IQ-RES-OUTCOME
           END-IF.
           DISPLAY INQ-RESULT-LINE.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-DISPLAY-ATTENDANCE - HELD AND ATTENDED WITH THE
      * PERCENTAGE AGAINST THE THRESHOLD.  NO RECORD IS TREATED AS
      * ELIGIBLE, AS GRADE-EVAL TREATS IT.
      *----------------------------------------------------------------
       6000-DISPLAY-ATTENDANCE.
           MOVE 'N' TO WS-ATT-EOF-SW.
           MOVE 'N' TO WS-FOUND-SW.

           OPEN INPUT ATTENDANCE-FILE.
           IF NOT ATT-FILE-NOT-FOUND
               PERFORM 6100-SCAN-ONE-ATTENDANCE THRU 6100-EXIT
                   UNTIL END-OF-ATTENDANCE
                      OR RECORD-WAS-FOUND
               CLOSE ATTENDANCE-FILE
           END-IF.

           IF NOT RECORD-WAS-FOUND
               DISPLAY "ATTENDANCE: NO RECORD - TREATED AS ELIGIBLE"
               GO TO 6000-EXIT
           END-IF.

           MOVE AT-SESSIONS-HELD     TO IQ-ATT-HELD.
           MOVE AT-SESSIONS-ATTENDED TO IQ-ATT-ATTENDED.
           MOVE WS-ATT-THRESHOLD     TO IQ-ATT-THRESHOLD.
           IF AT-SESSIONS-HELD = ZERO
               MOVE ZERO TO WS-ATT-PCT
               MOVE "NO SESSIONS YET" TO IQ-ATT-VERDICT
           ELSE
               COMPUTE WS-ATT-PCT ROUNDED =
                   AT-SESSIONS-ATTENDED * 100 / AT-SESSIONS-HELD
               IF WS-ATT-PCT < WS-ATT-THRESHOLD
                   MOVE "BELOW THRESHOLD" TO IQ-ATT-VERDICT
               ELSE
                   MOVE "ELIGIBLE"        TO IQ-ATT-VERDICT
               END-IF
           END-IF.
           MOVE WS-ATT-PCT TO IQ-ATT-PCT.
           DISPLAY INQ-ATTEND-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-SCAN-ONE-ATTENDANCE
      *----------------------------------------------------------------
       6100-SCAN-ONE-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'Y' TO WS-ATT-EOF-SW
               NOT AT END
                   IF AT-ROLL-NO = SU-ROLL-NO
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
           END-READ.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-DISPLAY-BALANCE - THE STUBAL BALANCE STILL DUE.  NO
      * RECORD MEANS NOTHING HAS BEEN BILLED.
      *----------------------------------------------------------------
       7000-DISPLAY-BALANCE.
           MOVE 'N' TO WS-BAL-EOF-SW.
           MOVE 'N' TO WS-FOUND-SW.

           OPEN INPUT BALANCE-FILE.
           IF NOT BAL-FILE-NOT-FOUND
               PERFORM 7100-SCAN-ONE-BALANCE THRU 7100-EXIT
                   UNTIL END-OF-BALANCES
                      OR RECORD-WAS-FOUND
               CLOSE BALANCE-FILE
           END-IF.

           IF NOT RECORD-WAS-FOUND
               MOVE ZERO TO IQ-BALANCE
               MOVE "NOTHING BILLED" TO IQ-BALANCE-NOTE
           ELSE
               MOVE SB-BALANCE-DUE TO IQ-BALANCE
               EVALUATE TRUE
                   WHEN SB-BALANCE-DUE > ZERO
                       MOVE "IN ARREARS"  TO IQ-BALANCE-NOTE
                   WHEN SB-BALANCE-DUE < ZERO
                       MOVE "IN CREDIT"   TO IQ-BALANCE-NOTE
                   WHEN OTHER
                       MOVE "PAID UP"     TO IQ-BALANCE-NOTE
               END-EVALUATE
           END-IF.
           DISPLAY INQ-BALANCE-LINE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-SCAN-ONE-BALANCE
      *----------------------------------------------------------------
       7100-SCAN-ONE-BALANCE.
           READ BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
               NOT AT END
                   IF SB-ROLL-NO = SU-ROLL-NO
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
           END-READ.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-AUDIT-RECORD - ONE AUDIT-LOG ENTRY PER INQUIRY,
      * STAMPED THE WAY LOAN-INQUIRY STAMPS ITS INQUIRIES.  THE ROLL
      * NUMBER LOOKED AT RIDES IN THE PROGRAM FIELD NEXT TO THE
      * PROGRAM NAME.
      *----------------------------------------------------------------
       8000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LOG-REC.

           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.

           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           MOVE WS-RUN-DATE-FMT      TO AL-RUN-DATE.

           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-TIME-FMT      TO AL-RUN-TIME.

           MOVE WS-OPERATOR-ID  TO AL-OPERATOR-ID.
           MOVE "INQUIRY"       TO AL-ACTION.
           MOVE WS-BUS-DATE-FMT TO AL-BUS-DATE.
           STRING "STUINQ "     DELIMITED BY SIZE
                  SU-ROLL-NO    DELIMITED BY SIZE
               INTO AL-PROGRAM.

           WRITE AUDIT-LOG-REC.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE STUDENT-MASTER
                 AUDIT-LOG.
       9000-EXIT.
           EXIT.
