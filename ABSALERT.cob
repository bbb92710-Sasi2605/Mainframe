       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-ALERT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY GUARDIAN ABSENCE
      *                 ALERTS, RUN AFTER ATTEND-POST.  EACH STUDENT'S
      *                 RUN OF CONSECUTIVE POSTING DAYS ABSENT IS KEPT
      *                 ON THE ABSSTRK FILE FROM THE DAY'S ATTDETL
      *                 ABSENCES.  A STUDENT WHOSE RUN REACHES THE
      *                 ABSALCTL DAY COUNT, OR WHOSE TERM ATTENDANCE
      *                 HAS FALLEN WITHIN THE ABSALCTL MARGIN OF
      *                 GRADE-EVAL'S ATTCTL ELIGIBILITY THRESHOLD, GETS
      *                 A DATED LETTER TO THE GUARDIAN ON THE GUARDIAN
      *                 FILE.  EVERY ALERT IS APPENDED TO ALRTHIST,
      *                 AND THE STREAK FILE REMEMBERS THE ALERT SO ONE
      *                 SPELL OF ABSENCE GETS ONE LETTER - A DAY
      *                 PRESENT, OR ATTENDANCE CLIMBING BACK OVER THE
      *                 WATCH LINE, ENDS THE SPELL.  A STUDENT WITH NO
      *                 GUARDIAN ON FILE IS ALERTED ON THE REGISTER
      *                 AND THE SHARED EXCEPTION LOG INSTEAD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-FILE-STATUS.

           SELECT ABSENCE-DETAIL  ASSIGN TO ATTDETL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETL-FILE-STATUS.

           SELECT ATTEND-CONTROL  ASSIGN TO ATTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTCTL-FILE-STATUS.

           SELECT ALERT-CONTROL   ASSIGN TO ABSALCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALCTL-FILE-STATUS.

           SELECT GUARDIAN-FILE   ASSIGN TO GUARDIAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDN-FILE-STATUS.

           SELECT STREAK-FILE     ASSIGN TO ABSSTRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRK-FILE-STATUS.

           SELECT ALERT-HISTORY   ASSIGN TO ALRTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ALERT-LETTERS   ASSIGN TO ABSLETR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-REGISTER  ASSIGN TO ABSALRG
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

       FD  ATTENDANCE-FILE
           RECORDING MODE IS F.
       COPY ATTEND.

       FD  ABSENCE-DETAIL
           RECORDING MODE IS F.
       01  ABSENCE-DETAIL-REC.
           05 AD-ROLL-NO           PIC X(06).
           05 AD-ABS-DATE          PIC 9(08).
           05 AD-SUBJECT-CODE      PIC X(06).

       FD  ATTEND-CONTROL
           RECORDING MODE IS F.
       01  ATTEND-CONTROL-REC.
           05 AC-THRESHOLD-PCT     PIC 9(03).

      *----------------------------------------------------------------
      * ALERT CONTROL CARD - CONSECUTIVE DAYS ABSENT THAT RAISE AN
      * ALERT, PERCENTAGE POINTS ABOVE THE ELIGIBILITY THRESHOLD THAT
      * MAKE THE WATCH LINE, AND SESSIONS THAT MUST HAVE BEEN HELD
      * BEFORE THE PERCENTAGE MEANS ANYTHING.
      *----------------------------------------------------------------
       FD  ALERT-CONTROL
           RECORDING MODE IS F.
       01  ALERT-CONTROL-REC.
           05 AE-CONSEC-DAYS       PIC 9(02).
           05 AE-MARGIN-PTS        PIC 9(02).
           05 AE-MIN-SESSIONS      PIC 9(03).

       FD  GUARDIAN-FILE
           RECORDING MODE IS F.
       COPY GUARDIAN.

       FD  STREAK-FILE
           RECORDING MODE IS F.
       COPY ABSSTRK.

       FD  ALERT-HISTORY
           RECORDING MODE IS F.
       COPY ALRTHIST.

       FD  ALERT-LETTERS
           RECORDING MODE IS F.
       01  LETTER-LINE             PIC X(72).

       FD  ALERT-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).

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
           05 WS-ATT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ATTENDANCE          VALUE 'Y'.
           05 WS-DETL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-DETAIL              VALUE 'Y'.
           05 WS-GDN-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-GUARDIANS           VALUE 'Y'.
           05 WS-STRK-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-STREAKS             VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-ABSENT-SW         PIC X(01).
              88 STUDENT-WAS-ABSENT         VALUE 'Y'.
           05 WS-CONSEC-ALERT-SW   PIC X(01).
              88 CONSECUTIVE-ALERT-DUE      VALUE 'Y'.
           05 WS-LOW-ALERT-SW      PIC X(01).
              88 LOW-ATTENDANCE-ALERT-DUE   VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-STU-FILE-STATUS      PIC X(02).
       01  WS-ATT-FILE-STATUS      PIC X(02).
           88 ATT-FILE-NOT-FOUND           VALUE '35'.
       01  WS-DETL-FILE-STATUS     PIC X(02).
           88 DETL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-ATTCTL-FILE-STATUS   PIC X(02).
           88 ATTCTL-FILE-NOT-FOUND        VALUE '35'.
       01  WS-ALCTL-FILE-STATUS    PIC X(02).
           88 ALCTL-FILE-NOT-FOUND         VALUE '35'.
       01  WS-GDN-FILE-STATUS      PIC X(02).
           88 GDN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-STRK-FILE-STATUS     PIC X(02).
           88 STRK-FILE-NOT-FOUND          VALUE '35'.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * ALERT LIMITS - GRADE-EVAL'S THRESHOLD (75 PERCENT UNLESS
      * ATTCTL SAYS OTHERWISE) PLUS THE ABSALCTL SETTINGS, WITH
      * THESE DEFAULTS WHEN THE CARD IS MISSING.
      *----------------------------------------------------------------
       01  WS-ATT-THRESHOLD        PIC 9(03) VALUE 75.
       01  WS-CONSEC-DAYS          PIC 9(02) VALUE 03.
       01  WS-MARGIN-PTS           PIC 9(02) VALUE 05.
       01  WS-MIN-SESSIONS         PIC 9(03) VALUE 010.
       01  WS-WATCH-LINE           PIC 9(03).

      *----------------------------------------------------------------
      * ATTENDANCE TABLE - THE TERM FIGURES ATTEND-POST HAS JUST
      * REWRITTEN.
      *----------------------------------------------------------------
       01  WS-ATT-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ATT-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  ATTENDANCE-TABLE.
           05 ATT-ENTRY OCCURS 2000 TIMES.
              10 ATT-ROLL-NO       PIC X(06).
              10 ATT-HELD          PIC 9(03).
              10 ATT-ATTENDED      PIC 9(03).
       01  WS-ATT-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * ROLL NUMBERS ABSENT ON THE BUSINESS DATE, FROM ATTDETL - A
      * STUDENT ABSENT FROM SEVERAL SUBJECTS IS HELD ONCE.
      *----------------------------------------------------------------
       01  WS-ABS-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ABS-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  ABSENT-TODAY-TABLE.
           05 AB-ROLL-NO OCCURS 2000 TIMES PIC X(06).
       01  WS-ABS-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * GUARDIAN TABLE - THE WHOLE GUARDIAN FILE.
      *----------------------------------------------------------------
       01  WS-GDN-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-GDN-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  GUARDIAN-TABLE.
           05 GDN-IMAGE OCCURS 2000 TIMES PIC X(141).
       01  WS-GDN-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * STREAK TABLE - LOADED WHOLE, WORKED IN STORAGE AND REWRITTEN
      * AT CLOSE.  A STUDENT SEEN FOR THE FIRST TIME IS ADDED.
      *----------------------------------------------------------------
       01  WS-STRK-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-STRK-TABLE-MAX       PIC 9(04) VALUE 2000.
       01  STREAK-TABLE.
           05 SK-ENTRY OCCURS 2000 TIMES.
              10 SK-ROLL-NO        PIC X(06).
              10 SK-LAST-DAY       PIC 9(08).
              10 SK-RUN-DAYS       PIC 9(03).
              10 SK-RUN-START      PIC 9(08).
              10 SK-RUN-ALERTED-SW PIC X(01).
                 88 SK-RUN-WAS-ALERTED      VALUE 'Y'.
              10 SK-LOW-ALERTED-SW PIC X(01).
                 88 SK-LOW-WAS-ALERTED      VALUE 'Y'.
       01  WS-STRK-SUB             PIC 9(04) COMP.

       01  WS-SEARCH-ROLL          PIC X(06).
       01  WS-ATTEND-PCT           PIC 9(03).
       01  WS-REASON               PIC X(40).

      *----------------------------------------------------------------
      * A YYYYMMDD DATE SHOWN AS YYYY-MM-DD ON THE LETTER.
      *----------------------------------------------------------------
       01  WS-DATE-IN              PIC 9(08).
       01  WS-DATE-OUT.
           05 WS-DO-YYYY           PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DO-MM             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DO-DD             PIC 9(02).

       01  WS-COUNTS.
           05 WS-STUDENTS-READ     PIC 9(7) COMP VALUE 0.
           05 WS-STUDENTS-CHECKED  PIC 9(7) COMP VALUE 0.
           05 WS-STUDENTS-SKIPPED  PIC 9(7) COMP VALUE 0.
           05 WS-CONSEC-ALERTS     PIC 9(7) COMP VALUE 0.
           05 WS-LOW-ALERTS        PIC 9(7) COMP VALUE 0.
           05 WS-LETTERS-PRINTED   PIC 9(7) COMP VALUE 0.
           05 WS-NO-GUARDIAN       PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "ABSALR".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "GUARDIAN ABSENCE ALERTS".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(08) VALUE "ROLL".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(06) VALUE "SECT".
           05 FILLER                PIC X(14) VALUE "ALERT".
           05 FILLER                PIC X(06) VALUE "DAYS".
           05 FILLER                PIC X(06) VALUE "PCT".
           05 FILLER                PIC X(12) VALUE "LETTER".

       01  REGISTER-DETAIL.
           05 RG-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-SECTION            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-ALERT              PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-DAYS               PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RG-PCT                PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RG-LETTER             PIC X(12).

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(21) VALUE
              "CONSECUTIVE ALERTS = ".
           05 TL-CONSEC             PIC ZZZZ9.
           05 FILLER                PIC X(17) VALUE
              "   LOW ALERTS = ".
           05 TL-LOW                PIC ZZZZ9.

       01  REGISTER-LETTER-LINE.
           05 FILLER                PIC X(21) VALUE
              "LETTERS PRINTED    = ".
           05 TL-LETTERS            PIC ZZZZ9.
           05 FILLER                PIC X(17) VALUE
              "   NO GUARDIAN = ".
           05 TL-NO-GUARDIAN        PIC ZZZZ9.

      *----------------------------------------------------------------
      * ALERT LETTER LINES.
      *----------------------------------------------------------------
       01  LETTER-SEPARATOR.
           05 FILLER                PIC X(72) VALUE ALL "=".

       01  LETTER-DATE-LINE.
           05 FILLER                PIC X(50) VALUE SPACES.
           05 LT-DATE               PIC X(10).

       01  LETTER-ADDRESS-LINE.
           05 LT-ADDRESS            PIC X(30).

       01  LETTER-CITY-LINE.
           05 LT-CITY               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LT-POST-CODE          PIC X(10).

       01  LETTER-SALUTATION.
           05 FILLER                PIC X(05) VALUE "DEAR ".
           05 LT-GUARDIAN           PIC X(30).

       01  LETTER-SUBJECT-LINE.
           05 FILLER                PIC X(04) VALUE "RE: ".
           05 LT-STUDENT            PIC X(20).
           05 FILLER                PIC X(07) VALUE "  ROLL ".
           05 LT-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(08) VALUE "  CLASS ".
           05 LT-SECTION            PIC X(04).

       01  LETTER-CONSEC-LINE-1.
           05 FILLER                PIC X(30) VALUE
              "YOUR CHILD HAS BEEN ABSENT FOR".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LT-RUN-DAYS           PIC ZZ9.
           05 FILLER                PIC X(38) VALUE
              " CONSECUTIVE SCHOOL DAYS, BEGINNING".

       01  LETTER-CONSEC-LINE-2.
           05 LT-RUN-START          PIC X(10).
           05 FILLER                PIC X(01) VALUE ".".

       01  LETTER-LOW-LINE-1.
           05 FILLER                PIC X(36) VALUE
              "YOUR CHILD'S ATTENDANCE THIS TERM IS".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LT-PCT                PIC ZZ9.
           05 FILLER                PIC X(31) VALUE
              " PERCENT.  A STUDENT WHOSE".

       01  LETTER-LOW-LINE-2.
           05 FILLER                PIC X(22) VALUE
              "ATTENDANCE FALLS BELOW".
           05 LT-THRESHOLD          PIC ZZ9.
           05 FILLER                PIC X(40) VALUE
              " PERCENT IS NOT ELIGIBLE FOR THE TERM'S".

       01  LETTER-LOW-LINE-3.
           05 FILLER                PIC X(72) VALUE
              "EXAMINATION RESULT.".

       01  LETTER-CLOSE-LINE-1.
           05 FILLER                PIC X(72) VALUE
              "PLEASE CONTACT YOUR CHILD'S CLASS TEACHER AT THE EARLIEST
      -       " OPPORTUNITY.".

       01  LETTER-CLOSE-LINE-2.
           05 FILLER                PIC X(72) VALUE
              "ACADEMIC OFFICE".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "ABSALR  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-CHECK-ONE-STUDENT THRU 2000-EXIT
               UNTIL END-OF-STUDENTS.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-STUDENTS-READ TO RQ-RECORD-COUNT
               MOVE WS-LETTERS-PRINTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE STREAK FILE IS REWRITTEN FROM STORAGE,
      * SO AN OVERFLOW OF ANY TABLE REFUSES THE RUN WITH NOTHING
      * WRITTEN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT ALERT-LETTERS
                       ALERT-REGISTER.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

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

           OPEN INPUT ALERT-CONTROL.
           IF NOT ALCTL-FILE-NOT-FOUND
               READ ALERT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-TAKE-ALERT-CONTROL THRU 1150-EXIT
               END-READ
               CLOSE ALERT-CONTROL
           END-IF.
           COMPUTE WS-WATCH-LINE = WS-ATT-THRESHOLD + WS-MARGIN-PTS.

           OPEN INPUT ATTENDANCE-FILE.
           IF ATT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ATT-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-ATTENDANCE THRU 1100-EXIT
                   UNTIL END-OF-ATTENDANCE
               CLOSE ATTENDANCE-FILE
           END-IF.

           OPEN INPUT ABSENCE-DETAIL.
           IF DETL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-DETL-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ONE-ABSENCE THRU 1200-EXIT
                   UNTIL END-OF-DETAIL
               CLOSE ABSENCE-DETAIL
           END-IF.

           OPEN INPUT GUARDIAN-FILE.
           IF GDN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-GDN-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-GUARDIAN THRU 1300-EXIT
                   UNTIL END-OF-GUARDIANS
               CLOSE GUARDIAN-FILE
           END-IF.

           OPEN INPUT STREAK-FILE.
           IF STRK-FILE-NOT-FOUND
               MOVE 'Y' TO WS-STRK-EOF-SW
           ELSE
               PERFORM 1400-LOAD-ONE-STREAK THRU 1400-EXIT
                   UNTIL END-OF-STREAKS
               CLOSE STREAK-FILE
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO ALERTS RAISED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE ALERT-LETTERS
                     ALERT-REGISTER
                     SHARED-EXCEPTION-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND ALERT-HISTORY.
           IF HIST-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-HISTORY
           END-IF.

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
      * 1100-LOAD-ONE-ATTENDANCE
      *----------------------------------------------------------------
       1100-LOAD-ONE-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'Y' TO WS-ATT-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-ATT-TABLE-COUNT >= WS-ATT-TABLE-MAX
               DISPLAY "ATTENDANCE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-ATT-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-ATT-TABLE-COUNT.
           MOVE AT-ROLL-NO        TO ATT-ROLL-NO(WS-ATT-TABLE-COUNT).
           MOVE AT-SESSIONS-HELD  TO ATT-HELD(WS-ATT-TABLE-COUNT).
           MOVE AT-SESSIONS-ATTENDED
               TO ATT-ATTENDED(WS-ATT-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-TAKE-ALERT-CONTROL - A BLANK OR ZERO FIELD KEEPS ITS
      * DEFAULT.
      *----------------------------------------------------------------
       1150-TAKE-ALERT-CONTROL.
           IF AE-CONSEC-DAYS IS NUMERIC
              AND AE-CONSEC-DAYS > ZERO
               MOVE AE-CONSEC-DAYS TO WS-CONSEC-DAYS
           END-IF.
           IF AE-MARGIN-PTS IS NUMERIC
               MOVE AE-MARGIN-PTS TO WS-MARGIN-PTS
           END-IF.
           IF AE-MIN-SESSIONS IS NUMERIC
              AND AE-MIN-SESSIONS > ZERO
               MOVE AE-MIN-SESSIONS TO WS-MIN-SESSIONS
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-ABSENCE - ONLY THE BUSINESS DATE'S ABSENCES,
      * EACH ROLL NUMBER ONCE.
      *----------------------------------------------------------------
       1200-LOAD-ONE-ABSENCE.
           READ ABSENCE-DETAIL
               AT END
                   MOVE 'Y' TO WS-DETL-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF AD-ABS-DATE NOT = WS-BUS-DATE-RAW
               GO TO 1200-EXIT
           END-IF.

           MOVE AD-ROLL-NO TO WS-SEARCH-ROLL.
           PERFORM 2300-FIND-ABSENCE THRU 2300-EXIT.
           IF STUDENT-WAS-ABSENT
               GO TO 1200-EXIT
           END-IF.

           IF WS-ABS-TABLE-COUNT >= WS-ABS-TABLE-MAX
               DISPLAY "ABSENCE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-DETL-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-ABS-TABLE-COUNT.
           MOVE AD-ROLL-NO TO AB-ROLL-NO(WS-ABS-TABLE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-GUARDIAN
      *----------------------------------------------------------------
       1300-LOAD-ONE-GUARDIAN.
           READ GUARDIAN-FILE
               AT END
                   MOVE 'Y' TO WS-GDN-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF WS-GDN-TABLE-COUNT >= WS-GDN-TABLE-MAX
               DISPLAY "GUARDIAN TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-GDN-EOF-SW
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-GDN-TABLE-COUNT.
           MOVE GUARDIAN-REC TO GDN-IMAGE(WS-GDN-TABLE-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-STREAK
      *----------------------------------------------------------------
       1400-LOAD-ONE-STREAK.
           READ STREAK-FILE
               AT END
                   MOVE 'Y' TO WS-STRK-EOF-SW
                   GO TO 1400-EXIT
           END-READ.

           IF WS-STRK-TABLE-COUNT >= WS-STRK-TABLE-MAX
               DISPLAY "STREAK TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-STRK-EOF-SW
               GO TO 1400-EXIT
           END-IF.

           ADD 1 TO WS-STRK-TABLE-COUNT.
           MOVE WS-STRK-TABLE-COUNT TO WS-STRK-SUB.
           MOVE AV-ROLL-NO        TO SK-ROLL-NO(WS-STRK-SUB).
           MOVE AV-LAST-DAY       TO SK-LAST-DAY(WS-STRK-SUB).
           MOVE AV-RUN-DAYS       TO SK-RUN-DAYS(WS-STRK-SUB).
           MOVE AV-RUN-START      TO SK-RUN-START(WS-STRK-SUB).
           MOVE AV-RUN-ALERTED-SW TO SK-RUN-ALERTED-SW(WS-STRK-SUB).
           MOVE AV-LOW-ALERTED-SW TO SK-LOW-ALERTED-SW(WS-STRK-SUB).
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-ONE-STUDENT - BRING THE STUDENT'S STREAK UP TO THE
      * BUSINESS DATE, THEN DECIDE WHETHER A CONSECUTIVE-ABSENCE OR
      * LOW-ATTENDANCE ALERT IS DUE THAT HAS NOT ALREADY BEEN SENT
      * FOR THE SAME SPELL.  LEAVERS, AND STUDENTS NOT YET ON THE
      * ATTENDANCE FILE, ARE PASSED OVER.
      *----------------------------------------------------------------
       2000-CHECK-ONE-STUDENT.
           IF SU-HAS-LEFT
               ADD 1 TO WS-STUDENTS-SKIPPED
               PERFORM 8000-READ-STUDENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE SU-ROLL-NO TO WS-SEARCH-ROLL.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-ATT-SUB.
           PERFORM 2150-CHECK-ONE-ATTENDANCE THRU 2150-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-ATT-SUB > WS-ATT-TABLE-COUNT.
           IF NOT A-SLOT-WAS-FOUND
               ADD 1 TO WS-STUDENTS-SKIPPED
               PERFORM 8000-READ-STUDENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-FIND-OR-ADD-STREAK THRU 2200-EXIT.
           IF WS-STRK-SUB = ZERO
               ADD 1 TO WS-STUDENTS-SKIPPED
               MOVE "STREAK TABLE FULL - STUDENT NOT CHECKED"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               PERFORM 8000-READ-STUDENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-STUDENTS-CHECKED.

           PERFORM 2300-FIND-ABSENCE THRU 2300-EXIT.
           IF SK-LAST-DAY(WS-STRK-SUB) < WS-BUS-DATE-RAW
               PERFORM 2400-COUNT-THE-DAY THRU 2400-EXIT
           END-IF.

           MOVE 100 TO WS-ATTEND-PCT.
           IF ATT-HELD(WS-ATT-SUB) > ZERO
               COMPUTE WS-ATTEND-PCT =
                   ATT-ATTENDED(WS-ATT-SUB) * 100
                   / ATT-HELD(WS-ATT-SUB)
           END-IF.

           MOVE 'N' TO WS-CONSEC-ALERT-SW
                       WS-LOW-ALERT-SW.
           IF SK-RUN-DAYS(WS-STRK-SUB) >= WS-CONSEC-DAYS
              AND NOT SK-RUN-WAS-ALERTED(WS-STRK-SUB)
               MOVE 'Y' TO WS-CONSEC-ALERT-SW
               MOVE 'Y' TO SK-RUN-ALERTED-SW(WS-STRK-SUB)
           END-IF.

      *    THE LOW-ATTENDANCE SPELL ENDS ONLY WHEN THE PERCENTAGE IS
      *    BACK AT OR OVER THE WATCH LINE.
           IF ATT-HELD(WS-ATT-SUB) >= WS-MIN-SESSIONS
              AND WS-ATTEND-PCT < WS-WATCH-LINE
               IF NOT SK-LOW-WAS-ALERTED(WS-STRK-SUB)
                   MOVE 'Y' TO WS-LOW-ALERT-SW
                   MOVE 'Y' TO SK-LOW-ALERTED-SW(WS-STRK-SUB)
               END-IF
           ELSE
               MOVE 'N' TO SK-LOW-ALERTED-SW(WS-STRK-SUB)
           END-IF.

           IF CONSECUTIVE-ALERT-DUE
              OR LOW-ATTENDANCE-ALERT-DUE
               PERFORM 2500-RAISE-ALERT THRU 2500-EXIT
           END-IF.

           PERFORM 8000-READ-STUDENT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-CHECK-ONE-ATTENDANCE
      *----------------------------------------------------------------
       2150-CHECK-ONE-ATTENDANCE.
           IF ATT-ROLL-NO(WS-ATT-SUB) = WS-SEARCH-ROLL
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-ATT-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-OR-ADD-STREAK - LEAVES WS-STRK-SUB ON THE STUDENT'S
      * STREAK, OR ZERO WHEN THE TABLE IS FULL.
      *----------------------------------------------------------------
       2200-FIND-OR-ADD-STREAK.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-STRK-SUB.
           PERFORM 2250-CHECK-ONE-STREAK THRU 2250-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-STRK-SUB > WS-STRK-TABLE-COUNT.

           IF A-SLOT-WAS-FOUND
               GO TO 2200-EXIT
           END-IF.

           IF WS-STRK-TABLE-COUNT >= WS-STRK-TABLE-MAX
               MOVE ZERO TO WS-STRK-SUB
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-STRK-TABLE-COUNT.
           MOVE WS-STRK-TABLE-COUNT TO WS-STRK-SUB.
           MOVE WS-SEARCH-ROLL TO SK-ROLL-NO(WS-STRK-SUB).
           MOVE ZERO TO SK-LAST-DAY(WS-STRK-SUB)
                        SK-RUN-DAYS(WS-STRK-SUB)
                        SK-RUN-START(WS-STRK-SUB).
           MOVE 'N'  TO SK-RUN-ALERTED-SW(WS-STRK-SUB)
                        SK-LOW-ALERTED-SW(WS-STRK-SUB).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-ONE-STREAK
      *----------------------------------------------------------------
       2250-CHECK-ONE-STREAK.
           IF SK-ROLL-NO(WS-STRK-SUB) = WS-SEARCH-ROLL
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-STRK-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-FIND-ABSENCE - SETS STUDENT-WAS-ABSENT WHEN WS-SEARCH-ROLL
      * IS AMONG THE DAY'S ABSENCES.
      *----------------------------------------------------------------
       2300-FIND-ABSENCE.
           MOVE 'N' TO WS-ABSENT-SW.
           PERFORM 2350-CHECK-ONE-ABSENCE THRU 2350-EXIT
               VARYING WS-ABS-SUB FROM 1 BY 1
               UNTIL WS-ABS-SUB > WS-ABS-TABLE-COUNT
                  OR STUDENT-WAS-ABSENT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-CHECK-ONE-ABSENCE
      *----------------------------------------------------------------
       2350-CHECK-ONE-ABSENCE.
           IF AB-ROLL-NO(WS-ABS-SUB) = WS-SEARCH-ROLL
               MOVE 'Y' TO WS-ABSENT-SW
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-COUNT-THE-DAY - AN ABSENCE EXTENDS THE RUN (A NEW RUN
      * STARTS ON THE DAY); A DAY PRESENT ENDS THE RUN AND ITS SPELL.
      *----------------------------------------------------------------
       2400-COUNT-THE-DAY.
           IF STUDENT-WAS-ABSENT
               IF SK-RUN-DAYS(WS-STRK-SUB) = ZERO
                   MOVE WS-BUS-DATE-RAW TO SK-RUN-START(WS-STRK-SUB)
                   MOVE 'N' TO SK-RUN-ALERTED-SW(WS-STRK-SUB)
               END-IF
               IF SK-RUN-DAYS(WS-STRK-SUB) < 999
                   ADD 1 TO SK-RUN-DAYS(WS-STRK-SUB)
               END-IF
           ELSE
               MOVE ZERO TO SK-RUN-DAYS(WS-STRK-SUB)
                            SK-RUN-START(WS-STRK-SUB)
               MOVE 'N'  TO SK-RUN-ALERTED-SW(WS-STRK-SUB)
           END-IF.
           MOVE WS-BUS-DATE-RAW TO SK-LAST-DAY(WS-STRK-SUB).
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-RAISE-ALERT - ONE LETTER CARRIES EVERY ALERT DUE FOR THE
      * STUDENT TONIGHT; EACH ALERT GOES ON THE HISTORY AND THE
      * REGISTER.  NO GUARDIAN ON FILE MEANS NO LETTER - THE OFFICE
      * IS TOLD THROUGH THE EXCEPTION LOG.
      *----------------------------------------------------------------
       2500-RAISE-ALERT.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-GDN-SUB.
           PERFORM 2550-CHECK-ONE-GUARDIAN THRU 2550-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-GDN-SUB > WS-GDN-TABLE-COUNT.

           MOVE SPACES              TO ALERT-HISTORY-REC.
           MOVE WS-BUS-DATE-RAW     TO AY-ALERT-DATE.
           MOVE SU-ROLL-NO          TO AY-ROLL-NO.
           MOVE SU-NAME             TO AY-NAME.
           MOVE SU-CLASS-SECTION    TO AY-SECTION.
           MOVE SK-RUN-DAYS(WS-STRK-SUB)  TO AY-RUN-DAYS.
           MOVE SK-RUN-START(WS-STRK-SUB) TO AY-RUN-START.
           MOVE WS-ATTEND-PCT       TO AY-ATTEND-PCT.

           MOVE SU-ROLL-NO          TO RG-ROLL-NO.
           MOVE SU-NAME             TO RG-NAME.
           MOVE SU-CLASS-SECTION    TO RG-SECTION.
           MOVE SK-RUN-DAYS(WS-STRK-SUB) TO RG-DAYS.
           MOVE WS-ATTEND-PCT       TO RG-PCT.

           IF A-SLOT-WAS-FOUND
               MOVE GDN-IMAGE(WS-GDN-SUB) TO GUARDIAN-REC
               PERFORM 3000-PRINT-LETTER THRU 3000-EXIT
               SET AY-LETTER-SENT TO TRUE
               MOVE "PRINTED"     TO RG-LETTER
               ADD 1 TO WS-LETTERS-PRINTED
           ELSE
               SET AY-NO-GUARDIAN TO TRUE
               MOVE "NO GUARDIAN" TO RG-LETTER
               ADD 1 TO WS-NO-GUARDIAN
               MOVE "NO GUARDIAN ON FILE - ALERT NOT POSTED"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
           END-IF.

           IF CONSECUTIVE-ALERT-DUE
               SET AY-IS-CONSECUTIVE TO TRUE
               WRITE ALERT-HISTORY-REC
               MOVE "CONSECUTIVE" TO RG-ALERT
               WRITE REGISTER-LINE FROM REGISTER-DETAIL
               ADD 1 TO WS-CONSEC-ALERTS
           END-IF.

           IF LOW-ATTENDANCE-ALERT-DUE
               SET AY-IS-LOW-ATTENDANCE TO TRUE
               WRITE ALERT-HISTORY-REC
               MOVE "LOW ATTEND"  TO RG-ALERT
               WRITE REGISTER-LINE FROM REGISTER-DETAIL
               ADD 1 TO WS-LOW-ALERTS
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-CHECK-ONE-GUARDIAN
      *----------------------------------------------------------------
       2550-CHECK-ONE-GUARDIAN.
           IF GDN-IMAGE(WS-GDN-SUB)(1:6) = SU-ROLL-NO
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-GDN-SUB
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "ABSALR"    TO SE-PROGRAM-ID.
           MOVE SU-ROLL-NO  TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-LETTER - THE DATED LETTER TO THE GUARDIAN, ONE
      * PARAGRAPH FOR EACH ALERT DUE.
      *----------------------------------------------------------------
       3000-PRINT-LETTER.
           WRITE LETTER-LINE FROM LETTER-SEPARATOR.
           MOVE WS-BUS-DATE-FMT TO LT-DATE.
           WRITE LETTER-LINE FROM LETTER-DATE-LINE.

           MOVE GU-NAME TO LT-ADDRESS.
           WRITE LETTER-LINE FROM LETTER-ADDRESS-LINE.
           MOVE GU-ADDR-LINE-1 TO LT-ADDRESS.
           WRITE LETTER-LINE FROM LETTER-ADDRESS-LINE.
           IF GU-ADDR-LINE-2 NOT = SPACES
               MOVE GU-ADDR-LINE-2 TO LT-ADDRESS
               WRITE LETTER-LINE FROM LETTER-ADDRESS-LINE
           END-IF.
           MOVE GU-CITY      TO LT-CITY.
           MOVE GU-POST-CODE TO LT-POST-CODE.
           WRITE LETTER-LINE FROM LETTER-CITY-LINE.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE GU-NAME TO LT-GUARDIAN.
           WRITE LETTER-LINE FROM LETTER-SALUTATION.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SU-NAME          TO LT-STUDENT.
           MOVE SU-ROLL-NO       TO LT-ROLL-NO.
           MOVE SU-CLASS-SECTION TO LT-SECTION.
           WRITE LETTER-LINE FROM LETTER-SUBJECT-LINE.

           IF CONSECUTIVE-ALERT-DUE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SK-RUN-DAYS(WS-STRK-SUB) TO LT-RUN-DAYS
               WRITE LETTER-LINE FROM LETTER-CONSEC-LINE-1
               MOVE SK-RUN-START(WS-STRK-SUB) TO WS-DATE-IN
               PERFORM 3100-FORMAT-DATE THRU 3100-EXIT
               MOVE WS-DATE-OUT TO LT-RUN-START
               WRITE LETTER-LINE FROM LETTER-CONSEC-LINE-2
           END-IF.

           IF LOW-ATTENDANCE-ALERT-DUE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-ATTEND-PCT    TO LT-PCT
               WRITE LETTER-LINE FROM LETTER-LOW-LINE-1
               MOVE WS-ATT-THRESHOLD TO LT-THRESHOLD
               WRITE LETTER-LINE FROM LETTER-LOW-LINE-2
               WRITE LETTER-LINE FROM LETTER-LOW-LINE-3
           END-IF.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM LETTER-CLOSE-LINE-1.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM LETTER-CLOSE-LINE-2.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-FORMAT-DATE
      *----------------------------------------------------------------
       3100-FORMAT-DATE.
           MOVE WS-DATE-IN(1:4) TO WS-DO-YYYY.
           MOVE WS-DATE-IN(5:2) TO WS-DO-MM.
           MOVE WS-DATE-IN(7:2) TO WS-DO-DD.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-STUDENT
      *----------------------------------------------------------------
       8000-READ-STUDENT.
           READ STUDENT-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-STUDENTS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE REPLACES THE STREAK FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-CONSEC-ALERTS   TO TL-CONSEC.
           MOVE WS-LOW-ALERTS      TO TL-LOW.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE WS-LETTERS-PRINTED TO TL-LETTERS.
           MOVE WS-NO-GUARDIAN     TO TL-NO-GUARDIAN.
           WRITE REGISTER-LINE FROM REGISTER-LETTER-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT STREAK-FILE.
           PERFORM 9100-WRITE-ONE-STREAK THRU 9100-EXIT
               VARYING WS-STRK-SUB FROM 1 BY 1
               UNTIL WS-STRK-SUB > WS-STRK-TABLE-COUNT.
           CLOSE STREAK-FILE.

           CLOSE STUDENT-MASTER
                 ALERT-HISTORY
                 ALERT-LETTERS
                 ALERT-REGISTER
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-STREAK
      *----------------------------------------------------------------
       9100-WRITE-ONE-STREAK.
           MOVE SK-ROLL-NO(WS-STRK-SUB)        TO AV-ROLL-NO.
           MOVE SK-LAST-DAY(WS-STRK-SUB)       TO AV-LAST-DAY.
           MOVE SK-RUN-DAYS(WS-STRK-SUB)       TO AV-RUN-DAYS.
           MOVE SK-RUN-START(WS-STRK-SUB)      TO AV-RUN-START.
           MOVE SK-RUN-ALERTED-SW(WS-STRK-SUB) TO AV-RUN-ALERTED-SW.
           MOVE SK-LOW-ALERTED-SW(WS-STRK-SUB) TO AV-LOW-ALERTED-SW.
           WRITE ABSENCE-STREAK-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES STUDENTS READ AGAINST
      * STUDENTS CHECKED PLUS STUDENTS PASSED OVER.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-STUDENTS-READ    TO CT-RECORDS-READ.
           MOVE WS-STUDENTS-CHECKED TO CT-RECORDS-PROCESSED.
           IF WS-STUDENTS-READ = WS-STUDENTS-CHECKED
                                 + WS-STUDENTS-SKIPPED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
