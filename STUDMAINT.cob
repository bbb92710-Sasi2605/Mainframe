      * 2026-09-02 RSD  THE END-OF-STEP GATE CALL NOW ALSO REPORTS
      *                 THE RECORDS WRITTEN, CARRIED TO THE STEP
      *                 METRICS NEXT TO THE RECORDS READ.
      * 2026-10-15 RSD  THE ENROLL ACTION NOW CHECKS THE NEW SUBJCAT
      *                 SUBJECT CATALOG: A SUBJECT NOT ON THE CATALOG,
      *                 A PREREQUISITE THE STUDENT HAS NO PASS FOR ON
      *                 GRDHIST, OR A CLASS-SECTION ALREADY AT THE
      *                 SUBJECT'S CAPACITY FOR THE TERM IS REJECTED.
      *                 A MISSING CATALOG LEAVES ENROLLMENT UNCHECKED
      *                 WHILE THE FILE PHASES IN.
      * 2026-10-15 RSD  NEW LEAVE ('L') ACTION FOR A STUDENT LEAVING
      *                 THE INSTITUTION: THE MASTER IS MARKED LEFT AS
      *                 OF THE BUSINESS DATE WITH THE TRANSACTION'S
      *                 REASON CODE AND EVERY OPEN ENROLLMENT FOR THE
      *                 TERM IS WITHDRAWN.  THE LEAVERS RUN SETTLES THE
      *                 FEES AND ISSUES THE TRANSFER CERTIFICATE.  A
      *                 STUDENT WHO HAS LEFT CAN NO LONGER BE ENROLLED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT REEVAL-REPORT   ASSIGN TO REEVALRP 
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUBJECT-CATALOG ASSIGN TO SUBJCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT RESULTS-HISTORY ASSIGN TO GRDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MAINT-TXN
           RECORDING MODE IS F.
       01  REEVAL-LINE             PIC X(90).

       FD  SUBJECT-CATALOG
           RECORDING MODE IS F.
       COPY SUBJCAT.

       FD  RESULTS-HISTORY
           RECORDING MODE IS F.
       COPY GRDHIST.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-STATUS     PIC X(02).
           88 JRNL-FILE-NOT-FOUND          VALUE '35'.
              10 ET-MARKS          PIC 9(03).
              10 ET-INTERNAL       PIC 9(03).
              10 ET-DROPPED-SW     PIC X(01).
      *       THE STUDENT'S CLASS-SECTION, FROM THE MASTER - NOT
      *       WRITTEN BACK, ONLY COUNTED AGAINST SECTION CAPACITY.
              10 ET-SECTION        PIC X(04).
       01  WS-ENRL-SUB             PIC 9(05) COMP.
       01  WS-ENRL-FOUND-SW        PIC X(01).
           88 ENROLLMENT-WAS-FOUND         VALUE 'Y'.

      *----------------------------------------------------------------
      * SUBJECT CATALOG - CREDITS, PREREQUISITES AND SECTION
      * CAPACITY FOR EVERY SUBJECT OFFERED.  AN EMPTY TABLE (NO
      * CATALOG FILE) LEAVES THE ENROLL ACTION UNCHECKED.
      *----------------------------------------------------------------
       01  WS-CAT-FILE-STATUS      PIC X(02).
           88 CAT-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CAT-EOF-SW           PIC X(01) VALUE 'N'.
           88 END-OF-CATALOG               VALUE 'Y'.
       01  WS-CAT-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-CAT-TABLE-MAX        PIC 9(04) VALUE 0500.
       01  CATALOG-TABLE.
           05 CA-ENTRY OCCURS 500 TIMES.
              10 CA-SUBJECT-CODE   PIC X(06).
              10 CA-PREREQ-CODE    PIC X(06) OCCURS 3 TIMES.
              10 CA-SECTION-CAPACITY PIC 9(04).
       01  WS-CAT-SUB              PIC 9(04) COMP.
       01  WS-PREREQ-SUB           PIC 9(01) COMP.
       01  WS-CAT-FOUND-SW         PIC X(01).
           88 SUBJECT-IS-CATALOGED         VALUE 'Y'.
       01  WS-SECTION-ENROLLED     PIC 9(05) COMP.

      *----------------------------------------------------------------
      * PASSES TABLE - EVERY PASS ON THE RESULTS HISTORY IN A SUBJECT
      * THE CATALOG NAMES AS SOMEBODY'S PREREQUISITE.
      *----------------------------------------------------------------
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
           88 END-OF-HISTORY               VALUE 'Y'.
       01  WS-PASS-TABLE-COUNT     PIC 9(05) VALUE 0.
       01  WS-PASS-TABLE-MAX       PIC 9(05) VALUE 20000.
       01  PASSES-TABLE.
           05 PS-ENTRY OCCURS 20000 TIMES.
              10 PS-ROLL-NO        PIC X(06).
              10 PS-SUBJECT-CODE   PIC X(06).
       01  WS-PASS-SUB             PIC 9(05) COMP.
       01  WS-PASS-FOUND-SW        PIC X(01).
           88 PREREQ-WAS-PASSED            VALUE 'Y'.
       01  WS-PREREQ-CODE          PIC X(06).

       01  WS-PREREQ-REASON.
           05 FILLER               PIC X(24) VALUE
              "PREREQUISITE NOT PASSED ".
           05 WS-PR-SUBJECT-CODE   PIC X(06).

       COPY BATCHCTL.

       01  WS-BATCH-SWITCHES.
               CLOSE ENROLLMENT-FILE
           END-IF.

           OPEN INPUT SUBJECT-CATALOG.
           IF CAT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CAT-EOF-SW
           ELSE
               PERFORM 1400-LOAD-ONE-SUBJECT THRU 1400-EXIT
                   UNTIL END-OF-CATALOG
               CLOSE SUBJECT-CATALOG
           END-IF.

           IF WS-CAT-TABLE-COUNT > ZERO
               OPEN INPUT RESULTS-HISTORY
               IF HIST-FILE-NOT-FOUND
                   MOVE 'Y' TO WS-HIST-EOF-SW
               ELSE
                   PERFORM 1450-LOAD-ONE-PASS THRU 1450-EXIT
                       UNTIL END-OF-HISTORY
                   CLOSE RESULTS-HISTORY
               END-IF
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE ENROLLMENT
      *    FILE FROM A TRUNCATED PICTURE - THE RUN STOPS WITH EVERY
      *    FILE UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT
      *    RERUN.  A TRUNCATED CATALOG OR PASSES TABLE WOULD REJECT
      *    GOOD ENROLLMENTS, SO IT STOPS THE RUN THE SAME WAY.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - ENRLMSTR LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
                   PERFORM 2900-ENROLL-STUDENT    THRU 2900-EXIT
               WHEN ST-ACTION-IS-WITHDRAW
                   PERFORM 2950-WITHDRAW-STUDENT  THRU 2950-EXIT
               WHEN ST-ACTION-IS-LEAVE
                   PERFORM 2350-LEAVE-STUDENT     THRU 2350-EXIT
               WHEN OTHER
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
           MOVE ST-SUBJECT-CODE   TO SU-SUBJECT-CODE.
           MOVE ST-INTERNAL-MARKS TO SU-INTERNAL-MARKS.
           MOVE ST-CLASS-SECTION  TO SU-CLASS-SECTION.
           MOVE SPACE             TO SU-LEAVER-SW.
           MOVE ZERO              TO SU-LEFT-DATE
                                     SU-TC-NUMBER.
           MOVE SPACES            TO SU-LEFT-REASON.

           WRITE STUDENT-MASTER-REC
               INVALID KEY
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-LEAVE-STUDENT - MARKS THE STUDENT AS LEFT AS OF THE
      * BUSINESS DATE WITH THE TRANSACTION'S REASON CODE AND WITHDRAWS
      * EVERY LIVE ENROLLMENT THEY HOLD FOR THE TERM.  THE FEE
      * SETTLEMENT AND THE TRANSFER CERTIFICATE ARE LEFT TO THE
      * LEAVERS RUN, WHICH PICKS UP EVERY 'L' ON THE MASTER.
      *----------------------------------------------------------------
       2350-LEAVE-STUDENT.
           IF ST-REASON-CODE = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "LEAVING REASON CODE MISSING" TO WS-REASON
               GO TO 2350-EXIT
           END-IF.

           MOVE ST-ROLL-NO TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "STUDENT NOT ON FILE" TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2350-EXIT
           END-IF.

           IF SU-HAS-LEFT
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "STUDENT HAS ALREADY LEFT" TO WS-REASON
               GO TO 2350-EXIT
           END-IF.

           MOVE STUDENT-MASTER-REC TO WS-BEFORE-IMAGE.
           SET SU-LEFT-UNSETTLED   TO TRUE.
           MOVE WS-BUS-DATE-RAW    TO SU-LEFT-DATE.
           MOVE ST-REASON-CODE     TO SU-LEFT-REASON.
           MOVE ZERO               TO SU-TC-NUMBER.

           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "STUDENT NOT ON FILE" TO WS-REASON
           END-REWRITE.
           IF TRANSACTION-IS-INVALID
               GO TO 2350-EXIT
           END-IF.

           PERFORM 2360-DROP-ONE-ENROLLMENT THRU 2360-EXIT
               VARYING WS-ENRL-SUB FROM 1 BY 1
               UNTIL WS-ENRL-SUB > WS-ENRL-TABLE-COUNT.

           MOVE "LEAVE"  TO ML-ACTION.
           MOVE "LEFT"   TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
           MOVE "LEAVE "           TO WS-JRNL-ACTION.
           MOVE STUDENT-MASTER-REC TO WS-AFTER-IMAGE.
           PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2360-DROP-ONE-ENROLLMENT - A LIVE CURRENT-TERM ENROLLMENT OF
      * THE LEAVER IS WITHDRAWN; EARLIER TERMS STAND.
      *----------------------------------------------------------------
       2360-DROP-ONE-ENROLLMENT.
           IF ET-ROLL-NO(WS-ENRL-SUB) = ST-ROLL-NO
              AND ET-TERM-ID(WS-ENRL-SUB) = WS-BUS-DATE-RAW(1:6)
              AND ET-DROPPED-SW(WS-ENRL-SUB) NOT = 'Y'
               MOVE 'Y' TO ET-DROPPED-SW(WS-ENRL-SUB)
           END-IF.
       2360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-PROCESS-BATCH-HEADER - CHECKS THE BATCH NUMBER AGAINST
      * THE APPLIED-BATCH CONTROL FILE.  A NUMBER ALREADY APPLIED
                       MOVE EN-INTERNAL-MARKS
                           TO ET-INTERNAL(WS-ENRL-SUB)
                       MOVE 'N' TO ET-DROPPED-SW(WS-ENRL-SUB)
                       PERFORM 1360-SET-ENROLLMENT-SECTION
                           THRU 1360-EXIT
                   ELSE
                       DISPLAY "ENROLLMENT TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1360-SET-ENROLLMENT-SECTION - A ROLL NUMBER NO LONGER ON THE
      * MASTER COUNTS AGAINST NO SECTION.
      *----------------------------------------------------------------
       1360-SET-ENROLLMENT-SECTION.
           MOVE EN-ROLL-NO TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SU-CLASS-SECTION
           END-READ.
           MOVE SU-CLASS-SECTION TO ET-SECTION(WS-ENRL-SUB).
       1360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-SUBJECT
      *----------------------------------------------------------------
       1400-LOAD-ONE-SUBJECT.
           READ SUBJECT-CATALOG
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SW
                   GO TO 1400-EXIT
           END-READ.

           IF WS-CAT-TABLE-COUNT >= WS-CAT-TABLE-MAX
               DISPLAY "CATALOG TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-CAT-EOF-SW
               GO TO 1400-EXIT
           END-IF.

           ADD 1 TO WS-CAT-TABLE-COUNT.
           MOVE WS-CAT-TABLE-COUNT TO WS-CAT-SUB.
           MOVE CG-SUBJECT-CODE    TO CA-SUBJECT-CODE(WS-CAT-SUB).
           MOVE CG-PREREQ-CODE(1)  TO CA-PREREQ-CODE(WS-CAT-SUB, 1).
           MOVE CG-PREREQ-CODE(2)  TO CA-PREREQ-CODE(WS-CAT-SUB, 2).
           MOVE CG-PREREQ-CODE(3)  TO CA-PREREQ-CODE(WS-CAT-SUB, 3).
           IF CG-SECTION-CAPACITY IS NUMERIC
               MOVE CG-SECTION-CAPACITY
                   TO CA-SECTION-CAPACITY(WS-CAT-SUB)
           ELSE
               MOVE ZERO TO CA-SECTION-CAPACITY(WS-CAT-SUB)
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-LOAD-ONE-PASS - ONLY PASSES IN A PREREQUISITE SUBJECT
      * ARE KEPT; A RE-SIT PASS COUNTS THE SAME AS A FIRST SITTING.
      *----------------------------------------------------------------
       1450-LOAD-ONE-PASS.
           READ RESULTS-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
                   GO TO 1450-EXIT
           END-READ.

           IF NOT GH-STUDENT-PASSED
               GO TO 1450-EXIT
           END-IF.

           MOVE GH-SUBJECT-CODE TO WS-PREREQ-CODE.
           MOVE 'N' TO WS-PASS-FOUND-SW.
           PERFORM 1460-CHECK-ONE-PREREQ-USE THRU 1460-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT
                  OR PREREQ-WAS-PASSED.
           IF NOT PREREQ-WAS-PASSED
               GO TO 1450-EXIT
           END-IF.

           IF WS-PASS-TABLE-COUNT >= WS-PASS-TABLE-MAX
               DISPLAY "PASSES TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-HIST-EOF-SW
               GO TO 1450-EXIT
           END-IF.

           ADD 1 TO WS-PASS-TABLE-COUNT.
           MOVE GH-ROLL-NO      TO PS-ROLL-NO(WS-PASS-TABLE-COUNT).
           MOVE GH-SUBJECT-CODE TO PS-SUBJECT-CODE(WS-PASS-TABLE-COUNT).
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1460-CHECK-ONE-PREREQ-USE - FLAGS A SUBJECT THE CATALOG ROW
      * NAMES AS A PREREQUISITE.
      *----------------------------------------------------------------
       1460-CHECK-ONE-PREREQ-USE.
           IF CA-PREREQ-CODE(WS-CAT-SUB, 1) = WS-PREREQ-CODE
              OR CA-PREREQ-CODE(WS-CAT-SUB, 2) = WS-PREREQ-CODE
              OR CA-PREREQ-CODE(WS-CAT-SUB, 3) = WS-PREREQ-CODE
               MOVE 'Y' TO WS-PASS-FOUND-SW
           END-IF.
       1460-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-ENROLL-STUDENT - ADDS AN ENROLLMENT FOR THE PROCESSING
      * TERM.  THE STUDENT MUST BE ON THE MASTER, AND A LIVE
               GO TO 2900-EXIT
           END-IF.

           IF SU-HAS-LEFT
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "STUDENT HAS LEFT" TO WS-REASON
               GO TO 2900-EXIT
           END-IF.

           IF ST-MARKS > 100 OR ST-INTERNAL-MARKS > 100
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "MARKS OUT OF RANGE" TO WS-REASON
               GO TO 2900-EXIT
           END-IF.

           IF WS-CAT-TABLE-COUNT > ZERO
               PERFORM 2960-CHECK-CATALOG THRU 2960-EXIT
               IF TRANSACTION-IS-INVALID
                   GO TO 2900-EXIT
               END-IF
           END-IF.

           IF WS-ENRL-TABLE-COUNT >= WS-ENRL-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ENROLLMENT TABLE FULL" TO WS-REASON
           MOVE ST-MARKS             TO ET-MARKS(WS-ENRL-SUB).
           MOVE ST-INTERNAL-MARKS    TO ET-INTERNAL(WS-ENRL-SUB).
           MOVE 'N'                  TO ET-DROPPED-SW(WS-ENRL-SUB).
           MOVE SU-CLASS-SECTION     TO ET-SECTION(WS-ENRL-SUB).

           MOVE "ENROLL" TO ML-ACTION.
           MOVE "ENROLLED" TO ML-STATUS.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2960-CHECK-CATALOG - THE SUBJECT MUST BE ON THE CATALOG, EVERY
      * PREREQUISITE PASSED, AND THE STUDENT'S SECTION BELOW THE
      * SUBJECT'S CAPACITY FOR THE TERM.  THE STUDENT'S MASTER
      * RECORD IS IN HAND FROM 2900.
      *----------------------------------------------------------------
       2960-CHECK-CATALOG.
           MOVE 'N' TO WS-CAT-FOUND-SW.
           MOVE 1   TO WS-CAT-SUB.
           PERFORM 2965-CHECK-ONE-SUBJECT THRU 2965-EXIT
               UNTIL SUBJECT-IS-CATALOGED
                  OR WS-CAT-SUB > WS-CAT-TABLE-COUNT.
           IF NOT SUBJECT-IS-CATALOGED
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "SUBJECT NOT IN CATALOG" TO WS-REASON
               GO TO 2960-EXIT
           END-IF.

           PERFORM 2970-CHECK-ONE-PREREQ THRU 2970-EXIT
               VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > 3
                  OR TRANSACTION-IS-INVALID.
           IF TRANSACTION-IS-INVALID
               GO TO 2960-EXIT
           END-IF.

           IF CA-SECTION-CAPACITY(WS-CAT-SUB) = ZERO
               GO TO 2960-EXIT
           END-IF.

           MOVE ZERO TO WS-SECTION-ENROLLED.
           PERFORM 2980-COUNT-ONE-SEAT THRU 2980-EXIT
               VARYING WS-ENRL-SUB FROM 1 BY 1
               UNTIL WS-ENRL-SUB > WS-ENRL-TABLE-COUNT.
           IF WS-SECTION-ENROLLED >= CA-SECTION-CAPACITY(WS-CAT-SUB)
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "SECTION FULL FOR SUBJECT" TO WS-REASON
           END-IF.
       2960-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2965-CHECK-ONE-SUBJECT - LEAVES WS-CAT-SUB ON THE MATCH.
      *----------------------------------------------------------------
       2965-CHECK-ONE-SUBJECT.
           IF CA-SUBJECT-CODE(WS-CAT-SUB) = ST-SUBJECT-CODE
               MOVE 'Y' TO WS-CAT-FOUND-SW
           ELSE
               ADD 1 TO WS-CAT-SUB
           END-IF.
       2965-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2970-CHECK-ONE-PREREQ - A BLANK SLOT ASKS FOR NOTHING.
      *----------------------------------------------------------------
       2970-CHECK-ONE-PREREQ.
           MOVE CA-PREREQ-CODE(WS-CAT-SUB, WS-PREREQ-SUB)
               TO WS-PREREQ-CODE.
           IF WS-PREREQ-CODE = SPACES
               GO TO 2970-EXIT
           END-IF.

           MOVE 'N' TO WS-PASS-FOUND-SW.
           PERFORM 2975-CHECK-ONE-PASS THRU 2975-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PASS-TABLE-COUNT
                  OR PREREQ-WAS-PASSED.
           IF NOT PREREQ-WAS-PASSED
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE WS-PREREQ-CODE   TO WS-PR-SUBJECT-CODE
               MOVE WS-PREREQ-REASON TO WS-REASON
           END-IF.
       2970-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2975-CHECK-ONE-PASS
      *----------------------------------------------------------------
       2975-CHECK-ONE-PASS.
           IF PS-ROLL-NO(WS-PASS-SUB) = ST-ROLL-NO
              AND PS-SUBJECT-CODE(WS-PASS-SUB) = WS-PREREQ-CODE
               MOVE 'Y' TO WS-PASS-FOUND-SW
           END-IF.
       2975-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2980-COUNT-ONE-SEAT - LIVE CURRENT-TERM ENROLLMENTS IN THE
      * SUBJECT FROM THE STUDENT'S OWN SECTION.
      *----------------------------------------------------------------
       2980-COUNT-ONE-SEAT.
           IF ET-SUBJECT-CODE(WS-ENRL-SUB) = ST-SUBJECT-CODE
              AND ET-TERM-ID(WS-ENRL-SUB) = WS-BUS-DATE-RAW(1:6)
              AND ET-SECTION(WS-ENRL-SUB) = SU-CLASS-SECTION
              AND ET-DROPPED-SW(WS-ENRL-SUB) NOT = 'Y'
               ADD 1 TO WS-SECTION-ENROLLED
           END-IF.
       2980-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2920-FIND-ENROLLMENT - LIVE ENROLLMENT MATCHING THE
      * TRANSACTION'S ROLL, SUBJECT, AND THE PROCESSING TERM.
