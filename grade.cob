      *                 PASS - A WITHHELD STUDENT'S ENROLLMENTS ARE
      *                 NEITHER GRADED, PRINTED, NOR WRITTEN TO THE
      *                 GRADE HISTORY, AND THE ROSTER COUNTS THEM.
      * 2026-10-15 RSD  THE TERM-SUMMARY GPA IS NOW WEIGHTED BY EACH
      *                 SUBJECT'S CREDIT HOURS FROM THE NEW SUBJCAT
      *                 SUBJECT CATALOG.  A SUBJECT NOT ON THE CATALOG
      *                 (OR NO CATALOG FILE) WEIGHS ONE CREDIT, SO THE
      *                 OLD STRAIGHT AVERAGE STANDS UNTIL IT IS LOADED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT SUBJECT-CATALOG ASSIGN TO SUBJCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MARKS.
           RECORDING MODE IS F.
       COPY STUBAL.

       FD  SUBJECT-CATALOG
           RECORDING MODE IS F.
       COPY SUBJCAT.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
              10 GP-TAKEN          PIC 9(03).
              10 GP-PASSED         PIC 9(03).
              10 GP-POINTS         PIC 9(05).
              10 GP-CREDITS        PIC 9(04).
       01  WS-GPA-SUB              PIC 9(04) COMP.
       01  WS-GPA-FOUND-SW         PIC X(01).
           88 GPA-SLOT-WAS-FOUND           VALUE 'Y'.
       01  WS-ENROLLS-REJECTED     PIC 9(05) COMP VALUE 0.
       01  WS-ENROLLS-WITHHELD     PIC 9(05) COMP VALUE 0.

      *----------------------------------------------------------------
      * SUBJECT CREDIT HOURS FROM THE CATALOG - THE GPA WEIGHTS.
      *----------------------------------------------------------------
       01  WS-CAT-FILE-STATUS      PIC X(02).
           88 CAT-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CAT-EOF-SW           PIC X(01) VALUE 'N'.
           88 END-OF-CATALOG               VALUE 'Y'.
       01  WS-CAT-OVERFLOW-SW      PIC X(01) VALUE 'N'.
           88 THE-CATALOG-OVERFLOWED       VALUE 'Y'.
       01  WS-CAT-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-CAT-TABLE-MAX        PIC 9(04) VALUE 0500.
       01  CATALOG-TABLE.
           05 CA-ENTRY OCCURS 500 TIMES.
              10 CA-SUBJECT-CODE   PIC X(06).
              10 CA-CREDIT-HOURS   PIC 9(02).
       01  WS-CAT-SUB              PIC 9(04) COMP.
       01  WS-CAT-FOUND-SW         PIC X(01).
           88 SUBJECT-IS-CATALOGED         VALUE 'Y'.
       01  WS-SUBJECT-CREDITS      PIC 9(02).

       01  ENROLL-DETAIL.
           05 ED-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
      *    A TRUNCATED CATALOG WOULD WEIGH SOME SUBJECTS WRONGLY, SO
      *    THE RUN STOPS BEFORE ANY FILE IS TOUCHED.
           PERFORM 1980-LOAD-CATALOG THRU 1980-EXIT.
           IF THE-CATALOG-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING GRADED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  STUDENT-MARKS
           OPEN INPUT  GRADE-SCALE.

       1960-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1980-LOAD-CATALOG - A MISSING CATALOG LEAVES EVERY SUBJECT AT
      * ONE CREDIT.
      *----------------------------------------------------------------
       1980-LOAD-CATALOG.
           OPEN INPUT SUBJECT-CATALOG.
           IF CAT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CAT-EOF-SW
               GO TO 1980-EXIT
           END-IF.
           PERFORM 1985-LOAD-ONE-SUBJECT THRU 1985-EXIT
               UNTIL END-OF-CATALOG.
           CLOSE SUBJECT-CATALOG.
       1980-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1985-LOAD-ONE-SUBJECT
      *----------------------------------------------------------------
       1985-LOAD-ONE-SUBJECT.
           READ SUBJECT-CATALOG
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SW
                   GO TO 1985-EXIT
           END-READ.

           IF WS-CAT-TABLE-COUNT >= WS-CAT-TABLE-MAX
               DISPLAY "CATALOG TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-CAT-OVERFLOW-SW
               MOVE 'Y' TO WS-CAT-EOF-SW
               GO TO 1985-EXIT
           END-IF.

           ADD 1 TO WS-CAT-TABLE-COUNT.
           MOVE CG-SUBJECT-CODE TO CA-SUBJECT-CODE(WS-CAT-TABLE-COUNT).
           IF CG-CREDIT-HOURS IS NUMERIC
               MOVE CG-CREDIT-HOURS
                   TO CA-CREDIT-HOURS(WS-CAT-TABLE-COUNT)
           ELSE
               MOVE ZERO TO CA-CREDIT-HOURS(WS-CAT-TABLE-COUNT)
           END-IF.
       1985-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-CHECK-FEE-ARREARS - A STUDENT STILL OWING FEES GETS THE
      * FLAG LINE UNDER THEIR RESULT AND A SHARED-LOG ENTRY FOR THE
           ADD 1 TO WS-ENROLLS-GRADED.

           PERFORM 5600-SET-GRADE-POINTS THRU 5600-EXIT.
           PERFORM 5650-SET-SUBJECT-CREDITS THRU 5650-EXIT.
           ADD 1 TO GP-TAKEN(WS-GPA-SUB).
           IF STUDENT-PASSED
               ADD 1 TO GP-PASSED(WS-GPA-SUB)
           END-IF.
           COMPUTE GP-POINTS(WS-GPA-SUB) = GP-POINTS(WS-GPA-SUB)
               + (WS-GRADE-POINTS * WS-SUBJECT-CREDITS).
           ADD WS-SUBJECT-CREDITS TO GP-CREDITS(WS-GPA-SUB).
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-WRITE-TERM-SUMMARY - ONE LINE PER STUDENT WITH AT LEAST
      * ONE GRADED ENROLLMENT: SUBJECTS TAKEN, PASSED, AND THE
      * CREDIT-WEIGHTED GRADE-POINT AVERAGE.
      *----------------------------------------------------------------
       5500-WRITE-TERM-SUMMARY.
           IF WS-ENROLLS-GRADED = ZERO
               GO TO 5550-EXIT
           END-IF.

      *    A TERM OF NOTHING BUT ZERO-CREDIT SUBJECTS HAS NO GPA.
           IF GP-CREDITS(WS-GPA-SUB) = ZERO
               MOVE ZERO TO WS-TERM-GPA
           ELSE
               COMPUTE WS-TERM-GPA ROUNDED =
                   GP-POINTS(WS-GPA-SUB) / GP-CREDITS(WS-GPA-SUB)
           END-IF.

           MOVE GP-ROLL-NO(WS-GPA-SUB) TO SD-ROLL-NO.
           MOVE GP-NAME(WS-GPA-SUB)    TO SD-NAME.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5650-SET-SUBJECT-CREDITS - THE CATALOG'S CREDIT HOURS FOR THE
      * ENROLLMENT'S SUBJECT; ONE CREDIT WHEN IT IS NOT CATALOGED.
      *----------------------------------------------------------------
       5650-SET-SUBJECT-CREDITS.
           MOVE 1   TO WS-SUBJECT-CREDITS.
           MOVE 'N' TO WS-CAT-FOUND-SW.
           MOVE 1   TO WS-CAT-SUB.
           PERFORM 5660-CHECK-ONE-SUBJECT THRU 5660-EXIT
               UNTIL SUBJECT-IS-CATALOGED
                  OR WS-CAT-SUB > WS-CAT-TABLE-COUNT.
           IF SUBJECT-IS-CATALOGED
               MOVE CA-CREDIT-HOURS(WS-CAT-SUB) TO WS-SUBJECT-CREDITS
           END-IF.
       5650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5660-CHECK-ONE-SUBJECT - LEAVES WS-CAT-SUB ON THE MATCH.
      *----------------------------------------------------------------
       5660-CHECK-ONE-SUBJECT.
           IF CA-SUBJECT-CODE(WS-CAT-SUB) = EN-SUBJECT-CODE
               MOVE 'Y' TO WS-CAT-FOUND-SW
           ELSE
               ADD 1 TO WS-CAT-SUB
           END-IF.
       5660-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5700-FIND-OR-ADD-GPA - LOCATES (OR OPENS) THE TERM-SUMMARY
      * SLOT FOR WS-GPA-WORK-ROLL.  A FULL TABLE LEAVES WS-GPA-SUB
           MOVE ZERO   TO GP-TAKEN(WS-GPA-SUB).
           MOVE ZERO   TO GP-PASSED(WS-GPA-SUB).
           MOVE ZERO   TO GP-POINTS(WS-GPA-SUB).
           MOVE ZERO   TO GP-CREDITS(WS-GPA-SUB).
       5700-EXIT.
           EXIT.

