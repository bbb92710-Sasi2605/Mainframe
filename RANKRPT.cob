      *                 A SAME-TERM SUPPLEMENTARY RE-SIT NO LONGER
      *                 INFLATES SUBJECTS TAKEN OR DRAGS THE GPA
      *                 DOWN WITH THE FIRST SITTING'S FAILURE.
      * 2026-10-15 RSD  THE GPA IS NOW WEIGHTED BY EACH SUBJECT'S
      *                 CREDIT HOURS FROM THE SUBJCAT CATALOG, THE SAME
      *                 WAY GRADE-EVAL'S TERM SUMMARY WEIGHS IT - A
      *                 SUBJECT NOT ON THE CATALOG WEIGHS ONE CREDIT.
      * 2026-10-15 RSD  A STUDENT MARKED LEFT ON THE MASTER IS DROPPED
      *                 FROM THE RANKING BEFORE THE SORT, SO LEAVERS
      *                 NO LONGER HOLD A RANK IN THEIR OLD SECTION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT SUBJECT-CATALOG ASSIGN TO SUBJCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-HISTORY
           RECORDING MODE IS F.
       COPY BUSDATE.

       FD  SUBJECT-CATALOG
           RECORDING MODE IS F.
       COPY SUBJCAT.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
              10 RT-FAILS           PIC 9(03).
              10 RT-POINTS          PIC 9(05).
              10 RT-GPA             PIC 9(02)V99.
              10 RT-CREDITS         PIC 9(04).
      *       ONE SLOT PER DISTINCT SUBJECT - SUPP-EXAM STAMPS
      *       RE-SITS INTO THE SAME TERM, SO A FAIL-PLUS-RESIT PAIR
      *       REDUCES TO THE BEST ATTEMPT BEFORE THE GPA, THE WAY
       01  WS-SORT-I               PIC 9(04) COMP.
       01  WS-SORT-J               PIC 9(04) COMP.
       01  WS-SORT-HIGH            PIC 9(04) COMP.
       01  WS-SWAP-ENTRY           PIC X(49).
       01  WS-STU-FILE-STATUS      PIC X(02).
       01  WS-PRIOR-SECTION        PIC X(04) VALUE LOW-VALUES.
       01  WS-SECTION-COUNT        PIC 9(04).
       01  WS-GPA-FOUND-SW         PIC X(01).
           88 GPA-SLOT-WAS-FOUND           VALUE 'Y'.
       01  WS-GRADE-POINTS         PIC 9(02).
       01  WS-KEEP-COUNT           PIC 9(04) COMP.
       01  WS-LEAVERS-DROPPED      PIC 9(04) VALUE 0.

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

      *----------------------------------------------------------------
      * RANKING FIGURES - TIES SHARE A RANK; THE PERCENTILE IS THE
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
      *    A TRUNCATED CATALOG WOULD WEIGH SOME SUBJECTS WRONGLY, SO
      *    THE RUN STOPS BEFORE ANY FILE IS TOUCHED.
           OPEN INPUT SUBJECT-CATALOG.
           IF CAT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CAT-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-SUBJECT THRU 1100-EXIT
                   UNTIL END-OF-CATALOG
               CLOSE SUBJECT-CATALOG
           END-IF.
           IF THE-CATALOG-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING RANKED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RANK-REPORT
           OPEN INPUT  STUDENT-MASTER.

       1040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-SUBJECT
      *----------------------------------------------------------------
       1100-LOAD-ONE-SUBJECT.
           READ SUBJECT-CATALOG
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-CAT-TABLE-COUNT >= WS-CAT-TABLE-MAX
               DISPLAY "CATALOG TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-CAT-OVERFLOW-SW
               MOVE 'Y' TO WS-CAT-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-CAT-TABLE-COUNT.
           MOVE CG-SUBJECT-CODE TO CA-SUBJECT-CODE(WS-CAT-TABLE-COUNT).
           IF CG-CREDIT-HOURS IS NUMERIC
               MOVE CG-CREDIT-HOURS
                   TO CA-CREDIT-HOURS(WS-CAT-TABLE-COUNT)
           ELSE
               MOVE ZERO TO CA-CREDIT-HOURS(WS-CAT-TABLE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-TERM - ONLY THE CURRENT TERM'S RESULTS ARE RANKED.
      *----------------------------------------------------------------
           MOVE RT-SUBJ-COUNT(WS-GPA-SUB)
               TO RT-SUBJECTS(WS-GPA-SUB).
           MOVE ZERO TO RT-POINTS(WS-GPA-SUB)
                        RT-FAILS(WS-GPA-SUB)
                        RT-CREDITS(WS-GPA-SUB).
           PERFORM 2560-TOTAL-ONE-SUBJECT THRU 2560-EXIT
               VARYING WS-SUBJ-SLOT FROM 1 BY 1
               UNTIL WS-SUBJ-SLOT > RT-SUBJ-COUNT(WS-GPA-SUB).

           IF RT-CREDITS(WS-GPA-SUB) > ZERO
               COMPUTE RT-GPA(WS-GPA-SUB) ROUNDED =
                   RT-POINTS(WS-GPA-SUB) / RT-CREDITS(WS-GPA-SUB)
           END-IF.
       2550-EXIT.
           EXIT.
      * 2560-TOTAL-ONE-SUBJECT
      *----------------------------------------------------------------
       2560-TOTAL-ONE-SUBJECT.
           PERFORM 2570-SET-SUBJECT-CREDITS THRU 2570-EXIT.
           COMPUTE RT-POINTS(WS-GPA-SUB) = RT-POINTS(WS-GPA-SUB)
               + (RT-SUBJ-BEST(WS-GPA-SUB, WS-SUBJ-SLOT)
                  * WS-SUBJECT-CREDITS).
           ADD WS-SUBJECT-CREDITS TO RT-CREDITS(WS-GPA-SUB).
           IF RT-SUBJ-PASS-SW(WS-GPA-SUB, WS-SUBJ-SLOT) = 'F'
               ADD 1 TO RT-FAILS(WS-GPA-SUB)
           END-IF.
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2570-SET-SUBJECT-CREDITS - THE CATALOG'S CREDIT HOURS FOR THE
      * SLOT'S SUBJECT; ONE CREDIT WHEN IT IS NOT CATALOGED.
      *----------------------------------------------------------------
       2570-SET-SUBJECT-CREDITS.
           MOVE 1   TO WS-SUBJECT-CREDITS.
           MOVE 'N' TO WS-CAT-FOUND-SW.
           MOVE 1   TO WS-CAT-SUB.
           PERFORM 2580-CHECK-ONE-SUBJECT THRU 2580-EXIT
               UNTIL SUBJECT-IS-CATALOGED
                  OR WS-CAT-SUB > WS-CAT-TABLE-COUNT.
           IF SUBJECT-IS-CATALOGED
               MOVE CA-CREDIT-HOURS(WS-CAT-SUB) TO WS-SUBJECT-CREDITS
           END-IF.
       2570-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2580-CHECK-ONE-SUBJECT - LEAVES WS-CAT-SUB ON THE MATCH.
      *----------------------------------------------------------------
       2580-CHECK-ONE-SUBJECT.
           IF CA-SUBJECT-CODE(WS-CAT-SUB)
                  = RT-SUBJ-CODE(WS-GPA-SUB, WS-SUBJ-SLOT)
               MOVE 'Y' TO WS-CAT-FOUND-SW
           ELSE
               ADD 1 TO WS-CAT-SUB
           END-IF.
       2580-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SORT-BY-SCORE - STRAIGHT SELECTION SORT, HIGHEST SCORE
      * FIRST.  THE CLASS FITS THE TABLE, SO THE SIMPLE PASS IS FINE.

      *----------------------------------------------------------------
      * 2700-SET-SECTIONS - EACH STUDENT'S SECTION FROM THE MASTER;
      * AN UNKNOWN ROLL OR BLANK SECTION RANKS UNDER "NONE".  A
      * STUDENT WHO HAS LEFT IS DROPPED FROM THE TABLE HERE - THE
      * KEPT ENTRIES CLOSE UP OVER THE LEAVERS' SLOTS - SO LEAVERS
      * NEITHER APPEAR ON NOR TAKE A RANK IN THE REPORT.
      *----------------------------------------------------------------
       2700-SET-SECTIONS.
           MOVE ZERO TO WS-KEEP-COUNT.
           PERFORM 2750-SET-ONE-SECTION THRU 2750-EXIT
               VARYING WS-GPA-SUB FROM 1 BY 1
               UNTIL WS-GPA-SUB > WS-STUDENT-COUNT.
           MOVE WS-KEEP-COUNT TO WS-STUDENT-COUNT.
       2700-EXIT.
           EXIT.

      * 2750-SET-ONE-SECTION
      *----------------------------------------------------------------
       2750-SET-ONE-SECTION.
           MOVE RT-ROLL-NO(WS-GPA-SUB) TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SU-CLASS-SECTION
                   MOVE SPACE  TO SU-LEAVER-SW
           END-READ.

           IF SU-HAS-LEFT
               ADD 1 TO WS-LEAVERS-DROPPED
               GO TO 2750-EXIT
           END-IF.

           ADD 1 TO WS-KEEP-COUNT.
           IF WS-KEEP-COUNT NOT = WS-GPA-SUB
               MOVE RT-ENTRY(WS-GPA-SUB) TO RT-ENTRY(WS-KEEP-COUNT)
           END-IF.
           IF SU-CLASS-SECTION = SPACES
               MOVE "NONE" TO RT-SECTION(WS-KEEP-COUNT)
           ELSE
               MOVE SU-CLASS-SECTION TO RT-SECTION(WS-KEEP-COUNT)
           END-IF.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY "STUDENTS RANKED " WS-STUDENT-COUNT.
           DISPLAY "LEAVERS DROPPED " WS-LEAVERS-DROPPED.

           IF NOT HIST-FILE-NOT-FOUND
               CLOSE RESULTS-HISTORY
