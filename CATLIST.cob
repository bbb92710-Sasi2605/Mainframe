       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-CATALOG.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  LISTS THE SUBJCAT SUBJECT
      *                 CATALOG - CODE, TITLE, CREDIT HOURS,
      *                 PREREQUISITES AND SECTION CAPACITY - AND PRINTS
      *                 A SEAT-AVAILABILITY REPORT OF THE CURRENT
      *                 TERM'S ENROLLMENTS PER SUBJECT AND CLASS-
      *                 SECTION AGAINST THAT CAPACITY.  ENROLLMENTS IN
      *                 A SUBJECT NOT ON THE CATALOG ARE COUNTED ON
      *                 THE TRAILER.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-CATALOG ASSIGN TO SUBJCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO ENRLMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRL-FILE-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT CATALOG-LISTING ASSIGN TO CATLSTRP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEAT-REPORT     ASSIGN TO SEATAVRP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-CATALOG
           RECORDING MODE IS F.
       COPY SUBJCAT.

       FD  ENROLLMENT-FILE
           RECORDING MODE IS F.
       COPY ENRLMSTR.

       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  CATALOG-LISTING
           RECORDING MODE IS F.
       01  LISTING-LINE            PIC X(90).

       FD  SEAT-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(90).

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
           05 WS-CAT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CATALOG             VALUE 'Y'.
           05 WS-ENRL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ENROLLMENTS         VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01).
              88 ENTRY-WAS-FOUND            VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-ANY-SW            PIC X(01).
              88 SUBJECT-HAS-SEATS          VALUE 'Y'.

       01  WS-CAT-FILE-STATUS      PIC X(02).
           88 CAT-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ENRL-FILE-STATUS     PIC X(02).
           88 ENRL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-STU-FILE-STATUS      PIC X(02).

      *----------------------------------------------------------------
      * CATALOG TABLE - THE WHOLE CATALOG, IN FILE ORDER.
      *----------------------------------------------------------------
       01  WS-CAT-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-CAT-TABLE-MAX        PIC 9(04) VALUE 0500.
       01  CATALOG-TABLE.
           05 CA-ENTRY OCCURS 500 TIMES.
              10 CA-SUBJECT-CODE   PIC X(06).
              10 CA-TITLE          PIC X(30).
              10 CA-SECTION-CAPACITY PIC 9(04).
       01  WS-CAT-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * SECTION USAGE - CURRENT-TERM ENROLLMENTS PER CATALOG SUBJECT
      * AND CLASS-SECTION, IN THE ORDER FIRST SEEN.
      *----------------------------------------------------------------
       01  WS-USE-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-USE-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  USAGE-TABLE.
           05 UT-ENTRY OCCURS 5000 TIMES.
              10 UT-CAT-SUB        PIC 9(04) COMP.
              10 UT-SECTION        PIC X(04).
              10 UT-ENROLLED       PIC 9(05) COMP.
       01  WS-USE-SUB              PIC 9(04) COMP.
       01  WS-AVAILABLE            PIC 9(05).
       01  WS-EDIT-COUNT           PIC ZZZZ9.

       01  WS-COUNTS.
           05 WS-ENRL-READ         PIC 9(7) COMP VALUE 0.
           05 WS-ENRL-COUNTED      PIC 9(7) COMP VALUE 0.
           05 WS-ENRL-OTHER-TERM   PIC 9(7) COMP VALUE 0.
           05 WS-ENRL-UNCATALOGED  PIC 9(7) COMP VALUE 0.
           05 WS-SECTIONS-FULL     PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "SUBJCT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  LISTING-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "SUBJECT CATALOG".

       01  LISTING-HEADING-2.
           05 FILLER                PIC X(08) VALUE "SUBJECT ".
           05 FILLER                PIC X(32) VALUE "TITLE".
           05 FILLER                PIC X(09) VALUE "CREDITS  ".
           05 FILLER                PIC X(23) VALUE "PREREQUISITES".
           05 FILLER                PIC X(08) VALUE "SEC CAP".

       01  LISTING-DETAIL.
           05 LD-SUBJECT-CODE       PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-TITLE              PIC X(30).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 LD-CREDIT-HOURS       PIC Z9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 LD-PREREQ-1           PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 LD-PREREQ-2           PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 LD-PREREQ-3           PIC X(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 LD-CAPACITY           PIC X(08).

       01  LISTING-TOTAL-LINE.
           05 FILLER                PIC X(20) VALUE
              "SUBJECTS LISTED =   ".
           05 LT-SUBJECTS           PIC ZZZ9.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "SEAT AVAILABILITY      TERM  ".
           05 RH-TERM-ID            PIC X(06).

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(08) VALUE "SUBJECT ".
           05 FILLER                PIC X(32) VALUE "TITLE".
           05 FILLER                PIC X(09) VALUE "SECTION  ".
           05 FILLER                PIC X(10) VALUE "CAPACITY  ".
           05 FILLER                PIC X(10) VALUE "ENROLLED  ".
           05 FILLER                PIC X(09) VALUE "AVAILABLE".

       01  SEAT-DETAIL.
           05 SA-SUBJECT-CODE       PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SA-TITLE              PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SA-SECTION            PIC X(04).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 SA-CAPACITY           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SA-ENROLLED           PIC ZZZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 SA-AVAILABLE          PIC X(08).

       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(16) VALUE
              "SECTIONS FULL = ".
           05 TL-SECTIONS-FULL      PIC ZZZZ9.
           05 FILLER                PIC X(35) VALUE
              "   ENROLLMENTS NOT IN CATALOG =   ".
           05 TL-UNCATALOGED        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "SUBJCT  " TO RQ-PROGRAM-ID.
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
           PERFORM 3000-REPORT-ONE-SUBJECT THRU 3000-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT.
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
      * 1000-INITIALIZE - THE CATALOG AND THE TERM'S SECTION USAGE
      * ARE LOADED WHOLE; AN OVERFLOW REFUSES THE RUN RATHER THAN
      * PRINT A SHORT LISTING.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT CATALOG-LISTING
                       SEAT-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE LISTING-LINE FROM LISTING-HEADING-1.
           WRITE LISTING-LINE FROM LISTING-HEADING-2.
           MOVE WS-BUS-DATE-RAW(1:6) TO RH-TERM-ID.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT SUBJECT-CATALOG.
           IF CAT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CAT-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-SUBJECT THRU 1100-EXIT
                   UNTIL END-OF-CATALOG
               CLOSE SUBJECT-CATALOG
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENRL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ENRL-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ONE-ENROLLMENT THRU 1200-EXIT
                   UNTIL END-OF-ENROLLMENTS
               CLOSE ENROLLMENT-FILE
           END-IF.
           CLOSE STUDENT-MASTER.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING LISTED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE CATALOG-LISTING
                     SEAT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - ONE BANNER ON EACH REPORT.
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

           WRITE LISTING-LINE FROM RUN-STAMP-LINE.
           WRITE REPORT-LINE  FROM RUN-STAMP-LINE.
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
      * 1100-LOAD-ONE-SUBJECT - THE LISTING LINE IS WRITTEN STRAIGHT
      * FROM THE RECORD; THE TABLE KEEPS WHAT THE SEAT REPORT NEEDS.
      *----------------------------------------------------------------
       1100-LOAD-ONE-SUBJECT.
           READ SUBJECT-CATALOG
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-CAT-TABLE-COUNT >= WS-CAT-TABLE-MAX
               DISPLAY "CATALOG TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-CAT-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-CAT-TABLE-COUNT.
           MOVE CG-SUBJECT-CODE TO CA-SUBJECT-CODE(WS-CAT-TABLE-COUNT).
           MOVE CG-TITLE        TO CA-TITLE(WS-CAT-TABLE-COUNT).
           IF CG-SECTION-CAPACITY IS NUMERIC
               MOVE CG-SECTION-CAPACITY
                   TO CA-SECTION-CAPACITY(WS-CAT-TABLE-COUNT)
           ELSE
               MOVE ZERO TO CA-SECTION-CAPACITY(WS-CAT-TABLE-COUNT)
           END-IF.

           MOVE CG-SUBJECT-CODE   TO LD-SUBJECT-CODE.
           MOVE CG-TITLE          TO LD-TITLE.
           IF CG-CREDIT-HOURS IS NUMERIC
               MOVE CG-CREDIT-HOURS TO LD-CREDIT-HOURS
           ELSE
               MOVE ZERO TO LD-CREDIT-HOURS
           END-IF.
           MOVE CG-PREREQ-CODE(1) TO LD-PREREQ-1.
           MOVE CG-PREREQ-CODE(2) TO LD-PREREQ-2.
           MOVE CG-PREREQ-CODE(3) TO LD-PREREQ-3.
           IF CA-SECTION-CAPACITY(WS-CAT-TABLE-COUNT) = ZERO
               MOVE "NO LIMIT" TO LD-CAPACITY
           ELSE
               MOVE CA-SECTION-CAPACITY(WS-CAT-TABLE-COUNT)
                   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO LD-CAPACITY
           END-IF.
           WRITE LISTING-LINE FROM LISTING-DETAIL.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-ENROLLMENT - EACH CURRENT-TERM ENROLLMENT IN A
      * CATALOG SUBJECT COUNTS AGAINST ITS STUDENT'S SECTION.
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

           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO WS-CAT-SUB.
           PERFORM 1250-CHECK-ONE-SUBJECT THRU 1250-EXIT
               UNTIL ENTRY-WAS-FOUND
                  OR WS-CAT-SUB > WS-CAT-TABLE-COUNT.
           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-ENRL-UNCATALOGED
               GO TO 1200-EXIT
           END-IF.

           MOVE EN-ROLL-NO TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SU-CLASS-SECTION
           END-READ.

           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO WS-USE-SUB.
           PERFORM 1270-CHECK-ONE-USAGE THRU 1270-EXIT
               UNTIL ENTRY-WAS-FOUND
                  OR WS-USE-SUB > WS-USE-TABLE-COUNT.
           IF ENTRY-WAS-FOUND
               ADD 1 TO UT-ENROLLED(WS-USE-SUB)
               ADD 1 TO WS-ENRL-COUNTED
               GO TO 1200-EXIT
           END-IF.

           IF WS-USE-TABLE-COUNT >= WS-USE-TABLE-MAX
               DISPLAY "SECTION USAGE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-ENRL-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-USE-TABLE-COUNT.
           MOVE WS-CAT-SUB       TO UT-CAT-SUB(WS-USE-TABLE-COUNT).
           MOVE SU-CLASS-SECTION TO UT-SECTION(WS-USE-TABLE-COUNT).
           MOVE 1                TO UT-ENROLLED(WS-USE-TABLE-COUNT).
           ADD 1 TO WS-ENRL-COUNTED.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-CHECK-ONE-SUBJECT - LEAVES WS-CAT-SUB ON THE MATCH.
      *----------------------------------------------------------------
       1250-CHECK-ONE-SUBJECT.
           IF CA-SUBJECT-CODE(WS-CAT-SUB) = EN-SUBJECT-CODE
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-CAT-SUB
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1270-CHECK-ONE-USAGE - LEAVES WS-USE-SUB ON THE MATCH.
      *----------------------------------------------------------------
       1270-CHECK-ONE-USAGE.
           IF UT-CAT-SUB(WS-USE-SUB) = WS-CAT-SUB
              AND UT-SECTION(WS-USE-SUB) = SU-CLASS-SECTION
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-USE-SUB
           END-IF.
       1270-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-REPORT-ONE-SUBJECT - ONE LINE PER SECTION ENROLLED IN
      * THE SUBJECT; A SUBJECT NOBODY HAS TAKEN UP SHOWS ONE LINE
      * WITH NO SECTION.
      *----------------------------------------------------------------
       3000-REPORT-ONE-SUBJECT.
           MOVE 'N' TO WS-ANY-SW.
           PERFORM 3100-REPORT-ONE-SECTION THRU 3100-EXIT
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-TABLE-COUNT.

           IF SUBJECT-HAS-SEATS
               GO TO 3000-EXIT
           END-IF.

           MOVE CA-SUBJECT-CODE(WS-CAT-SUB) TO SA-SUBJECT-CODE.
           MOVE CA-TITLE(WS-CAT-SUB)        TO SA-TITLE.
           MOVE "NONE"                      TO SA-SECTION.
           PERFORM 3200-SET-CAPACITY THRU 3200-EXIT.
           MOVE ZERO TO SA-ENROLLED.
           MOVE SA-CAPACITY TO SA-AVAILABLE.
           WRITE REPORT-LINE FROM SEAT-DETAIL.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-REPORT-ONE-SECTION - A SECTION AT OR PAST CAPACITY IS
      * COUNTED FULL; ONE PAST IT (ENROLLED BEFORE THE LIMIT WAS
      * SET) SHOWS OVER.
      *----------------------------------------------------------------
       3100-REPORT-ONE-SECTION.
           IF UT-CAT-SUB(WS-USE-SUB) NOT = WS-CAT-SUB
               GO TO 3100-EXIT
           END-IF.

           MOVE 'Y' TO WS-ANY-SW.
           MOVE CA-SUBJECT-CODE(WS-CAT-SUB) TO SA-SUBJECT-CODE.
           MOVE CA-TITLE(WS-CAT-SUB)        TO SA-TITLE.
           MOVE UT-SECTION(WS-USE-SUB)      TO SA-SECTION.
           PERFORM 3200-SET-CAPACITY THRU 3200-EXIT.
           MOVE UT-ENROLLED(WS-USE-SUB)     TO SA-ENROLLED.

           IF CA-SECTION-CAPACITY(WS-CAT-SUB) = ZERO
               MOVE "NO LIMIT" TO SA-AVAILABLE
               WRITE REPORT-LINE FROM SEAT-DETAIL
               GO TO 3100-EXIT
           END-IF.

           IF UT-ENROLLED(WS-USE-SUB)
                  >= CA-SECTION-CAPACITY(WS-CAT-SUB)
               ADD 1 TO WS-SECTIONS-FULL
           END-IF.

           IF UT-ENROLLED(WS-USE-SUB)
                  > CA-SECTION-CAPACITY(WS-CAT-SUB)
               MOVE "OVER"     TO SA-AVAILABLE
           ELSE
               COMPUTE WS-AVAILABLE = CA-SECTION-CAPACITY(WS-CAT-SUB)
                                    - UT-ENROLLED(WS-USE-SUB)
               MOVE WS-AVAILABLE  TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO SA-AVAILABLE
           END-IF.
           WRITE REPORT-LINE FROM SEAT-DETAIL.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-SET-CAPACITY
      *----------------------------------------------------------------
       3200-SET-CAPACITY.
           IF CA-SECTION-CAPACITY(WS-CAT-SUB) = ZERO
               MOVE "NO LIMIT" TO SA-CAPACITY
           ELSE
               MOVE CA-SECTION-CAPACITY(WS-CAT-SUB) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO SA-CAPACITY
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE WS-CAT-TABLE-COUNT TO LT-SUBJECTS.
           WRITE LISTING-LINE FROM LISTING-TOTAL-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTIONS-FULL    TO TL-SECTIONS-FULL.
           MOVE WS-ENRL-UNCATALOGED TO TL-UNCATALOGED.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE CATALOG-LISTING
                 SEAT-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ENROLLMENTS READ
      * AGAINST THOSE COUNTED, NOT IN THE CATALOG, AND FOR ANOTHER
      * TERM.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ENRL-READ    TO CT-RECORDS-READ.
           MOVE WS-ENRL-COUNTED TO CT-RECORDS-PROCESSED.
           IF WS-ENRL-READ = WS-ENRL-COUNTED + WS-ENRL-UNCATALOGED
                             + WS-ENRL-OTHER-TERM
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
