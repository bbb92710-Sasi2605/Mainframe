       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELECTIVE-ALLOT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ELECTIVE SUBJECT ALLOTMENT -
      *                 THE OFFICE USED TO SPEND A WEEK EACH TERM
      *                 MATCHING THE PAPER PREFERENCE FORMS TO SEATS BY
      *                 HAND.  THE ELECPREF PREFERENCES FOR THE TERM
      *                 (UP TO FIVE RANKED SUBJECT CODES EACH) ARE
      *                 TAKEN IN MERIT ORDER - THE STUDENT'S AVERAGE
      *                 WEIGHTED SCORE ON GRDHIST FOR THE LATEST TERM
      *                 BEFORE THE ONE BEING ALLOTTED, THE EARLIER FORM
      *                 FIRST ON A TIE - AND EACH STUDENT IS GIVEN THE
      *                 HIGHEST PREFERENCE THAT STILL HAS ONE OF THE
      *                 SEATS ELECCTL OFFERS.  THE ALLOTMENTS ARE
      *                 WRITTEN AS A HEADERED STUDENT-MAINT ENROLL
      *                 BATCH ON ELECSTXN, SO EVERY ONE STILL GOES
      *                 THROUGH STUDENT-MAINT'S CATALOG, PREREQUISITE
      *                 AND SECTION-CAPACITY EDITS.  THE REPORT LISTS
      *                 THE STUDENTS ALLOTTED TO EACH SUBJECT, THE
      *                 STUDENTS WHO GOT NONE OF THEIR CHOICES, AND
      *                 THE SEAT FILL OF EVERY SUBJECT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCES     ASSIGN TO ELECPREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FILE-STATUS.

           SELECT ELECTIVE-CONTROL ASSIGN TO ELECCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RESULTS-HISTORY ASSIGN TO GRDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT ELECTIVE-TXN-OUT ASSIGN TO ELECSTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALLOTMENT-REPORT ASSIGN TO ELECRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCES
           RECORDING MODE IS F.
       COPY ELECPREF.

       FD  ELECTIVE-CONTROL
           RECORDING MODE IS F.
       COPY ELECCTL.

       FD  RESULTS-HISTORY
           RECORDING MODE IS F.
       COPY GRDHIST.

       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  ELECTIVE-TXN-OUT
           RECORDING MODE IS F.
       01  ELECTIVE-TXN-LINE       PIC X(46).

       FD  ALLOTMENT-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
       01  WS-PREF-FILE-STATUS     PIC X(02).
           88 PREF-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-STU-FILE-STATUS      PIC X(02).
           88 STU-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-PREFERENCES         VALUE 'Y'.
           05 WS-CTL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CONTROL             VALUE 'Y'.
           05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

      *----------------------------------------------------------------
      * TERMS - THE ONE BEING ALLOTTED AND THE LATEST EARLIER TERM ON
      * GRDHIST, WHOSE WEIGHTED SCORES GIVE THE MERIT ORDER.
      *----------------------------------------------------------------
       01  WS-ALLOT-TERM           PIC X(06).
       01  WS-PRIOR-TERM           PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------
      * ELECTIVE SUBJECT SEATS FROM ELECCTL, IN CARD ORDER.
      *----------------------------------------------------------------
       01  WS-SUB-TABLE-COUNT      PIC 9(03) VALUE 0.
       01  WS-SUB-TABLE-MAX        PIC 9(03) VALUE 100.
       01  SUBJECT-TABLE.
           05 SB-ENTRY OCCURS 100 TIMES.
              10 SB-CODE           PIC X(06).
              10 SB-SEATS          PIC 9(04).
              10 SB-FILLED         PIC 9(04).
       01  WS-SUB-SUB              PIC 9(03) COMP.

      *----------------------------------------------------------------
      * STUDENT TABLE - ONE ENTRY PER PREFERENCE FORM, SORTED ON THE
      * MERIT SCORE, THEN ON THE INVERTED LOAD SEQUENCE, DESCENDING,
      * SO THE EARLIER FORM WINS A TIE (THE FIRST 8 BYTES OF EACH
      * ENTRY).
      *----------------------------------------------------------------
       01  WS-EA-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  WS-EA-TABLE-MAX         PIC 9(04) VALUE 3000.
       01  STUDENT-TABLE.
           05 EA-ENTRY OCCURS 3000 TIMES.
              10 EA-SCORE          PIC 9(03).
              10 EA-SEQ-INV        PIC 9(05).
              10 EA-ROLL-NO        PIC X(06).
              10 EA-CHOICE         PIC X(06) OCCURS 5 TIMES.
              10 EA-SCORE-SUM      PIC 9(06).
              10 EA-SCORE-COUNT    PIC 9(03).
              10 EA-NAME           PIC X(20).
              10 EA-OUTCOME        PIC X(01).
                 88 EA-WAS-ALLOTTED         VALUE 'A'.
                 88 EA-ALL-CHOICES-FULL     VALUE 'F'.
                 88 EA-NO-CHOICES-GIVEN     VALUE 'N'.
                 88 EA-NOT-ON-MASTER        VALUE 'M'.
                 88 EA-HAS-LEFT             VALUE 'L'.
              10 EA-ALLOTTED       PIC X(06).
              10 EA-CHOICE-NO      PIC 9(01).
              10 EA-RANK           PIC 9(04).
       01  WS-EA-SUB               PIC 9(04) COMP.
       01  WS-CHOICE-SUB           PIC 9(01) COMP.

       COPY SORTREQ.

       01  WS-RANK                 PIC 9(04) VALUE 0.
       01  WS-CHOICES-GIVEN        PIC 9(01).
       01  WS-SUBJECT-LISTED       PIC 9(04).
       01  WS-FILL-PCT             PIC 9(03).

       01  WS-COUNTS.
           05 WS-PREFS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-PREFS-OTHER-TERM  PIC 9(7) COMP VALUE 0.
           05 WS-PREFS-REJECTED    PIC 9(7) COMP VALUE 0.
           05 WS-STUDENTS-ALLOTTED PIC 9(7) COMP VALUE 0.
           05 WS-STUDENTS-NONE     PIC 9(7) COMP VALUE 0.
           05 WS-HIST-READ         PIC 9(7) COMP VALUE 0.
           05 WS-PREFS-ACCOUNTED   PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * THE EMITTED TRANSACTION AND ITS BATCH WRAPPING.
      *----------------------------------------------------------------
       COPY STUDTXN.
       COPY BATCHCTL.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "ELECAL".
           05 WS-RIF-TIME      PIC 9(06).

       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-DD        PIC 9(02).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(28) VALUE
              "ELECTIVE ALLOTMENT FOR TERM ".
           05 RH-ALLOT-TERM         PIC X(06).
           05 FILLER                PIC X(19) VALUE
              "   MERIT FROM TERM ".
           05 RH-PRIOR-TERM         PIC X(06).

       01  REJECT-LINE.
           05 FILLER                PIC X(12) VALUE "REJECTED    ".
           05 RJ-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RJ-REASON             PIC X(40).

       01  SUBJECT-HEADING.
           05 FILLER                PIC X(24) VALUE
              "ALLOTMENT LIST - SUBJECT".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SH-SUBJECT-CODE       PIC X(06).
           05 FILLER                PIC X(09) VALUE "   SEATS ".
           05 SH-SEATS              PIC ZZZ9.

       01  ALLOT-HEADING.
           05 FILLER                PIC X(06) VALUE "RANK".
           05 FILLER                PIC X(08) VALUE "ROLL".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(07) VALUE "MERIT".
           05 FILLER                PIC X(06) VALUE "CHOICE".

       01  ALLOT-DETAIL.
           05 AD-RANK               PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-SCORE              PIC ZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 AD-CHOICE-NO          PIC 9.

       01  NO-ALLOTMENT-HEADING.
           05 FILLER                PIC X(40) VALUE
              "STUDENTS NOT ALLOTTED ANY CHOICE".

       01  NO-ALLOTMENT-HEADING-2.
           05 FILLER                PIC X(06) VALUE "RANK".
           05 FILLER                PIC X(08) VALUE "ROLL".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(07) VALUE "MERIT".
           05 FILLER                PIC X(24) VALUE "REASON".

       01  NO-ALLOTMENT-DETAIL.
           05 NA-RANK               PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NA-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NA-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NA-SCORE              PIC ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 NA-REASON             PIC X(28).

       01  FILL-HEADING.
           05 FILLER                PIC X(40) VALUE
              "SEAT-FILL SUMMARY".

       01  FILL-HEADING-2.
           05 FILLER                PIC X(10) VALUE "SUBJECT".
           05 FILLER                PIC X(08) VALUE "SEATS".
           05 FILLER                PIC X(08) VALUE "FILLED".
           05 FILLER                PIC X(08) VALUE "VACANT".
           05 FILLER                PIC X(06) VALUE "FILL %".

       01  FILL-LINE.
           05 FL-SUBJECT-CODE       PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FL-SEATS              PIC ZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FL-FILLED             PIC ZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FL-VACANT             PIC ZZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FL-FILL-PCT           PIC ZZ9.

       01  COUNT-LINE.
           05 CN-LABEL              PIC X(36).
           05 CN-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 3000-RANK-STUDENTS   THRU 3000-EXIT.
           PERFORM 4000-ALLOT-ONE-STUDENT THRU 4000-EXIT
               VARYING WS-EA-SUB FROM 1 BY 1
               UNTIL WS-EA-SUB > WS-EA-TABLE-COUNT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - NO SEAT COUNTS, NO PREFERENCES, OR A TABLE
      * THAT WILL NOT HOLD THE TERM STOPS THE RUN BEFORE ANYTHING IS
      * WRITTEN BUT THE REPORT.  A MISSING GRDHIST LEAVES EVERY
      * STUDENT ON AN EQUAL SCORE, SO THE FORMS ARE TAKEN IN ORDER.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT ALLOTMENT-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           MOVE WS-BUS-DATE-RAW(1:6) TO WS-ALLOT-TERM.

           OPEN INPUT ELECTIVE-CONTROL.
           IF CTL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CTL-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-CONTROL THRU 1100-EXIT
                   UNTIL END-OF-CONTROL
               CLOSE ELECTIVE-CONTROL
           END-IF.

           IF WS-SUB-TABLE-COUNT = ZERO
               DISPLAY "NO ELECTIVE SEAT COUNTS ON ELECCTL - STOPPED"
               CLOSE ALLOTMENT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PREFERENCES.
           IF PREF-FILE-NOT-FOUND
               DISPLAY "ELECTIVE PREFERENCES NOT ON FILE - STOPPED"
               CLOSE ALLOTMENT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-LOAD-ONE-PREFERENCE THRU 1200-EXIT
               UNTIL END-OF-PREFERENCES.
           CLOSE PREFERENCES.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO ELECTIVES ALLOTTED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE ALLOTMENT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RESULTS-HISTORY.
           IF HIST-FILE-NOT-FOUND
               DISPLAY "GRDHIST NOT ON FILE - NO MERIT ORDER, "
                       "FORMS TAKEN IN FILE ORDER"
           ELSE
               PERFORM 1300-FIND-PRIOR-TERM THRU 1300-EXIT
                   UNTIL END-OF-HISTORY
               CLOSE RESULTS-HISTORY
           END-IF.
           IF WS-PRIOR-TERM NOT = SPACES
               MOVE 'N' TO WS-HIST-EOF-SW
               OPEN INPUT RESULTS-HISTORY
               PERFORM 1400-ADD-ONE-RESULT THRU 1400-EXIT
                   UNTIL END-OF-HISTORY
               CLOSE RESULTS-HISTORY
           END-IF.
           PERFORM 1500-SET-ONE-SCORE THRU 1500-EXIT
               VARYING WS-EA-SUB FROM 1 BY 1
               UNTIL WS-EA-SUB > WS-EA-TABLE-COUNT.

           OPEN INPUT STUDENT-MASTER.
           IF STU-FILE-NOT-FOUND
               DISPLAY "STUDENT MASTER NOT ON FILE - STOPPED"
               CLOSE ALLOTMENT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    THE BATCH NUMBER IS THE RUN TIME, AS MASS-CHANGE NUMBERS
      *    ITS BATCH, SO TWO RUNS ON ONE DATE DO NOT COLLIDE ON
      *    STUDENT-MAINT'S REPLAY CHECK.
           OPEN OUTPUT ELECTIVE-TXN-OUT.
           MOVE SPACES           TO BATCH-CONTROL-REC.
           MOVE 'H'              TO BC-RECORD-TYPE.
           MOVE WS-RUN-TIME-RAW  TO BC-BATCH-NO.
           MOVE WS-BUS-DATE-RAW  TO BC-BATCH-DATE.
           MOVE ZERO             TO BC-TXN-COUNT.
           MOVE SPACE            TO BC-OVERRIDE-SW.
           WRITE ELECTIVE-TXN-LINE FROM BATCH-CONTROL-REC.

           MOVE WS-ALLOT-TERM TO RH-ALLOT-TERM.
           MOVE WS-PRIOR-TERM TO RH-PRIOR-TERM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
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
      * 1100-LOAD-ONE-CONTROL - SUBJECTS KEEP THEIR ELECCTL ORDER FOR
      * THE ALLOTMENT LISTS AND THE SEAT-FILL SUMMARY.
      *----------------------------------------------------------------
       1100-LOAD-ONE-CONTROL.
           READ ELECTIVE-CONTROL
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF EC-IS-TERM
               MOVE EC-CODE TO WS-ALLOT-TERM
               GO TO 1100-EXIT
           END-IF.

           IF NOT EC-IS-SUBJECT
               DISPLAY "ELECCTL RECORD IGNORED - UNKNOWN TYPE: "
                       ELECTIVE-CONTROL-REC
               GO TO 1100-EXIT
           END-IF.

           IF EC-SEATS IS NOT NUMERIC
               DISPLAY "ELECCTL RECORD IGNORED - SEATS NOT NUMERIC: "
                       ELECTIVE-CONTROL-REC
               GO TO 1100-EXIT
           END-IF.

           IF WS-SUB-TABLE-COUNT >= WS-SUB-TABLE-MAX
               DISPLAY "ELECTIVE SUBJECT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-SUB-TABLE-COUNT.
           MOVE EC-CODE  TO SB-CODE(WS-SUB-TABLE-COUNT).
           MOVE EC-SEATS TO SB-SEATS(WS-SUB-TABLE-COUNT).
           MOVE ZERO     TO SB-FILLED(WS-SUB-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-PREFERENCE - ONLY THE TERM BEING ALLOTTED.  A
      * FORM WITH NO ROLL NUMBER, OR A SECOND FORM FOR A STUDENT
      * ALREADY LOADED, IS LISTED AS REJECTED FOR THE OFFICE TO
      * SETTLE; THE FIRST FORM STANDS.
      *----------------------------------------------------------------
       1200-LOAD-ONE-PREFERENCE.
           READ PREFERENCES
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           ADD 1 TO WS-PREFS-READ.

           IF EP-TERM-ID NOT = WS-ALLOT-TERM
               ADD 1 TO WS-PREFS-OTHER-TERM
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACES TO RJ-REASON.
           IF EP-ROLL-NO = SPACES
               MOVE "ROLL NUMBER MISSING" TO RJ-REASON
           ELSE
               MOVE 'N' TO WS-SLOT-FOUND-SW
               PERFORM 1250-CHECK-ONE-STUDENT THRU 1250-EXIT
                   VARYING WS-EA-SUB FROM 1 BY 1
                   UNTIL WS-EA-SUB > WS-EA-TABLE-COUNT
                      OR A-SLOT-WAS-FOUND
               IF A-SLOT-WAS-FOUND
                   MOVE "SECOND FORM FOR THE STUDENT" TO RJ-REASON
               END-IF
           END-IF.
           IF RJ-REASON NOT = SPACES
               MOVE EP-ROLL-NO TO RJ-ROLL-NO
               WRITE REPORT-LINE FROM REJECT-LINE
               ADD 1 TO WS-PREFS-REJECTED
               GO TO 1200-EXIT
           END-IF.

           IF WS-EA-TABLE-COUNT >= WS-EA-TABLE-MAX
               DISPLAY "ELECTIVE STUDENT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-EA-TABLE-COUNT.
           MOVE WS-EA-TABLE-COUNT TO WS-EA-SUB.
           MOVE ZERO              TO EA-SCORE(WS-EA-SUB)
                                     EA-SCORE-SUM(WS-EA-SUB)
                                     EA-SCORE-COUNT(WS-EA-SUB)
                                     EA-CHOICE-NO(WS-EA-SUB)
                                     EA-RANK(WS-EA-SUB).
           COMPUTE EA-SEQ-INV(WS-EA-SUB) = 99999 - WS-EA-SUB.
           MOVE EP-ROLL-NO        TO EA-ROLL-NO(WS-EA-SUB).
           MOVE EP-CHOICE(1)      TO EA-CHOICE(WS-EA-SUB, 1).
           MOVE EP-CHOICE(2)      TO EA-CHOICE(WS-EA-SUB, 2).
           MOVE EP-CHOICE(3)      TO EA-CHOICE(WS-EA-SUB, 3).
           MOVE EP-CHOICE(4)      TO EA-CHOICE(WS-EA-SUB, 4).
           MOVE EP-CHOICE(5)      TO EA-CHOICE(WS-EA-SUB, 5).
           MOVE SPACES            TO EA-NAME(WS-EA-SUB)
                                     EA-OUTCOME(WS-EA-SUB)
                                     EA-ALLOTTED(WS-EA-SUB).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-CHECK-ONE-STUDENT
      *----------------------------------------------------------------
       1250-CHECK-ONE-STUDENT.
           IF EA-ROLL-NO(WS-EA-SUB) = EP-ROLL-NO
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-FIND-PRIOR-TERM - THE LATEST TERM ON GRDHIST BEFORE THE
      * ONE BEING ALLOTTED.
      *----------------------------------------------------------------
       1300-FIND-PRIOR-TERM.
           READ RESULTS-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
                   GO TO 1300-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.

           IF GH-TERM-ID < WS-ALLOT-TERM
              AND (WS-PRIOR-TERM = SPACES
                   OR GH-TERM-ID > WS-PRIOR-TERM)
               MOVE GH-TERM-ID TO WS-PRIOR-TERM
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-ADD-ONE-RESULT - EVERY PRIOR-TERM SUBJECT RESULT OF A
      * STUDENT WHO HANDED IN A FORM GOES INTO THEIR AVERAGE.
      *----------------------------------------------------------------
       1400-ADD-ONE-RESULT.
           READ RESULTS-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
                   GO TO 1400-EXIT
           END-READ.

           IF GH-TERM-ID NOT = WS-PRIOR-TERM
              OR GH-WEIGHTED-SCORE IS NOT NUMERIC
               GO TO 1400-EXIT
           END-IF.

           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM 1450-MATCH-ONE-STUDENT THRU 1450-EXIT
               VARYING WS-EA-SUB FROM 1 BY 1
               UNTIL WS-EA-SUB > WS-EA-TABLE-COUNT
                  OR A-SLOT-WAS-FOUND.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-MATCH-ONE-STUDENT
      *----------------------------------------------------------------
       1450-MATCH-ONE-STUDENT.
           IF EA-ROLL-NO(WS-EA-SUB) = GH-ROLL-NO
               MOVE 'Y' TO WS-SLOT-FOUND-SW
               ADD GH-WEIGHTED-SCORE TO EA-SCORE-SUM(WS-EA-SUB)
               ADD 1                 TO EA-SCORE-COUNT(WS-EA-SUB)
           END-IF.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-SET-ONE-SCORE - A STUDENT WITH NO PRIOR-TERM RESULT
      * RANKS ON ZERO, BEHIND EVERY STUDENT WHO HAS ONE.
      *----------------------------------------------------------------
       1500-SET-ONE-SCORE.
           IF EA-SCORE-COUNT(WS-EA-SUB) > ZERO
               COMPUTE EA-SCORE(WS-EA-SUB) ROUNDED
                   = EA-SCORE-SUM(WS-EA-SUB)
                   / EA-SCORE-COUNT(WS-EA-SUB)
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RANK-STUDENTS - MERIT ORDER, HIGHEST SCORE FIRST.
      *----------------------------------------------------------------
       3000-RANK-STUDENTS.
           IF WS-EA-TABLE-COUNT < 2
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-EA-TABLE-COUNT TO SQ-ELEMENT-COUNT.
           MOVE 85  TO SQ-ELEMENT-LENGTH.
           MOVE 1   TO SQ-KEY-OFFSET.
           MOVE 8   TO SQ-KEY-LENGTH.
           SET SQ-KEY-IS-CHARACTER TO TRUE.
           SET SQ-SORT-DESCENDING  TO TRUE.
           CALL "SORT-SERVICE" USING SORT-REQUEST, STUDENT-TABLE.
           IF SQ-RETURN-CODE NOT = ZERO
               DISPLAY "SORT-SERVICE REJECTED THE MERIT ORDER SORT"
                       " - STOPPED"
               MOVE ZERO TO WS-EA-TABLE-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-ALLOT-ONE-STUDENT - A STUDENT NOT ON THE MASTER, OR WHO
      * HAS LEFT, IS PASSED OVER; OTHERWISE THE FIRST CHOICE, IN THE
      * STUDENT'S OWN ORDER, THAT IS OFFERED AND STILL HAS A SEAT.
      *----------------------------------------------------------------
       4000-ALLOT-ONE-STUDENT.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO EA-RANK(WS-EA-SUB).

           MOVE EA-ROLL-NO(WS-EA-SUB) TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   SET EA-NOT-ON-MASTER(WS-EA-SUB) TO TRUE
                   ADD 1 TO WS-STUDENTS-NONE
                   GO TO 4000-EXIT
           END-READ.
           MOVE SU-NAME TO EA-NAME(WS-EA-SUB).
           IF SU-HAS-LEFT
               SET EA-HAS-LEFT(WS-EA-SUB) TO TRUE
               ADD 1 TO WS-STUDENTS-NONE
               GO TO 4000-EXIT
           END-IF.

           MOVE ZERO TO WS-CHOICES-GIVEN.
           MOVE 'N'  TO WS-SLOT-FOUND-SW.
           PERFORM 4100-TRY-ONE-CHOICE THRU 4100-EXIT
               VARYING WS-CHOICE-SUB FROM 1 BY 1
               UNTIL WS-CHOICE-SUB > 5
                  OR A-SLOT-WAS-FOUND.

           IF NOT A-SLOT-WAS-FOUND
               IF WS-CHOICES-GIVEN = ZERO
                   SET EA-NO-CHOICES-GIVEN(WS-EA-SUB) TO TRUE
               ELSE
                   SET EA-ALL-CHOICES-FULL(WS-EA-SUB) TO TRUE
               END-IF
               ADD 1 TO WS-STUDENTS-NONE
               GO TO 4000-EXIT
           END-IF.

      *    THE VARYING LOOPS STEP ONE PAST THE CHOICE TAKEN; WS-SUB-SUB
      *    IS LEFT ON ITS SUBJECT BY 4200.
           SUBTRACT 1 FROM WS-CHOICE-SUB.
           ADD 1 TO SB-FILLED(WS-SUB-SUB).
           SET EA-WAS-ALLOTTED(WS-EA-SUB) TO TRUE.
           MOVE SB-CODE(WS-SUB-SUB) TO EA-ALLOTTED(WS-EA-SUB).
           MOVE WS-CHOICE-SUB       TO EA-CHOICE-NO(WS-EA-SUB).
           ADD 1 TO WS-STUDENTS-ALLOTTED.

           MOVE SPACES                  TO STUDENT-MAINT-TXN-REC.
           SET ST-ACTION-IS-ENROLL      TO TRUE.
           MOVE EA-ROLL-NO(WS-EA-SUB)   TO ST-ROLL-NO.
           MOVE SU-NAME                 TO ST-NAME.
           MOVE SU-CLASS-SECTION        TO ST-CLASS-SECTION.
           MOVE SB-CODE(WS-SUB-SUB)     TO ST-SUBJECT-CODE.
           MOVE ZERO                    TO ST-MARKS
                                           ST-INTERNAL-MARKS.
           WRITE ELECTIVE-TXN-LINE FROM STUDENT-MAINT-TXN-REC.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-TRY-ONE-CHOICE - A CHOICE NOT OFFERED ON ELECCTL IS
      * PASSED OVER LIKE A FULL ONE.
      *----------------------------------------------------------------
       4100-TRY-ONE-CHOICE.
           IF EA-CHOICE(WS-EA-SUB, WS-CHOICE-SUB) = SPACES
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CHOICES-GIVEN.

           MOVE 1 TO WS-SUB-SUB.
           PERFORM 4200-CHECK-ONE-SUBJECT THRU 4200-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-SUB-SUB > WS-SUB-TABLE-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CHECK-ONE-SUBJECT
      *----------------------------------------------------------------
       4200-CHECK-ONE-SUBJECT.
           IF SB-CODE(WS-SUB-SUB) = EA-CHOICE(WS-EA-SUB, WS-CHOICE-SUB)
              AND SB-FILLED(WS-SUB-SUB) < SB-SEATS(WS-SUB-SUB)
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-SUB-SUB
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - CLOSES THE BATCH WITH ITS COUNT TRAILER AND
      * PRINTS THE LISTS.  EVERY FORM READ WAS FOR ANOTHER TERM,
      * REJECTED, ALLOTTED, OR LISTED AS GETTING NO CHOICE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES               TO BATCH-CONTROL-REC.
           MOVE 'T'                  TO BC-RECORD-TYPE.
           MOVE WS-RUN-TIME-RAW      TO BC-BATCH-NO.
           MOVE WS-BUS-DATE-RAW      TO BC-BATCH-DATE.
           MOVE WS-STUDENTS-ALLOTTED TO BC-TXN-COUNT.
           MOVE SPACE                TO BC-OVERRIDE-SW.
           WRITE ELECTIVE-TXN-LINE FROM BATCH-CONTROL-REC.
           CLOSE ELECTIVE-TXN-OUT.

           PERFORM 9100-LIST-ONE-SUBJECT THRU 9100-EXIT
               VARYING WS-SUB-SUB FROM 1 BY 1
               UNTIL WS-SUB-SUB > WS-SUB-TABLE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM NO-ALLOTMENT-HEADING.
           WRITE REPORT-LINE FROM NO-ALLOTMENT-HEADING-2.
           PERFORM 9300-LIST-ONE-UNALLOTTED THRU 9300-EXIT
               VARYING WS-EA-SUB FROM 1 BY 1
               UNTIL WS-EA-SUB > WS-EA-TABLE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM FILL-HEADING.
           WRITE REPORT-LINE FROM FILL-HEADING-2.
           PERFORM 9400-WRITE-ONE-FILL THRU 9400-EXIT
               VARYING WS-SUB-SUB FROM 1 BY 1
               UNTIL WS-SUB-SUB > WS-SUB-TABLE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PREFERENCE FORMS READ" TO CN-LABEL.
           MOVE WS-PREFS-READ TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "FOR ANOTHER TERM - SKIPPED" TO CN-LABEL.
           MOVE WS-PREFS-OTHER-TERM TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "REJECTED - NOT ALLOTTED" TO CN-LABEL.
           MOVE WS-PREFS-REJECTED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ALLOTTED AN ELECTIVE" TO CN-LABEL.
           MOVE WS-STUDENTS-ALLOTTED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "GOT NONE OF THEIR CHOICES" TO CN-LABEL.
           MOVE WS-STUDENTS-NONE TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "GRDHIST RECORDS READ" TO CN-LABEL.
           MOVE WS-HIST-READ TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "BATCH NUMBER" TO CN-LABEL.
           MOVE WS-RUN-TIME-RAW TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           ADD WS-PREFS-OTHER-TERM WS-PREFS-REJECTED
               WS-STUDENTS-ALLOTTED WS-STUDENTS-NONE
               GIVING WS-PREFS-ACCOUNTED.
           MOVE WS-PREFS-READ        TO CT-RECORDS-READ.
           MOVE WS-STUDENTS-ALLOTTED TO CT-RECORDS-PROCESSED.
           IF WS-PREFS-ACCOUNTED = WS-PREFS-READ
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.

           CLOSE STUDENT-MASTER
                 ALLOTMENT-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-LIST-ONE-SUBJECT - THE STUDENTS ALLOTTED THE SUBJECT, IN
      * MERIT ORDER.
      *----------------------------------------------------------------
       9100-LIST-ONE-SUBJECT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SB-CODE(WS-SUB-SUB)  TO SH-SUBJECT-CODE.
           MOVE SB-SEATS(WS-SUB-SUB) TO SH-SEATS.
           WRITE REPORT-LINE FROM SUBJECT-HEADING.
           WRITE REPORT-LINE FROM ALLOT-HEADING.
           MOVE ZERO TO WS-SUBJECT-LISTED.
           PERFORM 9200-LIST-ONE-ALLOTTED THRU 9200-EXIT
               VARYING WS-EA-SUB FROM 1 BY 1
               UNTIL WS-EA-SUB > WS-EA-TABLE-COUNT
                  OR WS-SUBJECT-LISTED >= SB-FILLED(WS-SUB-SUB).
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-LIST-ONE-ALLOTTED
      *----------------------------------------------------------------
       9200-LIST-ONE-ALLOTTED.
           IF NOT EA-WAS-ALLOTTED(WS-EA-SUB)
              OR EA-ALLOTTED(WS-EA-SUB) NOT = SB-CODE(WS-SUB-SUB)
               GO TO 9200-EXIT
           END-IF.
           ADD 1 TO WS-SUBJECT-LISTED.
           MOVE EA-RANK(WS-EA-SUB)      TO AD-RANK.
           MOVE EA-ROLL-NO(WS-EA-SUB)   TO AD-ROLL-NO.
           MOVE EA-NAME(WS-EA-SUB)      TO AD-NAME.
           MOVE EA-SCORE(WS-EA-SUB)     TO AD-SCORE.
           MOVE EA-CHOICE-NO(WS-EA-SUB) TO AD-CHOICE-NO.
           WRITE REPORT-LINE FROM ALLOT-DETAIL.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9300-LIST-ONE-UNALLOTTED
      *----------------------------------------------------------------
       9300-LIST-ONE-UNALLOTTED.
           IF EA-WAS-ALLOTTED(WS-EA-SUB)
               GO TO 9300-EXIT
           END-IF.
           MOVE EA-RANK(WS-EA-SUB)      TO NA-RANK.
           MOVE EA-ROLL-NO(WS-EA-SUB)   TO NA-ROLL-NO.
           MOVE EA-NAME(WS-EA-SUB)      TO NA-NAME.
           MOVE EA-SCORE(WS-EA-SUB)     TO NA-SCORE.
           EVALUATE TRUE
               WHEN EA-NOT-ON-MASTER(WS-EA-SUB)
                   MOVE "NOT ON STUDENT MASTER"  TO NA-REASON
               WHEN EA-HAS-LEFT(WS-EA-SUB)
                   MOVE "STUDENT HAS LEFT"       TO NA-REASON
               WHEN EA-NO-CHOICES-GIVEN(WS-EA-SUB)
                   MOVE "NO CHOICES ON THE FORM" TO NA-REASON
               WHEN OTHER
                   MOVE "EVERY CHOICE FULL"      TO NA-REASON
           END-EVALUATE.
           WRITE REPORT-LINE FROM NO-ALLOTMENT-DETAIL.
       9300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9400-WRITE-ONE-FILL
      *----------------------------------------------------------------
       9400-WRITE-ONE-FILL.
           MOVE SB-CODE(WS-SUB-SUB)   TO FL-SUBJECT-CODE.
           MOVE SB-SEATS(WS-SUB-SUB)  TO FL-SEATS.
           MOVE SB-FILLED(WS-SUB-SUB) TO FL-FILLED.
           COMPUTE FL-VACANT = SB-SEATS(WS-SUB-SUB)
                             - SB-FILLED(WS-SUB-SUB).
           MOVE ZERO TO WS-FILL-PCT.
           IF SB-SEATS(WS-SUB-SUB) > ZERO
               COMPUTE WS-FILL-PCT ROUNDED
                   = SB-FILLED(WS-SUB-SUB) * 100
                   / SB-SEATS(WS-SUB-SUB)
           END-IF.
           MOVE WS-FILL-PCT TO FL-FILL-PCT.
           WRITE REPORT-LINE FROM FILL-LINE.
       9400-EXIT.
           EXIT.
