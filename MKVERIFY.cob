       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKS-VERIFY.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  DOUBLE-ENTRY VERIFICATION OF
      *                 KEYED EXAMINATION MARKS - A TRANSPOSED DIGIT
      *                 KEYED ONCE INTO STUDTXN USED TO GO STRAIGHT TO
      *                 THE GRADE.  THE MARK SHEETS ARE NOW KEYED BY
      *                 TWO DIFFERENT OPERATORS INTO MKENTRYA AND
      *                 MKENTRYB, AND THIS RUN COMPARES THEM BY ROLL
      *                 NUMBER AND SUBJECT.  EVERY ENTRY THAT IS
      *                 MISSING FROM ONE SIDE, KEYED MORE THAN ONCE,
      *                 KEYED BY THE SAME OPERATOR ON BOTH SIDES, OR
      *                 WHOSE MARKS DIFFER IS LISTED ON THE
      *                 DISCREPANCY REPORT WITH BOTH OPERATOR IDS.  A
      *                 THIRD OPERATOR RESOLVES EACH ONE FROM THE
      *                 PHYSICAL SHEET ON MKRESOLV AND THE RUN IS
      *                 REPEATED.  ONLY WHEN NO DISCREPANCY IS LEFT
      *                 UNRESOLVED IS THE BATCH RELEASED - AS A
      *                 HEADERED STUDENT-MAINT CHANGE BATCH ON MKSTXN
      *                 CARRYING THE STUDENT'S MASTER NAME AND SECTION
      *                 WITH THE VERIFIED MARKS - SO THE MARKS STILL
      *                 GO THROUGH STUDENT-MAINT'S EDITS, REPLAY
      *                 PROTECTION AND JOURNAL.  A HELD BATCH WRITES
      *                 NO TRANSACTIONS AND ENDS CONDITION CODE 4.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIRST-ENTRY     ASSIGN TO MKENTRYA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTA-FILE-STATUS.

           SELECT SECOND-ENTRY    ASSIGN TO MKENTRYB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTB-FILE-STATUS.

           SELECT RESOLUTIONS     ASSIGN TO MKRESOLV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT MARKS-TXN-OUT   ASSIGN TO MKSTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISCREPANCY-REPORT ASSIGN TO MKDISCRP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIRST-ENTRY
           RECORDING MODE IS F.
       COPY MKENTRY.

       FD  SECOND-ENTRY
           RECORDING MODE IS F.
       01  SECOND-ENTRY-REC        PIC X(26).

       FD  RESOLUTIONS
           RECORDING MODE IS F.
       COPY MKRESOLV.

       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  MARKS-TXN-OUT
           RECORDING MODE IS F.
       01  MARKS-TXN-LINE          PIC X(46).

       FD  DISCREPANCY-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
       01  WS-ENTA-FILE-STATUS     PIC X(02).
           88 ENTA-FILE-NOT-FOUND          VALUE '35'.
       01  WS-ENTB-FILE-STATUS     PIC X(02).
           88 ENTB-FILE-NOT-FOUND          VALUE '35'.
       01  WS-RESV-FILE-STATUS     PIC X(02).
           88 RESV-FILE-NOT-FOUND          VALUE '35'.
       01  WS-STU-FILE-STATUS      PIC X(02).
           88 STU-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-ENTRIES             VALUE 'Y'.
           05 WS-RESV-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RESOLUTIONS         VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-SIDE-SW           PIC X(01).
              88 LOADING-FIRST-ENTRY        VALUE 'A'.
              88 LOADING-SECOND-ENTRY       VALUE 'B'.

      *----------------------------------------------------------------
      * ENTRY PAIRS - ONE PER ROLL NUMBER AND SUBJECT, CARRYING WHAT
      * EACH SIDE KEYED, SORTED ON THE 12-BYTE KEY FOR THE REPORT.
      *----------------------------------------------------------------
       01  WS-PAIR-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-PAIR-TABLE-MAX       PIC 9(04) VALUE 3000.
       01  PAIR-TABLE.
           05 VR-ENTRY OCCURS 3000 TIMES.
              10 VR-ROLL-NO        PIC X(06).
              10 VR-SUBJECT-CODE   PIC X(06).
              10 VR-A-SW           PIC X(01).
                 88 VR-KEYED-IN-A           VALUE 'Y'.
              10 VR-A-OPERATOR     PIC X(08).
              10 VR-A-MARKS        PIC 9(03).
              10 VR-A-INTERNAL     PIC 9(03).
              10 VR-B-SW           PIC X(01).
                 88 VR-KEYED-IN-B           VALUE 'Y'.
              10 VR-B-OPERATOR     PIC X(08).
              10 VR-B-MARKS        PIC 9(03).
              10 VR-B-INTERNAL     PIC 9(03).
              10 VR-DUP-SW         PIC X(01).
                 88 VR-KEYED-TWICE          VALUE 'Y'.
              10 VR-STATUS         PIC X(01).
                 88 VR-MATCHED              VALUE 'M'.
                 88 VR-RESOLVED             VALUE 'R'.
                 88 VR-UNRESOLVED           VALUE 'U'.
              10 VR-REL-MARKS      PIC 9(03).
              10 VR-REL-INTERNAL   PIC 9(03).
       01  WS-PAIR-SUB             PIC 9(04) COMP.

      *----------------------------------------------------------------
      * RESOLUTIONS KEYED BY THE THIRD OPERATOR.
      *----------------------------------------------------------------
       01  WS-RESV-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-RESV-TABLE-MAX       PIC 9(04) VALUE 3000.
       01  RESOLUTION-TABLE.
           05 RV-ENTRY OCCURS 3000 TIMES.
              10 RV-ROLL-NO        PIC X(06).
              10 RV-SUBJECT-CODE   PIC X(06).
              10 RV-OPERATOR       PIC X(08).
              10 RV-MARKS          PIC 9(03).
              10 RV-INTERNAL       PIC 9(03).
       01  WS-RESV-SUB             PIC 9(04) COMP.

       COPY SORTREQ.

       01  WS-REASON               PIC X(24).

       01  WS-COUNTS.
           05 WS-A-READ            PIC 9(7) COMP VALUE 0.
           05 WS-B-READ            PIC 9(7) COMP VALUE 0.
           05 WS-RESV-READ         PIC 9(7) COMP VALUE 0.
           05 WS-PAIRS-MATCHED     PIC 9(7) COMP VALUE 0.
           05 WS-PAIRS-RESOLVED    PIC 9(7) COMP VALUE 0.
           05 WS-PAIRS-UNRESOLVED  PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-RELEASED     PIC 9(7) COMP VALUE 0.
           05 WS-NOT-ON-MASTER     PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "MKVRFY".
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
           05 FILLER                PIC X(40) VALUE
              "MARKS DOUBLE-ENTRY DISCREPANCY REPORT".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(08) VALUE "ROLL".
           05 FILLER                PIC X(08) VALUE "SUBJECT".
           05 FILLER                PIC X(18) VALUE "ENTRY A".
           05 FILLER                PIC X(18) VALUE "ENTRY B".
           05 FILLER                PIC X(26) VALUE "DISCREPANCY".
           05 FILLER                PIC X(20) VALUE "RESOLUTION".

       01  REPORT-DETAIL.
           05 RD-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-SUBJECT-CODE       PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-A-OPERATOR         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RD-A-MARKS            PIC X(03).
           05 FILLER                PIC X(01) VALUE "/".
           05 RD-A-INTERNAL         PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-B-OPERATOR         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RD-B-MARKS            PIC X(03).
           05 FILLER                PIC X(01) VALUE "/".
           05 RD-B-INTERNAL         PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-REASON             PIC X(24).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-RESOLUTION         PIC X(20).

       01  WS-MARKS-EDIT           PIC ZZ9.

       01  RESOLVED-TEXT.
           05 FILLER                PIC X(03) VALUE "BY ".
           05 RT-OPERATOR           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RT-MARKS              PIC ZZ9.
           05 FILLER                PIC X(01) VALUE "/".
           05 RT-INTERNAL           PIC ZZ9.

       01  NOT-ON-MASTER-LINE.
           05 NM-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NM-SUBJECT-CODE       PIC X(06).
           05 FILLER                PIC X(41) VALUE
              "  ROLL NUMBER NOT ON STUDENT MASTER - NOT".
           05 FILLER                PIC X(09) VALUE " RELEASED".

       01  OUTCOME-LINE.
           05 OL-TEXT               PIC X(60).

       01  COUNT-LINE.
           05 CN-LABEL              PIC X(36).
           05 CN-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 3000-SORT-PAIRS      THRU 3000-EXIT.
           PERFORM 4000-CHECK-ONE-PAIR  THRU 4000-EXIT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-TABLE-COUNT.
           IF WS-PAIRS-UNRESOLVED = ZERO
              AND RETURN-CODE = ZERO
               PERFORM 5000-RELEASE-BATCH THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - BOTH KEYINGS MUST BE ON FILE.  A TABLE THAT
      * WILL NOT HOLD THE BATCH STOPS THE RUN BEFORE ANY COMPARISON.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT DISCREPANCY-REPORT.
           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT FIRST-ENTRY.
           IF ENTA-FILE-NOT-FOUND
               DISPLAY "FIRST MARKS ENTRY NOT ON FILE - STOPPED"
               CLOSE DISCREPANCY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SECOND-ENTRY.
           IF ENTB-FILE-NOT-FOUND
               DISPLAY "SECOND MARKS ENTRY NOT ON FILE - STOPPED"
               CLOSE FIRST-ENTRY
                     DISCREPANCY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SET LOADING-FIRST-ENTRY TO TRUE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
               UNTIL END-OF-ENTRIES.
           CLOSE FIRST-ENTRY.

           SET LOADING-SECOND-ENTRY TO TRUE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
               UNTIL END-OF-ENTRIES.
           CLOSE SECOND-ENTRY.

           OPEN INPUT RESOLUTIONS.
           IF RESV-FILE-NOT-FOUND
               MOVE 'Y' TO WS-RESV-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-RESOLUTION THRU 1300-EXIT
                   UNTIL END-OF-RESOLUTIONS
               CLOSE RESOLUTIONS
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING RELEASED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE DISCREPANCY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF STU-FILE-NOT-FOUND
               DISPLAY "STUDENT MASTER NOT ON FILE - STOPPED"
               CLOSE DISCREPANCY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT MARKS-TXN-OUT.
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
      * 1100-LOAD-ONE-ENTRY - BOTH KEYINGS SHARE THE MKENTRY LAYOUT;
      * THE SECOND IS READ INTO THE SAME RECORD AREA.  A ROLL NUMBER
      * AND SUBJECT KEYED TWICE ON ONE SIDE IS MARKED SO IT CANNOT
      * MATCH WITHOUT A RESOLUTION.
      *----------------------------------------------------------------
       1100-LOAD-ONE-ENTRY.
           IF LOADING-FIRST-ENTRY
               READ FIRST-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                       GO TO 1100-EXIT
               END-READ
               ADD 1 TO WS-A-READ
           ELSE
               READ SECOND-ENTRY INTO MARKS-ENTRY-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                       GO TO 1100-EXIT
               END-READ
               ADD 1 TO WS-B-READ
           END-IF.

           PERFORM 1200-FIND-PAIR THRU 1200-EXIT.
           IF NOT A-SLOT-WAS-FOUND
               IF WS-PAIR-TABLE-COUNT >= WS-PAIR-TABLE-MAX
                   DISPLAY "MARKS ENTRY TABLE FULL - RAISE LIMIT"
                   MOVE 'Y' TO WS-OVERFLOW-SW
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-PAIR-TABLE-COUNT
               MOVE WS-PAIR-TABLE-COUNT TO WS-PAIR-SUB
               MOVE SPACES TO VR-ENTRY(WS-PAIR-SUB)
               MOVE MX-ROLL-NO      TO VR-ROLL-NO(WS-PAIR-SUB)
               MOVE MX-SUBJECT-CODE TO VR-SUBJECT-CODE(WS-PAIR-SUB)
               MOVE ZERO TO VR-A-MARKS(WS-PAIR-SUB)
                            VR-A-INTERNAL(WS-PAIR-SUB)
                            VR-B-MARKS(WS-PAIR-SUB)
                            VR-B-INTERNAL(WS-PAIR-SUB)
                            VR-REL-MARKS(WS-PAIR-SUB)
                            VR-REL-INTERNAL(WS-PAIR-SUB)
           END-IF.

           IF LOADING-FIRST-ENTRY
               IF VR-KEYED-IN-A(WS-PAIR-SUB)
                   MOVE 'Y' TO VR-DUP-SW(WS-PAIR-SUB)
               END-IF
               MOVE 'Y'               TO VR-A-SW(WS-PAIR-SUB)
               MOVE MX-OPERATOR-ID    TO VR-A-OPERATOR(WS-PAIR-SUB)
               MOVE MX-MARKS          TO VR-A-MARKS(WS-PAIR-SUB)
               MOVE MX-INTERNAL-MARKS TO VR-A-INTERNAL(WS-PAIR-SUB)
           ELSE
               IF VR-KEYED-IN-B(WS-PAIR-SUB)
                   MOVE 'Y' TO VR-DUP-SW(WS-PAIR-SUB)
               END-IF
               MOVE 'Y'               TO VR-B-SW(WS-PAIR-SUB)
               MOVE MX-OPERATOR-ID    TO VR-B-OPERATOR(WS-PAIR-SUB)
               MOVE MX-MARKS          TO VR-B-MARKS(WS-PAIR-SUB)
               MOVE MX-INTERNAL-MARKS TO VR-B-INTERNAL(WS-PAIR-SUB)
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-FIND-PAIR - LEAVES WS-PAIR-SUB ON THE ENTRY'S PAIR WHEN
      * ONE IS ALREADY IN THE TABLE.
      *----------------------------------------------------------------
       1200-FIND-PAIR.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-PAIR-SUB.
           PERFORM 1250-CHECK-ONE-PAIR THRU 1250-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-PAIR-SUB > WS-PAIR-TABLE-COUNT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-CHECK-ONE-PAIR
      *----------------------------------------------------------------
       1250-CHECK-ONE-PAIR.
           IF VR-ROLL-NO(WS-PAIR-SUB) = MX-ROLL-NO
              AND VR-SUBJECT-CODE(WS-PAIR-SUB) = MX-SUBJECT-CODE
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-PAIR-SUB
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-RESOLUTION - A LATER RESOLUTION FOR THE SAME
      * ROLL NUMBER AND SUBJECT REPLACES AN EARLIER ONE.
      *----------------------------------------------------------------
       1300-LOAD-ONE-RESOLUTION.
           READ RESOLUTIONS
               AT END
                   MOVE 'Y' TO WS-RESV-EOF-SW
                   GO TO 1300-EXIT
           END-READ.
           ADD 1 TO WS-RESV-READ.

           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-RESV-SUB.
           PERFORM 1350-CHECK-ONE-RESOLUTION THRU 1350-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-RESV-SUB > WS-RESV-TABLE-COUNT.

           IF NOT A-SLOT-WAS-FOUND
               IF WS-RESV-TABLE-COUNT >= WS-RESV-TABLE-MAX
                   DISPLAY "RESOLUTION TABLE FULL - RAISE LIMIT"
                   MOVE 'Y' TO WS-OVERFLOW-SW
                   MOVE 'Y' TO WS-RESV-EOF-SW
                   GO TO 1300-EXIT
               END-IF
               ADD 1 TO WS-RESV-TABLE-COUNT
               MOVE WS-RESV-TABLE-COUNT TO WS-RESV-SUB
           END-IF.

           MOVE KR-ROLL-NO        TO RV-ROLL-NO(WS-RESV-SUB).
           MOVE KR-SUBJECT-CODE   TO RV-SUBJECT-CODE(WS-RESV-SUB).
           MOVE KR-OPERATOR-ID    TO RV-OPERATOR(WS-RESV-SUB).
           MOVE KR-MARKS          TO RV-MARKS(WS-RESV-SUB).
           MOVE KR-INTERNAL-MARKS TO RV-INTERNAL(WS-RESV-SUB).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-CHECK-ONE-RESOLUTION
      *----------------------------------------------------------------
       1350-CHECK-ONE-RESOLUTION.
           IF RV-ROLL-NO(WS-RESV-SUB) = KR-ROLL-NO
              AND RV-SUBJECT-CODE(WS-RESV-SUB) = KR-SUBJECT-CODE
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-RESV-SUB
           END-IF.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SORT-PAIRS - ROLL NUMBER AND SUBJECT ORDER.
      *----------------------------------------------------------------
       3000-SORT-PAIRS.
           IF WS-PAIR-TABLE-COUNT < 2
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-PAIR-TABLE-COUNT TO SQ-ELEMENT-COUNT.
           MOVE 50  TO SQ-ELEMENT-LENGTH.
           MOVE 1   TO SQ-KEY-OFFSET.
           MOVE 12  TO SQ-KEY-LENGTH.
           SET SQ-KEY-IS-CHARACTER TO TRUE.
           SET SQ-SORT-ASCENDING   TO TRUE.
           CALL "SORT-SERVICE" USING SORT-REQUEST, PAIR-TABLE.
           IF SQ-RETURN-CODE NOT = ZERO
               DISPLAY "SORT-SERVICE REJECTED THE MARKS ENTRY SORT"
               MOVE 16 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CHECK-ONE-PAIR - A PAIR KEYED ONCE ON EACH SIDE, BY TWO
      * DIFFERENT OPERATORS, WITH THE SAME MARKS, MATCHES.  ANYTHING
      * ELSE IS A DISCREPANCY, RESOLVED ONLY BY A THIRD OPERATOR'S
      * MKRESOLV RECORD.
      *----------------------------------------------------------------
       4000-CHECK-ONE-PAIR.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN VR-KEYED-TWICE(WS-PAIR-SUB)
                   MOVE "KEYED MORE THAN ONCE" TO WS-REASON
               WHEN NOT VR-KEYED-IN-B(WS-PAIR-SUB)
                   MOVE "NOT IN SECOND ENTRY"  TO WS-REASON
               WHEN NOT VR-KEYED-IN-A(WS-PAIR-SUB)
                   MOVE "NOT IN FIRST ENTRY"   TO WS-REASON
               WHEN VR-A-OPERATOR(WS-PAIR-SUB)
                  = VR-B-OPERATOR(WS-PAIR-SUB)
                   MOVE "SAME OPERATOR BOTH"   TO WS-REASON
               WHEN VR-A-MARKS(WS-PAIR-SUB)
                  NOT = VR-B-MARKS(WS-PAIR-SUB)
                 OR VR-A-INTERNAL(WS-PAIR-SUB)
                  NOT = VR-B-INTERNAL(WS-PAIR-SUB)
                   MOVE "MARKS DIFFER"         TO WS-REASON
           END-EVALUATE.

           IF WS-REASON = SPACES
               SET VR-MATCHED(WS-PAIR-SUB) TO TRUE
               MOVE VR-A-MARKS(WS-PAIR-SUB)
                   TO VR-REL-MARKS(WS-PAIR-SUB)
               MOVE VR-A-INTERNAL(WS-PAIR-SUB)
                   TO VR-REL-INTERNAL(WS-PAIR-SUB)
               ADD 1 TO WS-PAIRS-MATCHED
               GO TO 4000-EXIT
           END-IF.

           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-RESV-SUB.
           PERFORM 4100-CHECK-ONE-RESOLUTION THRU 4100-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-RESV-SUB > WS-RESV-TABLE-COUNT.

           MOVE SPACES TO RD-RESOLUTION.
           SET VR-UNRESOLVED(WS-PAIR-SUB) TO TRUE.
           IF A-SLOT-WAS-FOUND
               IF RV-OPERATOR(WS-RESV-SUB) = VR-A-OPERATOR(WS-PAIR-SUB)
                  OR RV-OPERATOR(WS-RESV-SUB)
                   = VR-B-OPERATOR(WS-PAIR-SUB)
                   MOVE "REFUSED - NOT THIRD" TO RD-RESOLUTION
               ELSE
                   SET VR-RESOLVED(WS-PAIR-SUB) TO TRUE
                   MOVE RV-MARKS(WS-RESV-SUB)
                       TO VR-REL-MARKS(WS-PAIR-SUB)
                   MOVE RV-INTERNAL(WS-RESV-SUB)
                       TO VR-REL-INTERNAL(WS-PAIR-SUB)
                   MOVE RV-OPERATOR(WS-RESV-SUB) TO RT-OPERATOR
                   MOVE RV-MARKS(WS-RESV-SUB)    TO RT-MARKS
                   MOVE RV-INTERNAL(WS-RESV-SUB) TO RT-INTERNAL
                   MOVE RESOLVED-TEXT TO RD-RESOLUTION
               END-IF
           END-IF.
           IF VR-RESOLVED(WS-PAIR-SUB)
               ADD 1 TO WS-PAIRS-RESOLVED
           ELSE
               ADD 1 TO WS-PAIRS-UNRESOLVED
               IF RD-RESOLUTION = SPACES
                   MOVE "UNRESOLVED" TO RD-RESOLUTION
               END-IF
           END-IF.

           MOVE VR-ROLL-NO(WS-PAIR-SUB)      TO RD-ROLL-NO.
           MOVE VR-SUBJECT-CODE(WS-PAIR-SUB) TO RD-SUBJECT-CODE.
           MOVE SPACES TO RD-A-OPERATOR RD-A-MARKS RD-A-INTERNAL
                          RD-B-OPERATOR RD-B-MARKS RD-B-INTERNAL.
           IF VR-KEYED-IN-A(WS-PAIR-SUB)
               MOVE VR-A-OPERATOR(WS-PAIR-SUB) TO RD-A-OPERATOR
               MOVE VR-A-MARKS(WS-PAIR-SUB)    TO WS-MARKS-EDIT
               MOVE WS-MARKS-EDIT              TO RD-A-MARKS
               MOVE VR-A-INTERNAL(WS-PAIR-SUB) TO WS-MARKS-EDIT
               MOVE WS-MARKS-EDIT              TO RD-A-INTERNAL
           END-IF.
           IF VR-KEYED-IN-B(WS-PAIR-SUB)
               MOVE VR-B-OPERATOR(WS-PAIR-SUB) TO RD-B-OPERATOR
               MOVE VR-B-MARKS(WS-PAIR-SUB)    TO WS-MARKS-EDIT
               MOVE WS-MARKS-EDIT              TO RD-B-MARKS
               MOVE VR-B-INTERNAL(WS-PAIR-SUB) TO WS-MARKS-EDIT
               MOVE WS-MARKS-EDIT              TO RD-B-INTERNAL
           END-IF.
           MOVE WS-REASON TO RD-REASON.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CHECK-ONE-RESOLUTION
      *----------------------------------------------------------------
       4100-CHECK-ONE-RESOLUTION.
           IF RV-ROLL-NO(WS-RESV-SUB) = VR-ROLL-NO(WS-PAIR-SUB)
              AND RV-SUBJECT-CODE(WS-RESV-SUB)
                = VR-SUBJECT-CODE(WS-PAIR-SUB)
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-RESV-SUB
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-RELEASE-BATCH - EVERY PAIR IS MATCHED OR RESOLVED.  THE
      * BATCH NUMBER IS THE RUN TIME, AS MASS-CHANGE NUMBERS ITS
      * BATCH, SO TWO RELEASES ON ONE DATE DO NOT COLLIDE ON
      * STUDENT-MAINT'S REPLAY CHECK.
      *----------------------------------------------------------------
       5000-RELEASE-BATCH.
           MOVE SPACES           TO BATCH-CONTROL-REC.
           MOVE 'H'              TO BC-RECORD-TYPE.
           MOVE WS-RUN-TIME-RAW  TO BC-BATCH-NO.
           MOVE WS-BUS-DATE-RAW  TO BC-BATCH-DATE.
           MOVE ZERO             TO BC-TXN-COUNT.
           MOVE SPACE            TO BC-OVERRIDE-SW.
           WRITE MARKS-TXN-LINE FROM BATCH-CONTROL-REC.

           PERFORM 5100-RELEASE-ONE-PAIR THRU 5100-EXIT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-TABLE-COUNT.

           MOVE SPACES           TO BATCH-CONTROL-REC.
           MOVE 'T'              TO BC-RECORD-TYPE.
           MOVE WS-RUN-TIME-RAW  TO BC-BATCH-NO.
           MOVE WS-BUS-DATE-RAW  TO BC-BATCH-DATE.
           MOVE WS-TXNS-RELEASED TO BC-TXN-COUNT.
           MOVE SPACE            TO BC-OVERRIDE-SW.
           WRITE MARKS-TXN-LINE FROM BATCH-CONTROL-REC.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-RELEASE-ONE-PAIR - A CHANGE CARRYING THE MASTER'S OWN
      * NAME AND SECTION, SO ONLY THE MARKS CHANGE.
      *----------------------------------------------------------------
       5100-RELEASE-ONE-PAIR.
           MOVE VR-ROLL-NO(WS-PAIR-SUB) TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE VR-ROLL-NO(WS-PAIR-SUB)      TO NM-ROLL-NO
                   MOVE VR-SUBJECT-CODE(WS-PAIR-SUB) TO NM-SUBJECT-CODE
                   WRITE REPORT-LINE FROM NOT-ON-MASTER-LINE
                   ADD 1 TO WS-NOT-ON-MASTER
                   GO TO 5100-EXIT
           END-READ.

           MOVE SPACES                   TO STUDENT-MAINT-TXN-REC.
           SET ST-ACTION-IS-CHANGE       TO TRUE.
           MOVE SU-ROLL-NO               TO ST-ROLL-NO.
           MOVE SU-NAME                  TO ST-NAME.
           MOVE SU-CLASS-SECTION         TO ST-CLASS-SECTION.
           MOVE VR-SUBJECT-CODE(WS-PAIR-SUB) TO ST-SUBJECT-CODE.
           MOVE VR-REL-MARKS(WS-PAIR-SUB)    TO ST-MARKS.
           MOVE VR-REL-INTERNAL(WS-PAIR-SUB) TO ST-INTERNAL-MARKS.
           WRITE MARKS-TXN-LINE FROM STUDENT-MAINT-TXN-REC.
           ADD 1 TO WS-TXNS-RELEASED.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - A HELD BATCH ENDS CONDITION CODE 4 SO THE
      * OPERATOR SEES IT WAS NOT RELEASED.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RETURN-CODE NOT = ZERO
               MOVE "RUN FAILED - NOTHING RELEASED" TO OL-TEXT
           ELSE
               IF WS-PAIRS-UNRESOLVED > ZERO
                   MOVE "BATCH HELD - RESOLVE EVERY DISCREPANCY ON MKRES
      -                 "OLV AND RERUN" TO OL-TEXT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "BATCH RELEASED TO MKSTXN" TO OL-TEXT
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM OUTCOME-LINE.
           DISPLAY OL-TEXT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FIRST ENTRY RECORDS READ" TO CN-LABEL.
           MOVE WS-A-READ TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "SECOND ENTRY RECORDS READ" TO CN-LABEL.
           MOVE WS-B-READ TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "RESOLUTIONS READ" TO CN-LABEL.
           MOVE WS-RESV-READ TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "ROLL/SUBJECT ENTRIES MATCHED" TO CN-LABEL.
           MOVE WS-PAIRS-MATCHED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "DISCREPANCIES RESOLVED" TO CN-LABEL.
           MOVE WS-PAIRS-RESOLVED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "DISCREPANCIES UNRESOLVED" TO CN-LABEL.
           MOVE WS-PAIRS-UNRESOLVED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "NOT ON STUDENT MASTER" TO CN-LABEL.
           MOVE WS-NOT-ON-MASTER TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "CHANGE TRANSACTIONS RELEASED" TO CN-LABEL.
           MOVE WS-TXNS-RELEASED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           IF WS-TXNS-RELEASED > ZERO
               MOVE "BATCH NUMBER" TO CN-LABEL
               MOVE WS-RUN-TIME-RAW TO CN-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF.

           MOVE WS-PAIR-TABLE-COUNT TO CT-RECORDS-READ.
           MOVE WS-TXNS-RELEASED    TO CT-RECORDS-PROCESSED.
           IF WS-PAIRS-UNRESOLVED > ZERO
              OR WS-TXNS-RELEASED + WS-NOT-ON-MASTER
               = WS-PAIRS-MATCHED + WS-PAIRS-RESOLVED
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.

           CLOSE STUDENT-MASTER
                 MARKS-TXN-OUT
                 DISCREPANCY-REPORT.
       9000-EXIT.
           EXIT.
