      *                 TOTALS REPORT SHOWS RECORDS IN, RECORDS
      *                 OUT, AND EACH FIELD'S SUMMED AMOUNT,
      *                 PROVING NOTHING WAS DROPPED.
      * 2026-10-15 RSD  MERGE MODE - AN 'M' ON THE CONTROL CARD WITH AN
      *                 INPUT COUNT MERGES UP TO EIGHT INPUTS ALREADY
      *                 IN THE CARD'S KEY ORDER (SORTIN01-SORTIN08)
      *                 INTO SORTOUT WITHOUT RE-SORTING, SO SEVERAL
      *                 NIGHTS OF A SORTED FILE NO LONGER GO THROUGH A
      *                 FULL SORT.  EACH INPUT IS CHECKED AS IT IS
      *                 READ; THE FIRST RECORD OUT OF SEQUENCE IS
      *                 REPORTED AND THE RUN STOPS WITH RC 16.  EQUAL
      *                 KEYS COME OUT IN INPUT-FILE ORDER, AND THE
      *                 SUMMARIZE OPTION CONDENSES THEM AS IN A SORT.
      *                 SORTTOT ADDS EACH INPUT'S RECORD COUNT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT SORT-WORK       ASSIGN TO SORTWORK.

           SELECT MERGE-INPUT-1   ASSIGN TO SORTIN01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT MERGE-INPUT-2   ASSIGN TO SORTIN02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT MERGE-INPUT-3   ASSIGN TO SORTIN03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT MERGE-INPUT-4   ASSIGN TO SORTIN04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT MERGE-INPUT-5   ASSIGN TO SORTIN05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT MERGE-INPUT-6   ASSIGN TO SORTIN06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT MERGE-INPUT-7   ASSIGN TO SORTIN07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT MERGE-INPUT-8   ASSIGN TO SORTIN08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORT-PARMS
                 15 FILLER         PIC X(01).
                 15 SO-SUM-LEN     PIC 9(02).
                 15 FILLER         PIC X(01).
      *    'M' MERGES SO-MERGE-COUNT INPUTS (SORTIN01 ONWARD), EACH
      *    ALREADY IN THE CARD'S KEY ORDER, INSTEAD OF SORTING SORTIN.
      *    SPACE SORTS AS BEFORE.
           05 SO-MODE-SW           PIC X(01).
              88 SO-MERGE-REQUESTED         VALUE 'M'.
           05 FILLER               PIC X(01).
           05 SO-MERGE-COUNT       PIC 9(01).

       FD  SORT-INPUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  SORT-TOTALS-LINE        PIC X(40).

       FD  MERGE-INPUT-1
           RECORDING MODE IS F.
       01  MERGE-INPUT-1-REC       PIC X(200).

       FD  MERGE-INPUT-2
           RECORDING MODE IS F.
       01  MERGE-INPUT-2-REC       PIC X(200).

       FD  MERGE-INPUT-3
           RECORDING MODE IS F.
       01  MERGE-INPUT-3-REC       PIC X(200).

       FD  MERGE-INPUT-4
           RECORDING MODE IS F.
       01  MERGE-INPUT-4-REC       PIC X(200).

       FD  MERGE-INPUT-5
           RECORDING MODE IS F.
       01  MERGE-INPUT-5-REC       PIC X(200).

       FD  MERGE-INPUT-6
           RECORDING MODE IS F.
       01  MERGE-INPUT-6-REC       PIC X(200).

       FD  MERGE-INPUT-7
           RECORDING MODE IS F.
       01  MERGE-INPUT-7-REC       PIC X(200).

       FD  MERGE-INPUT-8
           RECORDING MODE IS F.
       01  MERGE-INPUT-8-REC       PIC X(200).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05 SW-SORT-KEY          PIC X(30).
              88 END-OF-INPUT               VALUE 'Y'.
           05 WS-OUT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-SORTED              VALUE 'Y'.
           05 WS-SEQUENCE-SW       PIC X(01) VALUE 'N'.
              88 AN-INPUT-IS-OUT-OF-SEQ     VALUE 'Y'.

       01  WS-MERGE-FILE-STATUS    PIC X(02).
           88 MERGE-FILE-NOT-FOUND         VALUE '35'.

       01  WS-COUNTS.
           05 WS-RECORDS-IN        PIC 9(7) COMP VALUE 0.
           05 WS-RECORDS-OUT       PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------
      * THE RECORD GOING TO SORTOUT AND ITS NORMALIZED KEY - FROM THE
      * SORT IN SORT MODE, FROM THE CHOSEN INPUT IN MERGE MODE.
      *----------------------------------------------------------------
       01  WS-OUT-KEY              PIC X(30).
       01  WS-OUT-RECORD           PIC X(200).

      *----------------------------------------------------------------
      * MERGE INPUTS - EACH ONE'S CURRENT RECORD AND KEY, THE KEY
      * BEFORE IT FOR THE SEQUENCE CHECK, AND ITS RECORD COUNT.
      *----------------------------------------------------------------
       01  MERGE-INPUT-TABLE.
           05 MI-ENTRY OCCURS 8 TIMES.
              10 MI-EOF-SW         PIC X(01).
                 88 MI-AT-END               VALUE 'Y'.
              10 MI-KEY            PIC X(30).
              10 MI-PREV-KEY       PIC X(30).
              10 MI-RECORD         PIC X(200).
              10 MI-COUNT          PIC 9(7) COMP.
       01  WS-MERGE-SUB            PIC 9(01).
       01  WS-MERGE-BEST           PIC 9(01).
       01  WS-MERGE-OPEN           PIC 9(01) VALUE 0.
       01  WS-MERGE-READ-REC       PIC X(200).
       01  WS-MERGE-DD-NAME.
           05 FILLER               PIC X(07) VALUE "SORTIN0".
           05 WS-MERGE-DD-NO       PIC 9(01).

       01  MERGE-COUNT-LINE.
           05 FILLER               PIC X(06) VALUE "INPUT ".
           05 MC-DD-NAME           PIC X(08).
           05 FILLER               PIC X(03) VALUE " = ".
           05 MC-COUNT             PIC Z(6)9.

       01  MERGE-OUTPUT-LINE.
           05 FILLER               PIC X(06) VALUE "OUTPUT".
           05 FILLER               PIC X(09) VALUE " SORTOUT ".
           05 FILLER               PIC X(02) VALUE "= ".
           05 MO-COUNT             PIC Z(6)9.

       01  MERGE-SEQUENCE-LINE.
           05 FILLER               PIC X(16) VALUE
              "OUT OF SEQUENCE ".
           05 MS-DD-NAME           PIC X(08).
           05 FILLER               PIC X(08) VALUE " RECORD ".
           05 MS-RECORD-NO         PIC Z(6)9.

      *----------------------------------------------------------------
      * SUMMARIZE WORK - THE HELD RECORD OF THE CURRENT KEY GROUP,
      * ITS RUNNING FIELD TOTALS, AND THE GRAND TOTALS THE REPORT
       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - TWO SORT STATEMENTS CARRY THE TWO DIRECTIONS;
      * THE CONTROL CARD PICKS WHICH ONE RUNS, OR THE MERGE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-READ-CONTROL THRU 1000-EXIT.

           IF SO-MERGE-REQUESTED
               PERFORM 4000-MERGE-INPUTS THRU 4000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GOBACK
           END-IF.

           IF SO-SORT-DESCENDING
               SORT SORT-WORK
                   ON DESCENDING KEY SW-SORT-KEY
               GOBACK
           END-IF.

           IF SO-MERGE-REQUESTED
              AND (SO-MERGE-COUNT NOT NUMERIC
                   OR SO-MERGE-COUNT < 2 OR SO-MERGE-COUNT > 8)
               DISPLAY "MERGE NEEDS 2 TO 8 INPUTS - STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF SO-SUMMARIZE-REQUESTED
               MOVE ZERO TO WS-GRAND-TOTAL(1)
                            WS-GRAND-TOTAL(2)
               AT END
                   MOVE 'Y' TO WS-OUT-EOF-SW
               NOT AT END
                   MOVE SW-SORT-KEY    TO WS-OUT-KEY
                   MOVE SW-RECORD-DATA TO WS-OUT-RECORD
                   PERFORM 3150-PUT-ONE THRU 3150-EXIT
           END-RETURN.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3150-PUT-ONE - ONE RECORD IN KEY ORDER, FROM THE SORT OR THE
      * MERGE, GOES TO SORTOUT OR INTO THE SUMMARIZE GROUP.
      *----------------------------------------------------------------
       3150-PUT-ONE.
           IF SO-SUMMARIZE-REQUESTED
               PERFORM 3200-SUMMARIZE-ONE THRU 3200-EXIT
           ELSE
               MOVE WS-OUT-RECORD TO SORT-OUTPUT-REC
               WRITE SORT-OUTPUT-REC
               ADD 1 TO WS-RECORDS-OUT
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-SUMMARIZE-ONE - A RECORD WITH THE HELD KEY FOLDS ITS
      * SUM FIELDS INTO THE GROUP; A NEW KEY FLUSHES THE HELD GROUP
      *----------------------------------------------------------------
       3200-SUMMARIZE-ONE.
           IF A-GROUP-IS-HELD
              AND WS-OUT-KEY NOT = WS-HELD-KEY
               PERFORM 3500-FLUSH-HELD-GROUP THRU 3500-EXIT
           END-IF.

           IF NOT A-GROUP-IS-HELD
               MOVE 'Y' TO WS-HELD-SW
               MOVE WS-OUT-KEY     TO WS-HELD-KEY
               MOVE WS-OUT-RECORD  TO WS-HELD-RECORD
               PERFORM 3300-CLEAR-GROUP-TOTALS THRU 3300-EXIT
           END-IF.

      *----------------------------------------------------------------
       3400-ADD-ONE-FIELD.
           MOVE SPACES TO WS-FIELD-WORK.
           MOVE WS-OUT-RECORD
               (SO-SUM-POS(WS-SUM-SUB):SO-SUM-LEN(WS-SUM-SUB))
               TO WS-FIELD-WORK(1:SO-SUM-LEN(WS-SUM-SUB)).
           INSPECT WS-FIELD-WORK(1:SO-SUM-LEN(WS-SUM-SUB))
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-MERGE-INPUTS - EVERY INPUT MUST BE THERE BEFORE SORTOUT
      * IS OPENED.  THE LOWEST KEY (HIGHEST, DESCENDING) AMONG THE
      * INPUTS' CURRENT RECORDS GOES OUT NEXT; ON EQUAL KEYS THE
      * LOWER-NUMBERED INPUT GOES FIRST.
      *----------------------------------------------------------------
       4000-MERGE-INPUTS.
           PERFORM 4100-OPEN-ONE-INPUT THRU 4100-EXIT
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > SO-MERGE-COUNT.

           OPEN OUTPUT SORT-OUTPUT.
           MOVE 'N' TO WS-HELD-SW.

           PERFORM 4200-READ-ONE-INPUT THRU 4200-EXIT
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > WS-MERGE-OPEN
                  OR AN-INPUT-IS-OUT-OF-SEQ.

           MOVE 1 TO WS-MERGE-BEST.
           PERFORM 4300-MERGE-ONE THRU 4300-EXIT
               UNTIL WS-MERGE-BEST = ZERO
                  OR AN-INPUT-IS-OUT-OF-SEQ.

           IF A-GROUP-IS-HELD AND NOT AN-INPUT-IS-OUT-OF-SEQ
               PERFORM 3500-FLUSH-HELD-GROUP THRU 3500-EXIT
           END-IF.

           PERFORM 4500-CLOSE-ONE-INPUT THRU 4500-EXIT
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > WS-MERGE-OPEN.
           CLOSE SORT-OUTPUT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-OPEN-ONE-INPUT - A MISSING INPUT STOPS THE RUN.
      *----------------------------------------------------------------
       4100-OPEN-ONE-INPUT.
           EVALUATE WS-MERGE-SUB
               WHEN 1 OPEN INPUT MERGE-INPUT-1
               WHEN 2 OPEN INPUT MERGE-INPUT-2
               WHEN 3 OPEN INPUT MERGE-INPUT-3
               WHEN 4 OPEN INPUT MERGE-INPUT-4
               WHEN 5 OPEN INPUT MERGE-INPUT-5
               WHEN 6 OPEN INPUT MERGE-INPUT-6
               WHEN 7 OPEN INPUT MERGE-INPUT-7
               WHEN 8 OPEN INPUT MERGE-INPUT-8
           END-EVALUATE.
           IF MERGE-FILE-NOT-FOUND
               MOVE WS-MERGE-SUB TO WS-MERGE-DD-NO
               DISPLAY WS-MERGE-DD-NAME " NOT ON FILE - STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-MERGE-OPEN.
           MOVE 'N'    TO MI-EOF-SW(WS-MERGE-SUB).
           MOVE SPACES TO MI-KEY(WS-MERGE-SUB)
                          MI-PREV-KEY(WS-MERGE-SUB).
           MOVE ZERO   TO MI-COUNT(WS-MERGE-SUB).
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-READ-ONE-INPUT - THE NEXT RECORD OF ONE INPUT, KEYED THE
      * WAY THE SORT KEYS ITS RECORDS, AND CHECKED AGAINST THE KEY
      * BEFORE IT.  THE FIRST RECORD OUT OF SEQUENCE STOPS THE MERGE.
      *----------------------------------------------------------------
       4200-READ-ONE-INPUT.
           EVALUATE WS-MERGE-SUB
               WHEN 1
                   READ MERGE-INPUT-1 INTO WS-MERGE-READ-REC
                       AT END MOVE 'Y' TO MI-EOF-SW(WS-MERGE-SUB)
                   END-READ
               WHEN 2
                   READ MERGE-INPUT-2 INTO WS-MERGE-READ-REC
                       AT END MOVE 'Y' TO MI-EOF-SW(WS-MERGE-SUB)
                   END-READ
               WHEN 3
                   READ MERGE-INPUT-3 INTO WS-MERGE-READ-REC
                       AT END MOVE 'Y' TO MI-EOF-SW(WS-MERGE-SUB)
                   END-READ
               WHEN 4
                   READ MERGE-INPUT-4 INTO WS-MERGE-READ-REC
                       AT END MOVE 'Y' TO MI-EOF-SW(WS-MERGE-SUB)
                   END-READ
               WHEN 5
                   READ MERGE-INPUT-5 INTO WS-MERGE-READ-REC
                       AT END MOVE 'Y' TO MI-EOF-SW(WS-MERGE-SUB)
                   END-READ
               WHEN 6
                   READ MERGE-INPUT-6 INTO WS-MERGE-READ-REC
                       AT END MOVE 'Y' TO MI-EOF-SW(WS-MERGE-SUB)
                   END-READ
               WHEN 7
                   READ MERGE-INPUT-7 INTO WS-MERGE-READ-REC
                       AT END MOVE 'Y' TO MI-EOF-SW(WS-MERGE-SUB)
                   END-READ
               WHEN 8
                   READ MERGE-INPUT-8 INTO WS-MERGE-READ-REC
                       AT END MOVE 'Y' TO MI-EOF-SW(WS-MERGE-SUB)
                   END-READ
           END-EVALUATE.
           IF MI-AT-END(WS-MERGE-SUB)
               GO TO 4200-EXIT
           END-IF.

           ADD 1 TO WS-RECORDS-IN.
           ADD 1 TO MI-COUNT(WS-MERGE-SUB).
           MOVE MI-KEY(WS-MERGE-SUB) TO MI-PREV-KEY(WS-MERGE-SUB).
           MOVE SPACES TO MI-KEY(WS-MERGE-SUB).
           MOVE WS-MERGE-READ-REC(SO-KEY-POSITION:SO-KEY-LENGTH)
               TO MI-KEY(WS-MERGE-SUB)(1:SO-KEY-LENGTH).
           IF SO-KEY-IS-NUMERIC
               INSPECT MI-KEY(WS-MERGE-SUB)(1:SO-KEY-LENGTH)
                   REPLACING LEADING SPACE BY ZERO
           END-IF.
           MOVE WS-MERGE-READ-REC TO MI-RECORD(WS-MERGE-SUB).

           IF MI-COUNT(WS-MERGE-SUB) = 1
               GO TO 4200-EXIT
           END-IF.
           IF (SO-SORT-ASCENDING
               AND MI-KEY(WS-MERGE-SUB) < MI-PREV-KEY(WS-MERGE-SUB))
              OR (SO-SORT-DESCENDING
               AND MI-KEY(WS-MERGE-SUB) > MI-PREV-KEY(WS-MERGE-SUB))
               MOVE 'Y' TO WS-SEQUENCE-SW
               MOVE WS-MERGE-SUB TO WS-MERGE-DD-NO
               MOVE WS-MERGE-DD-NAME TO MS-DD-NAME
               MOVE MI-COUNT(WS-MERGE-SUB) TO MS-RECORD-NO
               DISPLAY "OUT OF SEQUENCE ON " WS-MERGE-DD-NAME
                       " AT RECORD " MS-RECORD-NO " KEY "
                       MI-KEY(WS-MERGE-SUB)(1:SO-KEY-LENGTH)
               DISPLAY "MERGE STOPPED - SORTOUT IS INCOMPLETE"
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-MERGE-ONE - WRITES THE NEXT RECORD IN KEY ORDER AND
      * REFILLS ITS INPUT; NO INPUT LEFT SETS THE BEST TO ZERO.
      *----------------------------------------------------------------
       4300-MERGE-ONE.
           MOVE ZERO TO WS-MERGE-BEST.
           PERFORM 4400-CHECK-ONE-INPUT THRU 4400-EXIT
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > WS-MERGE-OPEN.
           IF WS-MERGE-BEST = ZERO
               GO TO 4300-EXIT
           END-IF.

           MOVE MI-KEY(WS-MERGE-BEST)    TO WS-OUT-KEY.
           MOVE MI-RECORD(WS-MERGE-BEST) TO WS-OUT-RECORD.
           PERFORM 3150-PUT-ONE THRU 3150-EXIT.

           MOVE WS-MERGE-BEST TO WS-MERGE-SUB.
           PERFORM 4200-READ-ONE-INPUT THRU 4200-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-CHECK-ONE-INPUT - ONLY A STRICTLY BETTER KEY DISPLACES
      * THE BEST SO FAR, SO EQUAL KEYS KEEP INPUT ORDER.
      *----------------------------------------------------------------
       4400-CHECK-ONE-INPUT.
           IF MI-AT-END(WS-MERGE-SUB)
               GO TO 4400-EXIT
           END-IF.
           IF WS-MERGE-BEST = ZERO
               MOVE WS-MERGE-SUB TO WS-MERGE-BEST
               GO TO 4400-EXIT
           END-IF.
           IF (SO-SORT-ASCENDING
               AND MI-KEY(WS-MERGE-SUB) < MI-KEY(WS-MERGE-BEST))
              OR (SO-SORT-DESCENDING
               AND MI-KEY(WS-MERGE-SUB) > MI-KEY(WS-MERGE-BEST))
               MOVE WS-MERGE-SUB TO WS-MERGE-BEST
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-CLOSE-ONE-INPUT
      *----------------------------------------------------------------
       4500-CLOSE-ONE-INPUT.
           EVALUATE WS-MERGE-SUB
               WHEN 1 CLOSE MERGE-INPUT-1
               WHEN 2 CLOSE MERGE-INPUT-2
               WHEN 3 CLOSE MERGE-INPUT-3
               WHEN 4 CLOSE MERGE-INPUT-4
               WHEN 5 CLOSE MERGE-INPUT-5
               WHEN 6 CLOSE MERGE-INPUT-6
               WHEN 7 CLOSE MERGE-INPUT-7
               WHEN 8 CLOSE MERGE-INPUT-8
           END-EVALUATE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE CONTROL-TOTAL LINE PROVES RECORDS IN
      * EQUAL RECORDS OUT.
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF AN-INPUT-IS-OUT-OF-SEQ
               MOVE "OUT OF SEQ" TO CT-RECONCILE-MSG
               MOVE 16 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT SORT-TOTALS.
           WRITE SORT-TOTALS-LINE FROM CONTROL-TOTAL-LINE.
           IF SO-MERGE-REQUESTED
               PERFORM 9200-WRITE-ONE-INPUT-COUNT THRU 9200-EXIT
                   VARYING WS-MERGE-SUB FROM 1 BY 1
                   UNTIL WS-MERGE-SUB > WS-MERGE-OPEN
               MOVE WS-RECORDS-OUT TO MO-COUNT
               WRITE SORT-TOTALS-LINE FROM MERGE-OUTPUT-LINE
               IF AN-INPUT-IS-OUT-OF-SEQ
                   WRITE SORT-TOTALS-LINE FROM MERGE-SEQUENCE-LINE
               END-IF
           END-IF.
           IF SO-SUMMARIZE-REQUESTED
               PERFORM 9100-WRITE-ONE-SUM-TOTAL THRU 9100-EXIT
                   VARYING WS-SUM-SUB FROM 1 BY 1
           WRITE SORT-TOTALS-LINE FROM SUM-TOTAL-LINE.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-WRITE-ONE-INPUT-COUNT - RECORDS READ FROM EACH MERGE
      * INPUT.
      *----------------------------------------------------------------
       9200-WRITE-ONE-INPUT-COUNT.
           MOVE WS-MERGE-SUB           TO WS-MERGE-DD-NO.
           MOVE WS-MERGE-DD-NAME       TO MC-DD-NAME.
           MOVE MI-COUNT(WS-MERGE-SUB) TO MC-COUNT.
           WRITE SORT-TOTALS-LINE FROM MERGE-COUNT-LINE.
       9200-EXIT.
           EXIT.
