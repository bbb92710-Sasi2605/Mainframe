       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-CHECK.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ONE PLACE THAT OWNS THE
      *                 SANCTIONS WATCHLIST, THE WAY LEGAL-HOLD-CHECK
      *                 OWNS THE HOLD FILE, SO CUSTOMER-MAINT,
      *                 ORIG-FEED AND THE FULL RESCREEN ALL SCORE A
      *                 NAME THE SAME WAY.  THE CALLER PASSES THE NAME
      *                 AND GETS BACK THE BEST-SCORING LIST ENTRY AND
      *                 WHETHER IT REACHES THE SANCCTL THRESHOLD.  THE
      *                 LIST AND THE THRESHOLD ARE LOADED ON THE FIRST
      *                 CALL ONLY, EACH LIST NAME NORMALIZED ONCE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-LIST  ASSIGN TO SANCLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

           SELECT MATCH-THRESHOLD ASSIGN TO SANCCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-LIST
           RECORDING MODE IS F.
       COPY SANCLIST.

       FD  MATCH-THRESHOLD
           RECORDING MODE IS F.
       01  MATCH-THRESHOLD-REC.
           05 SA-MATCH-THRESHOLD   PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-LIST-FILE-STATUS     PIC X(02).
           88 LIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.

       01  WS-SWITCHES.
           05 WS-LOADED-SW         PIC X(01) VALUE 'N'.
              88 TABLES-ARE-LOADED          VALUE 'Y'.
           05 WS-LIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-LIST                VALUE 'Y'.
           05 WS-WORD-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WORD-WAS-FOUND             VALUE 'Y'.

      *----------------------------------------------------------------
      * MATCH THRESHOLD - A SCORE AT OR ABOVE IT IS A HIT.  EIGHTY
      * UNLESS SANCCTL SAYS OTHERWISE: TWO NAMES OF TWO AND THREE
      * WORDS SHARING TWO SCORE EIGHTY.
      *----------------------------------------------------------------
       01  WS-THRESHOLD            PIC 9(03) VALUE 80.

      *----------------------------------------------------------------
      * WATCHLIST TABLE - EACH LISTED NAME WITH ITS NORMALIZED WORDS.
      *----------------------------------------------------------------
       01  WS-LIST-MAX             PIC 9(05) VALUE 5000.
       01  WS-LIST-COUNT           PIC 9(05) VALUE 0.
       01  WATCHLIST-TABLE.
           05 WT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-LIST-COUNT
                 INDEXED BY WT-IDX.
              10 WT-ENTRY-ID        PIC X(08).
              10 WT-LIST-CODE       PIC X(04).
              10 WT-NAME            PIC X(40).
              10 WT-WORD-COUNT      PIC 9(02).
              10 WT-WORD            PIC X(20) OCCURS 8 TIMES.

      *----------------------------------------------------------------
      * NORMALIZATION WORK - THE NAME FOLDED TO UPPER CASE AND SPLIT
      * INTO UP TO EIGHT WORDS OF LETTERS AND DIGITS.  APOSTROPHES
      * AND FULL STOPS ARE CLOSED UP ("O'NEIL" IS "ONEIL", "J.R." IS
      * "JR"); ANY OTHER PUNCTUATION SEPARATES WORDS.  TITLES AND
      * JOINING WORDS ARE DROPPED.
      *----------------------------------------------------------------
       01  WS-NORM-IN              PIC X(40).
       01  WS-NORM-SUB             PIC 9(02) COMP.
       01  WS-ONE-CHAR             PIC X(01).
           88 CHAR-IS-CLOSED-UP            VALUE "'" "." "`".
       01  WS-CUR-WORD             PIC X(20).
       01  WS-CUR-LEN              PIC 9(02) COMP.
           88 CUR-WORD-IS-EMPTY            VALUE 0.
       01  WS-CUR-WORD-CHECK       PIC X(20).
           88 WORD-IS-NOISE                VALUE "MR" "MRS" "MS"
                                                 "DR" "THE" "AND"
                                                 "OF".
       01  WS-NAME-WORDS.
           05 WS-NAME-WORD-COUNT   PIC 9(02).
           05 WS-NAME-WORD         PIC X(20) OCCURS 8 TIMES.

      *----------------------------------------------------------------
      * SCORING WORK - THE SCREENED NAME'S WORDS AGAINST ONE LIST
      * ENTRY'S, EACH LIST WORD USED AT MOST ONCE.
      *----------------------------------------------------------------
       01  WS-A-SUB                PIC 9(02) COMP.
       01  WS-B-SUB                PIC 9(02) COMP.
       01  WS-CHR-SUB              PIC 9(02) COMP.
       01  WS-DIFF-COUNT           PIC 9(02) COMP.
       01  WS-WORD-LEN             PIC 9(02) COMP.
       01  WS-OTHER-LEN            PIC 9(02) COMP.
       01  WS-WORDS-IN-BOTH        PIC 9(02) COMP.
       01  WS-MATCHED-WORDS        PIC 9(02) COMP.
       01  WS-WORD-USED-TABLE.
           05 WS-WORD-USED         PIC X(01) OCCURS 8 TIMES.
       01  WS-SCORE                PIC 9(03).
       01  WS-BEST-SCORE           PIC 9(03).
       01  WS-BEST-SUB             PIC 9(05) COMP.

       LINKAGE SECTION.
       COPY SANCRQ.

       PROCEDURE DIVISION USING SANCTIONS-REQUEST.
      *----------------------------------------------------------------
      * 0000-MAINLINE - THE NAME IS NORMALIZED ONCE AND SCORED
      * AGAINST EVERY LIST ENTRY; THE HIGHEST SCORE WINS, THE FIRST
      * ON THE LIST ON A TIE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF NOT TABLES-ARE-LOADED
               PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
           END-IF.

           MOVE 'N'          TO SN-HIT-SW.
           MOVE ZERO         TO SN-SCORE.
           MOVE WS-THRESHOLD TO SN-THRESHOLD.
           MOVE SPACES       TO SN-ENTRY-ID.
           MOVE SPACES       TO SN-LIST-CODE.
           MOVE SPACES       TO SN-LIST-NAME.

           MOVE SN-NAME TO WS-NORM-IN.
           PERFORM 3000-NORMALIZE THRU 3000-EXIT.
           IF WS-NAME-WORD-COUNT = ZERO
               GOBACK
           END-IF.

           MOVE ZERO TO WS-BEST-SCORE.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM 2000-SCORE-ONE-ENTRY THRU 2000-EXIT
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WS-LIST-COUNT
                  OR WS-BEST-SCORE = 100.
           IF WS-BEST-SUB = ZERO
               GOBACK
           END-IF.

           MOVE WS-BEST-SCORE              TO SN-SCORE.
           MOVE WT-ENTRY-ID(WS-BEST-SUB)   TO SN-ENTRY-ID.
           MOVE WT-LIST-CODE(WS-BEST-SUB)  TO SN-LIST-CODE.
           MOVE WT-NAME(WS-BEST-SUB)       TO SN-LIST-NAME.
           IF WS-BEST-SCORE >= WS-THRESHOLD
               MOVE 'Y' TO SN-HIT-SW
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-TABLES - A MISSING, EMPTY OR UNREADABLE SANCCTL
      * LEAVES THE BUILT-IN THRESHOLD.  A LIST LONGER THAN ITS TABLE
      * STOPS THE RUN RATHER THAN ONBOARD A NAME THAT FELL OFF THE
      * END.
      *----------------------------------------------------------------
       1000-LOAD-TABLES.
           SET TABLES-ARE-LOADED TO TRUE.

           OPEN INPUT MATCH-THRESHOLD.
           IF NOT CTL-FILE-NOT-FOUND
               READ MATCH-THRESHOLD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SA-MATCH-THRESHOLD IS NUMERIC
                          AND SA-MATCH-THRESHOLD > ZERO
                          AND SA-MATCH-THRESHOLD <= 100
                           MOVE SA-MATCH-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE MATCH-THRESHOLD
           END-IF.

           OPEN INPUT SANCTIONS-LIST.
           IF LIST-FILE-NOT-FOUND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
               UNTIL END-OF-LIST.
           CLOSE SANCTIONS-LIST.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-ENTRY - A NAME WITH NO WORDS LEFT AFTER
      * NORMALIZING CAN NEVER MATCH AND IS NOT KEPT.
      *----------------------------------------------------------------
       1100-LOAD-ONE-ENTRY.
           READ SANCTIONS-LIST
               AT END
                   MOVE 'Y' TO WS-LIST-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           MOVE WL-NAME TO WS-NORM-IN.
           PERFORM 3000-NORMALIZE THRU 3000-EXIT.
           IF WS-NAME-WORD-COUNT = ZERO
               GO TO 1100-EXIT
           END-IF.

           IF WS-LIST-COUNT >= WS-LIST-MAX
               DISPLAY "RUN REFUSED - SANCTIONS LIST EXCEEDS "
                       WS-LIST-MAX " NAMES - RAISE THE LIMIT AND "
                       "RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-LIST-COUNT.
           MOVE WL-ENTRY-ID   TO WT-ENTRY-ID(WS-LIST-COUNT).
           MOVE WL-LIST-CODE  TO WT-LIST-CODE(WS-LIST-COUNT).
           MOVE WL-NAME       TO WT-NAME(WS-LIST-COUNT).
           MOVE WS-NAME-WORD-COUNT
                              TO WT-WORD-COUNT(WS-LIST-COUNT).
           PERFORM 1150-KEEP-ONE-WORD THRU 1150-EXIT
               VARYING WS-A-SUB FROM 1 BY 1
               UNTIL WS-A-SUB > 8.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-KEEP-ONE-WORD
      *----------------------------------------------------------------
       1150-KEEP-ONE-WORD.
           MOVE WS-NAME-WORD(WS-A-SUB)
               TO WT-WORD(WS-LIST-COUNT, WS-A-SUB).
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCORE-ONE-ENTRY - TWICE THE WORDS THE TWO NAMES SHARE,
      * AS A PERCENTAGE OF THE WORDS IN BOTH: "JOHN SMITH" AND
      * "SMITH, JOHN" SCORE 100, "JOHN A SMITH" AGAINST "JOHN SMITH"
      * SCORES 80, "SMITH" ALONE AGAINST "JOHN SMITH" 66.
      *----------------------------------------------------------------
       2000-SCORE-ONE-ENTRY.
           MOVE ZERO   TO WS-MATCHED-WORDS.
           MOVE SPACES TO WS-WORD-USED-TABLE.
           PERFORM 2100-MATCH-ONE-WORD THRU 2100-EXIT
               VARYING WS-A-SUB FROM 1 BY 1
               UNTIL WS-A-SUB > WS-NAME-WORD-COUNT.

           MOVE WS-NAME-WORD-COUNT TO WS-WORDS-IN-BOTH.
           ADD WT-WORD-COUNT(WT-IDX) TO WS-WORDS-IN-BOTH.
           COMPUTE WS-SCORE =
               WS-MATCHED-WORDS * 200 / WS-WORDS-IN-BOTH.
           IF WS-SCORE > WS-BEST-SCORE
               MOVE WS-SCORE TO WS-BEST-SCORE
               SET WS-BEST-SUB TO WT-IDX
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-MATCH-ONE-WORD - THE SCREENED NAME'S WORD AGAINST THE
      * ENTRY'S WORDS NOT YET MATCHED.
      *----------------------------------------------------------------
       2100-MATCH-ONE-WORD.
           MOVE 'N' TO WS-WORD-FOUND-SW.
           PERFORM 2200-COMPARE-WORDS THRU 2200-EXIT
               VARYING WS-B-SUB FROM 1 BY 1
               UNTIL WS-B-SUB > WT-WORD-COUNT(WT-IDX)
                  OR WORD-WAS-FOUND.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-COMPARE-WORDS - EQUAL WORDS MATCH.  SO DO TWO WORDS OF
      * THE SAME LENGTH, FIVE OR MORE LETTERS, THAT DIFFER IN ONE
      * LETTER ONLY - THE TRANSLITERATION VARIANTS ("MOHAMMED" AND
      * "MOHAMMAD") A LIST IS FULL OF.
      *----------------------------------------------------------------
       2200-COMPARE-WORDS.
           IF WS-WORD-USED(WS-B-SUB) = 'Y'
               GO TO 2200-EXIT
           END-IF.

           IF WS-NAME-WORD(WS-A-SUB) = WT-WORD(WT-IDX, WS-B-SUB)
               PERFORM 2300-TAKE-MATCH THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE ZERO TO WS-WORD-LEN.
           INSPECT WS-NAME-WORD(WS-A-SUB)
               TALLYING WS-WORD-LEN FOR CHARACTERS BEFORE INITIAL " ".
           MOVE ZERO TO WS-OTHER-LEN.
           INSPECT WT-WORD(WT-IDX, WS-B-SUB)
               TALLYING WS-OTHER-LEN FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-WORD-LEN < 5
              OR WS-OTHER-LEN NOT = WS-WORD-LEN
               GO TO 2200-EXIT
           END-IF.

           MOVE ZERO TO WS-DIFF-COUNT.
           PERFORM 2250-COMPARE-ONE-CHAR THRU 2250-EXIT
               VARYING WS-CHR-SUB FROM 1 BY 1
               UNTIL WS-CHR-SUB > WS-WORD-LEN
                  OR WS-DIFF-COUNT > 1.
           IF WS-DIFF-COUNT = 1
               PERFORM 2300-TAKE-MATCH THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-COMPARE-ONE-CHAR
      *----------------------------------------------------------------
       2250-COMPARE-ONE-CHAR.
           IF WS-NAME-WORD(WS-A-SUB)(WS-CHR-SUB:1)
                  NOT = WT-WORD(WT-IDX, WS-B-SUB)(WS-CHR-SUB:1)
               ADD 1 TO WS-DIFF-COUNT
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-TAKE-MATCH
      *----------------------------------------------------------------
       2300-TAKE-MATCH.
           MOVE 'Y' TO WS-WORD-FOUND-SW.
           MOVE 'Y' TO WS-WORD-USED(WS-B-SUB).
           ADD 1 TO WS-MATCHED-WORDS.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-NORMALIZE - WS-NORM-IN TO THE WORDS IN WS-NAME-WORDS.
      *----------------------------------------------------------------
       3000-NORMALIZE.
           MOVE ZERO   TO WS-NAME-WORD-COUNT.
           MOVE SPACES TO WS-CUR-WORD.
           MOVE ZERO   TO WS-CUR-LEN.
           PERFORM 3050-CLEAR-ONE-WORD THRU 3050-EXIT
               VARYING WS-A-SUB FROM 1 BY 1
               UNTIL WS-A-SUB > 8.

           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM 3100-TAKE-ONE-CHAR THRU 3100-EXIT
               VARYING WS-NORM-SUB FROM 1 BY 1
               UNTIL WS-NORM-SUB > 40.
           PERFORM 3200-END-WORD THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-CLEAR-ONE-WORD
      *----------------------------------------------------------------
       3050-CLEAR-ONE-WORD.
           MOVE SPACES TO WS-NAME-WORD(WS-A-SUB).
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-TAKE-ONE-CHAR
      *----------------------------------------------------------------
       3100-TAKE-ONE-CHAR.
           MOVE WS-NORM-IN(WS-NORM-SUB:1) TO WS-ONE-CHAR.
           IF (WS-ONE-CHAR >= 'A' AND WS-ONE-CHAR <= 'Z')
              OR (WS-ONE-CHAR >= '0' AND WS-ONE-CHAR <= '9')
               IF WS-CUR-LEN < 20
                   ADD 1 TO WS-CUR-LEN
                   MOVE WS-ONE-CHAR TO WS-CUR-WORD(WS-CUR-LEN:1)
               END-IF
               GO TO 3100-EXIT
           END-IF.

           IF CHAR-IS-CLOSED-UP
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3200-END-WORD THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-END-WORD - THE WORD JUST FINISHED IS KEPT UNLESS IT IS A
      * TITLE OR JOINING WORD, OR THE NAME ALREADY HAS EIGHT.
      *----------------------------------------------------------------
       3200-END-WORD.
           IF CUR-WORD-IS-EMPTY
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-CUR-WORD TO WS-CUR-WORD-CHECK.
           IF NOT WORD-IS-NOISE
              AND WS-NAME-WORD-COUNT < 8
               ADD 1 TO WS-NAME-WORD-COUNT
               MOVE WS-CUR-WORD TO WS-NAME-WORD(WS-NAME-WORD-COUNT)
           END-IF.

           MOVE SPACES TO WS-CUR-WORD.
           MOVE ZERO   TO WS-CUR-LEN.
       3200-EXIT.
           EXIT.
