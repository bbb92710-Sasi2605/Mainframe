      *                 TWELVE-MONTH TREND REPORT NO LONGER DEPENDS ON
      *                 SOMEONE REKEYING PRINTED TOTALS INTO A
      *                 SPREADSHEET.
      * 2026-10-15 RSD  AN ADJUSTABLE-RATE LOAN (LM-RATE-TYPE 'V')
      *                 ACCRUES AT ITS OWN LM-RATE, AS ARM-RESET LAST
      *                 SET IT, AND NEVER LOOKS UP LM-RATE-CODE.
      * 2026-10-15 RSD  RETAINED COLUMN PER PRODUCT AND A RETAINED
      *                 PRINCIPAL LINE AFTER THE GRAND TOTAL - THE
      *                 PRINCIPAL NET OF THE SHARES SOLD TO INVESTORS
      *                 ON THE PARTMSTR PARTICIPATION FILE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICIPATIONS  ASSIGN TO PARTMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.

           SELECT LOAN-ACCOUNTS   ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  PARTICIPATIONS
           RECORDING MODE IS F.
       COPY PARTMSTR.

       FD  LOAN-ACCOUNTS.
       COPY LOANMSTR.

              88 FIRST-CURRENCY-SEEN        VALUE 'Y'.
           05 WS-MIXED-CURR-SW     PIC X(01) VALUE 'N'.
              88 CURRENCY-IS-MIXED          VALUE 'Y'.
           05 WS-PART-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PARTICIPATIONS      VALUE 'Y'.
           05 WS-SOLD-FOUND-SW     PIC X(01).
              88 SOLD-SLOT-FOUND            VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-PART-FILE-STATUS     PIC X(02).
           88 PART-FILE-NOT-FOUND          VALUE '35'.

       01  WS-LOAN-FILE-STATUS     PIC X(02).

      *----------------------------------------------------------------
              10 PT-ACCT-COUNT       PIC 9(07) COMP.
              10 PT-PRINCIPAL-TOTAL  PIC 9(11)V99.
              10 PT-INTEREST-TOTAL   PIC 9(11)V99.
              10 PT-RETAINED-TOTAL   PIC 9(11)V99.

       01  WS-PRODUCT-FOUND-SW      PIC X(01) VALUE 'N'.
           88 PRODUCT-WAS-FOUND             VALUE 'Y'.

       01  WS-PRODUCT-LABEL         PIC X(06).

      *----------------------------------------------------------------
      * SOLD-SHARE TABLE - THE PERCENTAGE OF EACH PARTICIPATED ACCOUNT
      * SOLD TO INVESTORS, SUMMED OVER ITS PARTMSTR RECORDS AND HELD
      * TO 100.  AN ACCOUNT NOT IN THE TABLE IS WHOLLY RETAINED.
      *----------------------------------------------------------------
       01  WS-SOLD-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-SOLD-TABLE-MAX       PIC 9(04) VALUE 2000.
       01  SOLD-SHARE-TABLE.
           05 SS-ENTRY OCCURS 2000 TIMES.
              10 SS-ACCT-NO        PIC X(06).
              10 SS-SOLD-PCT       PIC 9(5)V99.
       01  WS-SOLD-SUB             PIC 9(04) COMP.
       01  WS-SOLD-KEY             PIC X(06).
       01  WS-RETAINED-PCT         PIC 9(3)V99.
       01  WS-RETAINED-PRINCIPAL   PIC 9(7)V99.

      *----------------------------------------------------------------
      * BRANCH RECAP - THE SAME ROLL-UP AS THE PRODUCT TABLE, CUT BY
      * THE NEW LM-BRANCH.  BLANK BRANCHES RECAP UNDER "NONE".
       01  WS-GRAND-ACCT-COUNT      PIC 9(07) COMP VALUE 0.
       01  WS-GRAND-PRINCIPAL       PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-INTEREST        PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-RETAINED        PIC 9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
           05 FILLER                PIC X(11) VALUE "  PRINCIPAL".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "   INTEREST".
           05 FILLER                PIC X(19) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "   RETAINED".

       01  PRODUCT-LINE.
           05 PL-PRODUCT-LABEL      PIC X(08).
           05 PL-PRINCIPAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 PL-INTEREST           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-RETAINED           PIC ZZZ,ZZZ,ZZ9.99.

       01  GRAND-TOTAL-LINE.
           05 FILLER                PIC X(08) VALUE "TOTAL   ".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 GT-CURRENCY           PIC X(05).

       01  RETAINED-TOTAL-LINE.
           05 FILLER                PIC X(48) VALUE
              "RETAINED PRINCIPAL NET OF PARTICIPATIONS SOLD =".
           05 RT-PRINCIPAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE SOLD-SHARE TABLE IS LOADED BEFORE THE
      * SUMMARY IS OPENED, SO A TABLE PAST ITS LIMIT STOPS THE RUN
      * WITHOUT A HALF-NETTED REPORT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT PARTICIPATIONS.
           IF NOT PART-FILE-NOT-FOUND
               PERFORM 1200-LOAD-ONE-PARTICIPATION THRU 1200-EXIT
                   UNTIL END-OF-PARTICIPATIONS
               CLOSE PARTICIPATIONS
           END-IF.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING REPORTED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-ACCOUNTS
           OPEN INPUT  RATE-MASTER
           OPEN INPUT  CURRENCY-MASTER
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-PARTICIPATION - EACH RECORD'S SOLD PERCENTAGE
      * ADDS INTO ITS ACCOUNT'S SLOT.
      *----------------------------------------------------------------
       1200-LOAD-ONE-PARTICIPATION.
           READ PARTICIPATIONS
               AT END
                   MOVE 'Y' TO WS-PART-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           MOVE PA-ACCT-NO TO WS-SOLD-KEY.
           PERFORM 2900-FIND-SOLD-SLOT THRU 2900-EXIT.
           IF NOT SOLD-SLOT-FOUND
               IF WS-SOLD-TABLE-COUNT >= WS-SOLD-TABLE-MAX
                   DISPLAY "SOLD-SHARE TABLE FULL - RAISE LIMIT"
                   MOVE 'Y' TO WS-OVERFLOW-SW
                   MOVE 'Y' TO WS-PART-EOF-SW
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-SOLD-TABLE-COUNT
               MOVE WS-SOLD-TABLE-COUNT TO WS-SOLD-SUB
               MOVE PA-ACCT-NO TO SS-ACCT-NO(WS-SOLD-SUB)
               MOVE ZERO       TO SS-SOLD-PCT(WS-SOLD-SUB)
           END-IF.
           ADD PA-SOLD-PCT TO SS-SOLD-PCT(WS-SOLD-SUB).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ACCOUNT
      *----------------------------------------------------------------
           END-IF.

           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 2050-LOOKUP-RATE THRU 2050-EXIT
           END-IF.

      *----------------------------------------------------------------
      * 2700-ACCUMULATE-PRODUCT - FOLDS THIS ACCOUNT'S PRINCIPAL AND
      * INTEREST INTO ITS RATE-CODE PRODUCT BUCKET AND THE RUN'S GRAND
      * TOTALS, WITH THE PART OF THE PRINCIPAL NOT SOLD TO INVESTORS.
      *----------------------------------------------------------------
       2700-ACCUMULATE-PRODUCT.
           MOVE LM-ACCT-NO TO WS-SOLD-KEY.
           PERFORM 2900-FIND-SOLD-SLOT THRU 2900-EXIT.
           MOVE 100 TO WS-RETAINED-PCT.
           IF SOLD-SLOT-FOUND
               IF SS-SOLD-PCT(WS-SOLD-SUB) > 100
                   MOVE ZERO TO WS-RETAINED-PCT
               ELSE
                   SUBTRACT SS-SOLD-PCT(WS-SOLD-SUB)
                       FROM WS-RETAINED-PCT
               END-IF
           END-IF.
           COMPUTE WS-RETAINED-PRINCIPAL ROUNDED =
               WS-PRINCIPAL * WS-RETAINED-PCT / 100.

           IF LM-RATE-CODE = SPACES
               MOVE "DIRECT" TO WS-PRODUCT-LABEL
           ELSE
           ADD 1         TO PT-ACCT-COUNT(PT-IDX).
           ADD WS-PRINCIPAL TO PT-PRINCIPAL-TOTAL(PT-IDX).
           ADD WS-CI         TO PT-INTEREST-TOTAL(PT-IDX).
           ADD WS-RETAINED-PRINCIPAL
                             TO PT-RETAINED-TOTAL(PT-IDX).

           ADD 1             TO WS-GRAND-ACCT-COUNT.
           ADD WS-PRINCIPAL  TO WS-GRAND-PRINCIPAL.
           ADD WS-CI         TO WS-GRAND-INTEREST.
           ADD WS-RETAINED-PRINCIPAL TO WS-GRAND-RETAINED.
       2700-EXIT.
           EXIT.

               MOVE 0 TO PT-ACCT-COUNT(PT-IDX)
               MOVE 0 TO PT-PRINCIPAL-TOTAL(PT-IDX)
               MOVE 0 TO PT-INTEREST-TOTAL(PT-IDX)
               MOVE 0 TO PT-RETAINED-TOTAL(PT-IDX)
           END-IF.
       2750-EXIT.
           EXIT.
               MOVE WS-RUN-CURRENCY TO GT-CURRENCY
           END-IF.
           WRITE SUMMARY-LINE FROM GRAND-TOTAL-LINE.
           MOVE WS-GRAND-RETAINED   TO RT-PRINCIPAL.
           WRITE SUMMARY-LINE FROM RETAINED-TOTAL-LINE.

           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-FIND-SOLD-SLOT - THE SOLD-SHARE SLOT FOR WS-SOLD-KEY.
      *----------------------------------------------------------------
       2900-FIND-SOLD-SLOT.
           MOVE 'N' TO WS-SOLD-FOUND-SW.
           MOVE 1   TO WS-SOLD-SUB.
           PERFORM 2950-CHECK-SOLD-SLOT THRU 2950-EXIT
               UNTIL SOLD-SLOT-FOUND
                  OR WS-SOLD-SUB > WS-SOLD-TABLE-COUNT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-CHECK-SOLD-SLOT
      *----------------------------------------------------------------
       2950-CHECK-SOLD-SLOT.
           IF SS-ACCT-NO(WS-SOLD-SUB) = WS-SOLD-KEY
               MOVE 'Y' TO WS-SOLD-FOUND-SW
           ELSE
               ADD 1 TO WS-SOLD-SUB
           END-IF.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-WRITE-BRANCH-LINE
      *----------------------------------------------------------------
           MOVE PT-ACCT-COUNT(PT-IDX)         TO PL-ACCT-COUNT.
           MOVE PT-PRINCIPAL-TOTAL(PT-IDX)    TO PL-PRINCIPAL.
           MOVE PT-INTEREST-TOTAL(PT-IDX)     TO PL-INTEREST.
           MOVE PT-RETAINED-TOTAL(PT-IDX)     TO PL-RETAINED.
           WRITE SUMMARY-LINE FROM PRODUCT-LINE.
       6100-EXIT.
           EXIT.
