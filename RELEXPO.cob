      *                 RATE, WITH THE CUSTOMER'S NAME AND ACCOUNT
      *                 COUNT, SO A RELATIONSHIP'S WHOLE BOOK IS ONE
      *                 FIGURE INSTEAD OF SCATTERED ACCOUNTS.
      * 2026-10-15 RSD  RETAINED COLUMN AND TOTAL - EACH ACCOUNT'S
      *                 EXPOSURE NET OF THE SHARES SOLD TO INVESTORS
      *                 ON THE PARTMSTR PARTICIPATION FILE, SO THE
      *                 RELATIONSHIP SHOWS WHAT WE ACTUALLY HOLD.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICIPATIONS  ASSIGN TO PARTMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.

           SELECT CUST-RELATIONS  ASSIGN TO CUSTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTICIPATIONS
           RECORDING MODE IS F.
       COPY PARTMSTR.

       FD  CUST-RELATIONS
           RECORDING MODE IS F.
       COPY CUSTREL.
              88 END-OF-RELATIONS           VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-PART-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PARTICIPATIONS      VALUE 'Y'.
           05 WS-SOLD-FOUND-SW     PIC X(01).
              88 SOLD-SLOT-FOUND            VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-CUST-FOUND-SW     PIC X(01).
              88 CUSTOMER-WAS-FOUND         VALUE 'Y'.

       01  WS-PART-FILE-STATUS     PIC X(02).
           88 PART-FILE-NOT-FOUND          VALUE '35'.
       01  WS-REL-FILE-STATUS      PIC X(02).
           88 REL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-FX-RATE              PIC 9(4)V9(6).
       01  WS-CURRENCY-CODE        PIC X(03).
       01  WS-BASE-AMOUNT          PIC 9(11)V99.
       01  WS-RETAINED-AMOUNT      PIC 9(11)V99.

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

      *----------------------------------------------------------------
      * EXPOSURE TABLE - ONE SLOT PER CUSTOMER SEEN ON THE
              10 EX-CUST-NO        PIC X(06).
              10 EX-ACCT-COUNT     PIC 9(05).
              10 EX-BASE-TOTAL     PIC 9(11)V99.
              10 EX-RETAINED-TOTAL PIC 9(11)V99.
       01  WS-EXPO-SUB             PIC 9(04) COMP.
       01  WS-EXPO-FOUND-SW        PIC X(01).
           88 CUSTOMER-SLOT-FOUND          VALUE 'Y'.

       01  WS-GRAND-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-RETAINED       PIC 9(13)V99 VALUE 0.
       01  WS-CUST-NAME            PIC X(20).
       01  WS-REASON               PIC X(40).

           05 FILLER                PIC X(06) VALUE "ACCTS ".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "TOTAL EXPOSURE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "      RETAINED".

       01  REPORT-DETAIL.
           05 RD-CUST-NO            PIC X(06).
           05 RD-ACCTS              PIC ZZZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RD-EXPOSURE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-RETAINED           PIC ZZZ,ZZZ,ZZ9.99.

       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(16) VALUE
              "TOTAL EXPOSURE =".
           05 TL-EXPOSURE           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-RETAINED-LINE.
           05 FILLER                PIC X(33) VALUE
              "RETAINED NET OF PARTICIPATIONS =".
           05 TL-RETAINED           PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE SOLD-SHARE TABLE IS LOADED BEFORE THE
      * REPORT IS OPENED, SO A TABLE PAST ITS LIMIT STOPS THE RUN
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

           OPEN INPUT  LOAN-MASTER
           OPEN INPUT  CUSTOMER-NAMES
           OPEN INPUT  FX-RATES
           READ FX-RATES
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
                   GO TO 1180-EXIT
           END-READ.

      *    THE HISTORY IS IN CURRENCY AND EFFECTIVE-DATE ORDER, SO A
      *    LATER ROW IN EFFECT REPLACES THE RATE JUST LOADED FOR ITS
      *    CURRENCY; A ROW NOT YET IN EFFECT IS PASSED OVER.
           IF FX-EFFECT-DATE IS NUMERIC
              AND FX-EFFECT-DATE > WS-BUS-DATE-RAW
               GO TO 1180-EXIT
           END-IF.
           IF WS-FX-TABLE-COUNT > ZERO
               IF FX-TABLE-CODE(WS-FX-TABLE-COUNT) = FX-CURRENCY-CODE
                   MOVE FX-RATE-TO-BASE
                       TO FX-TABLE-RATE(WS-FX-TABLE-COUNT)
                   GO TO 1180-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-FX-TABLE-COUNT.
           MOVE FX-CURRENCY-CODE TO FX-TABLE-CODE(WS-FX-TABLE-COUNT).
           MOVE FX-RATE-TO-BASE  TO FX-TABLE-RATE(WS-FX-TABLE-COUNT).
       1180-EXIT.
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
           PERFORM 2200-FIND-SOLD-SLOT THRU 2200-EXIT.
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
      * 2000-SUM-ONE-LINK - THE LINKED ACCOUNT'S PRINCIPAL, IN BASE
      * CURRENCY, ROLLS INTO ITS CUSTOMER'S EXPOSURE SLOT.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               LM-PRINCIPAL * WS-FX-RATE.

           MOVE LM-ACCT-NO TO WS-SOLD-KEY.
           PERFORM 2200-FIND-SOLD-SLOT THRU 2200-EXIT.
           MOVE 100 TO WS-RETAINED-PCT.
           IF SOLD-SLOT-FOUND
               IF SS-SOLD-PCT(WS-SOLD-SUB) > 100
                   MOVE ZERO TO WS-RETAINED-PCT
               ELSE
                   SUBTRACT SS-SOLD-PCT(WS-SOLD-SUB)
                       FROM WS-RETAINED-PCT
               END-IF
           END-IF.
           COMPUTE WS-RETAINED-AMOUNT ROUNDED =
               WS-BASE-AMOUNT * WS-RETAINED-PCT / 100.

           PERFORM 2100-FIND-CUSTOMER-SLOT THRU 2100-EXIT.
           IF NOT CUSTOMER-SLOT-FOUND
               IF WS-EXPO-TABLE-COUNT >= WS-EXPO-TABLE-MAX
               MOVE RL-CUST-NO TO EX-CUST-NO(WS-EXPO-SUB)
               MOVE ZERO       TO EX-ACCT-COUNT(WS-EXPO-SUB)
               MOVE ZERO       TO EX-BASE-TOTAL(WS-EXPO-SUB)
               MOVE ZERO       TO EX-RETAINED-TOTAL(WS-EXPO-SUB)
           END-IF.

           ADD 1              TO EX-ACCT-COUNT(WS-EXPO-SUB).
           ADD WS-BASE-AMOUNT TO EX-BASE-TOTAL(WS-EXPO-SUB).
           ADD WS-RETAINED-AMOUNT
                              TO EX-RETAINED-TOTAL(WS-EXPO-SUB).
           ADD 1              TO WS-LINKS-SUMMED.

           PERFORM 8000-READ-RELATION THRU 8000-EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-SOLD-SLOT - THE SOLD-SHARE SLOT FOR WS-SOLD-KEY.
      *----------------------------------------------------------------
       2200-FIND-SOLD-SLOT.
           MOVE 'N' TO WS-SOLD-FOUND-SW.
           MOVE 1   TO WS-SOLD-SUB.
           PERFORM 2250-CHECK-SOLD-SLOT THRU 2250-EXIT
               UNTIL SOLD-SLOT-FOUND
                  OR WS-SOLD-SUB > WS-SOLD-TABLE-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-SOLD-SLOT
      *----------------------------------------------------------------
       2250-CHECK-SOLD-SLOT.
           IF SS-ACCT-NO(WS-SOLD-SUB) = WS-SOLD-KEY
               MOVE 'Y' TO WS-SOLD-FOUND-SW
           ELSE
               ADD 1 TO WS-SOLD-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-REPORT
      *----------------------------------------------------------------

           MOVE WS-GRAND-TOTAL TO TL-EXPOSURE.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE WS-GRAND-RETAINED TO TL-RETAINED.
           WRITE REPORT-LINE FROM REPORT-RETAINED-LINE.
       4000-EXIT.
           EXIT.

           MOVE WS-CUST-NAME               TO RD-NAME.
           MOVE EX-ACCT-COUNT(WS-EXPO-SUB) TO RD-ACCTS.
           MOVE EX-BASE-TOTAL(WS-EXPO-SUB) TO RD-EXPOSURE.
           MOVE EX-RETAINED-TOTAL(WS-EXPO-SUB) TO RD-RETAINED.
           WRITE REPORT-LINE FROM REPORT-DETAIL.

           ADD EX-BASE-TOTAL(WS-EXPO-SUB) TO WS-GRAND-TOTAL.
           ADD EX-RETAINED-TOTAL(WS-EXPO-SUB) TO WS-GRAND-RETAINED.
       4100-EXIT.
           EXIT.

