       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-INTEREST.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ONE PLACE THAT PRICES TERM-
      *                 DEPOSIT INTEREST, THE WAY PREPAY-PENALTY OWNS
      *                 THE PREPAYMENT SCHEDULE, SO THE MATURITY RUN,
      *                 AN EARLY BREAK AND THE TREASURY LADDER ALL
      *                 AGREE.  DAYS ARE COUNTED ON THE DEPOSIT'S
      *                 BASIS WITH SIMPLE-INTEREST'S CODES (30/360,
      *                 ACT/360, ACT/365); AN EARLY-BREAK PENALTY
      *                 RATE FORFEITS THAT MANY POINTS OF THE RATE FOR
      *                 THE DAYS HELD, NEVER MORE THAN THE INTEREST
      *                 EARNED; AND TAX IS WITHHELD FROM WHAT IS LEFT
      *                 WITH SIMPLE-INTEREST'S TAXRATE RULES - THE
      *                 CUSTOMER'S CLASS, ELSE THE '*' DEFAULT, ONLY
      *                 OVER THE CLASS'S EXEMPTION THRESHOLD.  TAXRATE
      *                 IS LOADED ON THE FIRST CALL ONLY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATES       ASSIGN TO TAXRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATES
           RECORDING MODE IS F.
       COPY TAXRATE.

       WORKING-STORAGE SECTION.
       01  WS-TAX-FILE-STATUS      PIC X(02).
           88 TAX-FILE-NOT-FOUND           VALUE '35'.

       01  WS-SWITCHES.
           05 WS-LOADED-SW         PIC X(01) VALUE 'N'.
              88 TABLES-ARE-LOADED          VALUE 'Y'.
           05 WS-TAX-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-TAX-RATES           VALUE 'Y'.
           05 WS-TAX-FOUND-SW      PIC X(01).
              88 TAX-CLASS-WAS-FOUND        VALUE 'Y'.

      *----------------------------------------------------------------
      * WITHHOLDING-TAX TABLE - LOADED ONCE, KEPT FOR THE REST OF THE
      * CALLER'S RUN.
      *----------------------------------------------------------------
       01  WS-TAX-TABLE-MAX        PIC 9(04) VALUE 50.
       01  WS-TAX-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  TAX-RATE-TABLE.
           05 TAX-ENTRY OCCURS 0 TO 50 TIMES
                 DEPENDING ON WS-TAX-TABLE-COUNT
                 INDEXED BY TAX-IDX.
              10 TAX-TABLE-CLASS     PIC X(01).
              10 TAX-TABLE-RATE      PIC 9(2)V99.
              10 TAX-TABLE-THRESHOLD PIC 9(10).

       01  WS-TAX-CLASS            PIC X(01).
       01  WS-TAX-RATE             PIC 9(2)V99.
       01  WS-TAX-THRESHOLD        PIC 9(10).

      *----------------------------------------------------------------
      * DAY-COUNT WORK AREAS.
      *----------------------------------------------------------------
       01  WS-FROM-DATE.
           05 WS-FROM-YYYY         PIC 9(04).
           05 WS-FROM-MM           PIC 9(02).
           05 WS-FROM-DD           PIC 9(02).
       01  WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE
                                   PIC 9(08).
       01  WS-TO-DATE.
           05 WS-TO-YYYY           PIC 9(04).
           05 WS-TO-MM             PIC 9(02).
           05 WS-TO-DD             PIC 9(02).
       01  WS-TO-DATE-NUM REDEFINES WS-TO-DATE
                                   PIC 9(08).
       01  WS-DAYS                 PIC S9(07) COMP.
       01  WS-BASIS-DENOM          PIC 9(03).
       01  WS-PENALTY-RATE         PIC 9(3)V99.

       LINKAGE SECTION.
       COPY TDINTRQ.

       PROCEDURE DIVISION USING TD-INTEREST-REQUEST.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF NOT TABLES-ARE-LOADED
               PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
           END-IF.

           MOVE ZERO   TO TI-DAYS
                          TI-FULL-INTEREST
                          TI-PENALTY
                          TI-INTEREST
                          TI-WITHHELD
                          TI-NET-INTEREST.
           MOVE SPACES TO TI-TAX-CLASS-USED.

           PERFORM 2000-COUNT-DAYS        THRU 2000-EXIT.
           PERFORM 3000-COMPUTE-INTEREST  THRU 3000-EXIT.
           PERFORM 4000-COMPUTE-WITHHOLDING THRU 4000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-TABLES - A MISSING TAXRATE FILE WITHHOLDS NOTHING.
      * A FILE LONGER THAN THE TABLE STOPS THE RUN RATHER THAN
      * WITHHOLD OFF A PARTIAL LIST OF CLASSES.
      *----------------------------------------------------------------
       1000-LOAD-TABLES.
           SET TABLES-ARE-LOADED TO TRUE.

           OPEN INPUT TAX-RATES.
           IF NOT TAX-FILE-NOT-FOUND
               PERFORM 1100-LOAD-ONE-CLASS THRU 1100-EXIT
                   UNTIL END-OF-TAX-RATES
               CLOSE TAX-RATES
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-CLASS
      *----------------------------------------------------------------
       1100-LOAD-ONE-CLASS.
           READ TAX-RATES
               AT END
                   MOVE 'Y' TO WS-TAX-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-TAX-TABLE-COUNT >= WS-TAX-TABLE-MAX
               DISPLAY "RUN REFUSED - TAXRATE FILE EXCEEDS "
                       WS-TAX-TABLE-MAX " CLASSES - RAISE THE "
                       "LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-TAX-TABLE-COUNT.
           MOVE TX-CUST-CLASS
               TO TAX-TABLE-CLASS(WS-TAX-TABLE-COUNT).
           MOVE TX-RATE-PCT
               TO TAX-TABLE-RATE(WS-TAX-TABLE-COUNT).
           MOVE TX-EXEMPT-THRESHOLD
               TO TAX-TABLE-THRESHOLD(WS-TAX-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-COUNT-DAYS - DAYS FROM THE START OF THE PERIOD UP TO
      * (NOT INCLUDING) ITS END.  30/360 COUNTS EVERY MONTH AS THIRTY
      * DAYS: A 31ST START COUNTS AS THE 30TH, AND A 31ST END COUNTS
      * AS THE 30TH WHEN THE START WAS THE 30TH OR 31ST.  THE
      * ACTUAL BASES COUNT CALENDAR DAYS.  A PERIOD ENDING ON OR
      * BEFORE ITS START EARNS NOTHING.
      *----------------------------------------------------------------
       2000-COUNT-DAYS.
           IF TI-FROM-DATE = ZERO OR TI-TO-DATE <= TI-FROM-DATE
               GO TO 2000-EXIT
           END-IF.

           MOVE TI-FROM-DATE TO WS-FROM-DATE-NUM.
           MOVE TI-TO-DATE   TO WS-TO-DATE-NUM.

           EVALUATE TI-DAY-BASIS
               WHEN '1'
                   MOVE 360 TO WS-BASIS-DENOM
                   IF WS-FROM-DD = 31
                       MOVE 30 TO WS-FROM-DD
                   END-IF
                   IF WS-TO-DD = 31 AND WS-FROM-DD = 30
                       MOVE 30 TO WS-TO-DD
                   END-IF
                   COMPUTE WS-DAYS =
                       (WS-TO-YYYY - WS-FROM-YYYY) * 360
                       + (WS-TO-MM - WS-FROM-MM) * 30
                       + WS-TO-DD - WS-FROM-DD
               WHEN '2'
                   MOVE 360 TO WS-BASIS-DENOM
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(TI-TO-DATE)
                     - FUNCTION INTEGER-OF-DATE(TI-FROM-DATE)
               WHEN OTHER
                   MOVE 365 TO WS-BASIS-DENOM
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(TI-TO-DATE)
                     - FUNCTION INTEGER-OF-DATE(TI-FROM-DATE)
           END-EVALUATE.

           IF WS-DAYS > ZERO
               MOVE WS-DAYS TO TI-DAYS
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-COMPUTE-INTEREST - SIMPLE INTEREST AT THE CONTRACT RATE
      * FOR THE DAYS COUNTED.  THE PENALTY RATE IS CAPPED AT THE
      * CONTRACT RATE, SO A BREAK CAN FORFEIT ALL THE INTEREST BUT
      * NEVER EAT INTO THE PRINCIPAL.
      *----------------------------------------------------------------
       3000-COMPUTE-INTEREST.
           IF TI-DAYS = ZERO
               GO TO 3000-EXIT
           END-IF.

           COMPUTE TI-FULL-INTEREST ROUNDED =
               (TI-PRINCIPAL * TI-RATE * TI-DAYS)
                   / (WS-BASIS-DENOM * 100).

           MOVE TI-PENALTY-RATE TO WS-PENALTY-RATE.
           IF WS-PENALTY-RATE > TI-RATE
               MOVE TI-RATE TO WS-PENALTY-RATE
           END-IF.
           IF WS-PENALTY-RATE > ZERO
               COMPUTE TI-PENALTY ROUNDED =
                   (TI-PRINCIPAL * WS-PENALTY-RATE * TI-DAYS)
                       / (WS-BASIS-DENOM * 100)
           END-IF.
           IF TI-PENALTY > TI-FULL-INTEREST
               MOVE TI-FULL-INTEREST TO TI-PENALTY
           END-IF.

           COMPUTE TI-INTEREST = TI-FULL-INTEREST - TI-PENALTY.
           MOVE TI-INTEREST TO TI-NET-INTEREST.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-COMPUTE-WITHHOLDING - SIMPLE-INTEREST'S 2095 RULE ON THE
      * INTEREST ACTUALLY PAYABLE: THE CUSTOMER'S TAX CLASS, ELSE THE
      * '*' DEFAULT, WITHHELD ONLY WHEN THE INTEREST EXCEEDS THE
      * CLASS'S EXEMPTION THRESHOLD.  NO MATCHING CLASS AND NO
      * DEFAULT MEANS NO WITHHOLDING.
      *----------------------------------------------------------------
       4000-COMPUTE-WITHHOLDING.
           IF TI-INTEREST = ZERO
               GO TO 4000-EXIT
           END-IF.

           MOVE TI-TAX-CLASS TO WS-TAX-CLASS.
           IF WS-TAX-CLASS = SPACES
               MOVE "*" TO WS-TAX-CLASS
           END-IF.

           MOVE 'N' TO WS-TAX-FOUND-SW.
           PERFORM 4100-SEARCH-TAX-CLASS THRU 4100-EXIT
               VARYING TAX-IDX FROM 1 BY 1
               UNTIL TAX-IDX > WS-TAX-TABLE-COUNT
                  OR TAX-CLASS-WAS-FOUND.

           IF NOT TAX-CLASS-WAS-FOUND AND WS-TAX-CLASS NOT = "*"
               MOVE "*" TO WS-TAX-CLASS
               PERFORM 4100-SEARCH-TAX-CLASS THRU 4100-EXIT
                   VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > WS-TAX-TABLE-COUNT
                      OR TAX-CLASS-WAS-FOUND
           END-IF.

           IF TAX-CLASS-WAS-FOUND AND TI-INTEREST > WS-TAX-THRESHOLD
               COMPUTE TI-WITHHELD ROUNDED =
                   (TI-INTEREST * WS-TAX-RATE) / 100
               COMPUTE TI-NET-INTEREST = TI-INTEREST - TI-WITHHELD
               MOVE WS-TAX-CLASS TO TI-TAX-CLASS-USED
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-SEARCH-TAX-CLASS
      *----------------------------------------------------------------
       4100-SEARCH-TAX-CLASS.
           IF TAX-TABLE-CLASS(TAX-IDX) = WS-TAX-CLASS
               MOVE TAX-TABLE-RATE(TAX-IDX)      TO WS-TAX-RATE
               MOVE TAX-TABLE-THRESHOLD(TAX-IDX) TO WS-TAX-THRESHOLD
               MOVE 'Y' TO WS-TAX-FOUND-SW
           END-IF.
       4100-EXIT.
           EXIT.
