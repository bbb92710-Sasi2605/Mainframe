       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-CHECK.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ONE PLACE THAT OWNS THE LOAN
      *                 PRODUCT RULES, THE WAY SANCTIONS-CHECK OWNS
      *                 THE WATCHLIST, SO LOAN-MAINT, ORIG-FEED, THE
      *                 PRODUCT EXCEPTION REPORT AND THE TWO FEE
      *                 PROGRAMS ALL READ A PRODUCT THE SAME WAY.
      *                 THE PRODUCT MASTER AND THE RATE MASTER ARE
      *                 LOADED ON THE FIRST CALL ONLY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER  ASSIGN TO PRODMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER
           RECORDING MODE IS F.
       COPY PRODMSTR.

       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       WORKING-STORAGE SECTION.
       01  WS-PROD-FILE-STATUS     PIC X(02).
           88 PROD-FILE-NOT-FOUND          VALUE '35'.
       01  WS-RATE-FILE-STATUS     PIC X(02).
           88 RATE-FILE-NOT-FOUND          VALUE '35'.

       01  WS-SWITCHES.
           05 WS-LOADED-SW         PIC X(01) VALUE 'N'.
              88 TABLES-ARE-LOADED          VALUE 'Y'.
           05 WS-PROD-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PRODUCT-MASTER      VALUE 'Y'.
           05 WS-RATE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01) VALUE 'N'.
              88 SLOT-WAS-FOUND             VALUE 'Y'.
           05 WS-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
              88 RATE-CODE-WAS-FOUND        VALUE 'Y'.

      *----------------------------------------------------------------
      * PRODUCT TABLE - EVERY PRODUCT ON THE MASTER, DELETED ROWS
      * ALREADY DROPPED BY PRODUCT-MAINT.
      *----------------------------------------------------------------
       01  WS-PROD-MAX             PIC 9(04) VALUE 500.
       01  WS-PROD-COUNT           PIC 9(04) VALUE 0.
       01  PRODUCT-TABLE.
           05 PT-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-PROD-COUNT
                 INDEXED BY PT-IDX.
              10 PT-PRODUCT-CODE    PIC X(04).
              10 PT-STATUS          PIC X(01).
              10 PT-RATE-MIN        PIC 9(3)V99.
              10 PT-RATE-MAX        PIC 9(3)V99.
              10 PT-TERM-MIN        PIC 9(03).
              10 PT-TERM-MAX        PIC 9(03).
              10 PT-FREQ            PIC 9(02) OCCURS 4 TIMES.
              10 PT-CURRENCY        PIC X(03) OCCURS 4 TIMES.
              10 PT-DEFAULT-RATE-CODE
                                    PIC X(04).
              10 PT-FEE-CODE        PIC X(04) OCCURS 8 TIMES.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - A RATE-CODED LOAN IS MEASURED AGAINST THE
      * BAND AT THE RATE IN EFFECT ON THE AS-OF DATE.
      *----------------------------------------------------------------
       01  WS-RATE-MAX             PIC 9(04) VALUE 1000.
       01  WS-RATE-COUNT           PIC 9(04) VALUE 0.
       01  RATE-MASTER-TABLE.
           05 RT-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-RATE-COUNT
                 INDEXED BY RT-IDX.
              10 RT-RATE-CODE       PIC X(04).
              10 RT-RATE            PIC 9(3)V99.
              10 RT-EFFECT-DATE     PIC 9(08).

       01  WS-PROD-SUB             PIC 9(04) COMP.
       01  WS-SLOT                 PIC 9(02) COMP.
       01  WS-BEST-EFFECT-DATE     PIC 9(08).
       01  WS-CHECK-FREQ           PIC 9(02).
       01  WS-CHECK-CURRENCY       PIC X(03).

       LINKAGE SECTION.
       COPY PRODRQ.

       PROCEDURE DIVISION USING PRODUCT-REQUEST.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF NOT TABLES-ARE-LOADED
               PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
           END-IF.

           MOVE 'N'     TO PQ-FOUND-SW.
           MOVE 'N'     TO PQ-RESULT-SW.
           MOVE SPACES  TO PQ-REASON.
           MOVE PQ-RATE TO PQ-RATE-USED.

           MOVE ZERO TO WS-PROD-SUB.
           IF PQ-PRODUCT-CODE NOT = SPACES
               PERFORM 2000-FIND-PRODUCT THRU 2000-EXIT
                   VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PROD-COUNT
                      OR PQ-PRODUCT-WAS-FOUND
           END-IF.

           IF PQ-CHECK-FEE
               PERFORM 4000-CHECK-FEE THRU 4000-EXIT
           ELSE
               PERFORM 3000-VALIDATE-TERMS THRU 3000-EXIT
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-TABLES - A MISSING PRODUCT MASTER LEAVES NO
      * PRODUCTS, SO EVERY ACCOUNT IS REPORTED AS OFF THE MASTER.  A
      * MASTER LONGER THAN ITS TABLE STOPS THE RUN RATHER THAN JUDGE
      * AN ACCOUNT AGAINST A PRODUCT THAT FELL OFF THE END.
      *----------------------------------------------------------------
       1000-LOAD-TABLES.
           SET TABLES-ARE-LOADED TO TRUE.

           OPEN INPUT PRODUCT-MASTER.
           IF NOT PROD-FILE-NOT-FOUND
               PERFORM 1100-LOAD-ONE-PRODUCT THRU 1100-EXIT
                   UNTIL END-OF-PRODUCT-MASTER
               CLOSE PRODUCT-MASTER
           END-IF.

           OPEN INPUT RATE-MASTER.
           IF NOT RATE-FILE-NOT-FOUND
               PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
                   UNTIL END-OF-RATE-MASTER
               CLOSE RATE-MASTER
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-PRODUCT
      *----------------------------------------------------------------
       1100-LOAD-ONE-PRODUCT.
           READ PRODUCT-MASTER
               AT END
                   MOVE 'Y' TO WS-PROD-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-PROD-COUNT >= WS-PROD-MAX
               DISPLAY "RUN REFUSED - PRODUCT MASTER EXCEEDS "
                       WS-PROD-MAX " PRODUCTS - RAISE THE LIMIT AND "
                       "RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PROD-COUNT.
           MOVE PM-PRODUCT-CODE TO PT-PRODUCT-CODE(WS-PROD-COUNT).
           MOVE PM-STATUS       TO PT-STATUS(WS-PROD-COUNT).
           MOVE PM-RATE-MIN     TO PT-RATE-MIN(WS-PROD-COUNT).
           MOVE PM-RATE-MAX     TO PT-RATE-MAX(WS-PROD-COUNT).
           MOVE PM-TERM-MIN     TO PT-TERM-MIN(WS-PROD-COUNT).
           MOVE PM-TERM-MAX     TO PT-TERM-MAX(WS-PROD-COUNT).
           MOVE PM-DEFAULT-RATE-CODE
                                TO PT-DEFAULT-RATE-CODE(WS-PROD-COUNT).
           PERFORM 1150-KEEP-ONE-SLOT THRU 1150-EXIT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 8.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-KEEP-ONE-SLOT - THE FREQUENCY AND CURRENCY LISTS HOLD
      * FOUR SLOTS, THE FEE LIST EIGHT.
      *----------------------------------------------------------------
       1150-KEEP-ONE-SLOT.
           IF WS-SLOT <= 4
               MOVE PM-FREQ(WS-SLOT)
                   TO PT-FREQ(WS-PROD-COUNT, WS-SLOT)
               MOVE PM-CURRENCY(WS-SLOT)
                   TO PT-CURRENCY(WS-PROD-COUNT, WS-SLOT)
           END-IF.
           MOVE PM-FEE-CODE(WS-SLOT)
               TO PT-FEE-CODE(WS-PROD-COUNT, WS-SLOT).
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-RATE
      *----------------------------------------------------------------
       1200-LOAD-ONE-RATE.
           READ RATE-MASTER
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF WS-RATE-COUNT >= WS-RATE-MAX
               DISPLAY "RUN REFUSED - RATE MASTER EXCEEDS "
                       WS-RATE-MAX " ROWS - RAISE THE LIMIT AND "
                       "RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-RATE-COUNT.
           MOVE RM-RATE-CODE   TO RT-RATE-CODE(WS-RATE-COUNT).
           MOVE RM-RATE        TO RT-RATE(WS-RATE-COUNT).
           MOVE RM-EFFECT-DATE TO RT-EFFECT-DATE(WS-RATE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-FIND-PRODUCT
      *----------------------------------------------------------------
       2000-FIND-PRODUCT.
           IF PT-PRODUCT-CODE(PT-IDX) = PQ-PRODUCT-CODE
               SET WS-PROD-SUB TO PT-IDX
               MOVE 'Y' TO PQ-FOUND-SW
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-VALIDATE-TERMS - THE RULES ARE TAKEN IN A FIXED ORDER
      * AND THE FIRST ONE BROKEN IS THE REASON RETURNED.  A ZERO
      * FREQUENCY IS ANNUAL AND A BLANK CURRENCY IS USD, AS EVERY
      * INTEREST AND CURRENCY PROGRAM READS THEM.
      *----------------------------------------------------------------
       3000-VALIDATE-TERMS.
           IF PQ-PRODUCT-CODE = SPACES
               MOVE "PRODUCT CODE MISSING" TO PQ-REASON
               GO TO 3000-EXIT
           END-IF.
           IF NOT PQ-PRODUCT-WAS-FOUND
               MOVE "PRODUCT CODE NOT ON PRODUCT MASTER"
                   TO PQ-REASON
               GO TO 3000-EXIT
           END-IF.
           IF PQ-IS-NEW-BUSINESS
              AND PT-STATUS(WS-PROD-SUB) = 'C'
               MOVE "PRODUCT CLOSED TO NEW BUSINESS" TO PQ-REASON
               GO TO 3000-EXIT
           END-IF.

           IF PQ-IS-NEW-BUSINESS
              AND PQ-RATE-CODE = SPACES
              AND PQ-RATE = ZERO
               MOVE PT-DEFAULT-RATE-CODE(WS-PROD-SUB) TO PQ-RATE-CODE
           END-IF.
           PERFORM 3500-SET-RATE-USED THRU 3500-EXIT.
           IF PQ-RATE-USED < PT-RATE-MIN(WS-PROD-SUB)
              OR PQ-RATE-USED > PT-RATE-MAX(WS-PROD-SUB)
               MOVE "RATE OUTSIDE PRODUCT BAND" TO PQ-REASON
               GO TO 3000-EXIT
           END-IF.

           IF PQ-YEARS < PT-TERM-MIN(WS-PROD-SUB)
              OR PQ-YEARS > PT-TERM-MAX(WS-PROD-SUB)
               MOVE "TERM OUTSIDE PRODUCT RANGE" TO PQ-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE PQ-COMP-FREQ TO WS-CHECK-FREQ.
           IF WS-CHECK-FREQ = ZERO
               MOVE 1 TO WS-CHECK-FREQ
           END-IF.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM 3100-MATCH-FREQ THRU 3100-EXIT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 4 OR SLOT-WAS-FOUND.
           IF NOT SLOT-WAS-FOUND
               MOVE "FREQUENCY NOT PERMITTED FOR PRODUCT"
                   TO PQ-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE PQ-CURRENCY-CODE TO WS-CHECK-CURRENCY.
           IF WS-CHECK-CURRENCY = SPACES
               MOVE "USD" TO WS-CHECK-CURRENCY
           END-IF.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM 3200-MATCH-CURRENCY THRU 3200-EXIT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 4 OR SLOT-WAS-FOUND.
           IF NOT SLOT-WAS-FOUND
               MOVE "CURRENCY NOT PERMITTED FOR PRODUCT"
                   TO PQ-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE 'Y' TO PQ-RESULT-SW.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-MATCH-FREQ
      *----------------------------------------------------------------
       3100-MATCH-FREQ.
           IF PT-FREQ(WS-PROD-SUB, WS-SLOT) = WS-CHECK-FREQ
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-MATCH-CURRENCY
      *----------------------------------------------------------------
       3200-MATCH-CURRENCY.
           IF PT-CURRENCY(WS-PROD-SUB, WS-SLOT) = WS-CHECK-CURRENCY
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-SET-RATE-USED - THE LATEST RATE-MASTER ROW FOR THE CODE
      * NOT DATED AFTER THE AS-OF DATE, AS TIL-DISCLOSURE PRICES IT;
      * THE CARRIED RATE WHEN THERE IS NO CODE OR NO SUCH ROW.
      *----------------------------------------------------------------
       3500-SET-RATE-USED.
           MOVE PQ-RATE TO PQ-RATE-USED.
           IF PQ-RATE-CODE = SPACES
               GO TO 3500-EXIT
           END-IF.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE.
           PERFORM 3550-SEARCH-RATE THRU 3550-EXIT
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RATE-COUNT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3550-SEARCH-RATE
      *----------------------------------------------------------------
       3550-SEARCH-RATE.
           IF RT-RATE-CODE(RT-IDX) = PQ-RATE-CODE
              AND RT-EFFECT-DATE(RT-IDX) <= PQ-AS-OF-DATE
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RT-EFFECT-DATE(RT-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RT-RATE(RT-IDX)        TO PQ-RATE-USED
               MOVE RT-EFFECT-DATE(RT-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CHECK-FEE - AN ACCOUNT WITH NO PRODUCT, OR ONE OFF THE
      * MASTER, KEEPS EVERY FEE; OTHERWISE ONLY THE FEES LISTED ON
      * ITS PRODUCT APPLY.
      *----------------------------------------------------------------
       4000-CHECK-FEE.
           IF NOT PQ-PRODUCT-WAS-FOUND
               MOVE 'Y' TO PQ-RESULT-SW
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM 4100-MATCH-FEE THRU 4100-EXIT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 8 OR SLOT-WAS-FOUND.
           IF SLOT-WAS-FOUND
               MOVE 'Y' TO PQ-RESULT-SW
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-MATCH-FEE
      *----------------------------------------------------------------
       4100-MATCH-FEE.
           IF PQ-FEE-CODE NOT = SPACES
              AND PT-FEE-CODE(WS-PROD-SUB, WS-SLOT) = PQ-FEE-CODE
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF.
       4100-EXIT.
           EXIT.
