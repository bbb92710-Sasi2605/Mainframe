       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-CHECK.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ONE PLACE THAT OWNS THE
      *                 LEGAL-STATUS HOLD FILE, THE WAY PREPAY-PENALTY
      *                 OWNS THE PENALTY SCHEDULE, SO BILLING, AUTOPAY,
      *                 FEE ASSESSMENT, THE COLLECTIONS WORKLIST AND
      *                 THE AGING RUN'S WORKQUEUE SEEDING ALL STOP
      *                 DUNNING THE SAME ACCOUNTS.  THE CALLER PASSES
      *                 THE ACCOUNT AND BUSINESS DATE AND GETS BACK
      *                 WHETHER A BANKRUPTCY, DECEASED OR LITIGATION
      *                 HOLD IS IN FORCE ON IT - DIRECTLY, OR THROUGH
      *                 A HOLD ON A CUSTOMER LINKED TO IT ON CUSTREL.
      *                 BOTH FILES ARE LOADED ON THE FIRST CALL ONLY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLDS     ASSIGN TO LEGHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CUST-RELATIONS  ASSIGN TO CUSTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLDS
           RECORDING MODE IS F.
       COPY LEGHOLD.

       FD  CUST-RELATIONS
           RECORDING MODE IS F.
       COPY CUSTREL.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-FILE-STATUS     PIC X(02).
           88 HOLD-FILE-NOT-FOUND          VALUE '35'.
       01  WS-REL-FILE-STATUS      PIC X(02).
           88 REL-FILE-NOT-FOUND           VALUE '35'.

       01  WS-SWITCHES.
           05 WS-LOADED-SW         PIC X(01) VALUE 'N'.
              88 TABLES-ARE-LOADED          VALUE 'Y'.
           05 WS-HOLD-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HOLDS               VALUE 'Y'.
           05 WS-REL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RELATIONS           VALUE 'Y'.
           05 WS-CUST-HOLD-SW      PIC X(01) VALUE 'N'.
              88 A-CUSTOMER-IS-HELD         VALUE 'Y'.

      *----------------------------------------------------------------
      * HOLD TABLE - THE HOLDS IN FORCE ON THE BUSINESS DATE OF THE
      * FIRST CALL, KEPT FOR THE REST OF THE CALLER'S RUN.
      *----------------------------------------------------------------
       01  WS-HOLD-MAX             PIC 9(05) VALUE 5000.
       01  WS-HOLD-COUNT           PIC 9(05) VALUE 0.
       01  HOLD-TABLE.
           05 HT-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-HOLD-COUNT
                 INDEXED BY HT-IDX.
              10 HT-KEY-TYPE        PIC X(01).
              10 HT-KEY-NO          PIC X(06).
              10 HT-HOLD-TYPE       PIC X(01).
              10 HT-FILING-DATE     PIC 9(08).
              10 HT-CASE-REF        PIC X(20).

      *----------------------------------------------------------------
      * LINK TABLE - EACH ACCOUNT A HELD CUSTOMER IS LINKED TO ON
      * CUSTREL, WITH THE HOLD TABLE ENTRY THAT COVERS IT.
      *----------------------------------------------------------------
       01  WS-LINK-MAX             PIC 9(05) VALUE 10000.
       01  WS-LINK-COUNT           PIC 9(05) VALUE 0.
       01  HOLD-LINK-TABLE.
           05 HL-ENTRY OCCURS 0 TO 10000 TIMES
                 DEPENDING ON WS-LINK-COUNT
                 INDEXED BY HL-IDX.
              10 HL-ACCT-NO         PIC X(06).
              10 HL-HOLD-SUB        PIC 9(05) COMP.

       01  WS-HOLD-SUB             PIC 9(05) COMP.
       01  WS-SEARCH-TYPE          PIC X(01).
       01  WS-SEARCH-KEY           PIC X(06).

       LINKAGE SECTION.
       COPY LHOLDRQ.

       PROCEDURE DIVISION USING LEGAL-HOLD-REQUEST.
      *----------------------------------------------------------------
      * 0000-MAINLINE - THE ACCOUNT'S OWN HOLD FIRST, THEN A HOLD ON
      * THE CUSTOMER OF THE SAME NUMBER, THEN A HOLD ON ANY CUSTOMER
      * LINKED TO THE ACCOUNT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF NOT TABLES-ARE-LOADED
               PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
           END-IF.

           MOVE 'N'    TO LQ-HOLD-SW.
           MOVE SPACE  TO LQ-HOLD-TYPE.
           MOVE ZERO   TO LQ-FILING-DATE.
           MOVE SPACES TO LQ-CASE-REF.

           MOVE 'A'        TO WS-SEARCH-TYPE.
           MOVE LQ-ACCT-NO TO WS-SEARCH-KEY.
           PERFORM 2000-FIND-HOLD THRU 2000-EXIT.
           IF LQ-ACCOUNT-IS-HELD
               GOBACK
           END-IF.

           IF NOT A-CUSTOMER-IS-HELD
               GOBACK
           END-IF.

           MOVE 'C' TO WS-SEARCH-TYPE.
           PERFORM 2000-FIND-HOLD THRU 2000-EXIT.
           IF LQ-ACCOUNT-IS-HELD
               GOBACK
           END-IF.

           PERFORM 2200-CHECK-ONE-LINK THRU 2200-EXIT
               VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > WS-LINK-COUNT
                  OR LQ-ACCOUNT-IS-HELD.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-TABLES - A MISSING HOLD FILE HOLDS NOTHING, AND A
      * MISSING CUSTREL LEAVES A CUSTOMER HOLD COVERING ONLY THE
      * ACCOUNT OF THE SAME NUMBER.  A FILE LONGER THAN ITS TABLE
      * STOPS THE RUN RATHER THAN DUN A BORROWER WHOSE HOLD FELL OFF
      * THE END.
      *----------------------------------------------------------------
       1000-LOAD-TABLES.
           SET TABLES-ARE-LOADED TO TRUE.

           OPEN INPUT LEGAL-HOLDS.
           IF HOLD-FILE-NOT-FOUND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-HOLD THRU 1100-EXIT
               UNTIL END-OF-HOLDS.
           CLOSE LEGAL-HOLDS.

           IF NOT A-CUSTOMER-IS-HELD
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT CUST-RELATIONS.
           IF NOT REL-FILE-NOT-FOUND
               PERFORM 1200-LOAD-ONE-LINK THRU 1200-EXIT
                   UNTIL END-OF-RELATIONS
               CLOSE CUST-RELATIONS
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-HOLD - ONLY A HOLD STILL IN FORCE ON THE
      * BUSINESS DATE IS KEPT.
      *----------------------------------------------------------------
       1100-LOAD-ONE-HOLD.
           READ LEGAL-HOLDS
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF LG-RELEASE-DATE NOT = ZERO
              AND LG-RELEASE-DATE <= LQ-BUS-DATE
               GO TO 1100-EXIT
           END-IF.

           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               DISPLAY "RUN REFUSED - LEGAL HOLD FILE EXCEEDS "
                       WS-HOLD-MAX " HOLDS IN FORCE - RAISE THE "
                       "LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-HOLD-COUNT.
           MOVE LG-KEY-TYPE    TO HT-KEY-TYPE(WS-HOLD-COUNT).
           MOVE LG-KEY-NO      TO HT-KEY-NO(WS-HOLD-COUNT).
           MOVE LG-HOLD-TYPE   TO HT-HOLD-TYPE(WS-HOLD-COUNT).
           MOVE LG-FILING-DATE TO HT-FILING-DATE(WS-HOLD-COUNT).
           MOVE LG-CASE-REF    TO HT-CASE-REF(WS-HOLD-COUNT).
           IF LG-KEY-IS-CUSTOMER
               MOVE 'Y' TO WS-CUST-HOLD-SW
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-LINK - A LINK IS KEPT ONLY WHEN ITS CUSTOMER IS
      * HELD.
      *----------------------------------------------------------------
       1200-LOAD-ONE-LINK.
           READ CUST-RELATIONS
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           MOVE 'C'        TO WS-SEARCH-TYPE.
           MOVE RL-CUST-NO TO WS-SEARCH-KEY.
           MOVE ZERO       TO WS-HOLD-SUB.
           PERFORM 2100-MATCH-ONE-HOLD THRU 2100-EXIT
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > WS-HOLD-COUNT
                  OR WS-HOLD-SUB NOT = ZERO.
           IF WS-HOLD-SUB = ZERO
               GO TO 1200-EXIT
           END-IF.

           IF WS-LINK-COUNT >= WS-LINK-MAX
               DISPLAY "RUN REFUSED - HELD CUSTOMER LINKS EXCEED "
                       WS-LINK-MAX " - RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-LINK-COUNT.
           MOVE RL-ACCT-NO  TO HL-ACCT-NO(WS-LINK-COUNT).
           MOVE WS-HOLD-SUB TO HL-HOLD-SUB(WS-LINK-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-FIND-HOLD - LOOKS FOR A HOLD OF WS-SEARCH-TYPE ON
      * WS-SEARCH-KEY AND RETURNS IT WHEN FOUND.
      *----------------------------------------------------------------
       2000-FIND-HOLD.
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM 2100-MATCH-ONE-HOLD THRU 2100-EXIT
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > WS-HOLD-COUNT
                  OR WS-HOLD-SUB NOT = ZERO.
           IF WS-HOLD-SUB NOT = ZERO
               PERFORM 2500-RETURN-HOLD THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-MATCH-ONE-HOLD
      *----------------------------------------------------------------
       2100-MATCH-ONE-HOLD.
           IF HT-KEY-TYPE(HT-IDX) = WS-SEARCH-TYPE
              AND HT-KEY-NO(HT-IDX) = WS-SEARCH-KEY
               SET WS-HOLD-SUB TO HT-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-ONE-LINK
      *----------------------------------------------------------------
       2200-CHECK-ONE-LINK.
           IF HL-ACCT-NO(HL-IDX) = LQ-ACCT-NO
               MOVE HL-HOLD-SUB(HL-IDX) TO WS-HOLD-SUB
               PERFORM 2500-RETURN-HOLD THRU 2500-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-RETURN-HOLD
      *----------------------------------------------------------------
       2500-RETURN-HOLD.
           MOVE 'Y'                         TO LQ-HOLD-SW.
           MOVE HT-HOLD-TYPE(WS-HOLD-SUB)   TO LQ-HOLD-TYPE.
           MOVE HT-FILING-DATE(WS-HOLD-SUB) TO LQ-FILING-DATE.
           MOVE HT-CASE-REF(WS-HOLD-SUB)    TO LQ-CASE-REF.
       2500-EXIT.
           EXIT.
