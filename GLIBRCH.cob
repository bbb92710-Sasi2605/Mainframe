       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-INTER-BRANCH.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  INTER-BRANCH SETTLEMENT OF THE
      *                 NIGHT'S GL EXTRACT.  EVERY POSTING NOW CARRIES
      *                 ITS BRANCH, AND A TRANSACTION THAT TOUCHES TWO
      *                 BRANCHES - A PAYMENT TAKEN AT ONE BRANCH FOR
      *                 ANOTHER BRANCH'S LOAN, OR CASH RECEIVED
      *                 CENTRALLY - LEAVES EACH OF THEM OUT OF BALANCE
      *                 ON ITS OWN.  THE EXTRACT IS NETTED BY BRANCH,
      *                 CURRENCY AND PERIOD, AND EVERY BRANCH LEFT
      *                 WITH A NET IS SETTLED AGAINST HEAD OFFICE: A
      *                 BRANCH LEFT IN DEBIT OWES HEAD OFFICE (CREDIT
      *                 DUE-TO ON THE BRANCH, DEBIT DUE-FROM AT HEAD
      *                 OFFICE) AND A BRANCH LEFT IN CREDIT IS OWED
      *                 BY IT (THE REVERSE).  THE PAIRS ARE APPENDED
      *                 TO CIGLPOST SO EVERY BRANCH, HEAD OFFICE
      *                 INCLUDED, BALANCES ON ITS OWN BEFORE THE
      *                 RECAP PROVES THE EXTRACT.  A SETTLEMENT LINE
      *                 ALREADY ON THE EXTRACT IS NETTED LIKE ANY
      *                 OTHER, SO A RERUN POSTS NOTHING TWICE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT SETTLE-REPORT   ASSIGN TO GLIBRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  SETTLE-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

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
           05 WS-GL-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-EXTRACT             VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.

      *----------------------------------------------------------------
      * BRANCH NET TABLE - THE NIGHT'S EXTRACT NETTED (DEBITS LESS
      * CREDITS) BY BRANCH, CURRENCY AND PERIOD, IN TRANSACTION AND
      * BASE-CURRENCY TERMS.  HEAD OFFICE IS THE SPACES BRANCH.
      *----------------------------------------------------------------
       01  WS-NET-TABLE-COUNT      PIC 9(05) VALUE 0.
       01  WS-NET-TABLE-MAX        PIC 9(05) VALUE 2000.
       01  BRANCH-NET-TABLE.
           05 BN-ENTRY OCCURS 2000 TIMES.
              10 BN-BRANCH         PIC X(04).
              10 BN-CURRENCY       PIC X(03).
              10 BN-PERIOD         PIC 9(06).
              10 BN-NET            PIC S9(13)V99.
              10 BN-BASE-NET       PIC S9(13)V99.
       01  WS-NET-SUB              PIC 9(05) COMP.
       01  WS-SEARCH-BRANCH        PIC X(04).
       01  WS-SEARCH-CURRENCY      PIC X(03).
       01  WS-SEARCH-PERIOD        PIC 9(06).

      *----------------------------------------------------------------
      * INTER-BRANCH ACCOUNTS.  DUE-FROM IS WHAT ANOTHER OFFICE OWES
      * THE BRANCH (AN ASSET); DUE-TO IS WHAT THE BRANCH OWES ANOTHER
      * OFFICE (A LIABILITY).  BANK-WIDE THE TWO NET TO ZERO.
      *----------------------------------------------------------------
       01  WS-GL-CODES.
           05 WS-GL-DUE-FROM       PIC X(10) VALUE "1900-IBDFR".
           05 WS-GL-DUE-TO         PIC X(10) VALUE "2900-IBDTO".

      *----------------------------------------------------------------
      * SETTLEMENT WORK FIGURES.  A PAIR IS POSTED IN ONE DIRECTION,
      * SO A NET WHOSE TRANSACTION AND BASE FIGURES LEAN OPPOSITE
      * WAYS (TWO RATES FOR ONE CURRENCY IN A NIGHT) IS SETTLED AS
      * TWO PAIRS - ONE CARRYING THE AMOUNT, ONE THE BASE.
      *----------------------------------------------------------------
       01  WS-POST-NET             PIC S9(13)V99.
       01  WS-POST-BASE-NET        PIC S9(13)V99.
       01  WS-POST-DIRECTION       PIC X(01).
           88 BRANCH-OWES-HEAD-OFFICE      VALUE 'T'.
           88 HEAD-OFFICE-OWES-BRANCH      VALUE 'F'.
       01  WS-BRANCH-NARRATIVE.
           05 FILLER               PIC X(13) VALUE "INTER-BRANCH ".
           05 WS-BN-BRANCH         PIC X(04).
           05 FILLER               PIC X(03) VALUE SPACES.
       01  WS-TOTAL-BASE-NET       PIC S9(13)V99 VALUE 0.
       01  WS-SETTLED-BASE         PIC S9(13)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-RECS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-RECS-NETTED       PIC 9(7) COMP VALUE 0.
           05 WS-PAIRS-POSTED      PIC 9(7) COMP VALUE 0.
           05 WS-BRANCHES-SETTLED  PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "GLIBRN".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "INTER-BRANCH SETTLEMENT".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(06) VALUE "BRANCH".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "CUR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE "PERIOD".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "      NET AMOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "        NET BASE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE "SETTLEMENT".

       01  REPORT-DETAIL.
           05 RD-BRANCH             PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-PERIOD             PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-NET                PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-BASE-NET           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-ACTION             PIC X(20).

       01  REPORT-TOTAL-LINE.
           05 TL-LABEL              PIC X(30).
           05 TL-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TL-MSG                PIC X(20).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "GLIBRN  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-NET-ONE-REC     THRU 2000-EXIT
               UNTIL END-OF-EXTRACT.
           PERFORM 3000-SETTLE-BRANCHES THRU 3000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-RECS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE EXTRACT IS READ THROUGH HERE AND
      * REOPENED FOR APPEND ONCE IT HAS BEEN NETTED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT SETTLE-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-GL-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
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
      * 2000-NET-ONE-REC - THE EXTRACT LINE ROLLS INTO ITS BRANCH,
      * CURRENCY AND PERIOD SLOT.  A FULL TABLE STOPS THE NETTING -
      * NOTHING IS APPENDED FROM A PARTIAL PICTURE.
      *----------------------------------------------------------------
       2000-NET-ONE-REC.
           MOVE GL-BRANCH   TO WS-SEARCH-BRANCH.
           MOVE GL-CURRENCY TO WS-SEARCH-CURRENCY.
           MOVE GL-PERIOD   TO WS-SEARCH-PERIOD.
           PERFORM 2100-FIND-OR-ADD-SLOT THRU 2100-EXIT.
           IF WS-NET-SUB = ZERO
               DISPLAY "BRANCH NET TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-GL-EOF-SW
               GO TO 2000-EXIT
           END-IF.

           IF GL-IS-DEBIT
               ADD GL-AMOUNT      TO BN-NET(WS-NET-SUB)
               ADD GL-BASE-AMOUNT TO BN-BASE-NET(WS-NET-SUB)
               ADD GL-BASE-AMOUNT TO WS-TOTAL-BASE-NET
           ELSE
               SUBTRACT GL-AMOUNT      FROM BN-NET(WS-NET-SUB)
               SUBTRACT GL-BASE-AMOUNT FROM BN-BASE-NET(WS-NET-SUB)
               SUBTRACT GL-BASE-AMOUNT FROM WS-TOTAL-BASE-NET
           END-IF.
           ADD 1 TO WS-RECS-NETTED.

           PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIND-OR-ADD-SLOT
      *----------------------------------------------------------------
       2100-FIND-OR-ADD-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-NET-SUB.
           PERFORM 2150-CHECK-ONE-SLOT THRU 2150-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-NET-SUB > WS-NET-TABLE-COUNT.

           IF A-SLOT-WAS-FOUND
               GO TO 2100-EXIT
           END-IF.

           IF WS-NET-TABLE-COUNT >= WS-NET-TABLE-MAX
               MOVE ZERO TO WS-NET-SUB
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-NET-TABLE-COUNT.
           MOVE WS-NET-TABLE-COUNT TO WS-NET-SUB.
           MOVE WS-SEARCH-BRANCH   TO BN-BRANCH(WS-NET-SUB).
           MOVE WS-SEARCH-CURRENCY TO BN-CURRENCY(WS-NET-SUB).
           MOVE WS-SEARCH-PERIOD   TO BN-PERIOD(WS-NET-SUB).
           MOVE ZERO TO BN-NET(WS-NET-SUB).
           MOVE ZERO TO BN-BASE-NET(WS-NET-SUB).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-CHECK-ONE-SLOT
      *----------------------------------------------------------------
       2150-CHECK-ONE-SLOT.
           IF BN-BRANCH(WS-NET-SUB) = WS-SEARCH-BRANCH
              AND BN-CURRENCY(WS-NET-SUB) = WS-SEARCH-CURRENCY
              AND BN-PERIOD(WS-NET-SUB) = WS-SEARCH-PERIOD
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-NET-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SETTLE-BRANCHES - ONE REPORT LINE PER SLOT AND A
      * SETTLEMENT FOR EVERY BRANCH SLOT LEFT WITH A NET.  HEAD
      * OFFICE IS NEVER SETTLED AGAINST ITSELF - ITS OWN NET IS
      * CLEARED BY THE HEAD-OFFICE SIDES OF THE BRANCHES' PAIRS.
      *----------------------------------------------------------------
       3000-SETTLE-BRANCHES.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "TABLE LIMIT HIT - NO SETTLEMENT POSTED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           IF NOT GL-FILE-NOT-FOUND
               CLOSE GL-EXTRACT
           END-IF.
           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           PERFORM 3100-SETTLE-ONE-SLOT THRU 3100-EXIT
               VARYING WS-NET-SUB FROM 1 BY 1
               UNTIL WS-NET-SUB > WS-NET-TABLE-COUNT.

           CLOSE GL-EXTRACT.

           MOVE "BASE SETTLED WITH HEAD OFFICE" TO TL-LABEL.
           MOVE WS-SETTLED-BASE TO TL-AMOUNT.
           MOVE SPACES TO TL-MSG.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

      *    THE EXTRACT IS BUILT OF BALANCED PAIRS, SO ITS BASE NET IS
      *    ZERO; ONE THAT IS NOT IS FLAGGED HERE AHEAD OF THE RECAP.
           MOVE "EXTRACT BASE NET" TO TL-LABEL.
           MOVE WS-TOTAL-BASE-NET TO TL-AMOUNT.
           IF WS-TOTAL-BASE-NET = ZERO
               MOVE "NETS TO ZERO" TO TL-MSG
           ELSE
               MOVE "DOES NOT NET" TO TL-MSG
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-SETTLE-ONE-SLOT
      *----------------------------------------------------------------
       3100-SETTLE-ONE-SLOT.
           MOVE BN-BRANCH(WS-NET-SUB)   TO RD-BRANCH.
           IF BN-BRANCH(WS-NET-SUB) = SPACES
               MOVE "HO  " TO RD-BRANCH
           END-IF.
           MOVE BN-CURRENCY(WS-NET-SUB) TO RD-CURRENCY.
           MOVE BN-PERIOD(WS-NET-SUB)   TO RD-PERIOD.
           MOVE BN-NET(WS-NET-SUB)      TO RD-NET.
           MOVE BN-BASE-NET(WS-NET-SUB) TO RD-BASE-NET.

           EVALUATE TRUE
               WHEN BN-BRANCH(WS-NET-SUB) = SPACES
                   MOVE "HEAD OFFICE" TO RD-ACTION
               WHEN BN-NET(WS-NET-SUB) = ZERO
                AND BN-BASE-NET(WS-NET-SUB) = ZERO
                   MOVE "IN BALANCE" TO RD-ACTION
               WHEN BN-BASE-NET(WS-NET-SUB) > ZERO
               WHEN BN-BASE-NET(WS-NET-SUB) = ZERO
                AND BN-NET(WS-NET-SUB) > ZERO
                   MOVE "DUE TO HEAD OFFICE" TO RD-ACTION
               WHEN OTHER
                   MOVE "DUE FROM HEAD OFFICE" TO RD-ACTION
           END-EVALUATE.
           WRITE REPORT-LINE FROM REPORT-DETAIL.

           IF BN-BRANCH(WS-NET-SUB) = SPACES
               GO TO 3100-EXIT
           END-IF.
           IF BN-NET(WS-NET-SUB) = ZERO
              AND BN-BASE-NET(WS-NET-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-BRANCHES-SETTLED.
           IF (BN-NET(WS-NET-SUB) > ZERO
                AND BN-BASE-NET(WS-NET-SUB) < ZERO)
              OR (BN-NET(WS-NET-SUB) < ZERO
                AND BN-BASE-NET(WS-NET-SUB) > ZERO)
               MOVE BN-NET(WS-NET-SUB) TO WS-POST-NET
               MOVE ZERO               TO WS-POST-BASE-NET
               PERFORM 4000-POST-SETTLEMENT THRU 4000-EXIT
               MOVE ZERO                    TO WS-POST-NET
               MOVE BN-BASE-NET(WS-NET-SUB) TO WS-POST-BASE-NET
               PERFORM 4000-POST-SETTLEMENT THRU 4000-EXIT
           ELSE
               MOVE BN-NET(WS-NET-SUB)      TO WS-POST-NET
               MOVE BN-BASE-NET(WS-NET-SUB) TO WS-POST-BASE-NET
               PERFORM 4000-POST-SETTLEMENT THRU 4000-EXIT
           END-IF.
           ADD BN-BASE-NET(WS-NET-SUB) TO WS-SETTLED-BASE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-POST-SETTLEMENT - TWO PAIRS, ONE ON EACH SIDE OF THE
      * SETTLEMENT, EACH BALANCED WITHIN ITS OWN OFFICE.  A BRANCH
      * IN DEBIT: THE BRANCH CREDITS DUE-TO AND HEAD OFFICE DEBITS
      * DUE-FROM.  A BRANCH IN CREDIT: THE BRANCH DEBITS DUE-FROM
      * AND HEAD OFFICE CREDITS DUE-TO.  EACH LINE'S OFFSET IS THE
      * NET ALREADY SITTING IN THAT OFFICE'S OWN POSTINGS.
      *----------------------------------------------------------------
       4000-POST-SETTLEMENT.
           IF WS-POST-BASE-NET > ZERO
              OR (WS-POST-BASE-NET = ZERO AND WS-POST-NET > ZERO)
               SET BRANCH-OWES-HEAD-OFFICE TO TRUE
           ELSE
               SET HEAD-OFFICE-OWES-BRANCH TO TRUE
           END-IF.
           IF WS-POST-NET < ZERO
               COMPUTE WS-POST-NET = ZERO - WS-POST-NET
           END-IF.
           IF WS-POST-BASE-NET < ZERO
               COMPUTE WS-POST-BASE-NET = ZERO - WS-POST-BASE-NET
           END-IF.

           MOVE BN-BRANCH(WS-NET-SUB) TO WS-BN-BRANCH.
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE SPACES                  TO GL-ACCT-NO.
           MOVE BN-PERIOD(WS-NET-SUB)   TO GL-PERIOD.
           MOVE BN-CURRENCY(WS-NET-SUB) TO GL-CURRENCY.
           MOVE WS-BRANCH-NARRATIVE     TO GL-NARRATIVE.
           MOVE WS-POST-NET             TO GL-AMOUNT.
           MOVE WS-POST-BASE-NET        TO GL-BASE-AMOUNT.

           MOVE BN-BRANCH(WS-NET-SUB)   TO GL-BRANCH.
           IF BRANCH-OWES-HEAD-OFFICE
               MOVE WS-GL-DUE-TO   TO GL-GL-ACCOUNT
               SET GL-IS-CREDIT    TO TRUE
           ELSE
               MOVE WS-GL-DUE-FROM TO GL-GL-ACCOUNT
               SET GL-IS-DEBIT     TO TRUE
           END-IF.
           WRITE GL-EXTRACT-REC.

           MOVE SPACES                  TO GL-BRANCH.
           IF BRANCH-OWES-HEAD-OFFICE
               MOVE WS-GL-DUE-FROM TO GL-GL-ACCOUNT
               SET GL-IS-DEBIT     TO TRUE
           ELSE
               MOVE WS-GL-DUE-TO   TO GL-GL-ACCOUNT
               SET GL-IS-CREDIT    TO TRUE
           END-IF.
           WRITE GL-EXTRACT-REC.
           ADD 1 TO WS-PAIRS-POSTED.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-EXTRACT
      *----------------------------------------------------------------
       8000-READ-EXTRACT.
           READ GL-EXTRACT
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.
           IF THE-LOAD-OVERFLOWED
               CLOSE GL-EXTRACT
           END-IF.
           CLOSE SETTLE-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES EXTRACT RECORDS READ
      * AGAINST RECORDS NETTED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-RECS-READ   TO CT-RECORDS-READ.
           MOVE WS-RECS-NETTED TO CT-RECORDS-PROCESSED.
           IF WS-RECS-READ = WS-RECS-NETTED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
