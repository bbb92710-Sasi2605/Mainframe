       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOC-UTILIZATION.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  LINE-UTILIZATION REPORT OVER
      *                 THE LINE-OF-CREDIT MASTER.  EACH LINE ON AN
      *                 ACTIVE LOAN IS LISTED WHEN IT IS OVER LIMIT
      *                 (OUTSTANDING ABOVE THE LIMIT, E.G. AFTER A
      *                 LIMIT CUT), FULLY DRAWN (NO CREDIT LEFT), OR
      *                 UNUSED - NO DRAW, OR NO DRAW SINCE IT OPENED,
      *                 IN THE LOCUCTL NUMBER OF MONTHS (6 WHEN THE
      *                 CARD IS MISSING).  A LINE MEETING MORE THAN
      *                 ONE TEST IS LISTED ONCE UNDER THE FIRST.  THE
      *                 REPORT CLOSES WITH THE COUNT PER CONDITION AND
      *                 THE PORTFOLIO'S LIMIT, OUTSTANDING AND
      *                 UTILIZATION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-ACCOUNTS   ASSIGN TO LOCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LI-ACCT-NO
               FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT UTIL-CONTROL    ASSIGN TO LOCUCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT UTIL-REPORT     ASSIGN TO LOCUREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINE-ACCOUNTS.
       COPY LOCMSTR.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  UTIL-CONTROL
           RECORDING MODE IS F.
       01  UTIL-CONTROL-REC.
           05 UC-UNUSED-MONTHS     PIC 9(03).

       FD  UTIL-REPORT
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
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-LINES               VALUE 'Y'.
           05 WS-LOAN-FOUND-SW     PIC X(01).
              88 LOAN-ACCOUNT-WAS-FOUND     VALUE 'Y'.

       01  WS-LOC-FILE-STATUS      PIC X(02).
           88 LOC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.

       01  WS-UNUSED-MONTHS        PIC 9(03) VALUE 6.

      *----------------------------------------------------------------
      * CUTOFF - A LINE WHOSE LAST DRAW (OR OPEN DATE, WHEN IT HAS
      * NEVER BEEN DRAWN ON) FALLS BEFORE THIS YYYYMM IS UNUSED.
      *----------------------------------------------------------------
       01  WS-CUTOFF-YYYYMM        PIC 9(06).
       01  WS-CUT-YYYY             PIC S9(05) COMP.
       01  WS-CUT-MM               PIC S9(03) COMP.
       01  WS-CUT-YYYY-D           PIC 9(04).
       01  WS-CUT-MM-D             PIC 9(02).
       01  WS-LAST-ACTIVITY        PIC 9(08).
       01  WS-LAST-YYYYMM          PIC 9(06).

       01  WS-UTIL-PCT             PIC 9(5)V99.
       01  WS-TOTAL-LIMIT          PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-OUTSTANDING    PIC 9(13)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-LINES-READ        PIC 9(7) COMP VALUE 0.
           05 WS-LINES-LISTED      PIC 9(7) COMP VALUE 0.
           05 WS-LINES-NOT-LISTED  PIC 9(7) COMP VALUE 0.
           05 WS-LINES-INACTIVE    PIC 9(7) COMP VALUE 0.
           05 WS-LINES-OVER-LIMIT  PIC 9(7) COMP VALUE 0.
           05 WS-LINES-FULLY-DRAWN PIC 9(7) COMP VALUE 0.
           05 WS-LINES-UNUSED      PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "LOCUTL".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "LINE-OF-CREDIT UTILIZATION REPORT".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(08) VALUE "ACCT #".
           05 FILLER                PIC X(16) VALUE "   CREDIT LIMIT".
           05 FILLER                PIC X(16) VALUE "    OUTSTANDING".
           05 FILLER                PIC X(17) VALUE
              "      AVAILABLE".
           05 FILLER                PIC X(08) VALUE " UTIL%".
           05 FILLER                PIC X(10) VALUE "LAST DRAW".
           05 FILLER                PIC X(16) VALUE "CONDITION".

       01  REPORT-DETAIL.
           05 RD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-LIMIT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-OUTSTANDING        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-AVAILABLE          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RD-UTIL-PCT           PIC ZZZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-LAST-DRAW          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-CONDITION          PIC X(16).

       01  REPORT-COUNT-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RC-LABEL              PIC X(24).
           05 RC-COUNT              PIC ZZZ,ZZ9.

       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(14) VALUE "TOTAL LIMIT = ".
           05 RT-LIMIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(17) VALUE
              "  OUTSTANDING = ".
           05 RT-OUTSTANDING        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE "  UTIL% = ".
           05 RT-UTIL-PCT           PIC ZZZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "LOCUTL  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-REVIEW-LINE     THRU 2000-EXIT
               UNTIL END-OF-LINES.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-LINES-READ TO RQ-RECORD-COUNT
               MOVE WS-LINES-LISTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - A NIGHT WITH NO LINE MASTER YET PRINTS AN
      * EMPTY REPORT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  LOAN-MASTER
           OPEN OUTPUT UTIL-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           PERFORM 1020-READ-CONTROL-CARD THRU 1020-EXIT.
           PERFORM 1080-SET-CUTOFF THRU 1080-EXIT.

           OPEN INPUT LINE-ACCOUNTS.
           IF LOC-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-READ-CONTROL-CARD - THE UNUSED-LINE AGE IN MONTHS.
      *----------------------------------------------------------------
       1020-READ-CONTROL-CARD.
           OPEN INPUT UTIL-CONTROL.
           IF CTL-FILE-NOT-FOUND
               GO TO 1020-EXIT
           END-IF.

           READ UTIL-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF UC-UNUSED-MONTHS IS NUMERIC
                      AND UC-UNUSED-MONTHS > ZERO
                       MOVE UC-UNUSED-MONTHS TO WS-UNUSED-MONTHS
                   END-IF
           END-READ.
           CLOSE UTIL-CONTROL.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1080-SET-CUTOFF - THE PROCESSING MONTH STEPPED BACK BY THE
      * UNUSED-LINE AGE.
      *----------------------------------------------------------------
       1080-SET-CUTOFF.
           MOVE WS-BDF-YYYY TO WS-CUT-YYYY.
           MOVE WS-BDF-MM   TO WS-CUT-MM.
           SUBTRACT WS-UNUSED-MONTHS FROM WS-CUT-MM.
           PERFORM 1090-NORMALIZE-MONTH THRU 1090-EXIT
               UNTIL WS-CUT-MM > ZERO.
           MOVE WS-CUT-YYYY TO WS-CUT-YYYY-D.
           MOVE WS-CUT-MM   TO WS-CUT-MM-D.
           COMPUTE WS-CUTOFF-YYYYMM =
               WS-CUT-YYYY-D * 100 + WS-CUT-MM-D.
       1080-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1090-NORMALIZE-MONTH
      *----------------------------------------------------------------
       1090-NORMALIZE-MONTH.
           ADD 12 TO WS-CUT-MM.
           SUBTRACT 1 FROM WS-CUT-YYYY.
       1090-EXIT.
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
      * 2000-REVIEW-LINE - A LINE WHOSE LOAN IS GONE, CLOSED OR
      * CHARGED OFF IS COUNTED INACTIVE AND NOT REPORTED.  THE REST
      * GO INTO THE PORTFOLIO TOTALS AND ARE LISTED UNDER THE FIRST
      * CONDITION THEY MEET.
      *----------------------------------------------------------------
       2000-REVIEW-LINE.
           MOVE 'Y' TO WS-LOAN-FOUND-SW.
           MOVE LI-ACCT-NO TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-LOAN-FOUND-SW
           END-READ.

           IF NOT LOAN-ACCOUNT-WAS-FOUND
              OR LM-ACCOUNT-IS-CLOSED
              OR LM-ACCOUNT-IS-CHARGED-OFF
               ADD 1 TO WS-LINES-INACTIVE
               PERFORM 8000-READ-LINE THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD LI-CREDIT-LIMIT TO WS-TOTAL-LIMIT.
           ADD LI-OUTSTANDING  TO WS-TOTAL-OUTSTANDING.

           MOVE LI-LAST-DRAW-DATE TO WS-LAST-ACTIVITY.
           IF WS-LAST-ACTIVITY = ZERO
               MOVE LI-OPEN-DATE TO WS-LAST-ACTIVITY
           END-IF.
           MOVE WS-LAST-ACTIVITY(1:6) TO WS-LAST-YYYYMM.

           MOVE SPACES TO RD-CONDITION.
           EVALUATE TRUE
               WHEN LI-OUTSTANDING > LI-CREDIT-LIMIT
                   MOVE "OVER LIMIT" TO RD-CONDITION
                   ADD 1 TO WS-LINES-OVER-LIMIT
               WHEN LI-AVAILABLE = ZERO
                   MOVE "FULLY DRAWN" TO RD-CONDITION
                   ADD 1 TO WS-LINES-FULLY-DRAWN
               WHEN WS-LAST-ACTIVITY NOT = ZERO
                AND WS-LAST-YYYYMM < WS-CUTOFF-YYYYMM
                   MOVE "UNUSED" TO RD-CONDITION
                   ADD 1 TO WS-LINES-UNUSED
           END-EVALUATE.

           IF RD-CONDITION = SPACES
               ADD 1 TO WS-LINES-NOT-LISTED
           ELSE
               PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
               ADD 1 TO WS-LINES-LISTED
           END-IF.

           PERFORM 8000-READ-LINE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-WRITE-DETAIL - UTILIZATION IS OUTSTANDING AS A PERCENT
      * OF THE LIMIT.
      *----------------------------------------------------------------
       2100-WRITE-DETAIL.
           MOVE ZERO TO WS-UTIL-PCT.
           IF LI-CREDIT-LIMIT > ZERO
               COMPUTE WS-UTIL-PCT ROUNDED =
                   LI-OUTSTANDING * 100 / LI-CREDIT-LIMIT
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-UTIL-PCT
               END-COMPUTE
           END-IF.

           MOVE LI-ACCT-NO        TO RD-ACCT-NO.
           MOVE LI-CREDIT-LIMIT   TO RD-LIMIT.
           MOVE LI-OUTSTANDING    TO RD-OUTSTANDING.
           MOVE LI-AVAILABLE      TO RD-AVAILABLE.
           MOVE WS-UTIL-PCT       TO RD-UTIL-PCT.
           MOVE LI-LAST-DRAW-DATE TO RD-LAST-DRAW.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-LINE
      *----------------------------------------------------------------
       8000-READ-LINE.
           READ LINE-ACCOUNTS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LINES-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT LOC-FILE-NOT-FOUND
               CLOSE LINE-ACCOUNTS
           END-IF.
           CLOSE LOAN-MASTER
                 UTIL-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-SUMMARY - THE COUNT PER CONDITION AND THE ACTIVE
      * PORTFOLIO'S OVERALL UTILIZATION.
      *----------------------------------------------------------------
       9100-WRITE-SUMMARY.
           MOVE "LINES OVER LIMIT"    TO RC-LABEL.
           MOVE WS-LINES-OVER-LIMIT   TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "LINES FULLY DRAWN"   TO RC-LABEL.
           MOVE WS-LINES-FULLY-DRAWN  TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "LINES UNUSED"        TO RC-LABEL.
           MOVE WS-LINES-UNUSED       TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "LINES INACTIVE"      TO RC-LABEL.
           MOVE WS-LINES-INACTIVE     TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.

           MOVE ZERO TO WS-UTIL-PCT.
           IF WS-TOTAL-LIMIT > ZERO
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-TOTAL-OUTSTANDING * 100 / WS-TOTAL-LIMIT
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-UTIL-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-TOTAL-LIMIT       TO RT-LIMIT.
           MOVE WS-TOTAL-OUTSTANDING TO RT-OUTSTANDING.
           MOVE WS-UTIL-PCT          TO RT-UTIL-PCT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES LINES READ AGAINST
      * LINES LISTED, LINES NOT LISTED AND INACTIVE LINES.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-LINES-READ   TO CT-RECORDS-READ.
           MOVE WS-LINES-LISTED TO CT-RECORDS-PROCESSED.
           IF WS-LINES-READ = WS-LINES-LISTED + WS-LINES-NOT-LISTED
                                              + WS-LINES-INACTIVE
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
