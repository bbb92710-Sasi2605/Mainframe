       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW-ANALYSIS.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  THE ANNUAL ESCROW ANALYSIS.
      *                 FOR EVERY ACCOUNT ON THE ESCROW MASTER THE
      *                 TAX AND INSURANCE PAID OVER THE LAST TWELVE
      *                 MONTHS (FROM THE ESCROW HISTORY) IS TAKEN AS
      *                 THE NEXT TWELVE MONTHS' BILLS.  THE ACCOUNT
      *                 IS PROJECTED FORWARD AT ITS CURRENT DEPOSIT
      *                 AGAINST THOSE BILLS AND A CUSHION (ESCACTL
      *                 CARD, TWO MONTHS OF BILLS WHEN THE CARD IS
      *                 MISSING); THE PROJECTED SHORTAGE OR SURPLUS
      *                 PRINTS ON THE ANALYSIS REPORT AND THE MONTHLY
      *                 DEPOSIT IS RESET TO SPREAD IT OVER THE COMING
      *                 YEAR, SO BILLING-NOTICE BILLS THE NEW AMOUNT
      *                 FROM THE NEXT NOTICE ON.  AN ACCOUNT WITH NO
      *                 BILLS PAID IN THE YEAR HAS NOTHING TO PROJECT
      *                 FROM AND KEEPS ITS DEPOSIT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-MASTER   ASSIGN TO ESCMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.

           SELECT ESCROW-HISTORY  ASSIGN TO ESCHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHIST-FILE-STATUS.

           SELECT ANALYSIS-CONTROL ASSIGN TO ESCACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ANALYSIS-REPORT ASSIGN TO ESCANRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-MASTER
           RECORDING MODE IS F.
       COPY ESCMSTR.

       FD  ESCROW-HISTORY
           RECORDING MODE IS F.
       COPY ESCHIST.

       FD  ANALYSIS-CONTROL
           RECORDING MODE IS F.
       01  ANALYSIS-CONTROL-REC.
           05 AC-CUSHION-MONTHS    PIC 9(02).

       FD  ANALYSIS-REPORT
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
           05 WS-ESC-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ESCROW-MASTER       VALUE 'Y'.
           05 WS-EHIST-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ESCROW-HISTORY      VALUE 'Y'.
           05 WS-ESC-FOUND-SW      PIC X(01).
              88 ESCROW-ACCOUNT-WAS-FOUND   VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-ESC-FILE-STATUS      PIC X(02).
           88 ESC-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EHIST-FILE-STATUS    PIC X(02).
           88 EHIST-FILE-NOT-FOUND         VALUE '35'.
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * CUSHION - MONTHS OF BILLS THE ACCOUNT IS PROJECTED TO HOLD AT
      * ITS LOWEST POINT.  TWO MONTHS (ONE-SIXTH OF A YEAR) WHEN THE
      * CONTROL CARD IS MISSING OR NOT NUMERIC.
      *----------------------------------------------------------------
       01  WS-CUSHION-MONTHS       PIC 9(02) VALUE 2.

      *----------------------------------------------------------------
      * LOOK-BACK WINDOW - A BILL PAID AFTER THIS DATE (THE BUSINESS
      * DATE ONE YEAR AGO) COUNTS TOWARD THE YEAR'S DISBURSEMENTS.
      *----------------------------------------------------------------
       01  WS-WINDOW-START         PIC 9(08).

      *----------------------------------------------------------------
      * ESCROW TABLE - THE MASTER IS LOADED AT START-UP, THE YEAR'S
      * DISBURSEMENTS ARE ACCUMULATED AGAINST EACH ACCOUNT FROM THE
      * HISTORY, AND THE TABLE REPLACES THE FILE AT CLOSE WITH THE
      * NEW DEPOSITS.
      *----------------------------------------------------------------
       01  WS-ESC-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ESC-TABLE-MAX        PIC 9(04) VALUE 5000.
       01  ESCROW-TABLE.
           05 ESC-ENTRY OCCURS 5000 TIMES.
              10 ESC-IMAGE         PIC X(30).
              10 ESC-YEAR-DISB     PIC 9(09)V99.
       01  WS-ESC-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * PROJECTION WORK FIGURES.
      *----------------------------------------------------------------
       01  WS-YEAR-DISB            PIC 9(09)V99.
       01  WS-CUSHION              PIC 9(09)V99.
       01  WS-PROJECTED-END        PIC S9(09)V99.
       01  WS-SHORT-SURPLUS        PIC S9(09)V99.
       01  WS-NEW-DEPOSIT          PIC S9(09)V99.
       01  WS-OLD-DEPOSIT          PIC 9(05)V99.

       01  WS-TOTAL-SHORTAGE       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SURPLUS        PIC 9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-HIST-READ         PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-ANALYZED    PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-CHANGED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-NO-BILLS    PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "ESCANL".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "ANNUAL ESCROW ANALYSIS".
           05 FILLER                PIC X(10) VALUE "CUSHION = ".
           05 HD-CUSHION-MONTHS     PIC Z9.
           05 FILLER                PIC X(07) VALUE " MONTHS".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(06) VALUE "ACCT #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "  ESCROW BAL ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "  YEAR BILLS".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE " OLD DEP ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "SHORT/SURPLUS".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE " NEW DEP ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "RESULT".

       01  REPORT-DETAIL.
           05 RP-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RP-BALANCE            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RP-YEAR-DISB          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RP-OLD-DEPOSIT        PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RP-SHORT-SURPLUS      PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RP-NEW-DEPOSIT        PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RP-RESULT             PIC X(10).

       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(17) VALUE
              "TOTAL SHORTAGE = ".
           05 TL-TOTAL-SHORTAGE     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(18) VALUE
              "  TOTAL SURPLUS = ".
           05 TL-TOTAL-SURPLUS      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(13) VALUE "  NO BILLS = ".
           05 TL-NO-BILLS           PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "ESCANL  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-ANALYZE-ACCOUNT THRU 2000-EXIT
               VARYING WS-ESC-SUB FROM 1 BY 1
               UNTIL WS-ESC-SUB > WS-ESC-TABLE-COUNT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ACCTS-ANALYZED TO RQ-RECORD-COUNT
               MOVE WS-ACCTS-CHANGED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT ESCROW-MASTER.
           IF ESC-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ESC-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-ACCOUNT THRU 1300-EXIT
                   UNTIL END-OF-ESCROW-MASTER
               CLOSE ESCROW-MASTER
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE MASTER FROM A
      *    TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - ESCMSTR LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ANALYSIS-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           PERFORM 1020-READ-CONTROL-CARD THRU 1020-EXIT.

           MOVE WS-CUSHION-MONTHS TO HD-CUSHION-MONTHS.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           COMPUTE WS-WINDOW-START = WS-BUS-DATE-RAW - 10000.

           OPEN INPUT ESCROW-HISTORY.
           IF EHIST-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EHIST-EOF-SW
           ELSE
               PERFORM 1400-ADD-ONE-HISTORY THRU 1400-EXIT
                   UNTIL END-OF-ESCROW-HISTORY
               CLOSE ESCROW-HISTORY
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-READ-CONTROL-CARD - THE CUSHION IN MONTHS, DEFAULTING TO
      * TWO WHEN THE CARD IS MISSING OR NOT NUMERIC.  A ZERO CUSHION
      * IS A LEGITIMATE CHOICE AND IS HONORED.
      *----------------------------------------------------------------
       1020-READ-CONTROL-CARD.
           OPEN INPUT ANALYSIS-CONTROL.
           IF CTL-FILE-NOT-FOUND
               GO TO 1020-EXIT
           END-IF.

           READ ANALYSIS-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF AC-CUSHION-MONTHS IS NUMERIC
                      AND AC-CUSHION-MONTHS <= 12
                       MOVE AC-CUSHION-MONTHS TO WS-CUSHION-MONTHS
                   END-IF
           END-READ.
           CLOSE ANALYSIS-CONTROL.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE ANALYSIS REPORT.
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
      * 1300-LOAD-ONE-ACCOUNT
      *----------------------------------------------------------------
       1300-LOAD-ONE-ACCOUNT.
           READ ESCROW-MASTER
               AT END
                   MOVE 'Y' TO WS-ESC-EOF-SW
               NOT AT END
                   IF WS-ESC-TABLE-COUNT < WS-ESC-TABLE-MAX
                       ADD 1 TO WS-ESC-TABLE-COUNT
                       MOVE ESCROW-MASTER-REC
                           TO ESC-IMAGE(WS-ESC-TABLE-COUNT)
                       MOVE ZERO
                           TO ESC-YEAR-DISB(WS-ESC-TABLE-COUNT)
                   ELSE
                       DISPLAY "ESCROW TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-ESC-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-ADD-ONE-HISTORY - A TAX OR INSURANCE BILL PAID INSIDE
      * THE LOOK-BACK WINDOW IS ADDED TO ITS ACCOUNT'S YEAR TOTAL.
      * DEPOSITS AND THEIR REVERSALS ARE NOT PROJECTED.
      *----------------------------------------------------------------
       1400-ADD-ONE-HISTORY.
           READ ESCROW-HISTORY
               AT END
                   MOVE 'Y' TO WS-EHIST-EOF-SW
                   GO TO 1400-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.

           IF NOT EH-IS-DISBURSEMENT
              OR EH-TXN-DATE NOT > WS-WINDOW-START
              OR EH-TXN-DATE > WS-BUS-DATE-RAW
               GO TO 1400-EXIT
           END-IF.

           MOVE 'N' TO WS-ESC-FOUND-SW.
           MOVE 1   TO WS-ESC-SUB.
           PERFORM 1450-CHECK-ONE-ACCOUNT THRU 1450-EXIT
               UNTIL ESCROW-ACCOUNT-WAS-FOUND
                  OR WS-ESC-SUB > WS-ESC-TABLE-COUNT.
           IF ESCROW-ACCOUNT-WAS-FOUND
               ADD EH-AMOUNT TO ESC-YEAR-DISB(WS-ESC-SUB)
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-CHECK-ONE-ACCOUNT
      *----------------------------------------------------------------
       1450-CHECK-ONE-ACCOUNT.
           IF ESC-IMAGE(WS-ESC-SUB)(1:6) = EH-ACCT-NO
               MOVE 'Y' TO WS-ESC-FOUND-SW
           ELSE
               ADD 1 TO WS-ESC-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-ANALYZE-ACCOUNT - PROJECTS THE ACCOUNT TWELVE MONTHS
      * FORWARD AT ITS CURRENT DEPOSIT:
      *   PROJECTED END  = BALANCE + 12 * DEPOSIT - YEAR'S BILLS
      *   CUSHION        = YEAR'S BILLS * CUSHION MONTHS / 12
      *   SHORT/SURPLUS  = PROJECTED END - CUSHION
      * AND SETS THE NEW DEPOSIT THAT BRINGS THE ACCOUNT TO THE
      * CUSHION A YEAR FROM NOW:
      *   NEW DEPOSIT    = (YEAR'S BILLS + CUSHION - BALANCE) / 12
      * FLOORED AT ZERO.  A NEGATIVE SHORT/SURPLUS IS A SHORTAGE.
      *----------------------------------------------------------------
       2000-ANALYZE-ACCOUNT.
           MOVE ESC-IMAGE(WS-ESC-SUB)     TO ESCROW-MASTER-REC.
           MOVE ESC-YEAR-DISB(WS-ESC-SUB) TO WS-YEAR-DISB.
           MOVE ES-MONTHLY-DEPOSIT        TO WS-OLD-DEPOSIT.
           ADD 1 TO WS-ACCTS-ANALYZED.

           MOVE ES-ACCT-NO     TO RP-ACCT-NO.
           MOVE ES-BALANCE     TO RP-BALANCE.
           MOVE WS-YEAR-DISB   TO RP-YEAR-DISB.
           MOVE WS-OLD-DEPOSIT TO RP-OLD-DEPOSIT.

           IF WS-YEAR-DISB = ZERO
               MOVE ZERO           TO RP-SHORT-SURPLUS
               MOVE WS-OLD-DEPOSIT TO RP-NEW-DEPOSIT
               MOVE "NO BILLS"     TO RP-RESULT
               WRITE REPORT-LINE FROM REPORT-DETAIL
               ADD 1 TO WS-ACCTS-NO-BILLS
               GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-CUSHION ROUNDED =
               WS-YEAR-DISB * WS-CUSHION-MONTHS / 12.
           COMPUTE WS-PROJECTED-END =
               ES-BALANCE + (12 * WS-OLD-DEPOSIT) - WS-YEAR-DISB.
           COMPUTE WS-SHORT-SURPLUS =
               WS-PROJECTED-END - WS-CUSHION.
           COMPUTE WS-NEW-DEPOSIT ROUNDED =
               (WS-YEAR-DISB + WS-CUSHION - ES-BALANCE) / 12.
           IF WS-NEW-DEPOSIT < ZERO
               MOVE ZERO TO WS-NEW-DEPOSIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-SHORT-SURPLUS < ZERO
                   MOVE "SHORTAGE" TO RP-RESULT
                   SUBTRACT WS-SHORT-SURPLUS FROM WS-TOTAL-SHORTAGE
               WHEN WS-SHORT-SURPLUS > ZERO
                   MOVE "SURPLUS"  TO RP-RESULT
                   ADD WS-SHORT-SURPLUS TO WS-TOTAL-SURPLUS
               WHEN OTHER
                   MOVE "IN BALANCE" TO RP-RESULT
           END-EVALUATE.

           MOVE WS-NEW-DEPOSIT   TO ES-MONTHLY-DEPOSIT.
           MOVE WS-BUS-DATE-RAW  TO ES-ANALYSIS-DATE.
           MOVE ESCROW-MASTER-REC TO ESC-IMAGE(WS-ESC-SUB).
           IF ES-MONTHLY-DEPOSIT NOT = WS-OLD-DEPOSIT
               ADD 1 TO WS-ACCTS-CHANGED
           END-IF.

           MOVE WS-SHORT-SURPLUS   TO RP-SHORT-SURPLUS.
           MOVE ES-MONTHLY-DEPOSIT TO RP-NEW-DEPOSIT.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE ANALYZED TABLE, WITH ITS NEW DEPOSITS,
      * REPLACES THE ESCROW MASTER.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-TOTAL-SHORTAGE TO TL-TOTAL-SHORTAGE.
           MOVE WS-TOTAL-SURPLUS  TO TL-TOTAL-SURPLUS.
           MOVE WS-ACCTS-NO-BILLS TO TL-NO-BILLS.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT ESCROW-MASTER.
           PERFORM 9100-WRITE-ONE-ACCOUNT THRU 9100-EXIT
               VARYING WS-ESC-SUB FROM 1 BY 1
               UNTIL WS-ESC-SUB > WS-ESC-TABLE-COUNT.
           CLOSE ESCROW-MASTER.

           CLOSE ANALYSIS-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-ACCOUNT
      *----------------------------------------------------------------
       9100-WRITE-ONE-ACCOUNT.
           MOVE ESC-IMAGE(WS-ESC-SUB) TO ESCROW-MASTER-REC.
           WRITE ESCROW-MASTER-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - EVERY ACCOUNT LOADED IS ANALYZED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ESC-TABLE-COUNT TO CT-RECORDS-READ.
           MOVE WS-ACCTS-ANALYZED  TO CT-RECORDS-PROCESSED.
           IF WS-ESC-TABLE-COUNT = WS-ACCTS-ANALYZED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
