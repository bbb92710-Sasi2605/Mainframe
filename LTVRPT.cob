       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTV-REPORT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MONTH-END LOAN-TO-VALUE
      *                 REPORT OVER THE NEW COLLATERAL REGISTER.  THE
      *                 LOAN MASTER AND THE REGISTER ARE MATCHED IN
      *                 ACCOUNT ORDER; EACH ACTIVE SECURED ACCOUNT'S
      *                 BALANCE (LM-PRINCIPAL PLUS LM-ACCRUED-INT) IS
      *                 DIVIDED BY THE TOTAL APPRAISED VALUE OF ITS
      *                 ITEMS.  AN ACCOUNT OVER THE LTV CEILING ON
      *                 THE LTVCTL CONTROL CARD (80 PERCENT WHEN THE
      *                 CARD IS MISSING) IS FLAGGED, AS IS ONE WHOSE
      *                 OLDEST APPRAISAL IS PAST THE CARD'S REFRESH
      *                 INTERVAL (36 MONTHS).  BRANCH AND CURRENCY
      *                 SUBTOTALS CLOSE THE REPORT.  A REGISTER ITEM
      *                 WHOSE ACCOUNT IS NOT ON THE MASTER IS LOGGED
      *                 TO THE SHARED EXCEPTION LOG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-ACCOUNTS   ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-FILE-STATUS.

           SELECT LTV-CONTROL     ASSIGN TO LTVCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT LTV-REPORT-FILE ASSIGN TO LTVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-ACCOUNTS.
       COPY LOANMSTR.

       FD  COLLATERAL-FILE
           RECORDING MODE IS F.
       COPY COLLATRL.

       FD  LTV-CONTROL
           RECORDING MODE IS F.
       01  LTV-CONTROL-REC.
           05 LV-CEILING-PCT       PIC 9(3)V99.
           05 LV-REFRESH-MONTHS    PIC 9(03).

       FD  LTV-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(120).

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       COPY EXCPTLOG.

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
              88 END-OF-ACCOUNTS            VALUE 'Y'.
           05 WS-COLL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-COLLATERAL          VALUE 'Y'.
           05 WS-OVER-CEILING-SW   PIC X(01).
              88 ACCOUNT-IS-OVER-CEILING    VALUE 'Y'.
           05 WS-STALE-SW          PIC X(01).
              88 APPRAISAL-IS-STALE         VALUE 'Y'.

       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-COLL-FILE-STATUS     PIC X(02).
           88 COLL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * LTV CEILING AND APPRAISAL REFRESH INTERVAL - FROM THE LTVCTL
      * CARD, DEFAULTING TO 80 PERCENT AND 36 MONTHS.  AN APPRAISAL
      * DATED BEFORE THE CUT-OFF (THE BUSINESS DATE LESS THE
      * INTERVAL) IS STALE.
      *----------------------------------------------------------------
       01  WS-CEILING-PCT          PIC 9(3)V99 VALUE 80.00.
       01  WS-REFRESH-MONTHS       PIC 9(03)   VALUE 36.
       01  WS-STALE-CUTOFF         PIC 9(08).
       01  WS-MONTH-COUNT          PIC 9(07) COMP.
       01  WS-CUTOFF-YYYY          PIC 9(04).
       01  WS-CUTOFF-MM            PIC 9(02).
       01  WS-CUTOFF-DD            PIC 9(02).

      *----------------------------------------------------------------
      * PER-ACCOUNT WORK FIGURES, BUILT AS THE REGISTER ITEMS FOR THE
      * ACCOUNT ARE MATCHED.
      *----------------------------------------------------------------
       01  WS-ITEM-COUNT           PIC 9(03) COMP.
       01  WS-COLL-TOTAL           PIC 9(11)V99.
       01  WS-OLDEST-APPRAISAL     PIC 9(08).
       01  WS-BALANCE              PIC 9(9)V99.
       01  WS-LTV-PCT              PIC 9(4)V99.
       01  WS-CURRENCY-CODE        PIC X(03).
       01  WS-BRANCH-WORK          PIC X(04).
       01  WS-REASON               PIC X(40).

      *----------------------------------------------------------------
      * BRANCH AND CURRENCY SUBTOTALS - SECURED ACCOUNTS, BALANCE,
      * COLLATERAL, AND THE FLAG COUNTS PER BRANCH AND PER CURRENCY.
      * BLANK BRANCHES SUBTOTAL UNDER "NONE" THE WAY DELINQ-AGING
      * RECAPS THEM.
      *----------------------------------------------------------------
       01  WS-BRANCH-TABLE-COUNT   PIC 9(03) VALUE 0.
       01  BRANCH-TOTALS-TABLE.
           05 BR-ENTRY OCCURS 100 TIMES.
              10 BR-BRANCH         PIC X(04).
              10 BR-ACCT-COUNT     PIC 9(07).
              10 BR-BALANCE        PIC 9(11)V99.
              10 BR-COLLATERAL     PIC 9(11)V99.
              10 BR-OVER-COUNT     PIC 9(07).
              10 BR-STALE-COUNT    PIC 9(07).
       01  WS-BRANCH-SUB           PIC 9(03) COMP.
       01  WS-BRANCH-FOUND-SW      PIC X(01).
           88 BRANCH-SLOT-FOUND            VALUE 'Y'.

       01  WS-CURR-TABLE-COUNT     PIC 9(03) VALUE 0.
       01  CURRENCY-TOTALS-TABLE.
           05 CY-ENTRY OCCURS 100 TIMES.
              10 CY-CURRENCY       PIC X(03).
              10 CY-ACCT-COUNT     PIC 9(07).
              10 CY-BALANCE        PIC 9(11)V99.
              10 CY-COLLATERAL     PIC 9(11)V99.
              10 CY-OVER-COUNT     PIC 9(07).
              10 CY-STALE-COUNT    PIC 9(07).
       01  WS-CURR-SUB             PIC 9(03) COMP.
       01  WS-CURR-FOUND-SW        PIC X(01).
           88 CURRENCY-SLOT-FOUND          VALUE 'Y'.

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-SECURED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-UNSECURED   PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-SKIPPED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-OVER        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-STALE       PIC 9(7) COMP VALUE 0.
           05 WS-ORPHAN-ITEMS      PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "LTVRPT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "LOAN-TO-VALUE REPORT".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(15) VALUE "LTV CEILING  = ".
           05 RH-CEILING            PIC ZZ9.99.
           05 FILLER                PIC X(21) VALUE
              "   APPRAISALS BEFORE ".
           05 RH-CUTOFF             PIC 9(08).
           05 FILLER                PIC X(10) VALUE " ARE STALE".

       01  REPORT-HEADING-3.
           05 FILLER                PIC X(06) VALUE "ACCT #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "BRCH".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "CUR".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "ITM".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "      BALANCE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "    COLLATERAL".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "   LTV%".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "OLDEST  ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(24) VALUE "FLAGS".

       01  REPORT-DETAIL.
           05 DL-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-BRANCH             PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ITEMS              PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-BALANCE            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-COLLATERAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-LTV-PCT            PIC ZZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OLDEST             PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OVER-FLAG          PIC X(12).
           05 DL-STALE-FLAG         PIC X(12).

       01  SUBTOTAL-HEADING-1.
           05 ST-HEADING-TEXT       PIC X(40).

       01  SUBTOTAL-HEADING-2.
           05 FILLER                PIC X(04) VALUE "KEY ".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "  ACCTS".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE "          BALANCE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE "       COLLATERAL".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "   LTV%".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "   OVER".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "  STALE".

       01  SUBTOTAL-DETAIL.
           05 SD-KEY                PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-ACCT-COUNT         PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SD-COLLATERAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-LTV-PCT            PIC ZZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-OVER-COUNT         PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-STALE-COUNT        PIC ZZZZZZ9.

       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(18) VALUE
              "SECURED ACCOUNTS =".
           05 TL-SECURED            PIC ZZZZZZ9.
           05 FILLER                PIC X(14) VALUE
              "   UNSECURED =".
           05 TL-UNSECURED          PIC ZZZZZZ9.
           05 FILLER                PIC X(15) VALUE
              "   OVER CEIL  =".
           05 TL-OVER               PIC ZZZZZZ9.
           05 FILLER                PIC X(11) VALUE
              "   STALE  =".
           05 TL-STALE              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "LTVRPT  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-VALUE-ACCOUNT   THRU 2000-EXIT
               UNTIL END-OF-ACCOUNTS.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ACCTS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  LOAN-ACCOUNTS
           OPEN OUTPUT LTV-REPORT-FILE.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           PERFORM 1020-READ-CONTROL-CARD THRU 1020-EXIT.
           PERFORM 1100-SET-STALE-CUTOFF THRU 1100-EXIT.

           MOVE WS-CEILING-PCT  TO RH-CEILING.
           MOVE WS-STALE-CUTOFF TO RH-CUTOFF.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           WRITE REPORT-LINE FROM REPORT-HEADING-3.

      *    NO REGISTER YET MEANS EVERY ACCOUNT REPORTS UNSECURED.
           OPEN INPUT COLLATERAL-FILE.
           IF COLL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-COLL-EOF-SW
           ELSE
               PERFORM 8100-READ-COLLATERAL THRU 8100-EXIT
           END-IF.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-READ-CONTROL-CARD - THE LTV CEILING PERCENT AND THE
      * APPRAISAL REFRESH INTERVAL IN MONTHS.  A MISSING CARD, OR A
      * FIELD THAT IS NOT NUMERIC OR ZERO, KEEPS THE DEFAULT.
      *----------------------------------------------------------------
       1020-READ-CONTROL-CARD.
           OPEN INPUT LTV-CONTROL.
           IF CTL-FILE-NOT-FOUND
               GO TO 1020-EXIT
           END-IF.

           READ LTV-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF LV-CEILING-PCT IS NUMERIC
                      AND LV-CEILING-PCT > ZERO
                       MOVE LV-CEILING-PCT TO WS-CEILING-PCT
                   END-IF
                   IF LV-REFRESH-MONTHS IS NUMERIC
                      AND LV-REFRESH-MONTHS > ZERO
                       MOVE LV-REFRESH-MONTHS TO WS-REFRESH-MONTHS
                   END-IF
           END-READ.
           CLOSE LTV-CONTROL.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE REPORT.
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
      * 1100-SET-STALE-CUTOFF - THE BUSINESS DATE BACKED OFF BY THE
      * REFRESH INTERVAL IN WHOLE MONTHS.  THE DAY IS HELD TO 28 SO
      * THE CUT-OFF IS ALWAYS A REAL DATE.
      *----------------------------------------------------------------
       1100-SET-STALE-CUTOFF.
           COMPUTE WS-MONTH-COUNT =
               WS-BDF-YYYY * 12
             + WS-BDF-MM - 1
             - WS-REFRESH-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CUTOFF-YYYY
               REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           MOVE WS-BDF-DD TO WS-CUTOFF-DD.
           IF WS-CUTOFF-DD > 28
               MOVE 28 TO WS-CUTOFF-DD
           END-IF.
           COMPUTE WS-STALE-CUTOFF =
               WS-CUTOFF-YYYY * 10000
             + WS-CUTOFF-MM * 100
             + WS-CUTOFF-DD.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-VALUE-ACCOUNT - MATCHES THE ACCOUNT'S REGISTER ITEMS,
      * THEN REPORTS IT.  REGISTER ITEMS KEYED BELOW THE ACCOUNT
      * BELONG TO NO ACCOUNT ON THE MASTER.  A CLOSED OR
      * CHARGED-OFF ACCOUNT'S ITEMS ARE PASSED OVER WITHOUT A LINE -
      * THERE IS NO LIVE BALANCE TO MEASURE.
      *----------------------------------------------------------------
       2000-VALUE-ACCOUNT.
           PERFORM 2100-SKIP-ORPHAN-ITEM THRU 2100-EXIT
               UNTIL END-OF-COLLATERAL
                  OR CL-ACCT-NO NOT < LM-ACCT-NO.

           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-COLL-TOTAL.
           MOVE 99999999 TO WS-OLDEST-APPRAISAL.
           PERFORM 2200-ADD-ONE-ITEM THRU 2200-EXIT
               UNTIL END-OF-COLLATERAL
                  OR CL-ACCT-NO NOT = LM-ACCT-NO.

           EVALUATE TRUE
               WHEN LM-ACCOUNT-IS-CLOSED
                 OR LM-ACCOUNT-IS-CHARGED-OFF
                   ADD 1 TO WS-ACCTS-SKIPPED
               WHEN WS-ITEM-COUNT = ZERO
                   ADD 1 TO WS-ACCTS-UNSECURED
               WHEN OTHER
                   PERFORM 3000-REPORT-SECURED THRU 3000-EXIT
                   ADD 1 TO WS-ACCTS-SECURED
           END-EVALUATE.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SKIP-ORPHAN-ITEM - A REGISTER ITEM WHOSE ACCOUNT IS NOT
      * ON THE MASTER IS LOGGED AND PASSED OVER.
      *----------------------------------------------------------------
       2100-SKIP-ORPHAN-ITEM.
           ADD 1 TO WS-ORPHAN-ITEMS.
           MOVE "COLLATERAL ITEM - ACCOUNT NOT ON MASTER"
               TO WS-REASON.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "LTVRPT"    TO SE-PROGRAM-ID.
           MOVE CL-ACCT-NO  TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.

           PERFORM 8100-READ-COLLATERAL THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-ADD-ONE-ITEM - ROLLS ONE ITEM INTO THE ACCOUNT'S
      * COLLATERAL TOTAL AND KEEPS ITS OLDEST APPRAISAL DATE.
      *----------------------------------------------------------------
       2200-ADD-ONE-ITEM.
           ADD 1                  TO WS-ITEM-COUNT.
           ADD CL-APPRAISED-VALUE TO WS-COLL-TOTAL.
           IF CL-APPRAISAL-DATE < WS-OLDEST-APPRAISAL
               MOVE CL-APPRAISAL-DATE TO WS-OLDEST-APPRAISAL
           END-IF.

           PERFORM 8100-READ-COLLATERAL THRU 8100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-REPORT-SECURED - WORKS THE LTV, SETS THE FLAGS, LISTS
      * THE ACCOUNT, AND ROLLS IT INTO THE SUBTOTALS.  COLLATERAL
      * APPRAISED AT ZERO CANNOT CARRY THE BALANCE AT ANY LTV, SO IT
      * SHOWS AT THE TOP OF THE SCALE AND OVER THE CEILING.
      *----------------------------------------------------------------
       3000-REPORT-SECURED.
           COMPUTE WS-BALANCE = LM-PRINCIPAL + LM-ACCRUED-INT.

           MOVE LM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           IF WS-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.

           IF WS-COLL-TOTAL = ZERO
               MOVE 9999.99 TO WS-LTV-PCT
           ELSE
               COMPUTE WS-LTV-PCT ROUNDED =
                   WS-BALANCE * 100 / WS-COLL-TOTAL
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-LTV-PCT
               END-COMPUTE
           END-IF.

           MOVE 'N' TO WS-OVER-CEILING-SW.
           MOVE 'N' TO WS-STALE-SW.
           MOVE SPACES TO DL-OVER-FLAG.
           MOVE SPACES TO DL-STALE-FLAG.
           IF WS-LTV-PCT > WS-CEILING-PCT
               SET ACCOUNT-IS-OVER-CEILING TO TRUE
               MOVE "OVER CEILING" TO DL-OVER-FLAG
               ADD 1 TO WS-ACCTS-OVER
           END-IF.
           IF WS-OLDEST-APPRAISAL < WS-STALE-CUTOFF
               SET APPRAISAL-IS-STALE TO TRUE
               MOVE "STALE APPR"   TO DL-STALE-FLAG
               ADD 1 TO WS-ACCTS-STALE
           END-IF.

           MOVE LM-ACCT-NO          TO DL-ACCT-NO.
           MOVE LM-BRANCH           TO DL-BRANCH.
           MOVE WS-CURRENCY-CODE    TO DL-CURRENCY.
           MOVE WS-ITEM-COUNT       TO DL-ITEMS.
           MOVE WS-BALANCE          TO DL-BALANCE.
           MOVE WS-COLL-TOTAL       TO DL-COLLATERAL.
           MOVE WS-LTV-PCT          TO DL-LTV-PCT.
           MOVE WS-OLDEST-APPRAISAL TO DL-OLDEST.
           WRITE REPORT-LINE FROM REPORT-DETAIL.

           PERFORM 3100-ADD-TO-BRANCH   THRU 3100-EXIT.
           PERFORM 3200-ADD-TO-CURRENCY THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-ADD-TO-BRANCH - ROLLS THE ACCOUNT INTO ITS BRANCH'S
      * SUBTOTAL SLOT.
      *----------------------------------------------------------------
       3100-ADD-TO-BRANCH.
           MOVE LM-BRANCH TO WS-BRANCH-WORK.
           IF WS-BRANCH-WORK = SPACES
               MOVE "NONE" TO WS-BRANCH-WORK
           END-IF.

           MOVE 'N' TO WS-BRANCH-FOUND-SW.
           MOVE 1   TO WS-BRANCH-SUB.
           PERFORM 3150-CHECK-ONE-BRANCH THRU 3150-EXIT
               UNTIL BRANCH-SLOT-FOUND
                  OR WS-BRANCH-SUB > WS-BRANCH-TABLE-COUNT.

           IF NOT BRANCH-SLOT-FOUND
               IF WS-BRANCH-TABLE-COUNT >= 100
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-BRANCH-TABLE-COUNT
               MOVE WS-BRANCH-TABLE-COUNT TO WS-BRANCH-SUB
               MOVE WS-BRANCH-WORK TO BR-BRANCH(WS-BRANCH-SUB)
               MOVE ZERO TO BR-ACCT-COUNT(WS-BRANCH-SUB)
                            BR-BALANCE(WS-BRANCH-SUB)
                            BR-COLLATERAL(WS-BRANCH-SUB)
                            BR-OVER-COUNT(WS-BRANCH-SUB)
                            BR-STALE-COUNT(WS-BRANCH-SUB)
           END-IF.

           ADD 1             TO BR-ACCT-COUNT(WS-BRANCH-SUB).
           ADD WS-BALANCE    TO BR-BALANCE(WS-BRANCH-SUB).
           ADD WS-COLL-TOTAL TO BR-COLLATERAL(WS-BRANCH-SUB).
           IF ACCOUNT-IS-OVER-CEILING
               ADD 1 TO BR-OVER-COUNT(WS-BRANCH-SUB)
           END-IF.
           IF APPRAISAL-IS-STALE
               ADD 1 TO BR-STALE-COUNT(WS-BRANCH-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3150-CHECK-ONE-BRANCH
      *----------------------------------------------------------------
       3150-CHECK-ONE-BRANCH.
           IF BR-BRANCH(WS-BRANCH-SUB) = WS-BRANCH-WORK
               MOVE 'Y' TO WS-BRANCH-FOUND-SW
           ELSE
               ADD 1 TO WS-BRANCH-SUB
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-ADD-TO-CURRENCY - ROLLS THE ACCOUNT INTO ITS CURRENCY'S
      * SUBTOTAL SLOT.  BALANCES ARE NOT CONVERTED - EACH CURRENCY
      * SUBTOTALS IN ITS OWN UNITS.
      *----------------------------------------------------------------
       3200-ADD-TO-CURRENCY.
           MOVE 'N' TO WS-CURR-FOUND-SW.
           MOVE 1   TO WS-CURR-SUB.
           PERFORM 3250-CHECK-ONE-CURRENCY THRU 3250-EXIT
               UNTIL CURRENCY-SLOT-FOUND
                  OR WS-CURR-SUB > WS-CURR-TABLE-COUNT.

           IF NOT CURRENCY-SLOT-FOUND
               IF WS-CURR-TABLE-COUNT >= 100
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-CURR-TABLE-COUNT
               MOVE WS-CURR-TABLE-COUNT TO WS-CURR-SUB
               MOVE WS-CURRENCY-CODE TO CY-CURRENCY(WS-CURR-SUB)
               MOVE ZERO TO CY-ACCT-COUNT(WS-CURR-SUB)
                            CY-BALANCE(WS-CURR-SUB)
                            CY-COLLATERAL(WS-CURR-SUB)
                            CY-OVER-COUNT(WS-CURR-SUB)
                            CY-STALE-COUNT(WS-CURR-SUB)
           END-IF.

           ADD 1             TO CY-ACCT-COUNT(WS-CURR-SUB).
           ADD WS-BALANCE    TO CY-BALANCE(WS-CURR-SUB).
           ADD WS-COLL-TOTAL TO CY-COLLATERAL(WS-CURR-SUB).
           IF ACCOUNT-IS-OVER-CEILING
               ADD 1 TO CY-OVER-COUNT(WS-CURR-SUB)
           END-IF.
           IF APPRAISAL-IS-STALE
               ADD 1 TO CY-STALE-COUNT(WS-CURR-SUB)
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3250-CHECK-ONE-CURRENCY
      *----------------------------------------------------------------
       3250-CHECK-ONE-CURRENCY.
           IF CY-CURRENCY(WS-CURR-SUB) = WS-CURRENCY-CODE
               MOVE 'Y' TO WS-CURR-FOUND-SW
           ELSE
               ADD 1 TO WS-CURR-SUB
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-ACCOUNT
      *----------------------------------------------------------------
       8000-READ-ACCOUNT.
           READ LOAN-ACCOUNTS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-READ-COLLATERAL
      *----------------------------------------------------------------
       8100-READ-COLLATERAL.
           READ COLLATERAL-FILE
               AT END
                   MOVE 'Y' TO WS-COLL-EOF-SW
           END-READ.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - ITEMS LEFT ON THE REGISTER PAST THE LAST
      * ACCOUNT ARE ORPHANS TOO.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 2100-SKIP-ORPHAN-ITEM THRU 2100-EXIT
               UNTIL END-OF-COLLATERAL.

           MOVE WS-ACCTS-SECURED   TO TL-SECURED.
           MOVE WS-ACCTS-UNSECURED TO TL-UNSECURED.
           MOVE WS-ACCTS-OVER      TO TL-OVER.
           MOVE WS-ACCTS-STALE     TO TL-STALE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

           PERFORM 9100-WRITE-BRANCH-TOTALS   THRU 9100-EXIT.
           PERFORM 9200-WRITE-CURRENCY-TOTALS THRU 9200-EXIT.
           PERFORM 9500-WRITE-CONTROL-TOTALS  THRU 9500-EXIT.

           IF NOT COLL-FILE-NOT-FOUND
               CLOSE COLLATERAL-FILE
           END-IF.
           CLOSE LOAN-ACCOUNTS
                 LTV-REPORT-FILE
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-BRANCH-TOTALS
      *----------------------------------------------------------------
       9100-WRITE-BRANCH-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LTV SUBTOTALS BY BRANCH" TO ST-HEADING-TEXT.
           WRITE REPORT-LINE FROM SUBTOTAL-HEADING-1.
           WRITE REPORT-LINE FROM SUBTOTAL-HEADING-2.
           PERFORM 9150-WRITE-ONE-BRANCH THRU 9150-EXIT
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-TABLE-COUNT.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9150-WRITE-ONE-BRANCH
      *----------------------------------------------------------------
       9150-WRITE-ONE-BRANCH.
           MOVE BR-BRANCH(WS-BRANCH-SUB)      TO SD-KEY.
           MOVE BR-ACCT-COUNT(WS-BRANCH-SUB)  TO SD-ACCT-COUNT.
           MOVE BR-BALANCE(WS-BRANCH-SUB)     TO SD-BALANCE.
           MOVE BR-COLLATERAL(WS-BRANCH-SUB)  TO SD-COLLATERAL.
           MOVE BR-OVER-COUNT(WS-BRANCH-SUB)  TO SD-OVER-COUNT.
           MOVE BR-STALE-COUNT(WS-BRANCH-SUB) TO SD-STALE-COUNT.
           IF BR-COLLATERAL(WS-BRANCH-SUB) = ZERO
               MOVE 9999.99 TO WS-LTV-PCT
           ELSE
               COMPUTE WS-LTV-PCT ROUNDED =
                   BR-BALANCE(WS-BRANCH-SUB) * 100
                   / BR-COLLATERAL(WS-BRANCH-SUB)
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-LTV-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-LTV-PCT TO SD-LTV-PCT.
           WRITE REPORT-LINE FROM SUBTOTAL-DETAIL.
       9150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-WRITE-CURRENCY-TOTALS
      *----------------------------------------------------------------
       9200-WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LTV SUBTOTALS BY CURRENCY" TO ST-HEADING-TEXT.
           WRITE REPORT-LINE FROM SUBTOTAL-HEADING-1.
           WRITE REPORT-LINE FROM SUBTOTAL-HEADING-2.
           PERFORM 9250-WRITE-ONE-CURRENCY THRU 9250-EXIT
               VARYING WS-CURR-SUB FROM 1 BY 1
               UNTIL WS-CURR-SUB > WS-CURR-TABLE-COUNT.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9250-WRITE-ONE-CURRENCY
      *----------------------------------------------------------------
       9250-WRITE-ONE-CURRENCY.
           MOVE CY-CURRENCY(WS-CURR-SUB)    TO SD-KEY.
           MOVE CY-ACCT-COUNT(WS-CURR-SUB)  TO SD-ACCT-COUNT.
           MOVE CY-BALANCE(WS-CURR-SUB)     TO SD-BALANCE.
           MOVE CY-COLLATERAL(WS-CURR-SUB)  TO SD-COLLATERAL.
           MOVE CY-OVER-COUNT(WS-CURR-SUB)  TO SD-OVER-COUNT.
           MOVE CY-STALE-COUNT(WS-CURR-SUB) TO SD-STALE-COUNT.
           IF CY-COLLATERAL(WS-CURR-SUB) = ZERO
               MOVE 9999.99 TO WS-LTV-PCT
           ELSE
               COMPUTE WS-LTV-PCT ROUNDED =
                   CY-BALANCE(WS-CURR-SUB) * 100
                   / CY-COLLATERAL(WS-CURR-SUB)
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-LTV-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-LTV-PCT TO SD-LTV-PCT.
           WRITE REPORT-LINE FROM SUBTOTAL-DETAIL.
       9250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ACCOUNTS READ AGAINST
      * SECURED PLUS UNSECURED PLUS PASSED-OVER ACCOUNTS.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-READ    TO CT-RECORDS-READ.
           MOVE WS-ACCTS-SECURED TO CT-RECORDS-PROCESSED.
           IF WS-ACCTS-READ = WS-ACCTS-SECURED + WS-ACCTS-UNSECURED
                            + WS-ACCTS-SKIPPED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
