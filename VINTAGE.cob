       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINTAGE-ANALYSIS.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  STATIC-POOL (VINTAGE) LOSS
      *                 ANALYSIS FOR THE CREDIT COMMITTEE.  EVERY
      *                 ACCOUNT - ON THE MASTER OR ON THE ARCHIVE - IS
      *                 PUT IN THE COHORT OF ITS ORIGINATION MONTH
      *                 (LM-OPEN-DATE), AND EACH COHORT IS FOLLOWED
      *                 MONTH ON BOOK BY MONTH ON BOOK THROUGH THE
      *                 NIGHTLY SNAPSHOTS ON LOANHIST: THE OUTSTANDING
      *                 BALANCE AT EACH MONTH'S LAST SNAPSHOT, THE
      *                 SHARE OF THE ORIGINAL BALANCE THAT HAS EVER
      *                 BEEN 30+ AND 90+ DAYS PAST DUE, AND THE NET
      *                 CHARGE-OFF RATE - CHGOHIST WRITE-OFFS LESS THE
      *                 PAYHIST RECOVERIES - ALL CUMULATIVE.  PRINTS
      *                 THE TRIANGLES AND WRITES A COMMA-DELIMITED
      *                 FILE, ONE ROW PER COHORT PER MONTH ON BOOK,
      *                 FOR CHARTING.  FIGURES ARE IN BASE CURRENCY AT
      *                 TODAY'S FXRATES.
      * 2026-10-15 RSD  FXRATES IS NOW THE EFFECTIVE-DATED RATE
      *                 HISTORY - THE FX LOAD KEEPS, FOR EACH
      *                 CURRENCY, THE RATE IN EFFECT ON THE BUSINESS
      *                 DATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-ACCOUNTS   ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT LOAN-ARCHIVE-FILE ASSIGN TO LOANARCV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT LOAN-HISTORY    ASSIGN TO LOANHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CHARGE-OFF-HISTORY ASSIGN TO CHGOHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGO-FILE-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYH-FILE-STATUS.

           SELECT FX-RATES        ASSIGN TO FXRATES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VINTAGE-REPORT  ASSIGN TO VINTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VINTAGE-EXTRACT ASSIGN TO VINTCSV
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

       FD  LOAN-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY LOANARCV.

       FD  LOAN-HISTORY
           RECORDING MODE IS F.
       COPY LOANHIST.

       FD  CHARGE-OFF-HISTORY
           RECORDING MODE IS F.
       COPY CHGOHIST.

       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       COPY PAYHIST.

       FD  FX-RATES
           RECORDING MODE IS F.
       COPY FXRATES.

       FD  VINTAGE-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

       FD  VINTAGE-EXTRACT
           RECORDING MODE IS F.
       01  EXTRACT-LINE            PIC X(100).

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
       01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE-RAW.
           05 WS-BUS-YYYY          PIC 9(04).
           05 WS-BUS-MM            PIC 9(02).
           05 WS-BUS-DD            PIC 9(02).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-DD            PIC 9(02).

       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS            VALUE 'Y'.
           05 WS-ARCH-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ARCHIVE             VALUE 'Y'.
           05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-CHGO-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CHARGE-OFFS         VALUE 'Y'.
           05 WS-PAYH-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PAYMENTS            VALUE 'Y'.
           05 WS-FX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FX-RATES            VALUE 'Y'.
           05 WS-FX-MISSING-SW     PIC X(01) VALUE 'N'.
              88 AN-FX-RATE-WAS-MISSING     VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
              88 ENTRY-WAS-FOUND            VALUE 'Y'.

       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-ARCH-FILE-STATUS     PIC X(02).
           88 ARCH-FILE-NOT-FOUND          VALUE '35'.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CHGO-FILE-STATUS     PIC X(02).
           88 CHGO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-PAYH-FILE-STATUS     PIC X(02).
           88 PAYH-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * ACCOUNT TABLE - EVERY ACCOUNT WITH AN OPEN DATE, MASTER AND
      * ARCHIVE ALIKE, KEPT IN ACCOUNT-NUMBER ORDER SO THE HISTORY
      * FILES CAN BE MATCHED TO IT BY HALVING RATHER THAN BY A FULL
      * SCAN PER RECORD.  THE ORIGINAL BALANCE IS THE ACCOUNT'S
      * FIRST SNAPSHOT, OR ITS CURRENT PRINCIPAL WHEN IT HAS NONE.
      * A MONTH ON BOOK OF 999 MEANS THE ACCOUNT HAS NEVER REACHED
      * THAT DELINQUENCY.
      *----------------------------------------------------------------
       01  WS-ACCT-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-ACCT-TABLE-MAX       PIC 9(04) VALUE 9999.
       01  ACCOUNT-TABLE.
           05 AC-ENTRY OCCURS 9999 TIMES.
              10 AC-ACCT-NO         PIC X(06).
              10 AC-COHORT          PIC 9(06).
              10 AC-COH-SUB         PIC 9(03) COMP.
              10 AC-CURRENCY        PIC X(03).
              10 AC-FX-RATE         PIC 9(4)V9(6).
              10 AC-ORIG-BAL        PIC 9(7)V99.
              10 AC-ORIG-SW         PIC X(01).
                 88 AC-ORIG-FROM-SNAPSHOT   VALUE 'Y'.
              10 AC-LAST-MOB        PIC S9(03) COMP.
              10 AC-LAST-PRIN       PIC 9(7)V99.
              10 AC-FIRST30-MOB     PIC 9(03) COMP.
              10 AC-FIRST90-MOB     PIC 9(03) COMP.
       01  WS-ACCT-SUB             PIC S9(05) COMP.
       01  WS-ACCT-HIT             PIC S9(05) COMP.
       01  WS-SEARCH-ACCT          PIC X(06).
       01  WS-LOW                  PIC S9(05) COMP.
       01  WS-HIGH                 PIC S9(05) COMP.
       01  WS-MID                  PIC S9(05) COMP.

      *----------------------------------------------------------------
      * COHORT TABLE - ONE ENTRY PER ORIGINATION MONTH, OLDEST FIRST,
      * WITH A CELL FOR EACH MONTH ON BOOK FROM 0 (THE MONTH OF
      * ORIGINATION) TO 60; CELL N HOLDS MONTH ON BOOK N - 1.  THE
      * OUTSTANDING BALANCE IS AS OF THE MONTH'S LAST SNAPSHOT; THE
      * DELINQUENCY AND NET CHARGE-OFF CELLS HOLD WHAT FIRST HAPPENED
      * IN THAT MONTH UNTIL 4500-ACCUMULATE-COHORT RUNS THEM UP TO
      * CUMULATIVE FIGURES.  LATER EVENTS FALL IN MONTH 60.
      *----------------------------------------------------------------
       01  WS-COH-TABLE-COUNT      PIC 9(03) VALUE 0.
       01  WS-COH-TABLE-MAX        PIC 9(03) VALUE 180.
       01  WS-MOB-MAX              PIC 9(03) VALUE 60.
       01  COHORT-TABLE.
           05 CH-ENTRY OCCURS 180 TIMES.
              10 CH-COHORT          PIC 9(06).
              10 CH-ACCOUNTS        PIC 9(07) COMP.
              10 CH-AGE             PIC 9(03) COMP.
              10 CH-ORIG-BAL        PIC 9(13)V99.
              10 CH-MOB-CELL OCCURS 61 TIMES.
                 15 CH-OUTSTANDING  PIC 9(13)V99.
                 15 CH-EVER-30      PIC 9(13)V99.
                 15 CH-EVER-90      PIC 9(13)V99.
                 15 CH-NET-CO       PIC S9(13)V99.
       01  WS-COH-SUB              PIC S9(03) COMP.
       01  WS-COH-HIT              PIC S9(03) COMP.
       01  WS-CELL-SUB             PIC 9(03) COMP.

      *----------------------------------------------------------------
      * FX-RATE TABLE - EACH ACCOUNT'S FIGURES ARE CONVERTED TO BASE
      * AT TODAY'S RATE AS THEY ARE ADDED TO ITS COHORT.
      *----------------------------------------------------------------
       01  WS-FX-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  FX-RATE-TABLE.
           05 FX-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-FX-TABLE-COUNT
                 INDEXED BY FX-IDX.
              10 FX-TABLE-CODE      PIC X(03).
              10 FX-TABLE-RATE      PIC 9(4)V9(6).
       01  WS-FX-FOUND-SW          PIC X(01) VALUE 'N'.
           88 FX-RATE-WAS-FOUND            VALUE 'Y'.
       01  WS-FX-RATE              PIC 9(4)V9(6).
       01  WS-CURRENCY-CODE        PIC X(03).

      *----------------------------------------------------------------
      * MONTH-ON-BOOK WORK AREA.  MONTHS ON BOOK COUNT CALENDAR
      * MONTHS FROM THE ORIGINATION MONTH, SO A LOAN OPENED ON THE
      * 31ST IS AT MONTH 1 ON THE 1ST.
      *----------------------------------------------------------------
       01  WS-EVENT-DATE           PIC 9(08).
       01  WS-EVENT-PARTS REDEFINES WS-EVENT-DATE.
           05 WS-EVT-YYYY          PIC 9(04).
           05 WS-EVT-MM            PIC 9(02).
           05 WS-EVT-DD            PIC 9(02).
       01  WS-COHORT-WORK          PIC 9(06).
       01  WS-COHORT-PARTS REDEFINES WS-COHORT-WORK.
           05 WS-COH-YYYY          PIC 9(04).
           05 WS-COH-MM            PIC 9(02).
       01  WS-MOB                  PIC S9(05) COMP.
       01  WS-SNAP-DATE-INT        PIC 9(08).
       01  WS-DUE-DATE-INT         PIC 9(08).
       01  WS-DAYS-PAST-DUE        PIC S9(07) COMP.
       01  WS-BASE-AMOUNT          PIC S9(13)V99.

      *----------------------------------------------------------------
      * REPORT WORK AREA.  THE TRIANGLE PRINTS EIGHT SELECTED MONTHS
      * ON BOOK; THE DELIMITED FILE CARRIES EVERY MONTH.
      *----------------------------------------------------------------
       01  WS-SHOWN-MOB-VALUES.
           05 FILLER               PIC 9(02) VALUE 03.
           05 FILLER               PIC 9(02) VALUE 06.
           05 FILLER               PIC 9(02) VALUE 12.
           05 FILLER               PIC 9(02) VALUE 18.
           05 FILLER               PIC 9(02) VALUE 24.
           05 FILLER               PIC 9(02) VALUE 36.
           05 FILLER               PIC 9(02) VALUE 48.
           05 FILLER               PIC 9(02) VALUE 60.
       01  WS-SHOWN-MOB-TABLE REDEFINES WS-SHOWN-MOB-VALUES.
           05 WS-SHOWN-MOB         PIC 9(02) OCCURS 8 TIMES.
       01  WS-COL-SUB              PIC 9(02) COMP.
       01  WS-SECTION              PIC 9(01).
       01  WS-CELL-AMOUNT          PIC S9(13)V99.
       01  WS-PCT                  PIC S9(05)V99.
       01  WS-AGE-WORK             PIC S9(05) COMP.

      *----------------------------------------------------------------
      * DELIMITED-FILE WORK AREA - EACH FIELD IS EDITED, TRIMMED AND
      * STRUNG ONTO THE LINE BEHIND A COMMA, AS EXTRACT DOES.
      *----------------------------------------------------------------
       01  WS-DELIMITER            PIC X(01) VALUE ",".
       01  WS-LINE-POINTER         PIC 9(03) COMP.
       01  WS-FIELD-VALUE          PIC X(20).
       01  WS-FIRST-FIELD-SW       PIC X(01).
           88 FIRST-FIELD-ON-LINE          VALUE 'Y'.
       01  WS-EDIT-COUNT           PIC Z(06)9.
       01  WS-EDIT-AMOUNT          PIC -(13)9.99.
       01  WS-EDIT-PCT             PIC -(05)9.99.
       01  WS-EDIT-MOB             PIC ZZ9.
       01  EXTRACT-HEADER-LINE.
           05 FILLER               PIC X(40) VALUE
              "COHORT,MOB,ACCOUNTS,ORIG_BAL,OUTSTANDING".
           05 FILLER               PIC X(60) VALUE
              ",PCT_30_PLUS,PCT_90_PLUS,NCO_PCT".

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ARCH-READ         PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-LOADED      PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-NO-OPEN     PIC 9(7) COMP VALUE 0.
           05 WS-ARCH-DUPLICATE    PIC 9(7) COMP VALUE 0.
           05 WS-SNAPS-READ        PIC 9(9) COMP VALUE 0.
           05 WS-SNAPS-APPLIED     PIC 9(9) COMP VALUE 0.
           05 WS-SNAPS-UNMATCHED   PIC 9(9) COMP VALUE 0.
           05 WS-CHGOFFS-APPLIED   PIC 9(7) COMP VALUE 0.
           05 WS-RECOVERIES-APPLIED PIC 9(7) COMP VALUE 0.
           05 WS-ROWS-EXTRACTED    PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * INCIDENT CAPTURE - SEE INCDRQ.CPY.
      *----------------------------------------------------------------
       COPY INCDRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "VINTGE".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  SECTION-TITLES.
           05 FILLER                PIC X(64) VALUE
              "OUTSTANDING BALANCE BY MONTH ON BOOK - BASE CURRENCY".
           05 FILLER                PIC X(64) VALUE
              "CUMULATIVE 30+ DAYS PAST DUE - PCT OF ORIGINAL BALANCE".
           05 FILLER                PIC X(64) VALUE
              "CUMULATIVE 90+ DAYS PAST DUE - PCT OF ORIGINAL BALANCE".
           05 FILLER                PIC X(64) VALUE
              "CUMULATIVE NET CHARGE-OFF - PCT OF ORIGINAL BALANCE".
       01  SECTION-TITLE-TABLE REDEFINES SECTION-TITLES.
           05 SECTION-TITLE         PIC X(64) OCCURS 4 TIMES.

       01  TRIANGLE-HEADING.
           05 FILLER                PIC X(08) VALUE "COHORT".
           05 FILLER                PIC X(07) VALUE "  ACCTS".
           05 FILLER                PIC X(15) VALUE
              "   ORIGINAL BAL".
           05 TH-CELL OCCURS 8 TIMES.
              10 FILLER             PIC X(08) VALUE SPACES.
              10 FILLER             PIC X(02) VALUE "MB".
              10 TH-MOB             PIC Z9.

       01  TRIANGLE-DETAIL.
           05 TD-COHORT             PIC X(07).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 TD-ACCOUNTS           PIC ZZZZZZ9.
           05 TD-ORIG-BAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 TD-CELL OCCURS 8 TIMES.
              10 TD-CELL-TEXT       PIC X(12).
       01  TD-AMOUNT-CELL.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 TD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.
       01  TD-PCT-CELL.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 TD-PCT                PIC ----9.99.

       01  WS-COHORT-FMT.
           05 WS-CF-YYYY            PIC 9(04).
           05 FILLER                PIC X(01) VALUE "-".
           05 WS-CF-MM              PIC 9(02).

       01  NOTE-LINE-1.
           05 FILLER                PIC X(40) VALUE
              "ACCOUNTS IN COHORTS (MASTER + ARCHIVE): ".
           05 NL-LOADED             PIC ZZZ,ZZ9.
       01  NOTE-LINE-2.
           05 FILLER                PIC X(40) VALUE
              "ACCOUNTS WITHOUT AN OPEN DATE, LEFT OUT:".
           05 NL-NO-OPEN            PIC ZZZ,ZZ9.
       01  NOTE-LINE-3.
           05 FILLER                PIC X(40) VALUE
              "SNAPSHOTS WITH NO ACCOUNT IN A COHORT:  ".
           05 NL-UNMATCHED          PIC ZZZ,ZZZ,ZZ9.

       01  TRIANGLE-NOTE-LINE.
           05 FILLER                PIC X(60) VALUE
              "BLANK CELLS - MONTHS ON BOOK THE COHORT HAS NOT REACHED".

       01  FX-WITHHELD-LINE.
           05 FILLER                PIC X(60) VALUE
              "FX RATE MISSING - FIGURES UNDERSTATED, SEE EXCEPTIONS".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "VINTGE  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-APPLY-SNAPSHOT   THRU 2000-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 3000-APPLY-CHARGE-OFF THRU 3000-EXIT
               UNTIL END-OF-CHARGE-OFFS.
           PERFORM 3500-APPLY-RECOVERY   THRU 3500-EXIT
               UNTIL END-OF-PAYMENTS.
           PERFORM 4000-CLOSE-ACCOUNT    THRU 4000-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT.
           PERFORM 4500-ACCUMULATE-COHORT THRU 4500-EXIT
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-COH-TABLE-COUNT.
           PERFORM 5000-PRINT-SECTION    THRU 5000-EXIT
               VARYING WS-SECTION FROM 1 BY 1
               UNTIL WS-SECTION > 4.
           PERFORM 6000-EXTRACT-COHORT   THRU 6000-EXIT
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-COH-TABLE-COUNT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ACCTS-LOADED TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE ACCOUNT AND COHORT TABLES ARE BUILT
      * BEFORE THE REPORT IS OPENED, SO A TABLE PAST ITS LIMIT STOPS
      * THE RUN RATHER THAN PRINT A TRIANGLE BUILT ON PART OF THE
      * BOOK.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT LOAN-ACCOUNTS.
           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
           PERFORM 1100-LOAD-MASTER-ACCOUNT THRU 1100-EXIT
               UNTIL END-OF-ACCOUNTS.
           CLOSE LOAN-ACCOUNTS.

           OPEN INPUT LOAN-ARCHIVE-FILE.
           IF ARCH-FILE-NOT-FOUND
               MOVE 'Y' TO WS-ARCH-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ARCHIVED-ACCOUNT THRU 1200-EXIT
                   UNTIL END-OF-ARCHIVE
               CLOSE LOAN-ARCHIVE-FILE
           END-IF.

           PERFORM 1400-ADD-COHORT THRU 1400-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT
                  OR THE-LOAD-OVERFLOWED.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO REPORT PRINTED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LOAN-HISTORY.
           IF HIST-FILE-NOT-FOUND
               MOVE 'Y' TO WS-HIST-EOF-SW
           END-IF.
           OPEN INPUT  CHARGE-OFF-HISTORY.
           IF CHGO-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CHGO-EOF-SW
           END-IF.
           OPEN INPUT  PAYMENT-HISTORY.
           IF PAYH-FILE-NOT-FOUND
               MOVE 'Y' TO WS-PAYH-EOF-SW
           END-IF.
           OPEN INPUT  FX-RATES
           OPEN OUTPUT VINTAGE-REPORT
           OPEN OUTPUT VINTAGE-EXTRACT.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           PERFORM 1180-LOAD-FX-RATES THRU 1180-EXIT
               UNTIL END-OF-FX-RATES.
           CLOSE FX-RATES.

           PERFORM 1500-SET-COHORT-AGE THRU 1500-EXIT
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-COH-TABLE-COUNT.
           PERFORM 1600-SET-ACCOUNT-COHORT THRU 1600-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT.

           PERFORM 8100-READ-SNAPSHOT   THRU 8100-EXIT.
           PERFORM 8200-READ-CHARGE-OFF THRU 8200-EXIT.
           PERFORM 8300-READ-PAYMENT    THRU 8300-EXIT.
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
      * 1100-LOAD-MASTER-ACCOUNT - THE MASTER COMES IN ACCOUNT ORDER,
      * SO ITS ACCOUNTS GO ON THE END OF THE TABLE.
      *----------------------------------------------------------------
       1100-LOAD-MASTER-ACCOUNT.
           IF LM-OPEN-DATE IS NOT NUMERIC
              OR LM-OPEN-DATE = ZERO
               ADD 1 TO WS-ACCTS-NO-OPEN
               PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF.

           IF WS-ACCT-TABLE-COUNT >= WS-ACCT-TABLE-MAX
               DISPLAY "VINTAGE ACCOUNT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-ACCT-TABLE-COUNT.
           MOVE WS-ACCT-TABLE-COUNT TO WS-ACCT-HIT.
           PERFORM 1300-FILL-ACCOUNT THRU 1300-EXIT.
           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ARCHIVED-ACCOUNT - AN ARCHIVED ACCOUNT IS SLOTTED
      * INTO ACCOUNT ORDER.  ONE THAT IS ALREADY IN THE TABLE - BACK
      * ON THE MASTER AFTER A RESTORE, OR ARCHIVED MORE THAN ONCE -
      * IS COUNTED ONCE.
      *----------------------------------------------------------------
       1200-LOAD-ARCHIVED-ACCOUNT.
           READ LOAN-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           ADD 1 TO WS-ARCH-READ.

           MOVE AR-MASTER-IMAGE TO LOAN-MASTER-REC.
           IF LM-OPEN-DATE IS NOT NUMERIC
              OR LM-OPEN-DATE = ZERO
               ADD 1 TO WS-ACCTS-NO-OPEN
               GO TO 1200-EXIT
           END-IF.

           MOVE LM-ACCT-NO TO WS-SEARCH-ACCT.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF ENTRY-WAS-FOUND
               ADD 1 TO WS-ARCH-DUPLICATE
               GO TO 1200-EXIT
           END-IF.

           IF WS-ACCT-TABLE-COUNT >= WS-ACCT-TABLE-MAX
               DISPLAY "VINTAGE ACCOUNT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-ARCH-EOF-SW
               GO TO 1200-EXIT
           END-IF.

      *    WS-LOW IS WHERE THE FAILED SEARCH SAYS THE ACCOUNT BELONGS.
           PERFORM 1250-SHIFT-ACCOUNT-UP THRU 1250-EXIT
               VARYING WS-ACCT-SUB FROM WS-ACCT-TABLE-COUNT BY -1
               UNTIL WS-ACCT-SUB < WS-LOW.
           ADD 1 TO WS-ACCT-TABLE-COUNT.
           MOVE WS-LOW TO WS-ACCT-HIT.
           PERFORM 1300-FILL-ACCOUNT THRU 1300-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-SHIFT-ACCOUNT-UP
      *----------------------------------------------------------------
       1250-SHIFT-ACCOUNT-UP.
           MOVE AC-ENTRY(WS-ACCT-SUB) TO AC-ENTRY(WS-ACCT-SUB + 1).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-FILL-ACCOUNT - FROM THE MASTER IMAGE IN LOAN-MASTER-REC
      * INTO TABLE ENTRY WS-ACCT-HIT.  A BLANK CURRENCY IS USD.
      *----------------------------------------------------------------
       1300-FILL-ACCOUNT.
           MOVE LM-ACCT-NO        TO AC-ACCT-NO(WS-ACCT-HIT).
           MOVE LM-OPEN-DATE(1:6) TO AC-COHORT(WS-ACCT-HIT).
           MOVE ZERO              TO AC-COH-SUB(WS-ACCT-HIT).
           IF LM-CURRENCY-CODE = SPACES
               MOVE "USD"            TO AC-CURRENCY(WS-ACCT-HIT)
           ELSE
               MOVE LM-CURRENCY-CODE TO AC-CURRENCY(WS-ACCT-HIT)
           END-IF.
           MOVE ZERO              TO AC-FX-RATE(WS-ACCT-HIT).
           MOVE LM-PRINCIPAL      TO AC-ORIG-BAL(WS-ACCT-HIT).
           MOVE 'N'               TO AC-ORIG-SW(WS-ACCT-HIT).
           MOVE -1                TO AC-LAST-MOB(WS-ACCT-HIT).
           MOVE ZERO              TO AC-LAST-PRIN(WS-ACCT-HIT).
           MOVE 999               TO AC-FIRST30-MOB(WS-ACCT-HIT).
           MOVE 999               TO AC-FIRST90-MOB(WS-ACCT-HIT).
           ADD 1 TO WS-ACCTS-LOADED.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-ADD-COHORT - ONE COHORT PER ORIGINATION MONTH, SLOTTED
      * INTO MONTH ORDER THE FIRST TIME AN ACCOUNT NEEDS IT.
      *----------------------------------------------------------------
       1400-ADD-COHORT.
           MOVE AC-COHORT(WS-ACCT-SUB) TO WS-COHORT-WORK.
           PERFORM 2950-FIND-COHORT THRU 2950-EXIT.
           IF ENTRY-WAS-FOUND
               GO TO 1400-EXIT
           END-IF.

           IF WS-COH-TABLE-COUNT >= WS-COH-TABLE-MAX
               DISPLAY "VINTAGE COHORT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               GO TO 1400-EXIT
           END-IF.

      *    WS-COH-HIT IS THE FIRST LATER COHORT, OR ONE PAST THE END.
           PERFORM 1450-SHIFT-COHORT-UP THRU 1450-EXIT
               VARYING WS-COH-SUB FROM WS-COH-TABLE-COUNT BY -1
               UNTIL WS-COH-SUB < WS-COH-HIT.
           ADD 1 TO WS-COH-TABLE-COUNT.
           INITIALIZE CH-ENTRY(WS-COH-HIT).
           MOVE WS-COHORT-WORK TO CH-COHORT(WS-COH-HIT).
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-SHIFT-COHORT-UP
      *----------------------------------------------------------------
       1450-SHIFT-COHORT-UP.
           MOVE CH-ENTRY(WS-COH-SUB) TO CH-ENTRY(WS-COH-SUB + 1).
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-SET-COHORT-AGE - THE MONTHS ON BOOK THE COHORT HAS
      * REACHED AT THE BUSINESS DATE, CAPPED AT THE LAST CELL.  THE
      * TRIANGLE SHOWS NOTHING BEYOND IT.
      *----------------------------------------------------------------
       1500-SET-COHORT-AGE.
           MOVE CH-COHORT(WS-COH-SUB) TO WS-COHORT-WORK.
           MOVE WS-BUS-DATE-RAW       TO WS-EVENT-DATE.
           PERFORM 2150-SET-MOB THRU 2150-EXIT.
           MOVE WS-MOB TO WS-AGE-WORK.
           IF WS-AGE-WORK < ZERO
               MOVE ZERO TO WS-AGE-WORK
           END-IF.
           IF WS-AGE-WORK > WS-MOB-MAX
               MOVE WS-MOB-MAX TO WS-AGE-WORK
           END-IF.
           MOVE WS-AGE-WORK TO CH-AGE(WS-COH-SUB).
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-SET-ACCOUNT-COHORT - WITH THE COHORT TABLE COMPLETE, EACH
      * ACCOUNT IS POINTED AT ITS COHORT AND GIVEN ITS CURRENCY'S
      * RATE TO BASE.
      *----------------------------------------------------------------
       1600-SET-ACCOUNT-COHORT.
           MOVE AC-COHORT(WS-ACCT-SUB) TO WS-COHORT-WORK.
           PERFORM 2950-FIND-COHORT THRU 2950-EXIT.
           MOVE WS-COH-HIT TO AC-COH-SUB(WS-ACCT-SUB).

           MOVE AC-CURRENCY(WS-ACCT-SUB) TO WS-CURRENCY-CODE.
           PERFORM 4600-SET-FX-RATE THRU 4600-EXIT.
           MOVE WS-FX-RATE TO AC-FX-RATE(WS-ACCT-SUB).
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1180-LOAD-FX-RATES
      *----------------------------------------------------------------
       1180-LOAD-FX-RATES.
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
      * 2000-APPLY-SNAPSHOT - LOANHIST IS IN SNAPSHOT-DATE ORDER, SO
      * AN ACCOUNT'S SNAPSHOTS ARRIVE OLDEST FIRST.  THE FIRST ONE
      * SETS ITS ORIGINAL BALANCE; THE LAST ONE IN EACH MONTH ON BOOK
      * IS THAT MONTH'S OUTSTANDING BALANCE, SETTLED INTO THE COHORT
      * WHEN THE NEXT MONTH'S SNAPSHOT ARRIVES OR AT 4000.  THE DUE
      * DATE THE SNAPSHOT CARRIES AGES THE ACCOUNT AS OF THAT NIGHT.
      *----------------------------------------------------------------
       2000-APPLY-SNAPSHOT.
           MOVE LH-ACCT-NO TO WS-SEARCH-ACCT.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF NOT ENTRY-WAS-FOUND
               ADD 1 TO WS-SNAPS-UNMATCHED
               PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE AC-COHORT(WS-ACCT-HIT) TO WS-COHORT-WORK.
           MOVE LH-SNAP-DATE           TO WS-EVENT-DATE.
           PERFORM 2150-SET-MOB THRU 2150-EXIT.
           IF WS-MOB < ZERO
               ADD 1 TO WS-SNAPS-UNMATCHED
               PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF NOT AC-ORIG-FROM-SNAPSHOT(WS-ACCT-HIT)
               MOVE LH-PRINCIPAL TO AC-ORIG-BAL(WS-ACCT-HIT)
               MOVE 'Y'          TO AC-ORIG-SW(WS-ACCT-HIT)
           END-IF.

           IF WS-MOB <= WS-MOB-MAX
              AND WS-MOB >= AC-LAST-MOB(WS-ACCT-HIT)
               IF WS-MOB > AC-LAST-MOB(WS-ACCT-HIT)
                   PERFORM 2100-SETTLE-OUTSTANDING THRU 2100-EXIT
               END-IF
               MOVE WS-MOB       TO AC-LAST-MOB(WS-ACCT-HIT)
               MOVE LH-PRINCIPAL TO AC-LAST-PRIN(WS-ACCT-HIT)
           END-IF.

           IF WS-MOB > WS-MOB-MAX
               MOVE WS-MOB-MAX TO WS-MOB
           END-IF.
           IF LH-NEXT-DUE-DATE NOT = ZERO
               PERFORM 2200-AGE-SNAPSHOT THRU 2200-EXIT
           END-IF.

           ADD 1 TO WS-SNAPS-APPLIED.
           PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SETTLE-OUTSTANDING - THE ACCOUNT'S LAST BALANCE IN ITS
      * PREVIOUS MONTH ON BOOK GOES TO THE COHORT, IN BASE.
      *----------------------------------------------------------------
       2100-SETTLE-OUTSTANDING.
           IF AC-LAST-MOB(WS-ACCT-HIT) < ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE AC-COH-SUB(WS-ACCT-HIT) TO WS-COH-HIT.
           COMPUTE WS-CELL-SUB = AC-LAST-MOB(WS-ACCT-HIT) + 1.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               AC-LAST-PRIN(WS-ACCT-HIT) * AC-FX-RATE(WS-ACCT-HIT).
           ADD WS-BASE-AMOUNT
               TO CH-OUTSTANDING(WS-COH-HIT, WS-CELL-SUB).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SET-MOB - CALENDAR MONTHS FROM THE COHORT MONTH IN
      * WS-COHORT-WORK TO WS-EVENT-DATE.
      *----------------------------------------------------------------
       2150-SET-MOB.
           COMPUTE WS-MOB =
               (WS-EVT-YYYY - WS-COH-YYYY) * 12
               + WS-EVT-MM - WS-COH-MM.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-AGE-SNAPSHOT - DAYS BETWEEN THE SNAPSHOT DATE AND THE DUE
      * DATE IT CARRIED, AS DELINQ-AGING COUNTS THEM.  THE FIRST
      * MONTH ON BOOK AT 30+ AND AT 90+ IS KEPT; A DUE DATE THAT IS
      * NOT A REAL CALENDAR DATE IS PASSED OVER.
      *----------------------------------------------------------------
       2200-AGE-SNAPSHOT.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(LH-NEXT-DUE-DATE).
           COMPUTE WS-SNAP-DATE-INT =
               FUNCTION INTEGER-OF-DATE(LH-SNAP-DATE).
           IF WS-DUE-DATE-INT = ZERO
              OR WS-SNAP-DATE-INT = ZERO
               GO TO 2200-EXIT
           END-IF.

           COMPUTE WS-DAYS-PAST-DUE =
               WS-SNAP-DATE-INT - WS-DUE-DATE-INT.
           IF WS-DAYS-PAST-DUE >= 30
              AND AC-FIRST30-MOB(WS-ACCT-HIT) = 999
               MOVE WS-MOB TO AC-FIRST30-MOB(WS-ACCT-HIT)
           END-IF.
           IF WS-DAYS-PAST-DUE >= 90
              AND AC-FIRST90-MOB(WS-ACCT-HIT) = 999
               MOVE WS-MOB TO AC-FIRST90-MOB(WS-ACCT-HIT)
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-FIND-ACCOUNT - HALVES THE ACCOUNT TABLE FOR
      * WS-SEARCH-ACCT.  FOUND, WS-ACCT-HIT IS ITS ENTRY; NOT FOUND,
      * WS-LOW IS WHERE IT WOULD GO.
      *----------------------------------------------------------------
       2900-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO WS-LOW.
           MOVE WS-ACCT-TABLE-COUNT TO WS-HIGH.
           PERFORM 2910-PROBE-ACCOUNT THRU 2910-EXIT
               UNTIL WS-LOW > WS-HIGH
                  OR ENTRY-WAS-FOUND.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2910-PROBE-ACCOUNT
      *----------------------------------------------------------------
       2910-PROBE-ACCOUNT.
           COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2.
           IF AC-ACCT-NO(WS-MID) = WS-SEARCH-ACCT
               MOVE WS-MID TO WS-ACCT-HIT
               MOVE 'Y' TO WS-FOUND-SW
               GO TO 2910-EXIT
           END-IF.
           IF AC-ACCT-NO(WS-MID) < WS-SEARCH-ACCT
               COMPUTE WS-LOW = WS-MID + 1
           ELSE
               COMPUTE WS-HIGH = WS-MID - 1
           END-IF.
       2910-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-FIND-COHORT - FOR THE MONTH IN WS-COHORT-WORK.  NOT
      * FOUND, WS-COH-HIT IS THE FIRST LATER COHORT OR ONE PAST THE
      * END.
      *----------------------------------------------------------------
       2950-FIND-COHORT.
           MOVE 'N' TO WS-FOUND-SW.
           COMPUTE WS-COH-HIT = WS-COH-TABLE-COUNT + 1.
           PERFORM 2960-SEARCH-COHORT THRU 2960-EXIT
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-COH-TABLE-COUNT
                  OR ENTRY-WAS-FOUND
                  OR WS-COH-HIT <= WS-COH-TABLE-COUNT.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2960-SEARCH-COHORT
      *----------------------------------------------------------------
       2960-SEARCH-COHORT.
           IF CH-COHORT(WS-COH-SUB) = WS-COHORT-WORK
               MOVE WS-COH-SUB TO WS-COH-HIT
               MOVE 'Y' TO WS-FOUND-SW
               GO TO 2960-EXIT
           END-IF.
           IF CH-COHORT(WS-COH-SUB) > WS-COHORT-WORK
               MOVE WS-COH-SUB TO WS-COH-HIT
           END-IF.
       2960-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-CHARGE-OFF - THE WRITE-OFF GOES TO ITS COHORT IN
      * THE MONTH ON BOOK IT WAS TAKEN.
      *----------------------------------------------------------------
       3000-APPLY-CHARGE-OFF.
           MOVE CO-ACCT-NO TO WS-SEARCH-ACCT.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF NOT ENTRY-WAS-FOUND
               PERFORM 8200-READ-CHARGE-OFF THRU 8200-EXIT
               GO TO 3000-EXIT
           END-IF.

           MOVE CO-CHGOFF-DATE TO WS-EVENT-DATE.
           PERFORM 3900-SET-EVENT-CELL THRU 3900-EXIT.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               CO-AMOUNT * AC-FX-RATE(WS-ACCT-HIT).
           ADD WS-BASE-AMOUNT
               TO CH-NET-CO(WS-COH-HIT, WS-CELL-SUB).
           ADD 1 TO WS-CHGOFFS-APPLIED.

           PERFORM 8200-READ-CHARGE-OFF THRU 8200-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-APPLY-RECOVERY - A RECOVERY ON A CHARGED-OFF ACCOUNT
      * COMES OFF ITS COHORT'S NET CHARGE-OFF IN THE MONTH ON BOOK IT
      * WAS RECEIVED.
      *----------------------------------------------------------------
       3500-APPLY-RECOVERY.
           IF NOT PH-IS-RECOVERY
               PERFORM 8300-READ-PAYMENT THRU 8300-EXIT
               GO TO 3500-EXIT
           END-IF.

           MOVE PH-ACCT-NO TO WS-SEARCH-ACCT.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF NOT ENTRY-WAS-FOUND
               PERFORM 8300-READ-PAYMENT THRU 8300-EXIT
               GO TO 3500-EXIT
           END-IF.

           MOVE PH-PAY-DATE TO WS-EVENT-DATE.
           PERFORM 3900-SET-EVENT-CELL THRU 3900-EXIT.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               PH-AMOUNT * AC-FX-RATE(WS-ACCT-HIT).
           SUBTRACT WS-BASE-AMOUNT
               FROM CH-NET-CO(WS-COH-HIT, WS-CELL-SUB).
           ADD 1 TO WS-RECOVERIES-APPLIED.

           PERFORM 8300-READ-PAYMENT THRU 8300-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-SET-EVENT-CELL - THE COHORT AND MONTH-ON-BOOK CELL OF
      * ACCOUNT WS-ACCT-HIT FOR THE EVENT ON WS-EVENT-DATE, HELD
      * BETWEEN MONTH 0 AND THE LAST CELL.
      *----------------------------------------------------------------
       3900-SET-EVENT-CELL.
           MOVE AC-COH-SUB(WS-ACCT-HIT) TO WS-COH-HIT.
           MOVE AC-COHORT(WS-ACCT-HIT)  TO WS-COHORT-WORK.
           PERFORM 2150-SET-MOB THRU 2150-EXIT.
           IF WS-MOB < ZERO
               MOVE ZERO TO WS-MOB
           END-IF.
           IF WS-MOB > WS-MOB-MAX
               MOVE WS-MOB-MAX TO WS-MOB
           END-IF.
           COMPUTE WS-CELL-SUB = WS-MOB + 1.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CLOSE-ACCOUNT - SETTLES THE ACCOUNT'S LAST MONTH ON BOOK
      * AND ADDS ITS ORIGINAL BALANCE TO ITS COHORT, AND TO THE
      * MONTH IT FIRST WENT 30+ AND 90+ DAYS PAST DUE.
      *----------------------------------------------------------------
       4000-CLOSE-ACCOUNT.
           MOVE WS-ACCT-SUB TO WS-ACCT-HIT.
           PERFORM 2100-SETTLE-OUTSTANDING THRU 2100-EXIT.

           MOVE AC-COH-SUB(WS-ACCT-HIT) TO WS-COH-HIT.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               AC-ORIG-BAL(WS-ACCT-HIT) * AC-FX-RATE(WS-ACCT-HIT).
           ADD 1              TO CH-ACCOUNTS(WS-COH-HIT).
           ADD WS-BASE-AMOUNT TO CH-ORIG-BAL(WS-COH-HIT).

           IF AC-FIRST30-MOB(WS-ACCT-HIT) NOT = 999
               COMPUTE WS-CELL-SUB = AC-FIRST30-MOB(WS-ACCT-HIT) + 1
               ADD WS-BASE-AMOUNT
                   TO CH-EVER-30(WS-COH-HIT, WS-CELL-SUB)
           END-IF.
           IF AC-FIRST90-MOB(WS-ACCT-HIT) NOT = 999
               COMPUTE WS-CELL-SUB = AC-FIRST90-MOB(WS-ACCT-HIT) + 1
               ADD WS-BASE-AMOUNT
                   TO CH-EVER-90(WS-COH-HIT, WS-CELL-SUB)
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-ACCUMULATE-COHORT - RUNS THE DELINQUENCY AND NET CHARGE-
      * OFF CELLS UP TO CUMULATIVE FIGURES, MONTH ON BOOK BY MONTH.
      *----------------------------------------------------------------
       4500-ACCUMULATE-COHORT.
           PERFORM 4550-ACCUMULATE-CELL THRU 4550-EXIT
               VARYING WS-CELL-SUB FROM 2 BY 1
               UNTIL WS-CELL-SUB > WS-MOB-MAX + 1.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4550-ACCUMULATE-CELL
      *----------------------------------------------------------------
       4550-ACCUMULATE-CELL.
           ADD CH-EVER-30(WS-COH-SUB, WS-CELL-SUB - 1)
               TO CH-EVER-30(WS-COH-SUB, WS-CELL-SUB).
           ADD CH-EVER-90(WS-COH-SUB, WS-CELL-SUB - 1)
               TO CH-EVER-90(WS-COH-SUB, WS-CELL-SUB).
           ADD CH-NET-CO(WS-COH-SUB, WS-CELL-SUB - 1)
               TO CH-NET-CO(WS-COH-SUB, WS-CELL-SUB).
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-SET-FX-RATE - A CURRENCY WITH NO RATE CONVERTS AT ZERO,
      * IS LOGGED, AND ENDS THE RUN CONDITION CODE 8 SO THE
      * UNDERSTATED TRIANGLE IS NOT TAKEN AT FACE VALUE.
      *----------------------------------------------------------------
       4600-SET-FX-RATE.
           IF WS-CURRENCY-CODE = "USD"
               MOVE 1 TO WS-FX-RATE
               GO TO 4600-EXIT
           END-IF.

           MOVE 'N' TO WS-FX-FOUND-SW.
           MOVE ZERO TO WS-FX-RATE.
           PERFORM 4650-SEARCH-FX-RATE THRU 4650-EXIT
               VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > WS-FX-TABLE-COUNT
                  OR FX-RATE-WAS-FOUND.

           IF NOT FX-RATE-WAS-FOUND
               SET AN-FX-RATE-WAS-MISSING TO TRUE
               MOVE SPACES TO SHARED-EXCEPTION-REC
               MOVE "VINTGE" TO SE-PROGRAM-ID
               MOVE AC-ACCT-NO(WS-ACCT-SUB) TO SE-ENTRY-ID
               MOVE "FX RATE MISSING FOR CURRENCY" TO SE-REASON
               MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE
               WRITE SHARED-EXCEPTION-REC
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4650-SEARCH-FX-RATE
      *----------------------------------------------------------------
       4650-SEARCH-FX-RATE.
           IF FX-TABLE-CODE(FX-IDX) = WS-CURRENCY-CODE
               MOVE FX-TABLE-RATE(FX-IDX) TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-FOUND-SW
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-SECTION - ONE TRIANGLE: THE OUTSTANDING BALANCES,
      * THEN 30+, 90+ AND NET CHARGE-OFF AS PERCENTAGES OF THE
      * COHORT'S ORIGINAL BALANCE.
      *----------------------------------------------------------------
       5000-PRINT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM SECTION-TITLE(WS-SECTION).
           PERFORM 5050-SET-HEADING-MOB THRU 5050-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 8.
           WRITE REPORT-LINE FROM TRIANGLE-HEADING.

           PERFORM 5100-PRINT-COHORT THRU 5100-EXIT
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-COH-TABLE-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5050-SET-HEADING-MOB
      *----------------------------------------------------------------
       5050-SET-HEADING-MOB.
           MOVE WS-SHOWN-MOB(WS-COL-SUB) TO TH-MOB(WS-COL-SUB).
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-PRINT-COHORT
      *----------------------------------------------------------------
       5100-PRINT-COHORT.
           MOVE CH-COHORT(WS-COH-SUB)(1:4) TO WS-CF-YYYY.
           MOVE CH-COHORT(WS-COH-SUB)(5:2) TO WS-CF-MM.
           MOVE WS-COHORT-FMT              TO TD-COHORT.
           MOVE CH-ACCOUNTS(WS-COH-SUB)    TO TD-ACCOUNTS.
           MOVE CH-ORIG-BAL(WS-COH-SUB)    TO TD-ORIG-BAL.
           PERFORM 5200-FILL-CELL THRU 5200-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 8.
           WRITE REPORT-LINE FROM TRIANGLE-DETAIL.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-FILL-CELL - A MONTH ON BOOK THE COHORT HAS NOT REACHED
      * IS LEFT BLANK, WHICH GIVES THE TRIANGLE ITS SHAPE.
      *----------------------------------------------------------------
       5200-FILL-CELL.
           MOVE SPACES TO TD-CELL-TEXT(WS-COL-SUB).
           IF WS-SHOWN-MOB(WS-COL-SUB) > CH-AGE(WS-COH-SUB)
               GO TO 5200-EXIT
           END-IF.

           COMPUTE WS-CELL-SUB = WS-SHOWN-MOB(WS-COL-SUB) + 1.
           IF WS-SECTION = 1
               MOVE CH-OUTSTANDING(WS-COH-SUB, WS-CELL-SUB)
                   TO TD-AMOUNT
               MOVE TD-AMOUNT-CELL TO TD-CELL-TEXT(WS-COL-SUB)
           ELSE
               PERFORM 5300-SET-CELL-PCT THRU 5300-EXIT
               MOVE WS-PCT TO TD-PCT
               MOVE TD-PCT-CELL TO TD-CELL-TEXT(WS-COL-SUB)
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-SET-CELL-PCT - THE SECTION'S CUMULATIVE FIGURE FOR CELL
      * WS-CELL-SUB OF COHORT WS-COH-SUB AS A PERCENTAGE OF THE
      * COHORT'S ORIGINAL BALANCE.
      *----------------------------------------------------------------
       5300-SET-CELL-PCT.
           EVALUATE WS-SECTION
               WHEN 2
                   MOVE CH-EVER-30(WS-COH-SUB, WS-CELL-SUB)
                       TO WS-CELL-AMOUNT
               WHEN 3
                   MOVE CH-EVER-90(WS-COH-SUB, WS-CELL-SUB)
                       TO WS-CELL-AMOUNT
               WHEN OTHER
                   MOVE CH-NET-CO(WS-COH-SUB, WS-CELL-SUB)
                       TO WS-CELL-AMOUNT
           END-EVALUATE.

           MOVE ZERO TO WS-PCT.
           IF CH-ORIG-BAL(WS-COH-SUB) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CELL-AMOUNT * 100 / CH-ORIG-BAL(WS-COH-SUB)
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-EXTRACT-COHORT - ONE DELIMITED ROW PER MONTH ON BOOK
      * THE COHORT HAS REACHED, BEHIND A HEADER ROW.
      *----------------------------------------------------------------
       6000-EXTRACT-COHORT.
           IF WS-COH-SUB = 1
               WRITE EXTRACT-LINE FROM EXTRACT-HEADER-LINE
           END-IF.
           PERFORM 6100-EXTRACT-ROW THRU 6100-EXIT
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > CH-AGE(WS-COH-SUB) + 1.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-EXTRACT-ROW
      *----------------------------------------------------------------
       6100-EXTRACT-ROW.
           MOVE SPACES TO EXTRACT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           MOVE 'Y' TO WS-FIRST-FIELD-SW.

           MOVE CH-COHORT(WS-COH-SUB) TO WS-FIELD-VALUE.
           PERFORM 6500-ADD-FIELD THRU 6500-EXIT.
           COMPUTE WS-EDIT-MOB = WS-CELL-SUB - 1.
           MOVE WS-EDIT-MOB TO WS-FIELD-VALUE.
           PERFORM 6500-ADD-FIELD THRU 6500-EXIT.
           MOVE CH-ACCOUNTS(WS-COH-SUB) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-FIELD-VALUE.
           PERFORM 6500-ADD-FIELD THRU 6500-EXIT.
           MOVE CH-ORIG-BAL(WS-COH-SUB) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-FIELD-VALUE.
           PERFORM 6500-ADD-FIELD THRU 6500-EXIT.
           MOVE CH-OUTSTANDING(WS-COH-SUB, WS-CELL-SUB)
               TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-FIELD-VALUE.
           PERFORM 6500-ADD-FIELD THRU 6500-EXIT.

           PERFORM 6200-ADD-PCT-FIELD THRU 6200-EXIT
               VARYING WS-SECTION FROM 2 BY 1
               UNTIL WS-SECTION > 4.

           WRITE EXTRACT-LINE.
           ADD 1 TO WS-ROWS-EXTRACTED.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-ADD-PCT-FIELD
      *----------------------------------------------------------------
       6200-ADD-PCT-FIELD.
           PERFORM 5300-SET-CELL-PCT THRU 5300-EXIT.
           MOVE WS-PCT TO WS-EDIT-PCT.
           MOVE WS-EDIT-PCT TO WS-FIELD-VALUE.
           PERFORM 6500-ADD-FIELD THRU 6500-EXIT.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-ADD-FIELD - APPENDS WS-FIELD-VALUE, TRIMMED, BEHIND A
      * COMMA UNLESS IT IS THE FIRST FIELD ON THE LINE.
      *----------------------------------------------------------------
       6500-ADD-FIELD.
           IF NOT FIRST-FIELD-ON-LINE
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO EXTRACT-LINE
                   WITH POINTER WS-LINE-POINTER
           END-IF.
           MOVE 'N' TO WS-FIRST-FIELD-SW.
           STRING FUNCTION TRIM(WS-FIELD-VALUE) DELIMITED BY SIZE
               INTO EXTRACT-LINE
               WITH POINTER WS-LINE-POINTER.
       6500-EXIT.
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
      * 8100-READ-SNAPSHOT - A SNAPSHOT TAKEN BEFORE THE DUE DATE WAS
      * CARRIED HAS SPACES THERE, READ AS NO DUE DATE.
      *----------------------------------------------------------------
       8100-READ-SNAPSHOT.
           READ LOAN-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SNAPS-READ
                   IF LH-NEXT-DUE-DATE IS NOT NUMERIC
                       MOVE ZERO TO LH-NEXT-DUE-DATE
                   END-IF
           END-READ.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-READ-CHARGE-OFF
      *----------------------------------------------------------------
       8200-READ-CHARGE-OFF.
           READ CHARGE-OFF-HISTORY
               AT END
                   MOVE 'Y' TO WS-CHGO-EOF-SW
           END-READ.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-READ-PAYMENT
      *----------------------------------------------------------------
       8300-READ-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO WS-PAYH-EOF-SW
           END-READ.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM TRIANGLE-NOTE-LINE.
           MOVE WS-ACCTS-LOADED    TO NL-LOADED.
           WRITE REPORT-LINE FROM NOTE-LINE-1.
           MOVE WS-ACCTS-NO-OPEN   TO NL-NO-OPEN.
           WRITE REPORT-LINE FROM NOTE-LINE-2.
           MOVE WS-SNAPS-UNMATCHED TO NL-UNMATCHED.
           WRITE REPORT-LINE FROM NOTE-LINE-3.
           IF AN-FX-RATE-WAS-MISSING
               WRITE REPORT-LINE FROM FX-WITHHELD-LINE
           END-IF.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF AN-FX-RATE-WAS-MISSING
               PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT HIST-FILE-NOT-FOUND
               CLOSE LOAN-HISTORY
           END-IF.
           IF NOT CHGO-FILE-NOT-FOUND
               CLOSE CHARGE-OFF-HISTORY
           END-IF.
           IF NOT PAYH-FILE-NOT-FOUND
               CLOSE PAYMENT-HISTORY
           END-IF.
           CLOSE VINTAGE-REPORT
                 VINTAGE-EXTRACT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9700-CAPTURE-INCIDENT - THE RUN IS ENDING BADLY, SO THE
      * EVIDENCE THE MORNING RERUN DECISION NEEDS GOES TO THE
      * SHARED INCIDENT FILE IN ONE CALL.
      *----------------------------------------------------------------
       9700-CAPTURE-INCIDENT.
           MOVE SPACES TO INCIDENT-REQUEST.
           MOVE "VINTGE  " TO IR-PROGRAM-ID.
           MOVE "4600-SET-FX-RATE" TO IR-PHASE.
           MOVE SPACES TO IR-FILE-STATUS.
           MOVE WS-ACCTS-LOADED TO IR-RECORDS-SO-FAR.
           MOVE SPACES TO IR-LAST-KEY.
           MOVE "FX RATE MISSING - VINTAGE UNDERSTATED"
               TO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES MASTER AND ARCHIVE
      * RECORDS READ AGAINST ACCOUNTS PUT IN A COHORT PLUS THOSE
      * LEFT OUT FOR NO OPEN DATE OR ALREADY COUNTED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           COMPUTE CT-RECORDS-READ = WS-ACCTS-READ + WS-ARCH-READ.
           MOVE WS-ACCTS-LOADED TO CT-RECORDS-PROCESSED.
           IF WS-ACCTS-READ + WS-ARCH-READ =
              WS-ACCTS-LOADED + WS-ACCTS-NO-OPEN + WS-ARCH-DUPLICATE
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
