       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-CASE-AGING.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY AGING OF THE
      *                 SUSPICIOUS-ACTIVITY CASES STILL OPEN OR UNDER
      *                 INVESTIGATION: ONE LINE PER CASE WITH ITS DAYS
      *                 OPEN SINCE THE ALERT, BUCKETED 0-30, 31-60,
      *                 61-90 AND OVER 90, WITH TOTALS BY BUCKET AND
      *                 BY RULE.  CLOSED CASES ARE COUNTED BUT NOT
      *                 LISTED.  THE CASE FILE IS READ ONLY.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASE-FILE   ASSIGN TO AMLCASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT AGING-RPT       ASSIGN TO AMLAGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASE-FILE
           RECORDING MODE IS F.
       COPY AMLCASE.

       FD  AGING-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

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
       01  WS-BUS-DATE-INT         PIC S9(08) COMP.
       01  WS-ALERT-DATE-INT       PIC S9(08) COMP.
       01  WS-DAYS-OPEN            PIC S9(08) COMP.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-EOF-SW             PIC X(01) VALUE 'N'.
              88 END-OF-CASES               VALUE 'Y'.

       01  WS-CASE-FILE-STATUS      PIC X(02).
           88 CASE-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * BUCKET AND RULE TOTALS.
      *----------------------------------------------------------------
       01  BUCKET-TOTALS.
           05 BK-ENTRY OCCURS 4 TIMES.
              10 BK-COUNT           PIC 9(7) COMP.
       01  BUCKET-LABELS.
           05 FILLER                PIC X(12) VALUE "0-30 DAYS".
           05 FILLER                PIC X(12) VALUE "31-60 DAYS".
           05 FILLER                PIC X(12) VALUE "61-90 DAYS".
           05 FILLER                PIC X(12) VALUE "OVER 90 DAYS".
       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
           05 BK-LABEL              PIC X(12) OCCURS 4 TIMES.
       01  WS-BK-SUB                PIC 9(02) COMP.

       01  RULE-TOTALS.
           05 RU-ENTRY OCCURS 5 TIMES.
              10 RU-COUNT           PIC 9(7) COMP.
       01  RULE-LABELS.
           05 FILLER                PIC X(22) VALUE
              "ST STRUCTURING".
           05 FILLER                PIC X(22) VALUE
              "EP EARLY PAYOFF".
           05 FILLER                PIC X(22) VALUE
              "LP LARGE PAYMENT".
           05 FILLER                PIC X(22) VALUE
              "RV REPEATED REVERSALS".
           05 FILLER                PIC X(22) VALUE
              "SA SHARED ADDRESS".
       01  RULE-LABEL-TABLE REDEFINES RULE-LABELS.
           05 RU-LABEL              PIC X(22) OCCURS 5 TIMES.
       01  WS-RU-SUB                PIC 9(02) COMP.

       01  WS-COUNTS.
           05 WS-CASES-READ         PIC 9(7) COMP VALUE 0.
           05 WS-CASES-LISTED       PIC 9(7) COMP VALUE 0.
           05 WS-CASES-CLOSED       PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "AMLAGE".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "SUSPICIOUS ACTIVITY OPEN CASE AGING".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(09) VALUE "CASE NO".
           05 FILLER                PIC X(06) VALUE "RULE".
           05 FILLER                PIC X(08) VALUE "ACCT".
           05 FILLER                PIC X(08) VALUE "CUST".
           05 FILLER                PIC X(10) VALUE "ALERTED".
           05 FILLER                PIC X(07) VALUE "DAYS".
           05 FILLER                PIC X(14) VALUE "BUCKET".
           05 FILLER                PIC X(10) VALUE "STATUS".
           05 FILLER                PIC X(10) VALUE "ASSIGNED".

       01  REPORT-DETAIL.
           05 RD-CASE-NO            PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-RULE               PIC X(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-CUST-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-ALERT-DATE         PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-DAYS               PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-BUCKET             PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-STATUS             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-INVESTIGATOR       PIC X(08).

       01  REPORT-COUNT-LINE.
           05 RC-LABEL              PIC X(30).
           05 FILLER                PIC X(02) VALUE "= ".
           05 RC-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "AMLAGE  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
           PERFORM 2000-AGE-ONE-CASE  THRU 2000-EXIT
               UNTIL END-OF-CASES.
           PERFORM 9000-TERMINATE     THRU 9000-EXIT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-CASES-READ TO RQ-RECORD-COUNT
               MOVE WS-CASES-LISTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT AGING-RPT.
           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           INITIALIZE BUCKET-TOTALS
                      RULE-TOTALS.

           OPEN INPUT AML-CASE-FILE.
           IF CASE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 8000-READ-CASE THRU 8000-EXIT.
       1000-EXIT.
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
      * 2000-AGE-ONE-CASE - DAYS OPEN RUN FROM THE ALERT DATE TO THE
      * BUSINESS DATE.
      *----------------------------------------------------------------
       2000-AGE-ONE-CASE.
           IF AC-CASE-IS-CLOSED
               ADD 1 TO WS-CASES-CLOSED
           ELSE
               PERFORM 2100-LIST-CASE THRU 2100-EXIT
           END-IF.
           PERFORM 8000-READ-CASE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-LIST-CASE
      *----------------------------------------------------------------
       2100-LIST-CASE.
           MOVE ZERO TO WS-DAYS-OPEN.
           IF AC-ALERT-DATE IS NUMERIC
              AND AC-ALERT-DATE > ZERO
               COMPUTE WS-ALERT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(AC-ALERT-DATE)
               COMPUTE WS-DAYS-OPEN =
                   WS-BUS-DATE-INT - WS-ALERT-DATE-INT
           END-IF.
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 1 TO WS-BK-SUB
               WHEN WS-DAYS-OPEN <= 60
                   MOVE 2 TO WS-BK-SUB
               WHEN WS-DAYS-OPEN <= 90
                   MOVE 3 TO WS-BK-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BK-SUB
           END-EVALUATE.
           ADD 1 TO BK-COUNT(WS-BK-SUB).

           EVALUATE AC-RULE-CODE
               WHEN "ST"
                   ADD 1 TO RU-COUNT(1)
               WHEN "EP"
                   ADD 1 TO RU-COUNT(2)
               WHEN "LP"
                   ADD 1 TO RU-COUNT(3)
               WHEN "RV"
                   ADD 1 TO RU-COUNT(4)
               WHEN "SA"
                   ADD 1 TO RU-COUNT(5)
           END-EVALUATE.

           MOVE AC-CASE-NO        TO RD-CASE-NO.
           MOVE AC-RULE-CODE      TO RD-RULE.
           MOVE AC-ACCT-NO        TO RD-ACCT-NO.
           MOVE AC-CUST-NO        TO RD-CUST-NO.
           MOVE AC-ALERT-DATE     TO RD-ALERT-DATE.
           MOVE WS-DAYS-OPEN      TO RD-DAYS.
           MOVE BK-LABEL(WS-BK-SUB) TO RD-BUCKET.
           IF AC-CASE-IS-WORKING
               MOVE "WORKING"     TO RD-STATUS
           ELSE
               MOVE "OPEN"        TO RD-STATUS
           END-IF.
           MOVE AC-INVESTIGATOR   TO RD-INVESTIGATOR.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-CASES-LISTED.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-CASE
      *----------------------------------------------------------------
       8000-READ-CASE.
           READ AML-CASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CASES-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9200-WRITE-ONE-BUCKET THRU 9200-EXIT
               VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > 4.
           PERFORM 9300-WRITE-ONE-RULE THRU 9300-EXIT
               VARYING WS-RU-SUB FROM 1 BY 1
               UNTIL WS-RU-SUB > 5.
           MOVE "CASES OPEN OR WORKING" TO RC-LABEL.
           MOVE WS-CASES-LISTED TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "CASES CLOSED" TO RC-LABEL.
           MOVE WS-CASES-CLOSED TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT CASE-FILE-NOT-FOUND
               CLOSE AML-CASE-FILE
           END-IF.
           CLOSE AGING-RPT.
       9000-EXIT.
           EXIT.

       9200-WRITE-ONE-BUCKET.
           MOVE BK-LABEL(WS-BK-SUB) TO RC-LABEL.
           MOVE BK-COUNT(WS-BK-SUB) TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
       9200-EXIT.
           EXIT.

       9300-WRITE-ONE-RULE.
           MOVE RU-LABEL(WS-RU-SUB) TO RC-LABEL.
           MOVE RU-COUNT(WS-RU-SUB) TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
       9300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES CASES READ AGAINST
      * CASES LISTED PLUS CASES CLOSED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-CASES-READ   TO CT-RECORDS-READ.
           MOVE WS-CASES-LISTED TO CT-RECORDS-PROCESSED.
           IF WS-CASES-READ = WS-CASES-LISTED + WS-CASES-CLOSED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
