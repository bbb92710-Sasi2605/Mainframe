       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-REPORT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  WEEKLY LIST OF EVERY
      *                 LEGAL-STATUS HOLD IN FORCE ON THE BUSINESS
      *                 DATE - CUSTOMER OR ACCOUNT, HOLD TYPE, FILING
      *                 DATE, CASE REFERENCE, KEYING OPERATOR AND THE
      *                 HOLD'S AGE IN DAYS SINCE FILING - WITH A COUNT
      *                 BY HOLD TYPE, SO LEGAL CAN CHASE THE CASES
      *                 THAT HAVE SAT OPEN LONGEST.  RELEASED HOLDS
      *                 ARE COUNTED BUT NOT LISTED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLDS     ASSIGN TO LEGHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT HOLD-REPORT     ASSIGN TO LEGHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLDS
           RECORDING MODE IS F.
       COPY LEGHOLD.

       FD  HOLD-REPORT
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
           05 WS-EOF-SW             PIC X(01) VALUE 'N'.
              88 END-OF-HOLD-FILE           VALUE 'Y'.

       01  WS-HOLD-FILE-STATUS      PIC X(02).
           88 HOLD-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * HOLD AGE - DAYS FROM FILING TO THE BUSINESS DATE.
      *----------------------------------------------------------------
       01  WS-BUS-DATE-INT          PIC S9(08) COMP.
       01  WS-FILING-DATE-INT       PIC S9(08) COMP.
       01  WS-HOLD-AGE              PIC S9(05) COMP.

       01  WS-COUNTS.
           05 WS-HOLDS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-HOLDS-LISTED       PIC 9(7) COMP VALUE 0.
           05 WS-HOLDS-RELEASED     PIC 9(7) COMP VALUE 0.
           05 WS-BANKRUPTCY-COUNT   PIC 9(7) COMP VALUE 0.
           05 WS-DECEASED-COUNT     PIC 9(7) COMP VALUE 0.
           05 WS-LITIGATION-COUNT   PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "LEGHRP".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "LEGAL-STATUS HOLDS IN FORCE".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(08) VALUE "KEY".
           05 FILLER                PIC X(09) VALUE "NUMBER".
           05 FILLER                PIC X(12) VALUE "HOLD TYPE".
           05 FILLER                PIC X(10) VALUE "FILED".
           05 FILLER                PIC X(22) VALUE "CASE REFERENCE".
           05 FILLER                PIC X(10) VALUE "OPERATOR".
           05 FILLER                PIC X(08) VALUE "AGE DAYS".

       01  REPORT-DETAIL.
           05 RD-KEY-TYPE           PIC X(08).
           05 RD-KEY-NO             PIC X(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-HOLD-TYPE          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-FILING-DATE        PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-CASE-REF           PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-HOLD-AGE           PIC ZZZZ9.

       01  TYPE-COUNT-LINE.
           05 TC-LABEL              PIC X(26).
           05 TC-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "LEGHRP  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-REPORT-HOLD  THRU 2000-EXIT
               UNTIL END-OF-HOLD-FILE.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-HOLDS-READ TO RQ-RECORD-COUNT
               MOVE WS-HOLDS-LISTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - A MISSING HOLD FILE IS AN EMPTY REPORT,
      * NOT A FAILURE: NO HOLD HAS EVER BEEN KEYED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT HOLD-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT LEGAL-HOLDS.
           IF HOLD-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-HOLD THRU 8000-EXIT.
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
      * 2000-REPORT-HOLD - A HOLD IS IN FORCE FROM ITS FILING DATE
      * UNTIL ITS RELEASE DATE, THE SAME TEST LEGAL-HOLD-CHECK
      * APPLIES.  A HOLD RELEASED ON OR BEFORE THE BUSINESS DATE IS
      * COUNTED ONLY.
      *----------------------------------------------------------------
       2000-REPORT-HOLD.
           IF LG-RELEASE-DATE NOT = ZERO
              AND LG-RELEASE-DATE <= WS-BUS-DATE-RAW
               ADD 1 TO WS-HOLDS-RELEASED
               PERFORM 8000-READ-HOLD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE SPACES TO RD-KEY-TYPE.
           IF LG-KEY-IS-CUSTOMER
               MOVE "CUSTOMER" TO RD-KEY-TYPE
           END-IF.
           IF LG-KEY-IS-ACCOUNT
               MOVE "ACCOUNT"  TO RD-KEY-TYPE
           END-IF.
           MOVE LG-KEY-NO TO RD-KEY-NO.

           EVALUATE TRUE
               WHEN LG-HOLD-IS-BANKRUPTCY
                   MOVE "BANKRUPTCY" TO RD-HOLD-TYPE
                   ADD 1 TO WS-BANKRUPTCY-COUNT
               WHEN LG-HOLD-IS-DECEASED
                   MOVE "DECEASED"   TO RD-HOLD-TYPE
                   ADD 1 TO WS-DECEASED-COUNT
               WHEN LG-HOLD-IS-LITIGATION
                   MOVE "LITIGATION" TO RD-HOLD-TYPE
                   ADD 1 TO WS-LITIGATION-COUNT
               WHEN OTHER
                   MOVE "UNKNOWN"    TO RD-HOLD-TYPE
           END-EVALUATE.

           MOVE LG-FILING-DATE  TO RD-FILING-DATE.
           MOVE LG-CASE-REF     TO RD-CASE-REF.
           MOVE LG-OPERATOR-ID  TO RD-OPERATOR-ID.

           MOVE ZERO TO WS-HOLD-AGE.
           IF LG-FILING-DATE > ZERO
              AND LG-FILING-DATE <= WS-BUS-DATE-RAW
               COMPUTE WS-FILING-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(LG-FILING-DATE)
               COMPUTE WS-HOLD-AGE =
                   WS-BUS-DATE-INT - WS-FILING-DATE-INT
           END-IF.
           MOVE WS-HOLD-AGE     TO RD-HOLD-AGE.

           WRITE REPORT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-HOLDS-LISTED.

           PERFORM 8000-READ-HOLD THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-HOLD
      *----------------------------------------------------------------
       8000-READ-HOLD.
           READ LEGAL-HOLDS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-HOLDS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - COUNTS BY HOLD TYPE FOLLOW THE LISTING.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE "BANKRUPTCY HOLDS        =" TO TC-LABEL.
           MOVE WS-BANKRUPTCY-COUNT TO TC-COUNT.
           WRITE REPORT-LINE FROM TYPE-COUNT-LINE.
           MOVE "DECEASED HOLDS          =" TO TC-LABEL.
           MOVE WS-DECEASED-COUNT   TO TC-COUNT.
           WRITE REPORT-LINE FROM TYPE-COUNT-LINE.
           MOVE "LITIGATION HOLDS        =" TO TC-LABEL.
           MOVE WS-LITIGATION-COUNT TO TC-COUNT.
           WRITE REPORT-LINE FROM TYPE-COUNT-LINE.
           MOVE "TOTAL HOLDS IN FORCE    =" TO TC-LABEL.
           MOVE WS-HOLDS-LISTED     TO TC-COUNT.
           WRITE REPORT-LINE FROM TYPE-COUNT-LINE.
           MOVE "RELEASED (NOT LISTED)   =" TO TC-LABEL.
           MOVE WS-HOLDS-RELEASED   TO TC-COUNT.
           WRITE REPORT-LINE FROM TYPE-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT HOLD-FILE-NOT-FOUND
               CLOSE LEGAL-HOLDS
           END-IF.
           CLOSE HOLD-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES HOLDS READ AGAINST
      * HOLDS LISTED PLUS HOLDS RELEASED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-HOLDS-READ   TO CT-RECORDS-READ.
           MOVE WS-HOLDS-LISTED TO CT-RECORDS-PROCESSED.
           IF WS-HOLDS-READ = WS-HOLDS-LISTED + WS-HOLDS-RELEASED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
