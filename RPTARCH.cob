       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY REPORT ARCHIVE.  AN
      *                 OLD REPORT USED TO MEAN FINDING THE TAPE
      *                 DATASET-HOUSEKEEP MOVED IT TO.  THE LAST STEP
      *                 OF THE NIGHT READS EVERY REPORT THE STREAM
      *                 PRODUCED, CONCATENATED ON RPTIN WITH A
      *                 SEPARATOR CARD NAMING EACH ONE, AND ADDS ITS
      *                 LINES TO THE REPORT ARCHIVE UNDER REPORT NAME,
      *                 BUSINESS DATE AND THE RUN ID OF THE REPORT'S
      *                 RUN STAMP.  THE ARCHIVE INDEX GETS AN ENTRY
      *                 FOR THE WHOLE REPORT AND, WHERE RPTARCTL GIVES
      *                 A BRANCH COLUMN, ONE PER BRANCH ON IT, FOR
      *                 REPORT-REPRINT TO SEARCH.  ENTRIES PAST THEIR
      *                 REPORT'S RPTARCTL RETENTION ARE DROPPED AS THE
      *                 ARCHIVE AND INDEX ARE CARRIED FORWARD TO THEIR
      *                 NEW GENERATIONS, WHICH THE FOLLOWING IDCAMS
      *                 STEP RENAMES OVER THE OLD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-CONTROL ASSIGN TO RPTARCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT NIGHT-REPORTS   ASSIGN TO RPTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTIN-FILE-STATUS.

           SELECT OLD-ARCHIVE     ASSIGN TO RPTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT NEW-ARCHIVE     ASSIGN TO RPTARCHN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-INDEX       ASSIGN TO RPTINDX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDX-FILE-STATUS.

           SELECT NEW-INDEX       ASSIGN TO RPTINDXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE   ASSIGN TO RPTAREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CONTROL
           RECORDING MODE IS F.
       COPY RPTARCTL.

       FD  NIGHT-REPORTS
           RECORDING MODE IS F.
       01  NIGHT-REPORT-LINE.
           05 NR-SEPARATOR         PIC X(10).
              88 NR-IS-SEPARATOR           VALUE ">>RPTARCH ".
           05 NR-SEP-REPORT-NAME   PIC X(08).
           05 FILLER               PIC X(182).

       FD  OLD-ARCHIVE
           RECORDING MODE IS F.
       01  OLD-ARCHIVE-REC         PIC X(238).

       FD  NEW-ARCHIVE
           RECORDING MODE IS F.
       COPY RPTLINE.

       FD  OLD-INDEX
           RECORDING MODE IS F.
       01  OLD-INDEX-REC           PIC X(80).

       FD  NEW-INDEX
           RECORDING MODE IS F.
       COPY RPTINDX.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-RPTIN-FILE-STATUS    PIC X(02).
           88 RPTIN-FILE-NOT-FOUND         VALUE '35'.
       01  WS-ARCH-FILE-STATUS     PIC X(02).
           88 ARCH-FILE-NOT-FOUND          VALUE '35'.
       01  WS-INDX-FILE-STATUS     PIC X(02).
           88 INDX-FILE-NOT-FOUND          VALUE '35'.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.

      *----------------------------------------------------------------
      * BUSINESS PROCESSING DATE - FROM THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE.  TONIGHT'S REPORTS ARE
      * ARCHIVED UNDER IT AND AN ENTRY'S AGE IS COUNTED FROM IT.
      *----------------------------------------------------------------
       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-DD            PIC 9(02).
       01  WS-BUS-DATE-INT         PIC 9(07) COMP.
       01  WS-ENTRY-DATE-INT       PIC 9(07) COMP.
       77  WS-AGE-DAYS             PIC S9(07) COMP.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01).
              88 END-OF-FILE                VALUE 'Y'.
           05 WS-REPORT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 A-REPORT-IS-OPEN           VALUE 'Y'.
           05 WS-EXPIRED-SW        PIC X(01).
              88 ENTRY-HAS-EXPIRED          VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01).
              88 ENTRY-WAS-FOUND            VALUE 'Y'.

      *----------------------------------------------------------------
      * ARCHIVE CONTROL - FROM RPTARCTL, OR THESE BUILT-IN ENTRIES
      * WHEN THE FILE IS ABSENT OR EMPTY: THE DELINQUENCY LIST AND
      * THE INTEREST REGISTER CARRY THEIR BRANCH WHERE REPORT-DISTRIB
      * LOOKS FOR IT, AND EVERY REPORT IS KEPT FOR THE DEFAULT DAYS.
      *----------------------------------------------------------------
       01  DEFAULT-CONTROL-VALUES.
           05 FILLER               PIC X(49) VALUE
              "*        000 00400 ALL NIGHTLY REPORTS           ".
           05 FILLER               PIC X(49) VALUE
              "DELQRPT  069 00400 DELINQUENCY LIST              ".
           05 FILLER               PIC X(49) VALUE
              "CIREGIST 110 00400 COMPOUND INTEREST REGISTER    ".
       01  DEFAULT-CONTROL-TABLE REDEFINES DEFAULT-CONTROL-VALUES.
           05 DC-ENTRY             PIC X(49) OCCURS 3 TIMES.
       01  WS-DEFAULT-CTL-COUNT    PIC 9(02) VALUE 3.
       77  WS-DEFAULT-RETAIN       PIC 9(05) VALUE 400.

       01  WS-CTL-COUNT            PIC 9(04) VALUE 0.
       01  WS-CTL-MAX              PIC 9(04) VALUE 500.
       01  CONTROL-TABLE.
           05 CT-ENTRY OCCURS 500 TIMES.
              10 CT-REPORT-NAME     PIC X(08).
              10 CT-BRANCH-COL      PIC 9(03).
              10 CT-RETAIN-DAYS     PIC 9(05).
              10 CT-DESCRIPTION     PIC X(30).
       01  WS-CTL-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * THE REPORT A CONTROL LOOKUP IS FOR, AND WHAT IT FOUND.
      *----------------------------------------------------------------
       01  WS-LOOKUP-NAME          PIC X(08).
       01  WS-LOOKUP-BRANCH-COL    PIC 9(03).
       01  WS-LOOKUP-RETAIN        PIC 9(05).
       01  WS-LOOKUP-DESCRIPTION   PIC X(30).

      *----------------------------------------------------------------
      * CARRY-FORWARD WORK - THE RETENTION DECISION IS TAKEN ONCE PER
      * ARCHIVE KEY, SINCE A REPORT'S LINES ARE STORED TOGETHER.
      *----------------------------------------------------------------
       01  WS-CHECK-NAME           PIC X(08).
       01  WS-CHECK-DATE           PIC 9(08).
       01  WS-LAST-KEY             PIC X(28) VALUE HIGH-VALUES.
       01  WS-LAST-EXPIRED-SW      PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------
      * THE REPORT BEING CAPTURED.
      *----------------------------------------------------------------
       01  WS-CUR-REPORT-NAME      PIC X(08).
       01  WS-CUR-RUN-ID           PIC X(12).
       01  WS-CUR-BRANCH-COL       PIC 9(03).
       01  WS-CUR-DESCRIPTION      PIC X(30).
       01  WS-CUR-LINE-COUNT       PIC 9(06).
       01  WS-WORK-LINE            PIC X(200).
       01  WS-WORK-BRANCH          PIC X(04).
       01  WS-PAGE-COUNT           PIC 9(04).
       77  LINES-PER-PAGE          PIC 9(03) VALUE 60.

      *----------------------------------------------------------------
      * BRANCHES ON THE REPORT BEING CAPTURED, WITH THEIR LINE COUNTS.
      *----------------------------------------------------------------
       01  WS-BR-COUNT             PIC 9(04) VALUE 0.
       01  WS-BR-MAX               PIC 9(04) VALUE 500.
       01  BRANCH-TABLE.
           05 BR-ENTRY OCCURS 500 TIMES.
              10 BR-BRANCH          PIC X(04).
              10 BR-LINE-COUNT      PIC 9(06).
       01  WS-BR-SUB               PIC 9(04) COMP.

       01  WS-COUNTS.
           05 WS-LINES-READ        PIC 9(7) COMP VALUE 0.
           05 WS-LINES-ARCHIVED    PIC 9(7) COMP VALUE 0.
           05 WS-STRAY-LINES       PIC 9(7) COMP VALUE 0.
           05 WS-REPORTS-CAPTURED  PIC 9(7) COMP VALUE 0.
           05 WS-INDEX-WRITTEN     PIC 9(7) COMP VALUE 0.
           05 WS-INDEX-KEPT        PIC 9(7) COMP VALUE 0.
           05 WS-INDEX-PURGED      PIC 9(7) COMP VALUE 0.
           05 WS-REPORTS-PURGED    PIC 9(7) COMP VALUE 0.
           05 WS-ARCH-KEPT         PIC 9(7) COMP VALUE 0.
           05 WS-ARCH-PURGED       PIC 9(7) COMP VALUE 0.
           05 WS-BRANCH-FULL-CNT   PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "RPTARC".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING.
           05 FILLER                PIC X(38) VALUE
              "REPORT ARCHIVE REGISTER - BUSINESS DAY".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RH-BUS-DATE           PIC X(10).

       01  SECTION-HEADING.
           05 SH-TITLE              PIC X(60).

       01  CAPTURE-HEADING.
           05 FILLER                PIC X(45) VALUE
              "REPORT   RUN ID         LINES  PAGES BRANCHES".
           05 FILLER                PIC X(11) VALUE
              "  RETAIN   ".
           05 FILLER                PIC X(11) VALUE
              "DESCRIPTION".

       01  CAPTURE-DETAIL.
           05 CD-REPORT-NAME        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CD-RUN-ID             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CD-LINES              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-PAGES              PIC ZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CD-BRANCHES           PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CD-RETAIN             PIC X(07).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CD-DESCRIPTION        PIC X(30).

       01  PURGE-HEADING.
           05 FILLER                PIC X(45) VALUE
              "REPORT   BUS DATE   RUN ID         LINES  PAG".
           05 FILLER                PIC X(15) VALUE
              "ES  RETAIN DAYS".

       01  PURGE-DETAIL.
           05 PD-REPORT-NAME        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PD-BUS-DATE           PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PD-RUN-ID             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PD-LINES              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-PAGES              PIC ZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 PD-RETAIN             PIC ZZZZ9.

       01  NONE-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "NONE".

       01  STRAY-LINE.
           05 FILLER                PIC X(44) VALUE
              "*** LINES AHEAD OF THE FIRST SEPARATOR CARD ".
           05 FILLER                PIC X(23) VALUE
              "NOT ARCHIVED - COUNT = ".
           05 SL-COUNT              PIC ZZZ,ZZ9.

       01  BRANCH-FULL-LINE.
           05 FILLER                PIC X(45) VALUE
              "*** BRANCH TABLE FILLED ON A REPORT - SOME BR".
           05 FILLER                PIC X(41) VALUE
              "ANCHES NOT INDEXED, RAISE THE LIMIT ***".

       01  SUMMARY-LINE-1.
           05 FILLER                PIC X(20) VALUE
              "CAPTURED  REPORTS = ".
           05 SM-REPORTS            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE
              "  LINES = ".
           05 SM-LINES              PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(18) VALUE
              "  INDEX ENTRIES = ".
           05 SM-INDEX              PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-2.
           05 FILLER                PIC X(20) VALUE
              "PURGED    REPORTS = ".
           05 SM-PURGED-REPORTS     PIC ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE
              "  LINES = ".
           05 SM-PURGED-LINES       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(18) VALUE
              "  INDEX ENTRIES = ".
           05 SM-PURGED-INDEX       PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-3.
           05 FILLER                PIC X(20) VALUE
              "CARRIED   ENTRIES = ".
           05 SM-KEPT-INDEX         PIC ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE
              "  LINES = ".
           05 SM-KEPT-LINES         PIC Z,ZZZ,ZZ9.

       01  WS-DATE-EDIT.
           05 WS-DE-YYYY           PIC X(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DE-MM             PIC X(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DE-DD             PIC X(02).
       01  WS-DATE-IN              PIC 9(08).
       01  WS-RETAIN-EDIT          PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "RPTARCH " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-CARRY-INDEX      THRU 2000-EXIT.
           PERFORM 3000-CARRY-ARCHIVE    THRU 3000-EXIT.
           PERFORM 4000-CAPTURE-REPORTS  THRU 4000-EXIT.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-LINES-READ     TO RQ-RECORD-COUNT
               MOVE WS-LINES-ARCHIVED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REGISTER-FILE.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-FMT TO RH-BUS-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING.

           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.

           OPEN OUTPUT NEW-ARCHIVE
                       NEW-INDEX.
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
      * 1100-LOAD-CONTROL - RPTARCTL, OR THE BUILT-IN ENTRIES.  THE
      * '*' ENTRY, WHEREVER IT COMES FROM, REPLACES THE DEFAULT DAYS.
      *----------------------------------------------------------------
       1100-LOAD-CONTROL.
           OPEN INPUT ARCHIVE-CONTROL.
           IF NOT CTL-FILE-NOT-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1150-LOAD-ONE-CONTROL THRU 1150-EXIT
                   UNTIL END-OF-FILE
               CLOSE ARCHIVE-CONTROL
           END-IF.

           IF WS-CTL-COUNT = ZERO
               PERFORM 1170-LOAD-DEFAULT-CONTROL THRU 1170-EXIT
                   VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > WS-DEFAULT-CTL-COUNT
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-CONTROL.
           READ ARCHIVE-CONTROL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1150-EXIT
           END-READ.
           IF RC-REPORT-NAME = SPACES
               GO TO 1150-EXIT
           END-IF.
           IF RC-BRANCH-COL NOT NUMERIC
               MOVE ZERO TO RC-BRANCH-COL
           END-IF.
           IF RC-BRANCH-COL > 197
               MOVE ZERO TO RC-BRANCH-COL
           END-IF.
           IF RC-RETAIN-DAYS NOT NUMERIC
               MOVE WS-DEFAULT-RETAIN TO RC-RETAIN-DAYS
           END-IF.

           IF RC-REPORT-NAME = "*"
               MOVE RC-RETAIN-DAYS TO WS-DEFAULT-RETAIN
               GO TO 1150-EXIT
           END-IF.

           IF WS-CTL-COUNT >= WS-CTL-MAX
               DISPLAY "ARCHIVE CONTROL TABLE FULL - REPORT "
                       RC-REPORT-NAME " TAKES THE DEFAULTS"
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WS-CTL-COUNT.
           MOVE RC-REPORT-NAME TO CT-REPORT-NAME(WS-CTL-COUNT).
           MOVE RC-BRANCH-COL  TO CT-BRANCH-COL(WS-CTL-COUNT).
           MOVE RC-RETAIN-DAYS TO CT-RETAIN-DAYS(WS-CTL-COUNT).
           MOVE RC-DESCRIPTION TO CT-DESCRIPTION(WS-CTL-COUNT).
       1150-EXIT.
           EXIT.

       1170-LOAD-DEFAULT-CONTROL.
           MOVE DC-ENTRY(WS-CTL-SUB) TO REPORT-ARCHIVE-CTL-REC.
           IF RC-REPORT-NAME = "*"
               MOVE RC-RETAIN-DAYS TO WS-DEFAULT-RETAIN
               GO TO 1170-EXIT
           END-IF.
           ADD 1 TO WS-CTL-COUNT.
           MOVE RC-REPORT-NAME TO CT-REPORT-NAME(WS-CTL-COUNT).
           MOVE RC-BRANCH-COL  TO CT-BRANCH-COL(WS-CTL-COUNT).
           MOVE RC-RETAIN-DAYS TO CT-RETAIN-DAYS(WS-CTL-COUNT).
           MOVE RC-DESCRIPTION TO CT-DESCRIPTION(WS-CTL-COUNT).
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOOKUP-CONTROL - THE CONTROL ENTRY FOR WS-LOOKUP-NAME, OR
      * NO BRANCH COLUMN AND THE DEFAULT DAYS WHEN IT IS NOT LISTED.
      *----------------------------------------------------------------
       1200-LOOKUP-CONTROL.
           MOVE ZERO              TO WS-LOOKUP-BRANCH-COL.
           MOVE WS-DEFAULT-RETAIN TO WS-LOOKUP-RETAIN.
           MOVE SPACES            TO WS-LOOKUP-DESCRIPTION.
           MOVE 'N'               TO WS-FOUND-SW.
           PERFORM 1250-MATCH-ONE-CONTROL THRU 1250-EXIT
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-COUNT
                  OR ENTRY-WAS-FOUND.
       1200-EXIT.
           EXIT.

       1250-MATCH-ONE-CONTROL.
           IF CT-REPORT-NAME(WS-CTL-SUB) = WS-LOOKUP-NAME
               MOVE 'Y' TO WS-FOUND-SW
               MOVE CT-BRANCH-COL(WS-CTL-SUB)  TO WS-LOOKUP-BRANCH-COL
               MOVE CT-RETAIN-DAYS(WS-CTL-SUB) TO WS-LOOKUP-RETAIN
               MOVE CT-DESCRIPTION(WS-CTL-SUB)
                   TO WS-LOOKUP-DESCRIPTION
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-CHECK-RETENTION - IS THE ENTRY FOR WS-CHECK-NAME ON
      * WS-CHECK-DATE PAST ITS REPORT'S RETENTION?  ZERO DAYS KEEPS
      * IT; SO DOES A DATE THAT WILL NOT CONVERT, RATHER THAN LOSE
      * IT UNSEEN.
      *----------------------------------------------------------------
       1300-CHECK-RETENTION.
           MOVE 'N' TO WS-EXPIRED-SW.
           MOVE WS-CHECK-NAME TO WS-LOOKUP-NAME.
           PERFORM 1200-LOOKUP-CONTROL THRU 1200-EXIT.
           IF WS-LOOKUP-RETAIN = ZERO
               GO TO 1300-EXIT
           END-IF.
           IF WS-CHECK-DATE NOT NUMERIC
              OR WS-CHECK-DATE < 16010101
               GO TO 1300-EXIT
           END-IF.

           COMPUTE WS-ENTRY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).
           IF WS-ENTRY-DATE-INT = ZERO
               GO TO 1300-EXIT
           END-IF.
           COMPUTE WS-AGE-DAYS =
               WS-BUS-DATE-INT - WS-ENTRY-DATE-INT.
           IF WS-AGE-DAYS > WS-LOOKUP-RETAIN
               MOVE 'Y' TO WS-EXPIRED-SW
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CARRY-INDEX - EVERY INDEX ENTRY STILL WITHIN ITS
      * REPORT'S RETENTION GOES TO THE NEW INDEX.  EACH WHOLE-REPORT
      * ENTRY DROPPED IS LISTED.
      *----------------------------------------------------------------
       2000-CARRY-INDEX.
           MOVE "ARCHIVED REPORTS PURGED PAST RETENTION" TO SH-TITLE.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           WRITE REPORT-LINE FROM PURGE-HEADING.

           OPEN INPUT OLD-INDEX.
           IF NOT INDX-FILE-NOT-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2100-CARRY-ONE-ENTRY THRU 2100-EXIT
                   UNTIL END-OF-FILE
               CLOSE OLD-INDEX
           END-IF.

           IF WS-REPORTS-PURGED = ZERO
               WRITE REPORT-LINE FROM NONE-LINE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CARRY-ONE-ENTRY.
           READ OLD-INDEX INTO REPORT-INDEX-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.

           MOVE RX-REPORT-NAME TO WS-CHECK-NAME.
           MOVE RX-BUS-DATE    TO WS-CHECK-DATE.
           PERFORM 1300-CHECK-RETENTION THRU 1300-EXIT.
           IF NOT ENTRY-HAS-EXPIRED
               WRITE REPORT-INDEX-REC
               ADD 1 TO WS-INDEX-KEPT
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-INDEX-PURGED.
           IF RX-BRANCH NOT = "*   "
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-REPORTS-PURGED.
           MOVE RX-REPORT-NAME   TO PD-REPORT-NAME.
           MOVE RX-BUS-DATE      TO WS-DATE-IN.
           PERFORM 8900-FORMAT-DATE THRU 8900-EXIT.
           MOVE WS-DATE-EDIT     TO PD-BUS-DATE.
           MOVE RX-RUN-ID        TO PD-RUN-ID.
           MOVE RX-LINE-COUNT    TO PD-LINES.
           MOVE RX-PAGE-COUNT    TO PD-PAGES.
           MOVE WS-LOOKUP-RETAIN TO PD-RETAIN.
           WRITE REPORT-LINE FROM PURGE-DETAIL.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CARRY-ARCHIVE - THE ARCHIVED LINES, ON THE SAME
      * RETENTION TEST AS THEIR INDEX ENTRIES.
      *----------------------------------------------------------------
       3000-CARRY-ARCHIVE.
           OPEN INPUT OLD-ARCHIVE.
           IF ARCH-FILE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-CARRY-ONE-LINE THRU 3100-EXIT
               UNTIL END-OF-FILE.
           CLOSE OLD-ARCHIVE.
       3000-EXIT.
           EXIT.

       3100-CARRY-ONE-LINE.
           READ OLD-ARCHIVE INTO REPORT-ARCHIVE-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ.

           IF RA-ARCHIVE-KEY NOT = WS-LAST-KEY
               MOVE RA-REPORT-NAME TO WS-CHECK-NAME
               MOVE RA-BUS-DATE    TO WS-CHECK-DATE
               PERFORM 1300-CHECK-RETENTION THRU 1300-EXIT
               MOVE RA-ARCHIVE-KEY TO WS-LAST-KEY
               MOVE WS-EXPIRED-SW  TO WS-LAST-EXPIRED-SW
           END-IF.

           IF WS-LAST-EXPIRED-SW = 'Y'
               ADD 1 TO WS-ARCH-PURGED
           ELSE
               WRITE REPORT-ARCHIVE-REC
               ADD 1 TO WS-ARCH-KEPT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CAPTURE-REPORTS - TONIGHT'S REPORTS FROM RPTIN.  A
      * SEPARATOR CARD ">>RPTARCH NAME" CLOSES THE REPORT BEFORE IT
      * AND STARTS THE NAMED ONE.
      *----------------------------------------------------------------
       4000-CAPTURE-REPORTS.
           MOVE "REPORTS CAPTURED TONIGHT" TO SH-TITLE.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           WRITE REPORT-LINE FROM CAPTURE-HEADING.

           OPEN INPUT NIGHT-REPORTS.
           IF RPTIN-FILE-NOT-FOUND
               DISPLAY "RPTIN NOT FOUND - NO REPORTS CAPTURED"
               WRITE REPORT-LINE FROM NONE-LINE
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4100-READ-ONE-LINE THRU 4100-EXIT
               UNTIL END-OF-FILE.
           CLOSE NIGHT-REPORTS.

           IF A-REPORT-IS-OPEN
               PERFORM 4300-FINISH-REPORT THRU 4300-EXIT
           END-IF.

           IF WS-REPORTS-CAPTURED = ZERO
               WRITE REPORT-LINE FROM NONE-LINE
           END-IF.
           IF WS-STRAY-LINES > ZERO
               MOVE WS-STRAY-LINES TO SL-COUNT
               WRITE REPORT-LINE FROM STRAY-LINE
           END-IF.
           IF WS-BRANCH-FULL-CNT > ZERO
               WRITE REPORT-LINE FROM BRANCH-FULL-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-LINE.
           READ NIGHT-REPORTS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 4100-EXIT
           END-READ.

           IF NR-IS-SEPARATOR
               IF A-REPORT-IS-OPEN
                   PERFORM 4300-FINISH-REPORT THRU 4300-EXIT
               END-IF
               PERFORM 4200-START-REPORT THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-LINES-READ.
           IF NOT A-REPORT-IS-OPEN
               ADD 1 TO WS-STRAY-LINES
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4400-ARCHIVE-ONE-LINE THRU 4400-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-START-REPORT - THE REPORT NAMED ON THE SEPARATOR CARD.
      * ITS RUN ID COMES FROM THE RUN STAMP ON ITS FIRST LINE.
      *----------------------------------------------------------------
       4200-START-REPORT.
           MOVE 'Y'                TO WS-REPORT-OPEN-SW.
           MOVE NR-SEP-REPORT-NAME TO WS-CUR-REPORT-NAME.
           MOVE SPACES             TO WS-CUR-RUN-ID.
           MOVE ZERO               TO WS-CUR-LINE-COUNT
                                      WS-BR-COUNT.

           MOVE WS-CUR-REPORT-NAME TO WS-LOOKUP-NAME.
           PERFORM 1200-LOOKUP-CONTROL THRU 1200-EXIT.
           MOVE WS-LOOKUP-BRANCH-COL  TO WS-CUR-BRANCH-COL.
           MOVE WS-LOOKUP-DESCRIPTION TO WS-CUR-DESCRIPTION.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-FINISH-REPORT - THE WHOLE-REPORT INDEX ENTRY, ONE PER
      * BRANCH SEEN, AND THE REGISTER LINE.  A REPORT THAT CAME IN
      * EMPTY IS STILL INDEXED, SO A SEARCH SHOWS IT RAN.
      *----------------------------------------------------------------
       4300-FINISH-REPORT.
           MOVE 'N' TO WS-REPORT-OPEN-SW.
           ADD 1 TO WS-REPORTS-CAPTURED.

           MOVE "*   "             TO WS-WORK-BRANCH.
           MOVE WS-CUR-LINE-COUNT  TO RX-LINE-COUNT.
           PERFORM 4350-WRITE-INDEX-ENTRY THRU 4350-EXIT.

           PERFORM 4320-INDEX-ONE-BRANCH THRU 4320-EXIT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT.

           MOVE WS-CUR-REPORT-NAME TO CD-REPORT-NAME.
           MOVE WS-CUR-RUN-ID      TO CD-RUN-ID.
           MOVE WS-CUR-LINE-COUNT  TO CD-LINES.
           COMPUTE WS-PAGE-COUNT =
               (WS-CUR-LINE-COUNT + LINES-PER-PAGE - 1)
                   / LINES-PER-PAGE.
           MOVE WS-PAGE-COUNT      TO CD-PAGES.
           MOVE WS-BR-COUNT        TO CD-BRANCHES.
           MOVE WS-CUR-REPORT-NAME TO WS-LOOKUP-NAME.
           PERFORM 1200-LOOKUP-CONTROL THRU 1200-EXIT.
           IF WS-LOOKUP-RETAIN = ZERO
               MOVE "KEEP"           TO CD-RETAIN
           ELSE
               MOVE WS-LOOKUP-RETAIN TO WS-RETAIN-EDIT
               MOVE WS-RETAIN-EDIT   TO CD-RETAIN
           END-IF.
           MOVE WS-CUR-DESCRIPTION TO CD-DESCRIPTION.
           WRITE REPORT-LINE FROM CAPTURE-DETAIL.
       4300-EXIT.
           EXIT.

       4320-INDEX-ONE-BRANCH.
           MOVE BR-BRANCH(WS-BR-SUB)     TO WS-WORK-BRANCH.
           MOVE BR-LINE-COUNT(WS-BR-SUB) TO RX-LINE-COUNT.
           PERFORM 4350-WRITE-INDEX-ENTRY THRU 4350-EXIT.
       4320-EXIT.
           EXIT.

       4350-WRITE-INDEX-ENTRY.
           MOVE WS-CUR-REPORT-NAME TO RX-REPORT-NAME.
           MOVE WS-BUS-DATE-RAW    TO RX-BUS-DATE.
           MOVE WS-CUR-RUN-ID      TO RX-RUN-ID.
           MOVE WS-WORK-BRANCH     TO RX-BRANCH.
           COMPUTE RX-PAGE-COUNT =
               (RX-LINE-COUNT + LINES-PER-PAGE - 1) / LINES-PER-PAGE.
           MOVE WS-RUN-DATE-RAW    TO RX-ARCHIVED-DATE.
           MOVE WS-CUR-DESCRIPTION TO RX-DESCRIPTION.
           WRITE REPORT-INDEX-REC.
           ADD 1 TO WS-INDEX-WRITTEN.
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-ARCHIVE-ONE-LINE - THE LINE GOES TO THE ARCHIVE WITH THE
      * BRANCH FROM ITS BRANCH COLUMN, COUNTED AGAINST THAT BRANCH.
      *----------------------------------------------------------------
       4400-ARCHIVE-ONE-LINE.
           MOVE NIGHT-REPORT-LINE TO WS-WORK-LINE.
           IF WS-CUR-LINE-COUNT = ZERO
              AND WS-WORK-LINE(1:7) = "RUN ID="
               MOVE WS-WORK-LINE(8:12) TO WS-CUR-RUN-ID
           END-IF.
           ADD 1 TO WS-CUR-LINE-COUNT.

           MOVE SPACES TO WS-WORK-BRANCH.
           IF WS-CUR-BRANCH-COL > ZERO
               MOVE WS-WORK-LINE(WS-CUR-BRANCH-COL:4)
                   TO WS-WORK-BRANCH
           END-IF.
           IF WS-WORK-BRANCH NOT = SPACES
               PERFORM 4500-COUNT-BRANCH THRU 4500-EXIT
           END-IF.

           MOVE WS-CUR-REPORT-NAME TO RA-REPORT-NAME.
           MOVE WS-BUS-DATE-RAW    TO RA-BUS-DATE.
           MOVE WS-CUR-RUN-ID      TO RA-RUN-ID.
           MOVE WS-CUR-LINE-COUNT  TO RA-LINE-NO.
           MOVE WS-WORK-BRANCH     TO RA-BRANCH.
           MOVE WS-WORK-LINE       TO RA-LINE-TEXT.
           WRITE REPORT-ARCHIVE-REC.
           ADD 1 TO WS-LINES-ARCHIVED.
       4400-EXIT.
           EXIT.

       4500-COUNT-BRANCH.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 4550-MATCH-ONE-BRANCH THRU 4550-EXIT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               GO TO 4500-EXIT
           END-IF.

           IF WS-BR-COUNT >= WS-BR-MAX
               ADD 1 TO WS-BRANCH-FULL-CNT
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-BR-COUNT.
           MOVE WS-WORK-BRANCH TO BR-BRANCH(WS-BR-COUNT).
           MOVE 1              TO BR-LINE-COUNT(WS-BR-COUNT).
       4500-EXIT.
           EXIT.

       4550-MATCH-ONE-BRANCH.
           IF BR-BRANCH(WS-BR-SUB) = WS-WORK-BRANCH
               MOVE 'Y' TO WS-FOUND-SW
               ADD 1 TO BR-LINE-COUNT(WS-BR-SUB)
           END-IF.
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8900-FORMAT-DATE - WS-DATE-IN YYYYMMDD TO YYYY-MM-DD.
      *----------------------------------------------------------------
       8900-FORMAT-DATE.
           MOVE WS-DATE-IN(1:4) TO WS-DE-YYYY.
           MOVE WS-DATE-IN(5:2) TO WS-DE-MM.
           MOVE WS-DATE-IN(7:2) TO WS-DE-DD.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - LINES READ FROM RPTIN MUST ALL HAVE GONE TO
      * THE ARCHIVE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE NEW-ARCHIVE
                 NEW-INDEX.

           MOVE WS-REPORTS-CAPTURED TO SM-REPORTS.
           MOVE WS-LINES-ARCHIVED   TO SM-LINES.
           MOVE WS-INDEX-WRITTEN    TO SM-INDEX.
           MOVE WS-REPORTS-PURGED   TO SM-PURGED-REPORTS.
           MOVE WS-ARCH-PURGED      TO SM-PURGED-LINES.
           MOVE WS-INDEX-PURGED     TO SM-PURGED-INDEX.
           MOVE WS-INDEX-KEPT       TO SM-KEPT-INDEX.
           MOVE WS-ARCH-KEPT        TO SM-KEPT-LINES.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM SUMMARY-LINE-1.
           WRITE REPORT-LINE FROM SUMMARY-LINE-2.
           WRITE REPORT-LINE FROM SUMMARY-LINE-3.

           MOVE WS-LINES-READ     TO CT-RECORDS-READ.
           MOVE WS-LINES-ARCHIVED TO CT-RECORDS-PROCESSED.
           IF WS-LINES-READ = WS-LINES-ARCHIVED
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
           CLOSE REGISTER-FILE.
       9000-EXIT.
           EXIT.
