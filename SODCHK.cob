       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-ANALYSIS.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MONTH-END SEGREGATION-OF-
      *                 DUTIES ANALYSIS.  EVERY OPERATOR ON THE
      *                 OPERATOR MASTER (EXCEPT A DISABLED ONE) IS
      *                 CHECKED AGAINST THE SODRULES PAIRS OF
      *                 INCOMPATIBLE PERMISSIONS.  THE BUSINESS MONTH'S
      *                 ACTIVITY IS THEN SCANNED FOR AN OPERATOR WHO
      *                 BOTH ENTERED AND APPROVED, OR ENTERED AND
      *                 REPAIRED, THE SAME ITEM.  THE SUITE RECORDS
      *                 WHO RAN A PROGRAM FROM UTIL-MENU, NOT WHO KEYED
      *                 EACH ITEM, SO AN ITEM IS TAKEN AS ENTERED BY
      *                 EVERY OPERATOR WHO STARTED LOAN-MAINT (OR
      *                 STUDENT-MAINT) ON THE BUSINESS DATE IT WAS
      *                 QUEUED FOR APPROVAL OR REJECTED:
      *                   - A SYSAUDIT RELEASE ON APPROVAL-REVIEW IS
      *                     MATCHED TO ITS PENDING-APPROVAL QUEUE ITEM
      *                     FOR THE QUEUE DATE;
      *                   - A POSTING ON THE LOAN OR STUDENT RECOVERY
      *                     JOURNAL IS MATCHED TO THE KEY'S LATEST
      *                     REJECTION ON THE EXCEPTION LOG OR ITS
      *                     HISTORY, AND THE REPAIRER IS WHOEVER RAN
      *                     REJECT-REPAIR BETWEEN THE TWO DATES.
      *                 FINDINGS ARE KEPT ON SODFIND WITH THEIR
      *                 REMEDIATION STATUS, WHICH SECURITY WORKS ON
      *                 SOD-REVIEW.  A PERMISSION CONFLICT NO LONGER
      *                 HELD IS MARKED REMEDIATED HERE.  RUN ON THE
      *                 LAST BUSINESS NIGHT OF THE MONTH.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER     ASSIGN TO OPERMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT SOD-RULES       ASSIGN TO SODRULES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT SOD-FINDINGS    ASSIGN TO SODFIND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIND-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT APPROVAL-QUEUE  ASSIGN TO APPRQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPQ-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT EXCEPTION-HISTORY ASSIGN TO SYSEXCPH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCH-FILE-STATUS.

           SELECT LOAN-JOURNAL    ASSIGN TO LOANJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT STUD-JOURNAL    ASSIGN TO STUDJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT SOD-REPORT-FILE ASSIGN TO SODRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  SOD-RULES
           RECORDING MODE IS F.
       COPY SODRULE.

       FD  SOD-FINDINGS
           RECORDING MODE IS F.
       COPY SODFIND.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.

       FD  APPROVAL-QUEUE
           RECORDING MODE IS F.
       01  APPROVAL-QUEUE-REC.
           05 AQ-TXN-IMAGE.
              10 AQ-ACTION         PIC X(01).
                 88 AQ-IS-JOURNAL          VALUE 'J'.
                 88 AQ-IS-WAIVER           VALUE 'W'.
              10 AQ-ACCT-NO        PIC X(06).
              10 FILLER            PIC X(60).
           05 AQ-QUEUE-DATE        PIC 9(08).
           05 AQ-STATUS            PIC X(01).
              88 AQ-ITEM-WAS-RELEASED      VALUE 'A'.

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       COPY EXCPTLOG.

       FD  EXCEPTION-HISTORY
           RECORDING MODE IS F.
       01  EXCEPTION-HISTORY-REC   PIC X(74).

       FD  LOAN-JOURNAL
           RECORDING MODE IS F.
       01  LOAN-JRNL-LINE          PIC X(190).

       FD  STUD-JOURNAL
           RECORDING MODE IS F.
       01  STUD-JRNL-LINE          PIC X(190).

       FD  SOD-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-OPER-FILE-STATUS     PIC X(02).
           88 OPER-FILE-NOT-FOUND          VALUE '35'.
       01  WS-RULE-FILE-STATUS     PIC X(02).
           88 RULE-FILE-NOT-FOUND          VALUE '35'.
       01  WS-FIND-FILE-STATUS     PIC X(02).
           88 FIND-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-APPQ-FILE-STATUS     PIC X(02).
           88 APPQ-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCH-FILE-STATUS     PIC X(02).
           88 EXCH-FILE-NOT-FOUND          VALUE '35'.
       01  WS-JRNL-FILE-STATUS     PIC X(02).
           88 JRNL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.

      *----------------------------------------------------------------
      * BUSINESS PROCESSING DATE - FROM THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE.  THE ANALYSIS MONTH IS ITS
      * YYYYMM; AN ITEM'S ENTRY MAY FALL IN THE MONTH BEFORE, SO THE
      * ENTRY TRAILS ARE LOADED FROM THE FIRST OF THAT MONTH.
      *----------------------------------------------------------------
       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-DD            PIC 9(02).
       01  WS-MONTH-START          PIC 9(08).
       01  WS-WINDOW-START         PIC 9(08).
       01  WS-WINDOW-WORK.
           05 WS-WW-YYYY           PIC 9(04).
           05 WS-WW-MM             PIC 9(02).
           05 WS-WW-DD             PIC 9(02).
       01  WS-WINDOW-DATE REDEFINES WS-WINDOW-WORK
                                   PIC 9(08).

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01).
              88 END-OF-FILE                VALUE 'Y'.
           05 WS-FOUND-SW          PIC X(01).
              88 ENTRY-WAS-FOUND            VALUE 'Y'.
           05 WS-HELD-SW           PIC X(01).
              88 PERMISSION-IS-HELD         VALUE 'Y'.
           05 WS-RULE-BAD-SW       PIC X(01).
              88 RULE-IS-BAD                VALUE 'Y'.

      *----------------------------------------------------------------
      * CONFLICT RULES - FROM SODRULES, OR THESE BUILT-IN PAIRS WHEN
      * THE FILE IS ABSENT OR EMPTY.
      *----------------------------------------------------------------
       01  DEFAULT-RULE-VALUES.
           05 FILLER               PIC X(48) VALUE
              "R0011333LOAN-MAINT WITH APPROVAL-REVIEW         ".
           05 FILLER               PIC X(48) VALUE
              "R00227ADREJECT-REPAIR WITH APPROVAL AUTHORITY   ".
           05 FILLER               PIC X(48) VALUE
              "R0031327LOAN-MAINT WITH REJECT-REPAIR           ".
           05 FILLER               PIC X(48) VALUE
              "R0041427STUDENT-MAINT WITH REJECT-REPAIR        ".
           05 FILLER               PIC X(48) VALUE
              "R0054133JOURNAL-ENTRY WITH APPROVAL-REVIEW      ".
           05 FILLER               PIC X(48) VALUE
              "R0064033DISPUTE-MAINT WITH APPROVAL-REVIEW      ".
       01  DEFAULT-RULE-TABLE REDEFINES DEFAULT-RULE-VALUES.
           05 DR-ENTRY             PIC X(48) OCCURS 6 TIMES.
       01  WS-DEFAULT-RULE-COUNT   PIC 9(02) VALUE 6.

       01  WS-RULE-COUNT           PIC 9(04) VALUE 0.
       01  WS-RULE-MAX             PIC 9(04) VALUE 100.
       01  RULE-TABLE.
           05 RT-ENTRY OCCURS 100 TIMES.
              10 RT-RULE-ID         PIC X(04).
              10 RT-PERM-A          PIC X(02).
              10 RT-PERM-B          PIC X(02).
              10 RT-DESCRIPTION     PIC X(40).
       01  WS-RULE-SUB             PIC 9(04) COMP.
       01  WS-RULES-IGNORED        PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * THE OPERATOR BEING CHECKED - BOTH PERMISSION BLOCKS AS ONE
      * 60-POSITION STRING, THE WAY UTIL-MENU HOLDS THEM.
      *----------------------------------------------------------------
       01  WS-OPER-PERMS.
           05 WS-OPER-PERM         PIC X(01) OCCURS 60 TIMES.
       01  WS-PERM-CODE            PIC X(02).
       01  WS-PERM-NO              PIC 9(02).

      *----------------------------------------------------------------
      * UTIL-MENU SELECTIONS OF THE ENTERING AND REPAIRING PROGRAMS
      * FROM SYSAUDIT: 'L' LOAN-MAINT, 'S' STUDENT-MAINT, 'R' REJECT-
      * REPAIR.
      *----------------------------------------------------------------
       01  WS-SEL-COUNT            PIC 9(05) VALUE 0.
       01  WS-SEL-MAX              PIC 9(05) VALUE 5000.
       01  SELECTION-TABLE.
           05 SL-ENTRY OCCURS 5000 TIMES.
              10 SL-DATE            PIC 9(08).
              10 SL-OPERATOR        PIC X(08).
              10 SL-PROGRAM         PIC X(01).
       01  WS-SEL-SUB              PIC 9(05) COMP.

      *----------------------------------------------------------------
      * THE MONTH'S APPROVAL-REVIEW RELEASES FROM SYSAUDIT.
      *----------------------------------------------------------------
       01  WS-REL-COUNT            PIC 9(05) VALUE 0.
       01  WS-REL-MAX              PIC 9(05) VALUE 3000.
       01  RELEASE-TABLE.
           05 RL-ENTRY OCCURS 3000 TIMES.
              10 RL-DATE            PIC 9(08).
              10 RL-OPERATOR        PIC X(08).
              10 RL-ACCT-NO         PIC X(06).
       01  WS-REL-SUB              PIC 9(05) COMP.

      *----------------------------------------------------------------
      * RELEASED LOAN-MAINT ITEMS ON THE PENDING-APPROVAL QUEUE.
      *----------------------------------------------------------------
       01  WS-QUE-COUNT            PIC 9(05) VALUE 0.
       01  WS-QUE-MAX              PIC 9(05) VALUE 3000.
       01  QUEUE-TABLE.
           05 QT-ENTRY OCCURS 3000 TIMES.
              10 QT-ACCT-NO         PIC X(06).
              10 QT-QUEUE-DATE      PIC 9(08).
       01  WS-QUE-SUB              PIC 9(05) COMP.

      *----------------------------------------------------------------
      * LOAN-MAINT AND STUDENT-MAINT REJECTIONS FROM THE EXCEPTION
      * LOG AND ITS HISTORY.
      *----------------------------------------------------------------
       01  WS-REJ-COUNT            PIC 9(05) VALUE 0.
       01  WS-REJ-MAX              PIC 9(05) VALUE 5000.
       01  REJECT-TABLE.
           05 RJ-ENTRY OCCURS 5000 TIMES.
              10 RJ-SIDE            PIC X(01).
              10 RJ-KEY             PIC X(06).
              10 RJ-DATE            PIC 9(08).
       01  WS-REJ-SUB              PIC 9(05) COMP.

      *----------------------------------------------------------------
      * FINDINGS - LOADED FROM SODFIND, ADDED TO AND UPDATED BY THE
      * ANALYSIS, AND WRITTEN BACK WHOLE.  FX-SEEN IS 'Y' ON A
      * FINDING DETECTED THIS RUN; FX-CHANGE SAYS WHAT THIS RUN DID
      * TO IT - NEW, REOPENED, OR CLOSED AS NO LONGER HELD.
      *----------------------------------------------------------------
       01  WS-FIND-COUNT           PIC 9(05) VALUE 0.
       01  WS-FIND-MAX             PIC 9(05) VALUE 3000.
       01  FINDING-TABLE.
           05 FT-ENTRY OCCURS 3000 TIMES.
              10 FT-RECORD          PIC X(139).
              10 FX-SEEN            PIC X(01).
              10 FX-CHANGE          PIC X(08).
       01  WS-FIND-SUB             PIC 9(05) COMP.

      *----------------------------------------------------------------
      * THE FINDING BEING RECORDED.
      *----------------------------------------------------------------
       01  WS-NEW-TYPE             PIC X(01).
       01  WS-NEW-OPERATOR         PIC X(08).
       01  WS-NEW-RULE             PIC X(04).
       01  WS-NEW-SIDE             PIC X(01).
       01  WS-NEW-KEY              PIC X(06).
       01  WS-NEW-ITEM-DATE        PIC 9(08).
       01  WS-NEW-ENTRY-DATE       PIC 9(08).
       01  WS-NEW-DETAIL           PIC X(40).
       01  WS-NEW-FIND-KEY         PIC X(28).

      *----------------------------------------------------------------
      * SCAN WORK - AN EVENT'S BUSINESS DATE, THE ITEM'S ENTRY DATE,
      * AND THE PROGRAM CODE OF THE ENTERING RUN.
      *----------------------------------------------------------------
       01  WS-EVENT-DATE           PIC 9(08).
       01  WS-DASHED-DATE          PIC X(10).
       01  WS-ENTRY-DATE           PIC 9(08).
       01  WS-ENTRY-PROGRAM        PIC X(01).
       01  WS-EVENT-OPERATOR       PIC X(08).
       01  WS-EVENT-SIDE           PIC X(01).
       01  WS-EVENT-KEY            PIC X(06).
       COPY RECVJRNL.

       01  WS-COUNTS.
           05 WS-OPERATORS-READ    PIC 9(7) COMP VALUE 0.
           05 WS-AUDIT-READ        PIC 9(7) COMP VALUE 0.
           05 WS-JOURNAL-READ      PIC 9(7) COMP VALUE 0.
           05 WS-PERM-FOUND        PIC 9(7) COMP VALUE 0.
           05 WS-APPR-FOUND        PIC 9(7) COMP VALUE 0.
           05 WS-REPAIR-FOUND      PIC 9(7) COMP VALUE 0.
           05 WS-NEW-FINDINGS      PIC 9(7) COMP VALUE 0.
           05 WS-CLOSED-FINDINGS   PIC 9(7) COMP VALUE 0.
           05 WS-OPEN-COUNT        PIC 9(7) COMP VALUE 0.
           05 WS-INPROG-COUNT      PIC 9(7) COMP VALUE 0.
           05 WS-REMED-COUNT       PIC 9(7) COMP VALUE 0.
           05 WS-ACCEPT-COUNT      PIC 9(7) COMP VALUE 0.
           05 WS-TABLE-FULL-CNT    PIC 9(7) COMP VALUE 0.
           05 WS-SECTION-LINES     PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "SODCHK".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING.
           05 FILLER                PIC X(45) VALUE
              "SEGREGATION-OF-DUTIES ANALYSIS - MONTH ENDING".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RH-BUS-DATE           PIC X(10).

       01  SECTION-HEADING.
           05 SH-TITLE              PIC X(60).

       01  COLUMN-HEADING.
           05 FILLER                PIC X(44) VALUE
              "OPERATOR RULE ITEM     ENTERED    ACTED ON  ".
           05 FILLER                PIC X(44) VALUE
              " DETAIL                                  ST ".
           05 FILLER                PIC X(30) VALUE
              "FIRST FOUND THIS RUN".

       01  FINDING-DETAIL.
           05 FD-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FD-RULE-ID            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FD-SIDE               PIC X(01).
           05 FD-ITEM-KEY           PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FD-ENTRY-DATE         PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FD-ITEM-DATE          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FD-DETAIL             PIC X(40).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FD-STATUS             PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FD-FIRST-FOUND        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FD-CHANGE             PIC X(08).

       01  NONE-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE "NONE".

       01  IGNORED-RULE-LINE.
           05 FILLER                PIC X(05) VALUE "RULE ".
           05 IR-RULE-ID            PIC X(04).
           05 FILLER                PIC X(42) VALUE
              " IGNORED - PERMISSION NOT 01-60 OR AD:    ".
           05 IR-PERM-A             PIC X(02).
           05 FILLER                PIC X(01) VALUE "/".
           05 IR-PERM-B             PIC X(02).

       01  TABLE-FULL-LINE.
           05 FILLER                PIC X(51) VALUE
              "*** A WORK TABLE FILLED - ACTIVITY NOT ALL SCANNED,".
           05 FILLER                PIC X(30) VALUE
              " RAISE THE LIMIT AND RERUN ***".

       01  STATUS-TOTAL-LINE.
           05 FILLER                PIC X(17) VALUE
              "FINDINGS ON FILE ".
           05 FILLER                PIC X(06) VALUE "OPEN= ".
           05 ST-OPEN               PIC ZZZZ9.
           05 FILLER                PIC X(16) VALUE
              "  IN REMEDIATION".
           05 FILLER                PIC X(02) VALUE "= ".
           05 ST-INPROG             PIC ZZZZ9.
           05 FILLER                PIC X(14) VALUE
              "  REMEDIATED= ".
           05 ST-REMED              PIC ZZZZ9.
           05 FILLER                PIC X(17) VALUE
              "  RISK ACCEPTED= ".
           05 ST-ACCEPT             PIC ZZZZ9.

       01  RUN-TOTAL-LINE.
           05 FILLER                PIC X(23) VALUE
              "THIS RUN  PERMISSION = ".
           05 RT-PERM               PIC ZZZZ9.
           05 FILLER                PIC X(21) VALUE
              "  ENTERED+APPROVED = ".
           05 RT-APPR               PIC ZZZZ9.
           05 FILLER                PIC X(21) VALUE
              "  ENTERED+REPAIRED = ".
           05 RT-REPAIR             PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE
              "  NEW = ".
           05 RT-NEW                PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE
              "  CLOSED = ".
           05 RT-CLOSED             PIC ZZZZ9.

       01  WS-DATE-EDIT.
           05 WS-DE-YYYY           PIC X(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DE-MM             PIC X(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DE-DD             PIC X(02).
       01  WS-DATE-IN              PIC 9(08).

       01  WS-PRINT-TYPE           PIC X(01).
       01  WS-PRINT-SEEN           PIC X(01).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "SODCHK  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-CHECK-PERMISSIONS THRU 2000-EXIT.
           PERFORM 3000-LOAD-ACTIVITY     THRU 3000-EXIT.
           PERFORM 4000-SCAN-APPROVALS    THRU 4000-EXIT.
           PERFORM 5000-SCAN-REPAIRS      THRU 5000-EXIT.
           PERFORM 6000-CLOSE-CLEARED     THRU 6000-EXIT.
           PERFORM 7000-PRINT-REPORT      THRU 7000-EXIT.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-OPERATORS-READ TO RQ-RECORD-COUNT
               MOVE WS-FIND-COUNT     TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE RULES AND THE FINDINGS ALREADY ON FILE
      * ARE LOADED BEFORE ANYTHING IS CHECKED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT SOD-REPORT-FILE.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-FMT TO RH-BUS-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING.

           MOVE WS-BUS-DATE-RAW TO WS-WINDOW-DATE.
           MOVE 1 TO WS-WW-DD.
           MOVE WS-WINDOW-DATE TO WS-MONTH-START.
           IF WS-WW-MM = 1
               MOVE 12 TO WS-WW-MM
               SUBTRACT 1 FROM WS-WW-YYYY
           ELSE
               SUBTRACT 1 FROM WS-WW-MM
           END-IF.
           MOVE WS-WINDOW-DATE TO WS-WINDOW-START.

           PERFORM 1100-LOAD-RULES    THRU 1100-EXIT.
           PERFORM 1200-LOAD-FINDINGS THRU 1200-EXIT.
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
      * 1100-LOAD-RULES - SODRULES, OR THE BUILT-IN PAIRS.  A RULE
      * NAMING A PERMISSION THAT IS NEITHER 01-60 NOR AD IS LISTED
      * AND LEFT OUT.
      *----------------------------------------------------------------
       1100-LOAD-RULES.
           OPEN INPUT SOD-RULES.
           IF NOT RULE-FILE-NOT-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1150-LOAD-ONE-RULE THRU 1150-EXIT
                   UNTIL END-OF-FILE
               CLOSE SOD-RULES
           END-IF.

           IF WS-RULE-COUNT = ZERO
               PERFORM 1170-LOAD-DEFAULT-RULE THRU 1170-EXIT
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-DEFAULT-RULE-COUNT
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-RULE.
           READ SOD-RULES
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1150-EXIT
           END-READ.
           IF SR-RULE-ID = SPACES
               GO TO 1150-EXIT
           END-IF.

           MOVE 'N' TO WS-RULE-BAD-SW.
           MOVE SR-PERM-A TO WS-PERM-CODE.
           PERFORM 1190-EDIT-PERM-CODE THRU 1190-EXIT.
           MOVE SR-PERM-B TO WS-PERM-CODE.
           PERFORM 1190-EDIT-PERM-CODE THRU 1190-EXIT.
           IF RULE-IS-BAD
               ADD 1 TO WS-RULES-IGNORED
               MOVE SR-RULE-ID TO IR-RULE-ID
               MOVE SR-PERM-A  TO IR-PERM-A
               MOVE SR-PERM-B  TO IR-PERM-B
               WRITE REPORT-LINE FROM IGNORED-RULE-LINE
               GO TO 1150-EXIT
           END-IF.

           IF WS-RULE-COUNT >= WS-RULE-MAX
               DISPLAY "SOD RULE TABLE FULL - RULE " SR-RULE-ID
                       " NOT LOADED"
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE SR-RULE-ID     TO RT-RULE-ID(WS-RULE-COUNT).
           MOVE SR-PERM-A      TO RT-PERM-A(WS-RULE-COUNT).
           MOVE SR-PERM-B      TO RT-PERM-B(WS-RULE-COUNT).
           MOVE SR-DESCRIPTION TO RT-DESCRIPTION(WS-RULE-COUNT).
       1150-EXIT.
           EXIT.

       1170-LOAD-DEFAULT-RULE.
           ADD 1 TO WS-RULE-COUNT.
           MOVE DR-ENTRY(WS-RULE-SUB) TO SOD-RULE-REC.
           MOVE SR-RULE-ID     TO RT-RULE-ID(WS-RULE-COUNT).
           MOVE SR-PERM-A      TO RT-PERM-A(WS-RULE-COUNT).
           MOVE SR-PERM-B      TO RT-PERM-B(WS-RULE-COUNT).
           MOVE SR-DESCRIPTION TO RT-DESCRIPTION(WS-RULE-COUNT).
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1190-EDIT-PERM-CODE - WS-PERM-CODE MUST BE AD OR 01-60.
      *----------------------------------------------------------------
       1190-EDIT-PERM-CODE.
           IF WS-PERM-CODE = "AD"
               GO TO 1190-EXIT
           END-IF.
           IF WS-PERM-CODE NOT NUMERIC
               MOVE 'Y' TO WS-RULE-BAD-SW
               GO TO 1190-EXIT
           END-IF.
           MOVE WS-PERM-CODE TO WS-PERM-NO.
           IF WS-PERM-NO < 1 OR WS-PERM-NO > 60
               MOVE 'Y' TO WS-RULE-BAD-SW
           END-IF.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-FINDINGS - EVERY FINDING ON FILE, UNSEEN SO FAR.
      * A FILE PAST THE TABLE LIMIT WOULD BE REWRITTEN SHORT, SO THE
      * RUN STOPS BEFORE ANYTHING IS CHANGED.
      *----------------------------------------------------------------
       1200-LOAD-FINDINGS.
           OPEN INPUT SOD-FINDINGS.
           IF FIND-FILE-NOT-FOUND
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1250-LOAD-ONE-FINDING THRU 1250-EXIT
               UNTIL END-OF-FILE.
           CLOSE SOD-FINDINGS.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-FINDING.
           READ SOD-FINDINGS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1250-EXIT
           END-READ.
           IF WS-FIND-COUNT >= WS-FIND-MAX
               DISPLAY "SOD FINDINGS TABLE FULL - RAISE THE LIMIT"
               CLOSE SOD-FINDINGS
                     SOD-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-FIND-COUNT.
           MOVE SOD-FINDING-REC TO FT-RECORD(WS-FIND-COUNT).
           MOVE 'N'             TO FX-SEEN(WS-FIND-COUNT).
           MOVE SPACES          TO FX-CHANGE(WS-FIND-COUNT).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-PERMISSIONS - EVERY OPERATOR THAT CAN STILL SIGN
      * ON (ACTIVE, OR LOCKED PENDING RELEASE) AGAINST EVERY RULE.
      *----------------------------------------------------------------
       2000-CHECK-PERMISSIONS.
           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-NOT-FOUND
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-CHECK-ONE-OPERATOR THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPER-MASTER.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-OPERATOR.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-OPERATORS-READ.
           IF OM-IS-DISABLED
               GO TO 2100-EXIT
           END-IF.

           MOVE OM-PERMISSIONS      TO WS-OPER-PERMS(1:40).
           MOVE OM-MORE-PERMISSIONS TO WS-OPER-PERMS(41:20).
           PERFORM 2200-CHECK-ONE-RULE THRU 2200-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-RULE.
           MOVE RT-PERM-A(WS-RULE-SUB) TO WS-PERM-CODE.
           PERFORM 2300-TEST-PERMISSION THRU 2300-EXIT.
           IF NOT PERMISSION-IS-HELD
               GO TO 2200-EXIT
           END-IF.
           MOVE RT-PERM-B(WS-RULE-SUB) TO WS-PERM-CODE.
           PERFORM 2300-TEST-PERMISSION THRU 2300-EXIT.
           IF NOT PERMISSION-IS-HELD
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-PERM-FOUND.
           MOVE 'P'                     TO WS-NEW-TYPE.
           MOVE OM-OPERATOR-ID          TO WS-NEW-OPERATOR.
           MOVE RT-RULE-ID(WS-RULE-SUB) TO WS-NEW-RULE.
           MOVE SPACES                  TO WS-NEW-SIDE
                                           WS-NEW-KEY.
           MOVE ZERO                    TO WS-NEW-ITEM-DATE
                                           WS-NEW-ENTRY-DATE.
           MOVE RT-DESCRIPTION(WS-RULE-SUB) TO WS-NEW-DETAIL.
           PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-TEST-PERMISSION - WS-PERM-CODE HELD BY THE OPERATOR?
      *----------------------------------------------------------------
       2300-TEST-PERMISSION.
           MOVE 'N' TO WS-HELD-SW.
           IF WS-PERM-CODE = "AD"
               IF OM-IS-ADMIN
                   MOVE 'Y' TO WS-HELD-SW
               END-IF
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-PERM-CODE TO WS-PERM-NO.
           IF WS-OPER-PERM(WS-PERM-NO) = 'Y'
               MOVE 'Y' TO WS-HELD-SW
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LOAD-ACTIVITY - THE SYSAUDIT SELECTIONS AND RELEASES,
      * THE RELEASED QUEUE ITEMS, AND THE REJECTIONS.
      *----------------------------------------------------------------
       3000-LOAD-ACTIVITY.
           OPEN INPUT AUDIT-LOG.
           IF NOT AUDIT-FILE-NOT-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3100-LOAD-ONE-AUDIT THRU 3100-EXIT
                   UNTIL END-OF-FILE
               CLOSE AUDIT-LOG
           END-IF.

           OPEN INPUT APPROVAL-QUEUE.
           IF NOT APPQ-FILE-NOT-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3200-LOAD-ONE-QUEUE-ITEM THRU 3200-EXIT
                   UNTIL END-OF-FILE
               CLOSE APPROVAL-QUEUE
           END-IF.

           OPEN INPUT SHARED-EXCEPTION-LOG.
           IF NOT EXCP-FILE-NOT-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3300-LOAD-ONE-EXCEPTION THRU 3300-EXIT
                   UNTIL END-OF-FILE
               CLOSE SHARED-EXCEPTION-LOG
           END-IF.

           OPEN INPUT EXCEPTION-HISTORY.
           IF NOT EXCH-FILE-NOT-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3400-LOAD-ONE-HISTORY THRU 3400-EXIT
                   UNTIL END-OF-FILE
               CLOSE EXCEPTION-HISTORY
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-LOAD-ONE-AUDIT - AN ENTRY IS DATED BY ITS BUSINESS DATE,
      * OR ITS RUN DATE WHEN WRITTEN BEFORE BUSINESS DATES WERE
      * STAMPED.
      *----------------------------------------------------------------
       3100-LOAD-ONE-AUDIT.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-READ.

           IF AL-BUS-DATE = SPACES
               MOVE AL-RUN-DATE TO WS-DASHED-DATE
           ELSE
               MOVE AL-BUS-DATE TO WS-DASHED-DATE
           END-IF.
           PERFORM 3900-UNDASH-DATE THRU 3900-EXIT.
           IF WS-EVENT-DATE < WS-WINDOW-START
              OR WS-EVENT-DATE > WS-BUS-DATE-RAW
               GO TO 3100-EXIT
           END-IF.

           IF AL-ACTION = "SELECTED"
               MOVE SPACE TO WS-ENTRY-PROGRAM
               EVALUATE AL-PROGRAM
                   WHEN "LOAN-MAINT"
                       MOVE 'L' TO WS-ENTRY-PROGRAM
                   WHEN "STUDENT-MAINT"
                       MOVE 'S' TO WS-ENTRY-PROGRAM
                   WHEN "REJECT-REPAIR"
                       MOVE 'R' TO WS-ENTRY-PROGRAM
               END-EVALUATE
               IF WS-ENTRY-PROGRAM NOT = SPACE
                   PERFORM 3150-ADD-SELECTION THRU 3150-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF.

           IF AL-ACTION = "RELEASED"
              AND AL-PROGRAM(1:7) = "APPRVW "
              AND WS-EVENT-DATE NOT < WS-MONTH-START
               IF WS-REL-COUNT >= WS-REL-MAX
                   ADD 1 TO WS-TABLE-FULL-CNT
               ELSE
                   ADD 1 TO WS-REL-COUNT
                   MOVE WS-EVENT-DATE    TO RL-DATE(WS-REL-COUNT)
                   MOVE AL-OPERATOR-ID   TO RL-OPERATOR(WS-REL-COUNT)
                   MOVE AL-PROGRAM(8:6)  TO RL-ACCT-NO(WS-REL-COUNT)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3150-ADD-SELECTION.
           IF WS-SEL-COUNT >= WS-SEL-MAX
               ADD 1 TO WS-TABLE-FULL-CNT
               GO TO 3150-EXIT
           END-IF.
           ADD 1 TO WS-SEL-COUNT.
           MOVE WS-EVENT-DATE    TO SL-DATE(WS-SEL-COUNT).
           MOVE AL-OPERATOR-ID   TO SL-OPERATOR(WS-SEL-COUNT).
           MOVE WS-ENTRY-PROGRAM TO SL-PROGRAM(WS-SEL-COUNT).
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-LOAD-ONE-QUEUE-ITEM - RELEASED LOAN-MAINT ITEMS ONLY;
      * JOURNALS AND FEE WAIVERS ALREADY REFUSE A SELF-RELEASE ON
      * APPROVAL-REVIEW.
      *----------------------------------------------------------------
       3200-LOAD-ONE-QUEUE-ITEM.
           READ APPROVAL-QUEUE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3200-EXIT
           END-READ.
           IF NOT AQ-ITEM-WAS-RELEASED
              OR AQ-IS-JOURNAL
              OR AQ-IS-WAIVER
               GO TO 3200-EXIT
           END-IF.
           IF AQ-QUEUE-DATE NOT NUMERIC
              OR AQ-QUEUE-DATE < WS-WINDOW-START
               GO TO 3200-EXIT
           END-IF.
           IF WS-QUE-COUNT >= WS-QUE-MAX
               ADD 1 TO WS-TABLE-FULL-CNT
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-QUE-COUNT.
           MOVE AQ-ACCT-NO    TO QT-ACCT-NO(WS-QUE-COUNT).
           MOVE AQ-QUEUE-DATE TO QT-QUEUE-DATE(WS-QUE-COUNT).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-LOAD-ONE-EXCEPTION - THE LIVE EXCEPTION LOG.
      *----------------------------------------------------------------
       3300-LOAD-ONE-EXCEPTION.
           READ SHARED-EXCEPTION-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3300-EXIT
           END-READ.
           PERFORM 3500-ADD-REJECTION THRU 3500-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-LOAD-ONE-HISTORY - ENTRIES EXCEPTION-REPORT HAS MOVED
      * OFF THE LIVE LOG, IN THE SAME LAYOUT.
      *----------------------------------------------------------------
       3400-LOAD-ONE-HISTORY.
           READ EXCEPTION-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3400-EXIT
           END-READ.
           MOVE EXCEPTION-HISTORY-REC TO SHARED-EXCEPTION-REC.
           PERFORM 3500-ADD-REJECTION THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

       3500-ADD-REJECTION.
           EVALUATE SE-PROGRAM-ID
               WHEN "LOANMT"
                   MOVE 'L' TO WS-EVENT-SIDE
               WHEN "STUDMT"
                   MOVE 'S' TO WS-EVENT-SIDE
               WHEN OTHER
                   GO TO 3500-EXIT
           END-EVALUATE.
           IF SE-BUS-DATE = SPACES
               GO TO 3500-EXIT
           END-IF.
           MOVE SE-BUS-DATE TO WS-DASHED-DATE.
           PERFORM 3900-UNDASH-DATE THRU 3900-EXIT.
           IF WS-EVENT-DATE < WS-WINDOW-START
              OR WS-EVENT-DATE > WS-BUS-DATE-RAW
               GO TO 3500-EXIT
           END-IF.
           IF WS-REJ-COUNT >= WS-REJ-MAX
               ADD 1 TO WS-TABLE-FULL-CNT
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WS-REJ-COUNT.
           MOVE WS-EVENT-SIDE     TO RJ-SIDE(WS-REJ-COUNT).
           MOVE SE-ENTRY-ID(1:6)  TO RJ-KEY(WS-REJ-COUNT).
           MOVE WS-EVENT-DATE     TO RJ-DATE(WS-REJ-COUNT).
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-UNDASH-DATE - WS-DASHED-DATE (YYYY-MM-DD) TO
      * WS-EVENT-DATE (YYYYMMDD); ZERO WHEN IT IS NOT A DATE.
      *----------------------------------------------------------------
       3900-UNDASH-DATE.
           MOVE ZERO TO WS-EVENT-DATE.
           IF WS-DASHED-DATE(1:4) NOT NUMERIC
              OR WS-DASHED-DATE(6:2) NOT NUMERIC
              OR WS-DASHED-DATE(9:2) NOT NUMERIC
               GO TO 3900-EXIT
           END-IF.
           STRING WS-DASHED-DATE(1:4) DELIMITED BY SIZE
                  WS-DASHED-DATE(6:2) DELIMITED BY SIZE
                  WS-DASHED-DATE(9:2) DELIMITED BY SIZE
               INTO WS-EVENT-DATE.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SCAN-APPROVALS - EACH RELEASE THIS MONTH AGAINST THE
      * LOAN-MAINT RUN THAT QUEUED THE ITEM.
      *----------------------------------------------------------------
       4000-SCAN-APPROVALS.
           PERFORM 4100-CHECK-ONE-RELEASE THRU 4100-EXIT
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CHECK-ONE-RELEASE - THE ITEM'S QUEUE DATE IS THE LATEST
      * RELEASED QUEUE ENTRY FOR THE ACCOUNT ON OR BEFORE THE
      * RELEASE.  A RELEASE WITH NO QUEUE ENTRY (A WAIVER OR JOURNAL,
      * OR AN ITEM QUEUED BEFORE THE WINDOW) IS PASSED OVER.
      *----------------------------------------------------------------
       4100-CHECK-ONE-RELEASE.
           MOVE ZERO TO WS-ENTRY-DATE.
           PERFORM 4150-MATCH-ONE-QUEUE-ITEM THRU 4150-EXIT
               VARYING WS-QUE-SUB FROM 1 BY 1
               UNTIL WS-QUE-SUB > WS-QUE-COUNT.
           IF WS-ENTRY-DATE = ZERO
               GO TO 4100-EXIT
           END-IF.

           MOVE RL-OPERATOR(WS-REL-SUB) TO WS-EVENT-OPERATOR.
           MOVE 'L' TO WS-ENTRY-PROGRAM.
           PERFORM 8500-FIND-SELECTION THRU 8500-EXIT.
           IF NOT ENTRY-WAS-FOUND
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-APPR-FOUND.
           MOVE 'A'                     TO WS-NEW-TYPE.
           MOVE WS-EVENT-OPERATOR       TO WS-NEW-OPERATOR.
           MOVE SPACES                  TO WS-NEW-RULE.
           MOVE 'L'                     TO WS-NEW-SIDE.
           MOVE RL-ACCT-NO(WS-REL-SUB)  TO WS-NEW-KEY.
           MOVE RL-DATE(WS-REL-SUB)     TO WS-NEW-ITEM-DATE.
           MOVE WS-ENTRY-DATE           TO WS-NEW-ENTRY-DATE.
           MOVE "QUEUED ON LOAN-MAINT RUN, RELEASED"
                                        TO WS-NEW-DETAIL.
           PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

       4150-MATCH-ONE-QUEUE-ITEM.
           IF QT-ACCT-NO(WS-QUE-SUB) = RL-ACCT-NO(WS-REL-SUB)
              AND QT-QUEUE-DATE(WS-QUE-SUB) NOT > RL-DATE(WS-REL-SUB)
              AND QT-QUEUE-DATE(WS-QUE-SUB) > WS-ENTRY-DATE
               MOVE QT-QUEUE-DATE(WS-QUE-SUB) TO WS-ENTRY-DATE
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-SCAN-REPAIRS - THE MONTH'S POSTINGS ON THE LOAN AND
      * STUDENT RECOVERY JOURNALS.
      *----------------------------------------------------------------
       5000-SCAN-REPAIRS.
           OPEN INPUT LOAN-JOURNAL.
           IF NOT JRNL-FILE-NOT-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM 5100-READ-LOAN-JOURNAL THRU 5100-EXIT
                   UNTIL END-OF-FILE
               CLOSE LOAN-JOURNAL
           END-IF.

           OPEN INPUT STUD-JOURNAL.
           IF NOT JRNL-FILE-NOT-FOUND
               MOVE 'N' TO WS-EOF-SW
               PERFORM 5200-READ-STUD-JOURNAL THRU 5200-EXIT
                   UNTIL END-OF-FILE
               CLOSE STUD-JOURNAL
           END-IF.
       5000-EXIT.
           EXIT.

       5100-READ-LOAN-JOURNAL.
           READ LOAN-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 5100-EXIT
           END-READ.
           MOVE LOAN-JRNL-LINE TO RECOVERY-JOURNAL-REC.
           IF JR-PROGRAM-ID NOT = "LOANMT"
               GO TO 5100-EXIT
           END-IF.
           MOVE 'L' TO WS-EVENT-SIDE.
           PERFORM 5300-CHECK-ONE-POSTING THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

       5200-READ-STUD-JOURNAL.
           READ STUD-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 5200-EXIT
           END-READ.
           MOVE STUD-JRNL-LINE TO RECOVERY-JOURNAL-REC.
           IF JR-PROGRAM-ID NOT = "STUDMT"
               GO TO 5200-EXIT
           END-IF.
           MOVE 'S' TO WS-EVENT-SIDE.
           PERFORM 5300-CHECK-ONE-POSTING THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-CHECK-ONE-POSTING - A POSTING THIS MONTH FOR A KEY THAT
      * WAS REJECTED ON OR BEFORE THE POSTING DATE.  THE ITEM'S
      * ENTRY DATE IS ITS LATEST SUCH REJECTION, AND EVERY OPERATOR
      * WHO RAN REJECT-REPAIR FROM THEN TO THE POSTING IS CHECKED
      * AGAINST THE RUNS ON THE ENTRY DATE.
      *----------------------------------------------------------------
       5300-CHECK-ONE-POSTING.
           ADD 1 TO WS-JOURNAL-READ.
           MOVE JR-BUS-DATE TO WS-DASHED-DATE.
           PERFORM 3900-UNDASH-DATE THRU 3900-EXIT.
           IF WS-EVENT-DATE < WS-MONTH-START
              OR WS-EVENT-DATE > WS-BUS-DATE-RAW
               GO TO 5300-EXIT
           END-IF.
           MOVE JR-KEY TO WS-EVENT-KEY.

           MOVE ZERO TO WS-ENTRY-DATE.
           PERFORM 5350-MATCH-ONE-REJECTION THRU 5350-EXIT
               VARYING WS-REJ-SUB FROM 1 BY 1
               UNTIL WS-REJ-SUB > WS-REJ-COUNT.
           IF WS-ENTRY-DATE = ZERO
               GO TO 5300-EXIT
           END-IF.

           PERFORM 5400-CHECK-ONE-REPAIRER THRU 5400-EXIT
               VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-COUNT.
       5300-EXIT.
           EXIT.

       5350-MATCH-ONE-REJECTION.
           IF RJ-SIDE(WS-REJ-SUB) = WS-EVENT-SIDE
              AND RJ-KEY(WS-REJ-SUB) = WS-EVENT-KEY
              AND RJ-DATE(WS-REJ-SUB) NOT > WS-EVENT-DATE
              AND RJ-DATE(WS-REJ-SUB) > WS-ENTRY-DATE
               MOVE RJ-DATE(WS-REJ-SUB) TO WS-ENTRY-DATE
           END-IF.
       5350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5400-CHECK-ONE-REPAIRER - A REJECT-REPAIR RUN BETWEEN THE
      * REJECTION AND THE POSTING, BY AN OPERATOR WHO ALSO RAN THE
      * MAINTENANCE THAT REJECTED THE ITEM.  8500-FIND-SELECTION
      * WALKS THE SAME TABLE, SO THIS SUBSCRIPT IS NOT DISTURBED.
      *----------------------------------------------------------------
       5400-CHECK-ONE-REPAIRER.
           IF SL-PROGRAM(WS-SEL-SUB) NOT = 'R'
              OR SL-DATE(WS-SEL-SUB) < WS-ENTRY-DATE
              OR SL-DATE(WS-SEL-SUB) > WS-EVENT-DATE
               GO TO 5400-EXIT
           END-IF.

           MOVE SL-OPERATOR(WS-SEL-SUB) TO WS-EVENT-OPERATOR.
           MOVE WS-EVENT-SIDE           TO WS-ENTRY-PROGRAM.
           PERFORM 8500-FIND-SELECTION THRU 8500-EXIT.
           IF NOT ENTRY-WAS-FOUND
               GO TO 5400-EXIT
           END-IF.

           ADD 1 TO WS-REPAIR-FOUND.
           MOVE 'R'                     TO WS-NEW-TYPE.
           MOVE WS-EVENT-OPERATOR       TO WS-NEW-OPERATOR.
           MOVE SPACES                  TO WS-NEW-RULE.
           MOVE WS-EVENT-SIDE           TO WS-NEW-SIDE.
           MOVE WS-EVENT-KEY            TO WS-NEW-KEY.
           MOVE WS-EVENT-DATE           TO WS-NEW-ITEM-DATE.
           MOVE WS-ENTRY-DATE           TO WS-NEW-ENTRY-DATE.
           IF WS-EVENT-SIDE = 'L'
               MOVE "REJECTED ON LOAN-MAINT RUN, REPAIRED"
                                        TO WS-NEW-DETAIL
           ELSE
               MOVE "REJECTED ON STUDENT-MAINT RUN, REPAIRED"
                                        TO WS-NEW-DETAIL
           END-IF.
           PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-CLOSE-CLEARED - A PERMISSION CONFLICT STILL UNRESOLVED
      * BUT NOT SEEN THIS RUN HAS HAD ONE OF ITS PERMISSIONS TAKEN
      * AWAY, SO IT IS REMEDIATED.
      *----------------------------------------------------------------
       6000-CLOSE-CLEARED.
           PERFORM 6100-CLOSE-ONE THRU 6100-EXIT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-FIND-COUNT.
       6000-EXIT.
           EXIT.

       6100-CLOSE-ONE.
           MOVE FT-RECORD(WS-FIND-SUB) TO SOD-FINDING-REC.
           IF NOT SF-IS-PERM-CONFLICT
              OR NOT SF-IS-UNRESOLVED
              OR FX-SEEN(WS-FIND-SUB) = 'Y'
               GO TO 6100-EXIT
           END-IF.
           SET SF-IS-REMEDIATED TO TRUE.
           MOVE WS-BUS-DATE-RAW TO SF-STATUS-DATE.
           MOVE "SODCHK"        TO SF-STATUS-BY.
           MOVE "PERMISSION PAIR NO LONGER HELD" TO SF-NOTE.
           MOVE SOD-FINDING-REC TO FT-RECORD(WS-FIND-SUB).
           MOVE "CLOSED"        TO FX-CHANGE(WS-FIND-SUB).
           ADD 1 TO WS-CLOSED-FINDINGS.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-PRINT-REPORT - THE FINDINGS SEEN THIS RUN BY KIND, THEN
      * THE UNRESOLVED ONES CARRIED FROM EARLIER RUNS, THEN THOSE
      * CLOSED THIS RUN, THEN THE TOTALS.
      *----------------------------------------------------------------
       7000-PRINT-REPORT.
           IF WS-TABLE-FULL-CNT > ZERO
               WRITE REPORT-LINE FROM TABLE-FULL-LINE
           END-IF.

           MOVE "PERMISSION CONFLICTS HELD" TO SH-TITLE.
           MOVE 'P' TO WS-PRINT-TYPE.
           MOVE 'Y' TO WS-PRINT-SEEN.
           PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.

           MOVE "SAME OPERATOR ENTERED AND APPROVED THIS MONTH"
                                            TO SH-TITLE.
           MOVE 'A' TO WS-PRINT-TYPE.
           PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.

           MOVE "SAME OPERATOR ENTERED AND REPAIRED THIS MONTH"
                                            TO SH-TITLE.
           MOVE 'R' TO WS-PRINT-TYPE.
           PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.

           MOVE "UNRESOLVED FINDINGS FROM EARLIER RUNS" TO SH-TITLE.
           MOVE SPACE TO WS-PRINT-TYPE.
           MOVE 'N'   TO WS-PRINT-SEEN.
           PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.

           MOVE "PERMISSION CONFLICTS CLOSED THIS RUN" TO SH-TITLE.
           MOVE 'C'   TO WS-PRINT-SEEN.
           PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.

           PERFORM 7300-COUNT-ONE-STATUS THRU 7300-EXIT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-FIND-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PERM-FOUND      TO RT-PERM.
           MOVE WS-APPR-FOUND      TO RT-APPR.
           MOVE WS-REPAIR-FOUND    TO RT-REPAIR.
           MOVE WS-NEW-FINDINGS    TO RT-NEW.
           MOVE WS-CLOSED-FINDINGS TO RT-CLOSED.
           WRITE REPORT-LINE FROM RUN-TOTAL-LINE.
           MOVE WS-OPEN-COUNT      TO ST-OPEN.
           MOVE WS-INPROG-COUNT    TO ST-INPROG.
           MOVE WS-REMED-COUNT     TO ST-REMED.
           MOVE WS-ACCEPT-COUNT    TO ST-ACCEPT.
           WRITE REPORT-LINE FROM STATUS-TOTAL-LINE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-PRINT-SECTION - WS-PRINT-SEEN 'Y' PRINTS THE FINDINGS
      * OF KIND WS-PRINT-TYPE SEEN THIS RUN; 'N' THE UNRESOLVED ONES
      * NOT SEEN; 'C' THE ONES CLOSED THIS RUN.
      *----------------------------------------------------------------
       7100-PRINT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM SECTION-HEADING.
           WRITE REPORT-LINE FROM COLUMN-HEADING.
           MOVE ZERO TO WS-SECTION-LINES.
           PERFORM 7150-PRINT-IF-SELECTED THRU 7150-EXIT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-FIND-COUNT.
           IF WS-SECTION-LINES = ZERO
               WRITE REPORT-LINE FROM NONE-LINE
           END-IF.
       7100-EXIT.
           EXIT.

       7150-PRINT-IF-SELECTED.
           MOVE FT-RECORD(WS-FIND-SUB) TO SOD-FINDING-REC.
           EVALUATE WS-PRINT-SEEN
               WHEN 'Y'
                   IF FX-SEEN(WS-FIND-SUB) NOT = 'Y'
                      OR SF-FINDING-TYPE NOT = WS-PRINT-TYPE
                       GO TO 7150-EXIT
                   END-IF
               WHEN 'N'
                   IF FX-SEEN(WS-FIND-SUB) = 'Y'
                      OR NOT SF-IS-UNRESOLVED
                       GO TO 7150-EXIT
                   END-IF
               WHEN OTHER
                   IF FX-CHANGE(WS-FIND-SUB) NOT = "CLOSED"
                       GO TO 7150-EXIT
                   END-IF
           END-EVALUATE.
           ADD 1 TO WS-SECTION-LINES.
           PERFORM 7200-PRINT-ONE-FINDING THRU 7200-EXIT.
       7150-EXIT.
           EXIT.

       7200-PRINT-ONE-FINDING.
           MOVE SF-OPERATOR-ID  TO FD-OPERATOR-ID.
           MOVE SF-RULE-ID      TO FD-RULE-ID.
           MOVE SF-SIDE         TO FD-SIDE.
           MOVE SF-ITEM-KEY     TO FD-ITEM-KEY.
           MOVE SF-DETAIL       TO FD-DETAIL.
           MOVE SF-STATUS       TO FD-STATUS.
           MOVE FX-CHANGE(WS-FIND-SUB) TO FD-CHANGE.

           MOVE SPACES TO FD-ENTRY-DATE
                          FD-ITEM-DATE.
           IF SF-ENTRY-DATE NOT = ZERO
               MOVE SF-ENTRY-DATE TO WS-DATE-IN
               PERFORM 7900-EDIT-DATE THRU 7900-EXIT
               MOVE WS-DATE-EDIT TO FD-ENTRY-DATE
           END-IF.
           IF SF-ITEM-DATE NOT = ZERO
               MOVE SF-ITEM-DATE TO WS-DATE-IN
               PERFORM 7900-EDIT-DATE THRU 7900-EXIT
               MOVE WS-DATE-EDIT TO FD-ITEM-DATE
           END-IF.
           MOVE SF-FIRST-FOUND TO WS-DATE-IN.
           PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
           MOVE WS-DATE-EDIT TO FD-FIRST-FOUND.
           WRITE REPORT-LINE FROM FINDING-DETAIL.
       7200-EXIT.
           EXIT.

       7300-COUNT-ONE-STATUS.
           MOVE FT-RECORD(WS-FIND-SUB) TO SOD-FINDING-REC.
           EVALUATE TRUE
               WHEN SF-IS-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               WHEN SF-IN-REMEDIATION
                   ADD 1 TO WS-INPROG-COUNT
               WHEN SF-IS-REMEDIATED
                   ADD 1 TO WS-REMED-COUNT
               WHEN SF-RISK-ACCEPTED
                   ADD 1 TO WS-ACCEPT-COUNT
           END-EVALUATE.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7900-EDIT-DATE - WS-DATE-IN (YYYYMMDD) TO YYYY-MM-DD.
      *----------------------------------------------------------------
       7900-EDIT-DATE.
           MOVE WS-DATE-IN(1:4) TO WS-DE-YYYY.
           MOVE WS-DATE-IN(5:2) TO WS-DE-MM.
           MOVE WS-DATE-IN(7:2) TO WS-DE-DD.
       7900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-RECORD-FINDING - A FINDING ALREADY ON FILE IS MARKED
      * SEEN AND ITS LAST-FOUND DATE MOVED UP; A REMEDIATED
      * PERMISSION CONFLICT SEEN AGAIN IS REOPENED.  ANYTHING ELSE
      * IS ADDED AS A NEW OPEN FINDING.
      *----------------------------------------------------------------
       8000-RECORD-FINDING.
           MOVE SPACES            TO SOD-FINDING-REC.
           MOVE WS-NEW-TYPE       TO SF-FINDING-TYPE.
           MOVE WS-NEW-OPERATOR   TO SF-OPERATOR-ID.
           MOVE WS-NEW-RULE       TO SF-RULE-ID.
           MOVE WS-NEW-SIDE       TO SF-SIDE.
           MOVE WS-NEW-KEY        TO SF-ITEM-KEY.
           MOVE WS-NEW-ITEM-DATE  TO SF-ITEM-DATE.
           MOVE SF-FINDING-KEY    TO WS-NEW-FIND-KEY.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 8100-MATCH-ONE-FINDING THRU 8100-EXIT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-FIND-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               GO TO 8000-EXIT
           END-IF.

           IF WS-FIND-COUNT >= WS-FIND-MAX
               ADD 1 TO WS-TABLE-FULL-CNT
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-NEW-ENTRY-DATE TO SF-ENTRY-DATE.
           MOVE WS-NEW-DETAIL     TO SF-DETAIL.
           MOVE WS-BUS-DATE-RAW   TO SF-FIRST-FOUND
                                     SF-LAST-FOUND
                                     SF-STATUS-DATE.
           SET SF-IS-OPEN         TO TRUE.
           MOVE "SODCHK"          TO SF-STATUS-BY.
           ADD 1 TO WS-FIND-COUNT.
           MOVE SOD-FINDING-REC   TO FT-RECORD(WS-FIND-COUNT).
           MOVE 'Y'               TO FX-SEEN(WS-FIND-COUNT).
           MOVE "NEW"             TO FX-CHANGE(WS-FIND-COUNT).
           ADD 1 TO WS-NEW-FINDINGS.
       8000-EXIT.
           EXIT.

       8100-MATCH-ONE-FINDING.
           IF FT-RECORD(WS-FIND-SUB)(1:28) NOT = WS-NEW-FIND-KEY
               GO TO 8100-EXIT
           END-IF.
           MOVE 'Y' TO WS-FOUND-SW.
           IF FX-SEEN(WS-FIND-SUB) = 'Y'
               GO TO 8100-EXIT
           END-IF.
           MOVE FT-RECORD(WS-FIND-SUB) TO SOD-FINDING-REC.
           MOVE WS-BUS-DATE-RAW TO SF-LAST-FOUND.
           MOVE 'Y' TO FX-SEEN(WS-FIND-SUB).
           IF SF-IS-PERM-CONFLICT AND SF-IS-REMEDIATED
               SET SF-IS-OPEN TO TRUE
               MOVE WS-BUS-DATE-RAW TO SF-STATUS-DATE
               MOVE "SODCHK"        TO SF-STATUS-BY
               MOVE "PERMISSION PAIR HELD AGAIN" TO SF-NOTE
               MOVE "REOPENED" TO FX-CHANGE(WS-FIND-SUB)
           END-IF.
           MOVE SOD-FINDING-REC TO FT-RECORD(WS-FIND-SUB).
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-FIND-SELECTION - DID WS-EVENT-OPERATOR START PROGRAM
      * WS-ENTRY-PROGRAM FROM UTIL-MENU ON WS-ENTRY-DATE?
      *----------------------------------------------------------------
       8500-FIND-SELECTION.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 8550-MATCH-ONE-SELECTION THRU 8550-EXIT
               VARYING WS-QUE-SUB FROM 1 BY 1
               UNTIL WS-QUE-SUB > WS-SEL-COUNT
                  OR ENTRY-WAS-FOUND.
       8500-EXIT.
           EXIT.

       8550-MATCH-ONE-SELECTION.
           IF SL-DATE(WS-QUE-SUB)     = WS-ENTRY-DATE
              AND SL-OPERATOR(WS-QUE-SUB) = WS-EVENT-OPERATOR
              AND SL-PROGRAM(WS-QUE-SUB)  = WS-ENTRY-PROGRAM
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       8550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE FINDINGS TABLE REPLACES SODFIND.
      *----------------------------------------------------------------
       9000-TERMINATE.
           OPEN OUTPUT SOD-FINDINGS.
           PERFORM 9100-WRITE-ONE-FINDING THRU 9100-EXIT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-FIND-COUNT.
           CLOSE SOD-FINDINGS.

           MOVE WS-OPERATORS-READ TO CT-RECORDS-READ.
           MOVE WS-FIND-COUNT     TO CT-RECORDS-PROCESSED.
           IF WS-TABLE-FULL-CNT > ZERO
               MOVE "INCOMPLETE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
           CLOSE SOD-REPORT-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-ONE-FINDING.
           MOVE FT-RECORD(WS-FIND-SUB) TO SOD-FINDING-REC.
           WRITE SOD-FINDING-REC.
       9100-EXIT.
           EXIT.
