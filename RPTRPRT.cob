       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ONLINE SEARCH OF THE REPORT
      *                 ARCHIVE INDEX THAT REPORT-ARCHIVE BUILDS EACH
      *                 NIGHT.  THE OPERATOR KEYS A REPORT NAME, A
      *                 RANGE OF BUSINESS DATES AND OPTIONALLY A
      *                 BRANCH, PICKS A REPORT FROM THE NUMBERED LIST,
      *                 AND EITHER VIEWS IT ON THE SCREEN A PAGE AT A
      *                 TIME OR REPRINTS IT TO RPTPRINT UNDER A
      *                 REPRINT BANNER.  WITH A BRANCH KEYED ONLY THAT
      *                 BRANCH'S LINES ARE SHOWN - HEADINGS AND TOTAL
      *                 LINES, WHICH CARRY NO BRANCH, ALWAYS PASS, THE
      *                 SAME CUT REPORT-DISTRIB MAKES.  EVERY VIEW AND
      *                 REPRINT IS WRITTEN TO THE SHARED OPERATOR
      *                 AUDIT LOG.  END AT THE REPORT NAME PROMPT ENDS
      *                 THE SESSION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-INDEX   ASSIGN TO RPTINDX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDX-FILE-STATUS.

           SELECT REPORT-ARCHIVE  ASSIGN TO RPTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT REPRINT-FILE    ASSIGN TO RPTPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-INDEX
           RECORDING MODE IS F.
       COPY RPTINDX.

       FD  REPORT-ARCHIVE
           RECORDING MODE IS F.
       COPY RPTLINE.

       FD  REPRINT-FILE
           RECORDING MODE IS F.
       01  REPRINT-LINE            PIC X(200).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-INDX-FILE-STATUS     PIC X(02).
           88 INDX-FILE-NOT-FOUND          VALUE '35'.
       01  WS-ARCH-FILE-STATUS     PIC X(02).
           88 ARCH-FILE-NOT-FOUND          VALUE '35'.
       01  WS-PRINT-FILE-STATUS    PIC X(02).
           88 PRINT-FILE-NOT-FOUND         VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.
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
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 OPERATOR-IS-DONE           VALUE 'Y'.
           05 WS-PICK-DONE-SW      PIC X(01).
              88 PICKING-IS-DONE            VALUE 'Y'.
           05 WS-EOF-SW            PIC X(01).
              88 END-OF-FILE                VALUE 'Y'.
           05 WS-IN-REPORT-SW      PIC X(01).
              88 INSIDE-THE-REPORT          VALUE 'Y'.
           05 WS-STOP-SW           PIC X(01).
              88 OPERATOR-STOPPED           VALUE 'Y'.
           05 WS-SEARCH-BAD-SW     PIC X(01).
              88 SEARCH-IS-BAD              VALUE 'Y'.

      *----------------------------------------------------------------
      * OPERATOR ENTRIES.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID          PIC X(08).
       01  WS-SRCH-REPORT          PIC X(08).
       01  WS-SRCH-FROM-ENTRY      PIC X(08).
       01  WS-SRCH-TO-ENTRY        PIC X(08).
       01  WS-SRCH-FROM-DATE       PIC 9(08).
       01  WS-SRCH-TO-DATE         PIC 9(08).
       01  WS-SRCH-BRANCH          PIC X(04).
       01  WS-PICK-ENTRY           PIC X(02).
       01  WS-PICK-NO              PIC 9(02).
       01  WS-ACTION-ENTRY         PIC X(01).
       01  WS-PAGE-ANS             PIC X(01).

      *----------------------------------------------------------------
      * MATCHING INDEX ENTRIES, NUMBERED AS LISTED.  THE INDEX IS IN
      * ARCHIVE ORDER, SO THESE ARE THE EARLIEST MATCHES - A SEARCH
      * TOO WIDE TO LIST IS NARROWED BY DATE.
      *----------------------------------------------------------------
       01  WS-MATCH-COUNT          PIC 9(04) VALUE 0.
       01  WS-MATCH-TOTAL          PIC 9(07) VALUE 0.
       01  WS-MATCH-MAX            PIC 9(04) VALUE 50.
       01  MATCH-TABLE.
           05 MT-ENTRY OCCURS 50 TIMES.
              10 MT-ARCHIVE-KEY.
                 15 MT-REPORT-NAME  PIC X(08).
                 15 MT-BUS-DATE     PIC 9(08).
                 15 MT-RUN-ID       PIC X(12).
              10 MT-BRANCH          PIC X(04).
              10 MT-LINE-COUNT      PIC 9(06).
              10 MT-PAGE-COUNT      PIC 9(04).
              10 MT-DESCRIPTION     PIC X(30).
       01  WS-MATCH-SUB            PIC 9(04) COMP.

      *----------------------------------------------------------------
      * THE REPORT BEING VIEWED OR REPRINTED.
      *----------------------------------------------------------------
       01  WS-SEL-KEY              PIC X(28).
       01  WS-SEL-BRANCH           PIC X(04).
       01  WS-SEL-ACTION           PIC X(01).
           88 ACTION-IS-VIEW                VALUE 'V'.
           88 ACTION-IS-REPRINT             VALUE 'P'.
       01  WS-LINES-SHOWN          PIC 9(06).
       01  WS-SCREEN-LINES         PIC 9(03).
       77  LINES-PER-SCREEN        PIC 9(03) VALUE 20.
       01  WS-COUNT-EDIT           PIC ZZZ,ZZ9.

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
       01  WS-RUN-TIME-FMT.
           05 WS-RTF-HH        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-SS        PIC 9(02).
       01  WS-RUN-ID-FMT.
           05 WS-RIF-PGM       PIC X(06) VALUE "RPTRPR".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

      *----------------------------------------------------------------
      * INQUIRY DISPLAY LINES.
      *----------------------------------------------------------------
       01  LIST-HEADING.
           05 FILLER                PIC X(36) VALUE
              "NO REPORT   BUS DATE   RUN ID       ".
           05 FILLER                PIC X(30) VALUE
              "BRCH   LINES PAGE  DESCRIPTION".

       01  LIST-DETAIL.
           05 LD-NO                 PIC Z9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-REPORT-NAME        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-BUS-DATE           PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-RUN-ID             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-BRANCH             PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-LINES              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-PAGES              PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-DESCRIPTION        PIC X(30).

       01  REPRINT-BANNER-1.
           05 FILLER                PIC X(34) VALUE
              "*** REPRINT FROM REPORT ARCHIVE - ".
           05 RB-REPORT-NAME        PIC X(08).
           05 FILLER                PIC X(15) VALUE
              "  BUSINESS DAY ".
           05 RB-BUS-DATE           PIC X(10).
           05 FILLER                PIC X(09) VALUE "  RUN ID ".
           05 RB-RUN-ID             PIC X(12).
           05 FILLER                PIC X(09) VALUE "  BRANCH ".
           05 RB-BRANCH             PIC X(04).
           05 FILLER                PIC X(04) VALUE " ***".

       01  REPRINT-BANNER-2.
           05 FILLER                PIC X(14) VALUE
              "*** REPRINTED ".
           05 RB-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RB-RUN-TIME           PIC X(08).
           05 FILLER                PIC X(04) VALUE " BY ".
           05 RB-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(04) VALUE " ***".

       01  WS-DATE-EDIT.
           05 WS-DE-YYYY           PIC X(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DE-MM             PIC X(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DE-DD             PIC X(02).
       01  WS-DATE-IN              PIC 9(08).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-SEARCH-ONE   THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           PERFORM 1050-DISPLAY-RUN-STAMP THRU 1050-EXIT.

           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-DISPLAY-RUN-STAMP
      *----------------------------------------------------------------
       1050-DISPLAY-RUN-STAMP.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.

           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           MOVE WS-RUN-DATE-FMT      TO RS-RUN-DATE.

           MOVE WS-RUN-TIME-RAW      TO WS-RIF-TIME.
           MOVE WS-RUN-ID-FMT        TO RS-RUN-ID.

           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           DISPLAY RUN-STAMP-LINE.
           DISPLAY "REPORT ARCHIVE - VIEW AND REPRINT".
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
      * 2000-SEARCH-ONE - KEY THE SEARCH, LIST THE MATCHES, AND WORK
      * THE LIST UNTIL THE OPERATOR ASKS FOR A NEW SEARCH.
      *----------------------------------------------------------------
       2000-SEARCH-ONE.
           MOVE 'N' TO WS-SEARCH-BAD-SW.
           DISPLAY "ENTER REPORT NAME, BLANK FOR ALL, OR END: ".
           MOVE SPACES TO WS-SRCH-REPORT.
           ACCEPT WS-SRCH-REPORT.
           IF WS-SRCH-REPORT = "END" OR "end"
               SET OPERATOR-IS-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "FROM BUSINESS DATE YYYYMMDD, BLANK FOR EARLIEST: ".
           MOVE SPACES TO WS-SRCH-FROM-ENTRY.
           ACCEPT WS-SRCH-FROM-ENTRY.
           DISPLAY "TO BUSINESS DATE YYYYMMDD, BLANK FOR LATEST: ".
           MOVE SPACES TO WS-SRCH-TO-ENTRY.
           ACCEPT WS-SRCH-TO-ENTRY.
           DISPLAY "BRANCH, BLANK FOR THE WHOLE REPORT: ".
           MOVE SPACES TO WS-SRCH-BRANCH.
           ACCEPT WS-SRCH-BRANCH.

           PERFORM 2050-EDIT-SEARCH THRU 2050-EXIT.
           IF SEARCH-IS-BAD
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-SCAN-INDEX THRU 2100-EXIT.
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "NO ARCHIVED REPORT MATCHES THE SEARCH"
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-PICK-DONE-SW.
           PERFORM 2300-WORK-ONE-PICK THRU 2300-EXIT
               UNTIL PICKING-IS-DONE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-EDIT-SEARCH - BLANK DATES OPEN THE RANGE; A BLANK BRANCH
      * MEANS THE WHOLE-REPORT ENTRIES.
      *----------------------------------------------------------------
       2050-EDIT-SEARCH.
           IF WS-SRCH-FROM-ENTRY = SPACES
               MOVE ZERO TO WS-SRCH-FROM-DATE
           ELSE
               IF WS-SRCH-FROM-ENTRY NOT NUMERIC
                   DISPLAY "FROM DATE MUST BE YYYYMMDD - "
                           "PLEASE RE-ENTER"
                   MOVE 'Y' TO WS-SEARCH-BAD-SW
                   GO TO 2050-EXIT
               END-IF
               MOVE WS-SRCH-FROM-ENTRY TO WS-SRCH-FROM-DATE
           END-IF.

           IF WS-SRCH-TO-ENTRY = SPACES
               MOVE 99999999 TO WS-SRCH-TO-DATE
           ELSE
               IF WS-SRCH-TO-ENTRY NOT NUMERIC
                   DISPLAY "TO DATE MUST BE YYYYMMDD - "
                           "PLEASE RE-ENTER"
                   MOVE 'Y' TO WS-SEARCH-BAD-SW
                   GO TO 2050-EXIT
               END-IF
               MOVE WS-SRCH-TO-ENTRY TO WS-SRCH-TO-DATE
           END-IF.

           IF WS-SRCH-FROM-DATE > WS-SRCH-TO-DATE
               DISPLAY "FROM DATE IS AFTER TO DATE - PLEASE RE-ENTER"
               MOVE 'Y' TO WS-SEARCH-BAD-SW
               GO TO 2050-EXIT
           END-IF.

           IF WS-SRCH-BRANCH = SPACES
               MOVE "*   " TO WS-SRCH-BRANCH
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SCAN-INDEX - EVERY INDEX ENTRY FOR THE REPORT, DATES AND
      * BRANCH KEYED, NUMBERED AND LISTED.
      *----------------------------------------------------------------
       2100-SCAN-INDEX.
           MOVE ZERO TO WS-MATCH-COUNT
                        WS-MATCH-TOTAL.
           OPEN INPUT ARCHIVE-INDEX.
           IF INDX-FILE-NOT-FOUND
               DISPLAY "REPORT ARCHIVE INDEX NOT FOUND"
               GO TO 2100-EXIT
           END-IF.

           DISPLAY LIST-HEADING.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2150-CHECK-ONE-ENTRY THRU 2150-EXIT
               UNTIL END-OF-FILE.
           CLOSE ARCHIVE-INDEX.

           IF WS-MATCH-TOTAL > WS-MATCH-COUNT
               MOVE WS-MATCH-TOTAL TO WS-COUNT-EDIT
               DISPLAY WS-COUNT-EDIT " MATCHES - ONLY THE FIRST 50 "
                       "ARE LISTED, NARROW THE DATES TO SEE THE REST"
           END-IF.
       2100-EXIT.
           EXIT.

       2150-CHECK-ONE-ENTRY.
           READ ARCHIVE-INDEX
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2150-EXIT
           END-READ.

           IF WS-SRCH-REPORT NOT = SPACES
              AND RX-REPORT-NAME NOT = WS-SRCH-REPORT
               GO TO 2150-EXIT
           END-IF.
           IF RX-BUS-DATE < WS-SRCH-FROM-DATE
              OR RX-BUS-DATE > WS-SRCH-TO-DATE
               GO TO 2150-EXIT
           END-IF.
           IF RX-BRANCH NOT = WS-SRCH-BRANCH
               GO TO 2150-EXIT
           END-IF.

           ADD 1 TO WS-MATCH-TOTAL.
           IF WS-MATCH-COUNT >= WS-MATCH-MAX
               GO TO 2150-EXIT
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE RX-ARCHIVE-KEY TO MT-ARCHIVE-KEY(WS-MATCH-COUNT).
           MOVE RX-BRANCH      TO MT-BRANCH(WS-MATCH-COUNT).
           MOVE RX-LINE-COUNT  TO MT-LINE-COUNT(WS-MATCH-COUNT).
           MOVE RX-PAGE-COUNT  TO MT-PAGE-COUNT(WS-MATCH-COUNT).
           MOVE RX-DESCRIPTION TO MT-DESCRIPTION(WS-MATCH-COUNT).

           MOVE WS-MATCH-COUNT TO LD-NO.
           MOVE RX-REPORT-NAME TO LD-REPORT-NAME.
           MOVE RX-BUS-DATE    TO WS-DATE-IN.
           PERFORM 8900-FORMAT-DATE THRU 8900-EXIT.
           MOVE WS-DATE-EDIT   TO LD-BUS-DATE.
           MOVE RX-RUN-ID      TO LD-RUN-ID.
           MOVE RX-BRANCH      TO LD-BRANCH.
           MOVE RX-LINE-COUNT  TO LD-LINES.
           MOVE RX-PAGE-COUNT  TO LD-PAGES.
           MOVE RX-DESCRIPTION TO LD-DESCRIPTION.
           DISPLAY LIST-DETAIL.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-WORK-ONE-PICK - A LINE NUMBER FROM THE LIST AND WHAT TO
      * DO WITH IT.  ZERO GOES BACK FOR A NEW SEARCH.
      *----------------------------------------------------------------
       2300-WORK-ONE-PICK.
           DISPLAY "ENTER LINE NUMBER, OR 0 FOR A NEW SEARCH: ".
           MOVE SPACES TO WS-PICK-ENTRY.
           ACCEPT WS-PICK-ENTRY.
           IF WS-PICK-ENTRY(2:1) = SPACE
               MOVE WS-PICK-ENTRY(1:1) TO WS-PICK-ENTRY(2:1)
               MOVE "0"                TO WS-PICK-ENTRY(1:1)
           END-IF.
           IF WS-PICK-ENTRY NOT NUMERIC
               DISPLAY "LINE NUMBER MUST BE NUMERIC - PLEASE RE-ENTER"
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-PICK-ENTRY TO WS-PICK-NO.
           IF WS-PICK-NO = ZERO
               SET PICKING-IS-DONE TO TRUE
               GO TO 2300-EXIT
           END-IF.
           IF WS-PICK-NO > WS-MATCH-COUNT
               DISPLAY "NO SUCH LINE ON THE LIST - PLEASE RE-ENTER"
               GO TO 2300-EXIT
           END-IF.

           DISPLAY "V TO VIEW, P TO REPRINT, X TO CANCEL: ".
           MOVE SPACES TO WS-ACTION-ENTRY.
           ACCEPT WS-ACTION-ENTRY.
           EVALUATE WS-ACTION-ENTRY
               WHEN 'V'
               WHEN 'v'
                   MOVE 'V' TO WS-SEL-ACTION
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WS-SEL-ACTION
               WHEN OTHER
                   GO TO 2300-EXIT
           END-EVALUATE.

           MOVE WS-PICK-NO                 TO WS-MATCH-SUB.
           MOVE MT-ARCHIVE-KEY(WS-MATCH-SUB) TO WS-SEL-KEY.
           MOVE MT-BRANCH(WS-MATCH-SUB)      TO WS-SEL-BRANCH.

           IF ACTION-IS-VIEW
               PERFORM 3000-VIEW-REPORT    THRU 3000-EXIT
           ELSE
               PERFORM 4000-REPRINT-REPORT THRU 4000-EXIT
           END-IF.
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-VIEW-REPORT - THE REPORT'S LINES A SCREEN AT A TIME.  ITS
      * LINES ARE TOGETHER ON THE ARCHIVE, SO THE READ STOPS ONCE
      * THEY HAVE GONE BY.
      *----------------------------------------------------------------
       3000-VIEW-REPORT.
           MOVE ZERO TO WS-LINES-SHOWN
                        WS-SCREEN-LINES.
           MOVE 'N'  TO WS-STOP-SW.
           PERFORM 3100-OPEN-ARCHIVE THRU 3100-EXIT.
           IF ARCH-FILE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-VIEW-ONE-LINE THRU 3200-EXIT
               UNTIL END-OF-FILE
                  OR OPERATOR-STOPPED.
           CLOSE REPORT-ARCHIVE.

           MOVE WS-LINES-SHOWN TO WS-COUNT-EDIT.
           DISPLAY "*** END OF REPORT - " WS-COUNT-EDIT " LINES ***".
       3000-EXIT.
           EXIT.

       3100-OPEN-ARCHIVE.
           MOVE 'N' TO WS-EOF-SW
                       WS-IN-REPORT-SW.
           OPEN INPUT REPORT-ARCHIVE.
           IF ARCH-FILE-NOT-FOUND
               DISPLAY "REPORT ARCHIVE NOT FOUND"
           END-IF.
       3100-EXIT.
           EXIT.

       3200-VIEW-ONE-LINE.
           PERFORM 3300-NEXT-REPORT-LINE THRU 3300-EXIT.
           IF END-OF-FILE
               GO TO 3200-EXIT
           END-IF.

           IF WS-SCREEN-LINES >= LINES-PER-SCREEN
               DISPLAY "ENTER TO CONTINUE, X TO STOP: "
               MOVE SPACE TO WS-PAGE-ANS
               ACCEPT WS-PAGE-ANS
               IF WS-PAGE-ANS = 'X' OR 'x'
                   MOVE 'Y' TO WS-STOP-SW
                   GO TO 3200-EXIT
               END-IF
               MOVE ZERO TO WS-SCREEN-LINES
           END-IF.
           DISPLAY RA-LINE-TEXT.
           ADD 1 TO WS-SCREEN-LINES
                    WS-LINES-SHOWN.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-NEXT-REPORT-LINE - THE NEXT ARCHIVE LINE OF THE CHOSEN
      * REPORT THAT PASSES THE BRANCH CUT, OR END-OF-FILE ONCE THE
      * REPORT'S LINES ARE PAST.
      *----------------------------------------------------------------
       3300-NEXT-REPORT-LINE.
           READ REPORT-ARCHIVE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3300-EXIT
           END-READ.

           IF RA-ARCHIVE-KEY NOT = WS-SEL-KEY
               IF INSIDE-THE-REPORT
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3300-EXIT
               END-IF
               GO TO 3300-NEXT-REPORT-LINE
           END-IF.
           MOVE 'Y' TO WS-IN-REPORT-SW.

           IF WS-SEL-BRANCH NOT = "*   "
              AND RA-BRANCH NOT = SPACES
              AND RA-BRANCH NOT = WS-SEL-BRANCH
               GO TO 3300-NEXT-REPORT-LINE
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-REPRINT-REPORT - THE SAME LINES TO RPTPRINT UNDER A
      * BANNER SAYING WHAT WAS REPRINTED, WHEN AND BY WHOM.
      *----------------------------------------------------------------
       4000-REPRINT-REPORT.
           MOVE ZERO TO WS-LINES-SHOWN.
           PERFORM 3100-OPEN-ARCHIVE THRU 3100-EXIT.
           IF ARCH-FILE-NOT-FOUND
               GO TO 4000-EXIT
           END-IF.

           OPEN EXTEND REPRINT-FILE.
           IF PRINT-FILE-NOT-FOUND
               OPEN OUTPUT REPRINT-FILE
           END-IF.

           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           PERFORM 8100-FORMAT-RUN-TIME THRU 8100-EXIT.

           MOVE MT-REPORT-NAME(WS-MATCH-SUB) TO RB-REPORT-NAME.
           MOVE MT-BUS-DATE(WS-MATCH-SUB)    TO WS-DATE-IN.
           PERFORM 8900-FORMAT-DATE THRU 8900-EXIT.
           MOVE WS-DATE-EDIT                 TO RB-BUS-DATE.
           MOVE MT-RUN-ID(WS-MATCH-SUB)      TO RB-RUN-ID.
           MOVE WS-SEL-BRANCH                TO RB-BRANCH.
           MOVE WS-RUN-DATE-FMT              TO RB-RUN-DATE.
           MOVE WS-RUN-TIME-FMT              TO RB-RUN-TIME.
           MOVE WS-OPERATOR-ID               TO RB-OPERATOR-ID.
           WRITE REPRINT-LINE FROM REPRINT-BANNER-1.
           WRITE REPRINT-LINE FROM REPRINT-BANNER-2.

           PERFORM 4100-REPRINT-ONE-LINE THRU 4100-EXIT
               UNTIL END-OF-FILE.
           CLOSE REPORT-ARCHIVE
                 REPRINT-FILE.

           MOVE WS-LINES-SHOWN TO WS-COUNT-EDIT.
           DISPLAY WS-COUNT-EDIT " LINES REPRINTED TO RPTPRINT".
       4000-EXIT.
           EXIT.

       4100-REPRINT-ONE-LINE.
           PERFORM 3300-NEXT-REPORT-LINE THRU 3300-EXIT.
           IF END-OF-FILE
               GO TO 4100-EXIT
           END-IF.
           WRITE REPRINT-LINE FROM RA-LINE-TEXT.
           ADD 1 TO WS-LINES-SHOWN.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-AUDIT-RECORD - ONE RECORD PER VIEW OR REPRINT.
      * THE REPORT NAME RIDES IN THE PROGRAM FIELD NEXT TO THE
      * PROGRAM NAME.
      *----------------------------------------------------------------
       8000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LOG-REC.

           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           PERFORM 8100-FORMAT-RUN-TIME THRU 8100-EXIT.
           MOVE WS-RUN-DATE-FMT TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-FMT TO AL-RUN-TIME.

           MOVE WS-OPERATOR-ID  TO AL-OPERATOR-ID.
           IF ACTION-IS-VIEW
               MOVE "RPT VIEW"  TO AL-ACTION
           ELSE
               MOVE "REPRINT"   TO AL-ACTION
           END-IF.
           MOVE WS-BUS-DATE-FMT TO AL-BUS-DATE.
           STRING "RPTRPR "                    DELIMITED BY SIZE
                  MT-REPORT-NAME(WS-MATCH-SUB) DELIMITED BY SIZE
               INTO AL-PROGRAM.

           WRITE AUDIT-LOG-REC.
       8000-EXIT.
           EXIT.

       8100-FORMAT-RUN-TIME.
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
       8100-EXIT.
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
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           CLOSE AUDIT-LOG.
       9000-EXIT.
           EXIT.
