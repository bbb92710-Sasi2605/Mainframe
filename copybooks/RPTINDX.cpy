      *----------------------------------------------------------------
      * RPTINDX - REPORT ARCHIVE INDEX.  ONE ENTRY PER ARCHIVED
      * REPORT WITH BRANCH '*' FOR THE WHOLE REPORT, AND ON A REPORT
      * WITH A BRANCH COLUMN ONE MORE ENTRY PER BRANCH APPEARING ON
      * IT, COUNTING ONLY THAT BRANCH'S DETAIL LINES.  PAGES ARE
      * RECKONED AT 60 LINES, THE WAY REPORT-DISTRIB PAGES A BUNDLE.
      *----------------------------------------------------------------
       01 REPORT-INDEX-REC.
          05 RX-ARCHIVE-KEY.
             10 RX-REPORT-NAME      PIC X(08).
             10 RX-BUS-DATE         PIC 9(08).
             10 RX-RUN-ID           PIC X(12).
          05 RX-BRANCH              PIC X(04).
          05 RX-LINE-COUNT          PIC 9(06).
          05 RX-PAGE-COUNT          PIC 9(04).
          05 RX-ARCHIVED-DATE       PIC 9(08).
          05 RX-DESCRIPTION         PIC X(30).
