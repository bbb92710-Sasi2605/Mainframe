      *----------------------------------------------------------------
      * RPTLINE - REPORT ARCHIVE LINE.  EVERY PRINT LINE OF EVERY
      * NIGHTLY REPORT CAPTURED BY REPORT-ARCHIVE, KEYED BY REPORT
      * NAME, BUSINESS DATE AND THE RUN ID FROM THE REPORT'S RUN
      * STAMP, AND NUMBERED WITHIN THE REPORT.  RA-BRANCH IS THE
      * BRANCH TAKEN FROM THE REPORT'S BRANCH COLUMN - SPACES ON
      * HEADINGS, TOTALS AND ON A REPORT WITH NO BRANCH COLUMN.
      *----------------------------------------------------------------
       01 REPORT-ARCHIVE-REC.
          05 RA-ARCHIVE-KEY.
             10 RA-REPORT-NAME      PIC X(08).
             10 RA-BUS-DATE         PIC 9(08).
             10 RA-RUN-ID           PIC X(12).
          05 RA-LINE-NO             PIC 9(06).
          05 RA-BRANCH              PIC X(04).
          05 RA-LINE-TEXT           PIC X(200).
