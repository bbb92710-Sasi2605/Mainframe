      *----------------------------------------------------------------
      * RPTARCTL - REPORT ARCHIVE CONTROL.  ONE RECORD PER REPORT
      * (THE LAST QUALIFIER OF ITS PROD.NIGHTLY DATASET NAME): WHERE
      * THE BRANCH SITS ON ITS DETAIL LINES, ZERO WHEN THE REPORT
      * CARRIES NO BRANCH, AND HOW MANY DAYS PAST ITS BUSINESS DATE
      * THE ARCHIVED COPY IS KEPT - ZERO KEEPS IT INDEFINITELY.  A
      * REPORT NAME OF '*' GIVES THE RETENTION FOR ANY REPORT NOT
      * LISTED.  THIS IS THE ARCHIVE'S OWN RETENTION - THE RETNCTL
      * RULES DATASET-HOUSEKEEP APPLIES TO THE WORKING PROD.NIGHTLY
      * DATASETS DO NOT REACH THE ARCHIVE.
      *----------------------------------------------------------------
       01 REPORT-ARCHIVE-CTL-REC.
          05 RC-REPORT-NAME         PIC X(08).
          05 FILLER                 PIC X(01).
          05 RC-BRANCH-COL          PIC 9(03).
          05 FILLER                 PIC X(01).
          05 RC-RETAIN-DAYS         PIC 9(05).
          05 FILLER                 PIC X(01).
          05 RC-DESCRIPTION         PIC X(30).
