      *                 FILE, AND REPORTS THE COUNT ON THE CONSOLE.
      *                 RUNS UNGATED, LIKE DATEROLL - A RERUN OF AN
      *                 EMPTY FILE IS HARMLESS.
      * 2026-10-15 RSD  FD NOW COPIES LOANMTXN SO THE RECORD LENGTH
      *                 FOLLOWS THE TRANSACTION LAYOUT AS IT GROWS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  APPROVED-TXN
           RECORDING MODE IS F.
       COPY LOANMTXN.

       WORKING-STORAGE SECTION.
       01  WS-TXN-FILE-STATUS      PIC X(02).
