       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-POST.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  SHARED WRITER FOR THE SHARED
      *                 EXCEPTION LOG (EXCPTLOG.CPY) FOR THE MODULES
      *                 THE LOAN-MASTER DRIVER RUNS IN ONE STEP, AND
      *                 FOR THE DRIVER ITSELF - THE GL-EXTRACT-POST
      *                 ARRANGEMENT APPLIED TO SYSEXCP.  THE LOG IS
      *                 OPENED ON THE FIRST POST AND HELD OPEN UNTIL
      *                 THE DRIVER'S CLOSE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       01  SHARED-EXCEPTION-LINE   PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-SWITCHES.
           05 WS-OPEN-SW           PIC X(01) VALUE 'N'.
              88 LOG-IS-OPEN               VALUE 'Y'.

       01  WS-ENTRIES-LOGGED       PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       COPY EXCPRQ.
       COPY EXCPTLOG.

       PROCEDURE DIVISION USING EXCEPTION-POST-REQUEST
                                SHARED-EXCEPTION-REC.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF XQ-CLOSE-LOG
               PERFORM 3000-CLOSE-LOG   THRU 3000-EXIT
           ELSE
               PERFORM 2000-LOG-ENTRY   THRU 2000-EXIT
           END-IF.
           MOVE WS-ENTRIES-LOGGED TO XQ-LOGGED.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-OPEN-LOG - APPENDS TO THE NIGHT'S LOG, CREATING IT WHEN
      * NO EARLIER STEP HAS LOGGED ANYTHING.
      *----------------------------------------------------------------
       1000-OPEN-LOG.
           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.
           SET LOG-IS-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOG-ENTRY - THE CALLER'S ENTRY IS WRITTEN AS BUILT.
      *----------------------------------------------------------------
       2000-LOG-ENTRY.
           IF NOT LOG-IS-OPEN
               PERFORM 1000-OPEN-LOG THRU 1000-EXIT
           END-IF.

           MOVE SHARED-EXCEPTION-REC TO SHARED-EXCEPTION-LINE.
           WRITE SHARED-EXCEPTION-LINE.
           ADD 1 TO WS-ENTRIES-LOGGED.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CLOSE-LOG - A PASS THAT LOGGED NOTHING NEVER OPENED THE
      * LOG, SO THERE IS NOTHING TO CLOSE.
      *----------------------------------------------------------------
       3000-CLOSE-LOG.
           IF LOG-IS-OPEN
               CLOSE SHARED-EXCEPTION-LOG
               MOVE 'N' TO WS-OPEN-SW
           END-IF.
       3000-EXIT.
           EXIT.
