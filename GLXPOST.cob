       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT-POST.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  SHARED WRITER FOR THE GL
      *                 EXTRACT (GLEXTRCT.CPY) FOR THE MODULES THE
      *                 LOAN-MASTER DRIVER RUNS IN ONE STEP - THEY ALL
      *                 APPEND TO CIGLPOST, AND ONE FILE CAN ONLY BE
      *                 OPEN FOR APPEND ONCE IN A RUN, SO EACH MODULE
      *                 HANDS ITS RECORD HERE INSTEAD OF WRITING IT.
      *                 THE EXTRACT IS OPENED ON THE FIRST POST AND
      *                 HELD OPEN UNTIL THE DRIVER'S CLOSE.
      * 2026-10-15 RSD  EXTRACT LINE WIDENED TO 89 FOR THE POSTING'S
      *                 BRANCH, WHICH THE CALLING MODULE STAMPS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT
           RECORDING MODE IS F.
       01  GL-EXTRACT-LINE         PIC X(89).

       WORKING-STORAGE SECTION.
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.

       01  WS-SWITCHES.
           05 WS-OPEN-SW           PIC X(01) VALUE 'N'.
              88 EXTRACT-IS-OPEN           VALUE 'Y'.

       01  WS-RECORDS-POSTED       PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       COPY GLPOSTRQ.
       COPY GLEXTRCT.

       PROCEDURE DIVISION USING GL-POST-REQUEST GL-EXTRACT-REC.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF GQ-CLOSE-EXTRACT
               PERFORM 3000-CLOSE-EXTRACT THRU 3000-EXIT
           ELSE
               PERFORM 2000-POST-RECORD   THRU 2000-EXIT
           END-IF.
           MOVE WS-RECORDS-POSTED TO GQ-POSTED.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-OPEN-EXTRACT - APPENDS TO THE NIGHT'S EXTRACT, CREATING
      * IT WHEN NO EARLIER STEP HAS WRITTEN ONE.
      *----------------------------------------------------------------
       1000-OPEN-EXTRACT.
           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.
           SET EXTRACT-IS-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-POST-RECORD - THE CALLER'S RECORD IS WRITTEN AS BUILT.
      *----------------------------------------------------------------
       2000-POST-RECORD.
           IF NOT EXTRACT-IS-OPEN
               PERFORM 1000-OPEN-EXTRACT THRU 1000-EXIT
           END-IF.

           MOVE GL-EXTRACT-REC TO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           ADD 1 TO WS-RECORDS-POSTED.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CLOSE-EXTRACT - A PASS THAT POSTED NOTHING NEVER OPENED
      * THE EXTRACT, SO THERE IS NOTHING TO CLOSE.
      *----------------------------------------------------------------
       3000-CLOSE-EXTRACT.
           IF EXTRACT-IS-OPEN
               CLOSE GL-EXTRACT
               MOVE 'N' TO WS-OPEN-SW
           END-IF.
       3000-EXIT.
           EXIT.
