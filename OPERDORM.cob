       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-DORMANCY.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY DORMANT-OPERATOR
      *                 REPORT - EVERY ID ON THE OPERATOR MASTER THAT
      *                 HAS NOT SIGNED ON TO UTIL-MENU OR SECURITY-
      *                 ADMIN WITHIN THE PASSWORD POLICY'S DORMANT
      *                 DAYS OF THE BUSINESS DATE, SO SECURITY CAN
      *                 DISABLE IDS NOBODY USES.  AN ID THAT HAS NEVER
      *                 SIGNED ON IS AGED FROM THE DAY ITS PASSWORD
      *                 WAS SET, SO A NEWLY ADDED OPERATOR IS NOT
      *                 REPORTED BEFORE THEY HAVE HAD THE CHANCE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER     ASSIGN TO OPERMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT DORMANT-REPORT-FILE ASSIGN TO OPRDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  DORMANT-REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-OPER-FILE-STATUS     PIC X(02).
           88 OPER-FILE-NOT-FOUND          VALUE '35'.
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
           05 WS-OPER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-OPERATORS           VALUE 'Y'.

      *----------------------------------------------------------------
      * AGEING WORK AREA - WS-IDLE-FROM IS THE LAST SIGN-ON, OR THE
      * PASSWORD-SET DATE FOR AN ID THAT HAS NEVER SIGNED ON.
      *----------------------------------------------------------------
       01  WS-IDLE-FROM            PIC 9(08).
       01  WS-IDLE-DAYS            PIC S9(07) COMP.

       01  WS-COUNTS.
           05 WS-OPERATORS-READ    PIC 9(7) COMP VALUE 0.
           05 WS-OPERATORS-DORMANT PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * PASSWORD POLICY (DORMANT DAYS) - SEE PWDCHKRQ.CPY.
      *----------------------------------------------------------------
       COPY PWDCHKRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "OPRDRM".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING.
           05 FILLER                PIC X(40) VALUE
              "DORMANT OPERATOR REPORT - NO SIGN-ON IN ".
           05 RH-DORMANT-DAYS       PIC ZZ9.
           05 FILLER                PIC X(05) VALUE " DAYS".

       01  COLUMN-HEADING.
           05 FILLER                PIC X(40) VALUE
              "OPERATOR  ST ADM LAST SIGN-ON  PWD SET  ".
           05 FILLER                PIC X(10) VALUE
              " DAYS IDLE".

       01  DORMANT-DETAIL.
           05 DD-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DD-STATUS             PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DD-ADMIN-SW           PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DD-LAST-SIGNON        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DD-PWD-SET            PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DD-IDLE-DAYS          PIC ZZZZZZ9.
           05 DD-IDLE-DAYS-X REDEFINES DD-IDLE-DAYS
                                    PIC X(07).

       01  WS-DATE-EDIT.
           05 WS-DE-YYYY           PIC X(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DE-MM             PIC X(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DE-DD             PIC X(02).
       01  WS-DATE-IN              PIC 9(08).

       01  NO-DORMANT-LINE.
           05 FILLER                PIC X(36) VALUE
              "NO DORMANT OPERATORS ON THE MASTER.".

       01  DORMANT-TOTAL-LINE.
           05 FILLER                PIC X(20) VALUE
              "DORMANT OPERATORS = ".
           05 DT-DORMANT            PIC ZZZZ9.
           05 FILLER                PIC X(14) VALUE
              "  ON FILE  =  ".
           05 DT-ON-FILE            PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "OPERDORM" TO RQ-PROGRAM-ID.
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
           PERFORM 2000-CHECK-ONE        THRU 2000-EXIT
               UNTIL END-OF-OPERATORS.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-OPERATORS-DORMANT TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE DORMANT DAYS COME FROM THE PASSWORD
      * POLICY, WHICH PASSWORD-CHECK RETURNS ON ITS 'P' FUNCTION.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT DORMANT-REPORT-FILE.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE 'P' TO PW-FUNCTION.
           CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST.
           MOVE PW-DORMANT-DAYS TO RH-DORMANT-DAYS.
           WRITE REPORT-LINE FROM REPORT-HEADING.
           WRITE REPORT-LINE FROM COLUMN-HEADING.

           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-NOT-FOUND
               MOVE 'Y' TO WS-OPER-EOF-SW
           END-IF.
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
      * 2000-CHECK-ONE - AGES EACH OPERATOR FROM THE LAST SIGN-ON (OR
      * THE PASSWORD-SET DATE WHEN THERE HAS BEEN NONE).  AN ID WITH
      * NEITHER DATE, SUCH AS ONE CARRIED OVER FROM BEFORE SIGN-ONS
      * WERE STAMPED, IS DORMANT WITHOUT A DAY COUNT.
      *----------------------------------------------------------------
       2000-CHECK-ONE.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OPER-EOF-SW
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-OPERATORS-READ.

           IF OM-LAST-SIGNON-DATE NOT NUMERIC
               MOVE ZERO TO OM-LAST-SIGNON-DATE
           END-IF.
           IF OM-PWD-CHANGED-DATE NOT NUMERIC
               MOVE ZERO TO OM-PWD-CHANGED-DATE
           END-IF.
           IF OM-LAST-SIGNON-DATE NOT = ZERO
               MOVE OM-LAST-SIGNON-DATE TO WS-IDLE-FROM
           ELSE
               MOVE OM-PWD-CHANGED-DATE TO WS-IDLE-FROM
           END-IF.

           IF WS-IDLE-FROM = ZERO
               MOVE 9999999 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW)
                 - FUNCTION INTEGER-OF-DATE(WS-IDLE-FROM)
           END-IF.
           IF WS-IDLE-DAYS < PW-DORMANT-DAYS
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-OPERATORS-DORMANT.
           PERFORM 2100-PRINT-ONE-OPERATOR THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-PRINT-ONE-OPERATOR
      *----------------------------------------------------------------
       2100-PRINT-ONE-OPERATOR.
           MOVE OM-OPERATOR-ID TO DD-OPERATOR-ID.
           MOVE OM-STATUS      TO DD-STATUS.
           MOVE OM-ADMIN-SW    TO DD-ADMIN-SW.

           IF OM-LAST-SIGNON-DATE = ZERO
               MOVE "NEVER" TO DD-LAST-SIGNON
           ELSE
               MOVE OM-LAST-SIGNON-DATE TO WS-DATE-IN
               PERFORM 2200-EDIT-DATE THRU 2200-EXIT
               MOVE WS-DATE-EDIT TO DD-LAST-SIGNON
           END-IF.

           IF OM-PWD-CHANGED-DATE = ZERO
               MOVE "UNKNOWN" TO DD-PWD-SET
           ELSE
               MOVE OM-PWD-CHANGED-DATE TO WS-DATE-IN
               PERFORM 2200-EDIT-DATE THRU 2200-EXIT
               MOVE WS-DATE-EDIT TO DD-PWD-SET
           END-IF.

           IF WS-IDLE-FROM = ZERO
               MOVE "    N/A" TO DD-IDLE-DAYS-X
           ELSE
               MOVE WS-IDLE-DAYS TO DD-IDLE-DAYS
           END-IF.
           WRITE REPORT-LINE FROM DORMANT-DETAIL.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-EDIT-DATE - WS-DATE-IN (YYYYMMDD) TO YYYY-MM-DD.
      *----------------------------------------------------------------
       2200-EDIT-DATE.
           MOVE WS-DATE-IN(1:4) TO WS-DE-YYYY.
           MOVE WS-DATE-IN(5:2) TO WS-DE-MM.
           MOVE WS-DATE-IN(7:2) TO WS-DE-DD.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-OPERATORS-DORMANT = ZERO
               WRITE REPORT-LINE FROM NO-DORMANT-LINE
           END-IF.

           MOVE WS-OPERATORS-DORMANT TO DT-DORMANT.
           MOVE WS-OPERATORS-READ    TO DT-ON-FILE.
           WRITE REPORT-LINE FROM DORMANT-TOTAL-LINE.

           MOVE WS-OPERATORS-READ    TO CT-RECORDS-READ.
           MOVE WS-OPERATORS-READ    TO CT-RECORDS-PROCESSED.
           MOVE "IN BALANCE" TO CT-RECONCILE-MSG.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.

           IF NOT OPER-FILE-NOT-FOUND
               CLOSE OPER-MASTER
           END-IF.
           CLOSE DORMANT-REPORT-FILE.
       9000-EXIT.
           EXIT.
