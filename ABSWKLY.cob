       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-WEEKLY.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  WEEKLY LIST FOR CLASS
      *                 TEACHERS OF EVERY GUARDIAN ABSENCE ALERT RAISED
      *                 BY ABSENCE-ALERT IN THE SEVEN DAYS ENDING ON
      *                 THE BUSINESS DATE, BY CLASS SECTION, WITH THE
      *                 GUARDIAN'S PHONE NUMBER FOR A FOLLOW-UP CALL.
      *                 AN ALERT THAT WENT OUT WITH NO GUARDIAN ON
      *                 FILE IS FLAGGED SO THE TEACHER CAN CHASE THE
      *                 MISSING CONTACT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-HISTORY   ASSIGN TO ALRTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT GUARDIAN-FILE   ASSIGN TO GUARDIAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDN-FILE-STATUS.

           SELECT WEEKLY-REPORT   ASSIGN TO ABSWKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-HISTORY
           RECORDING MODE IS F.
       COPY ALRTHIST.

       FD  GUARDIAN-FILE
           RECORDING MODE IS F.
       COPY GUARDIAN.

       FD  WEEKLY-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
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
           05 WS-EOF-SW             PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-GDN-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-GUARDIANS           VALUE 'Y'.
           05 WS-SLOT-FOUND-SW      PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-HIST-FILE-STATUS      PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-GDN-FILE-STATUS       PIC X(02).
           88 GDN-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * THE WEEK - AN ALERT DATED WITHIN SIX DAYS BEFORE THE BUSINESS
      * DATE, OR ON IT, IS LISTED.
      *----------------------------------------------------------------
       01  WS-BUS-DATE-INT          PIC S9(08) COMP.
       01  WS-ALERT-DATE-INT        PIC S9(08) COMP.
       01  WS-ALERT-AGE             PIC S9(08) COMP.

      *----------------------------------------------------------------
      * GUARDIAN TABLE - THE WHOLE GUARDIAN FILE, FOR PHONE NUMBERS.
      *----------------------------------------------------------------
       01  WS-GDN-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-GDN-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  GUARDIAN-TABLE.
           05 GDN-IMAGE OCCURS 2000 TIMES PIC X(141).
       01  WS-GDN-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * WEEK'S ALERTS - SORTED ON SECTION, ROLL NUMBER AND ALERT DATE
      * (THE FIRST 18 BYTES OF EACH ENTRY).
      *----------------------------------------------------------------
       01  WS-WK-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  WS-WK-TABLE-MAX         PIC 9(04) VALUE 2000.
       01  WEEK-TABLE.
           05 WK-ENTRY OCCURS 2000 TIMES.
              10 WK-SECTION        PIC X(04).
              10 WK-ROLL-NO        PIC X(06).
              10 WK-ALERT-DATE     PIC 9(08).
              10 WK-NAME           PIC X(20).
              10 WK-ALERT-TYPE     PIC X(01).
                 88 WK-IS-CONSECUTIVE       VALUE 'C'.
                 88 WK-IS-LOW-ATTENDANCE    VALUE 'L'.
              10 WK-RUN-DAYS       PIC 9(03).
              10 WK-ATTEND-PCT     PIC 9(03).
              10 WK-LETTER-SW      PIC X(01).
                 88 WK-NO-GUARDIAN          VALUE 'N'.
       01  WS-WK-SUB               PIC 9(04) COMP.

       COPY SORTREQ.

       01  WS-CURRENT-SECTION      PIC X(04).
       01  WS-SECTION-ALERTS       PIC 9(05).

       01  WS-COUNTS.
           05 WS-ALERTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ALERTS-LISTED      PIC 9(7) COMP VALUE 0.
           05 WS-ALERTS-OUTSIDE     PIC 9(7) COMP VALUE 0.
           05 WS-NO-GUARDIAN        PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "ABSWKL".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "WEEKLY GUARDIAN ABSENCE ALERTS".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(08) VALUE "ROLL".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(12) VALUE "ALERTED".
           05 FILLER                PIC X(14) VALUE "ALERT".
           05 FILLER                PIC X(06) VALUE "DAYS".
           05 FILLER                PIC X(06) VALUE "PCT".
           05 FILLER                PIC X(16) VALUE "GUARDIAN PHONE".

       01  SECTION-HEADING.
           05 FILLER                PIC X(08) VALUE "SECTION ".
           05 SH-SECTION            PIC X(04).

       01  REPORT-DETAIL.
           05 RD-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-ALERT-DATE         PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-ALERT              PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-DAYS               PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-PCT                PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-PHONE              PIC X(15).

       01  SECTION-TOTAL-LINE.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
              "ALERTS IN SECTION ".
           05 ST-SECTION            PIC X(04).
           05 FILLER                PIC X(03) VALUE " = ".
           05 ST-COUNT              PIC ZZZZ9.

       01  TYPE-COUNT-LINE.
           05 TC-LABEL              PIC X(26).
           05 TC-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "ABSWKL  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-TAKE-ONE-ALERT THRU 2000-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 3000-SORT-ALERTS  THRU 3000-EXIT.
           MOVE SPACES TO WS-CURRENT-SECTION.
           MOVE ZERO   TO WS-SECTION-ALERTS.
           PERFORM 4000-PRINT-ONE-ALERT THRU 4000-EXIT
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > WS-WK-TABLE-COUNT.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-ALERTS-READ TO RQ-RECORD-COUNT
               MOVE WS-ALERTS-LISTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - A MISSING HISTORY FILE IS AN EMPTY LIST:
      * NO ALERT HAS EVER BEEN RAISED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT WEEKLY-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT GUARDIAN-FILE.
           IF GDN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-GDN-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-GUARDIAN THRU 1100-EXIT
                   UNTIL END-OF-GUARDIANS
               CLOSE GUARDIAN-FILE
           END-IF.

           OPEN INPUT ALERT-HISTORY.
           IF HIST-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-ALERT THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE REPORT.
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
      * 1100-LOAD-ONE-GUARDIAN
      *----------------------------------------------------------------
       1100-LOAD-ONE-GUARDIAN.
           READ GUARDIAN-FILE
               AT END
                   MOVE 'Y' TO WS-GDN-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-GDN-TABLE-COUNT >= WS-GDN-TABLE-MAX
               DISPLAY "GUARDIAN TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-GDN-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-GDN-TABLE-COUNT.
           MOVE GUARDIAN-REC TO GDN-IMAGE(WS-GDN-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-TAKE-ONE-ALERT - ALERTS OUTSIDE THE WEEK ARE COUNTED
      * ONLY.
      *----------------------------------------------------------------
       2000-TAKE-ONE-ALERT.
           IF AY-ALERT-DATE > WS-BUS-DATE-RAW
              OR AY-ALERT-DATE = ZERO
               ADD 1 TO WS-ALERTS-OUTSIDE
               PERFORM 8000-READ-ALERT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-ALERT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AY-ALERT-DATE).
           COMPUTE WS-ALERT-AGE = WS-BUS-DATE-INT - WS-ALERT-DATE-INT.
           IF WS-ALERT-AGE > 6
               ADD 1 TO WS-ALERTS-OUTSIDE
               PERFORM 8000-READ-ALERT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-WK-TABLE-COUNT >= WS-WK-TABLE-MAX
               DISPLAY "WEEKLY ALERT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-WK-TABLE-COUNT.
           MOVE WS-WK-TABLE-COUNT TO WS-WK-SUB.
           MOVE AY-SECTION    TO WK-SECTION(WS-WK-SUB).
           MOVE AY-ROLL-NO    TO WK-ROLL-NO(WS-WK-SUB).
           MOVE AY-ALERT-DATE TO WK-ALERT-DATE(WS-WK-SUB).
           MOVE AY-NAME       TO WK-NAME(WS-WK-SUB).
           MOVE AY-ALERT-TYPE TO WK-ALERT-TYPE(WS-WK-SUB).
           MOVE AY-RUN-DAYS   TO WK-RUN-DAYS(WS-WK-SUB).
           MOVE AY-ATTEND-PCT TO WK-ATTEND-PCT(WS-WK-SUB).
           MOVE AY-LETTER-SW  TO WK-LETTER-SW(WS-WK-SUB).

           PERFORM 8000-READ-ALERT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SORT-ALERTS - AN OVERFLOWED LOAD WOULD PRINT A SHORT
      * LIST THAT LOOKS COMPLETE, SO THE RUN IS REFUSED INSTEAD.
      *----------------------------------------------------------------
       3000-SORT-ALERTS.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - WEEKLY LIST NOT PRINTED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE ZERO TO WS-WK-TABLE-COUNT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           IF WS-WK-TABLE-COUNT < 2
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-WK-TABLE-COUNT TO SQ-ELEMENT-COUNT.
           MOVE 46  TO SQ-ELEMENT-LENGTH.
           MOVE 1   TO SQ-KEY-OFFSET.
           MOVE 18  TO SQ-KEY-LENGTH.
           SET SQ-KEY-IS-CHARACTER TO TRUE.
           SET SQ-SORT-ASCENDING   TO TRUE.
           CALL "SORT-SERVICE" USING SORT-REQUEST, WEEK-TABLE.
           IF SQ-RETURN-CODE NOT = ZERO
               DISPLAY "SORT-SERVICE REJECTED THE WEEKLY ALERT SORT"
               MOVE 16 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-ONE-ALERT - A CHANGE OF SECTION CLOSES THE LAST
      * SECTION'S COUNT AND STARTS A NEW HEADING.
      *----------------------------------------------------------------
       4000-PRINT-ONE-ALERT.
           IF WK-SECTION(WS-WK-SUB) NOT = WS-CURRENT-SECTION
               IF WS-WK-SUB > 1
                   PERFORM 4500-WRITE-SECTION-TOTAL THRU 4500-EXIT
               END-IF
               MOVE WK-SECTION(WS-WK-SUB) TO WS-CURRENT-SECTION
               MOVE ZERO TO WS-SECTION-ALERTS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CURRENT-SECTION TO SH-SECTION
               WRITE REPORT-LINE FROM SECTION-HEADING
           END-IF.

           MOVE WK-ROLL-NO(WS-WK-SUB)    TO RD-ROLL-NO.
           MOVE WK-NAME(WS-WK-SUB)       TO RD-NAME.
           MOVE WK-ALERT-DATE(WS-WK-SUB) TO RD-ALERT-DATE.
           MOVE WK-RUN-DAYS(WS-WK-SUB)   TO RD-DAYS.
           MOVE WK-ATTEND-PCT(WS-WK-SUB) TO RD-PCT.
           MOVE SPACES TO RD-ALERT.
           IF WK-IS-CONSECUTIVE(WS-WK-SUB)
               MOVE "CONSECUTIVE" TO RD-ALERT
           END-IF.
           IF WK-IS-LOW-ATTENDANCE(WS-WK-SUB)
               MOVE "LOW ATTEND"  TO RD-ALERT
           END-IF.

      *    THE PHONE IS TAKEN FROM TODAY'S GUARDIAN FILE, SO A
      *    GUARDIAN KEYED SINCE THE ALERT IS SHOWN.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-GDN-SUB.
           PERFORM 4100-CHECK-ONE-GUARDIAN THRU 4100-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-GDN-SUB > WS-GDN-TABLE-COUNT.
           IF A-SLOT-WAS-FOUND
               MOVE GDN-IMAGE(WS-GDN-SUB) TO GUARDIAN-REC
               MOVE GU-PHONE TO RD-PHONE
           ELSE
               MOVE "NO GUARDIAN" TO RD-PHONE
           END-IF.
           IF WK-NO-GUARDIAN(WS-WK-SUB)
               ADD 1 TO WS-NO-GUARDIAN
           END-IF.

           WRITE REPORT-LINE FROM REPORT-DETAIL.
           ADD 1 TO WS-ALERTS-LISTED.
           ADD 1 TO WS-SECTION-ALERTS.

           IF WS-WK-SUB = WS-WK-TABLE-COUNT
               PERFORM 4500-WRITE-SECTION-TOTAL THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CHECK-ONE-GUARDIAN
      *----------------------------------------------------------------
       4100-CHECK-ONE-GUARDIAN.
           IF GDN-IMAGE(WS-GDN-SUB)(1:6) = WK-ROLL-NO(WS-WK-SUB)
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-GDN-SUB
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-WRITE-SECTION-TOTAL
      *----------------------------------------------------------------
       4500-WRITE-SECTION-TOTAL.
           MOVE WS-CURRENT-SECTION TO ST-SECTION.
           MOVE WS-SECTION-ALERTS  TO ST-COUNT.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-ALERT
      *----------------------------------------------------------------
       8000-READ-ALERT.
           READ ALERT-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ALERTS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALERTS THIS WEEK        =" TO TC-LABEL.
           MOVE WS-ALERTS-LISTED    TO TC-COUNT.
           WRITE REPORT-LINE FROM TYPE-COUNT-LINE.
           MOVE "SENT WITH NO GUARDIAN   =" TO TC-LABEL.
           MOVE WS-NO-GUARDIAN      TO TC-COUNT.
           WRITE REPORT-LINE FROM TYPE-COUNT-LINE.
           MOVE "EARLIER (NOT LISTED)    =" TO TC-LABEL.
           MOVE WS-ALERTS-OUTSIDE   TO TC-COUNT.
           WRITE REPORT-LINE FROM TYPE-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT HIST-FILE-NOT-FOUND
               CLOSE ALERT-HISTORY
           END-IF.
           CLOSE WEEKLY-REPORT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES ALERTS READ AGAINST
      * ALERTS LISTED PLUS ALERTS OUTSIDE THE WEEK.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ALERTS-READ   TO CT-RECORDS-READ.
           MOVE WS-ALERTS-LISTED TO CT-RECORDS-PROCESSED.
           IF WS-ALERTS-READ = WS-ALERTS-LISTED + WS-ALERTS-OUTSIDE
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
