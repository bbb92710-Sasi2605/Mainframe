      *                 THAT STARTED AND NEVER COMPLETED, SO A
      *                 SCHEDULED SKIP NO LONGER READS LIKE A
      *                 FAILURE.
      * 2026-10-15 RSD  THE NIGHT'S INCIDENT-LOG ENTRIES ARE NOW
      *                 COUNTED AND LISTED - PROGRAM, KEY AND MESSAGE
      *                 - SO A STEP'S BAD ENDING OR A CONCENTRATION
      *                 LIMIT BREACH IS ON THE PAGE, AND ANY INCIDENT
      *                 TURNS THE VERDICT TO ATTENTION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT INCIDENT-FILE   ASSIGN TO INCDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCD-FILE-STATUS.

           SELECT SUMMARY-REPORT  ASSIGN TO MORNSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       01  STUDM-REJECT-REC        PIC X(150).

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
       COPY INCDLOG.

       FD  SUMMARY-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(80).
           88 REJ-FILE-NOT-FOUND           VALUE '35'.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
       01  WS-INCD-FILE-STATUS     PIC X(02).
           88 INCD-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * BUSINESS PROCESSING DATE - FROM THE BUSDATE CONTROL RECORD,
       77  WS-REJECT-TOTAL         PIC 9(05) COMP.
       77  WS-ONE-REJECT-COUNT     PIC 9(05) COMP.
       77  WS-PGM-IDX              PIC 9(03) COMP.
       77  WS-INCD-TODAY           PIC 9(05) COMP.
       77  WS-INCD-IDX             PIC 9(03) COMP.

      *----------------------------------------------------------------
      * THE INCIDENTS FOR THE BUSINESS DATE, IN THE ORDER LOGGED.  THE
      * FIRST 30 ARE LISTED; THE COUNT COVERS THEM ALL.
      *----------------------------------------------------------------
       01  WS-INCD-COUNT           PIC 9(03) COMP.
       01  INCIDENT-TABLE.
           05 IN-ENTRY OCCURS 0 TO 30 TIMES
                 DEPENDING ON WS-INCD-COUNT.
              10 IN-PROGRAM-ID     PIC X(08).
              10 IN-LAST-KEY       PIC X(08).
              10 IN-MESSAGE        PIC X(30).

      *----------------------------------------------------------------
      * ONE ENTRY PER PROGRAM SEEN ON THE RUN-CONTROL FILE FOR THE
           05 FILLER                PIC X(07) VALUE " STUDM=".
           05 RC-STUDM              PIC ZZZZ9.

       01  INCD-COUNT-LINE.
           05 FILLER                PIC X(24) VALUE
              "INCIDENTS FOR THE DATE=".
           05 IT-TODAY              PIC ZZZZ9.

       01  INCIDENT-DETAIL.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ID-PROGRAM-ID         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ID-LAST-KEY           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ID-MESSAGE            PIC X(30).

       01  VERDICT-LINE.
           05 FILLER                PIC X(09) VALUE "VERDICT: ".
           05 VL-VERDICT            PIC X(60).
           PERFORM 2000-GATHER-RUN-CONTROL THRU 2000-EXIT.
           PERFORM 3000-COUNT-EXCEPTIONS THRU 3000-EXIT.
           PERFORM 3500-COUNT-REJECTS THRU 3500-EXIT.
           PERFORM 3700-GATHER-INCIDENTS THRU 3700-EXIT.
           PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

                        WS-SKIPPED-COUNT
                        WS-EXCP-TODAY WS-REJECT-TOTAL
                        WS-PGM-COUNT
                        WS-INCD-TODAY WS-INCD-COUNT
                        WS-REJ-LOANM WS-REJ-RATEM WS-REJ-CUSTM
                        WS-REJ-PAY WS-REJ-CI WS-REJ-STUDM.

       3560-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-GATHER-INCIDENTS - COUNTS THE INCIDENT-LOG ENTRIES
      * CARRYING THE BUSINESS DATE AND KEEPS THE FIRST OF THEM FOR
      * THE LISTING.
      *----------------------------------------------------------------
       3700-GATHER-INCIDENTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT INCIDENT-FILE.
           IF INCD-FILE-NOT-FOUND
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3710-GATHER-ONE-INCIDENT THRU 3710-EXIT
               UNTIL END-OF-FILE.
           CLOSE INCIDENT-FILE.
       3700-EXIT.
           EXIT.

       3710-GATHER-ONE-INCIDENT.
           READ INCIDENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3710-EXIT
           END-READ.
           IF IC-BUS-DATE NOT = WS-BUS-DATE-FMT
               GO TO 3710-EXIT
           END-IF.
           ADD 1 TO WS-INCD-TODAY.
           IF WS-INCD-COUNT < 30
               ADD 1 TO WS-INCD-COUNT
               MOVE IC-PROGRAM-ID TO IN-PROGRAM-ID(WS-INCD-COUNT)
               MOVE IC-LAST-KEY   TO IN-LAST-KEY(WS-INCD-COUNT)
               MOVE IC-MESSAGE    TO IN-MESSAGE(WS-INCD-COUNT)
           END-IF.
       3710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-WRITE-SUMMARY - THE ONE-PAGE REPORT BODY AND THE OK OR
      * ATTENTION VERDICT.
           MOVE WS-REJ-STUDM TO RC-STUDM.
           WRITE REPORT-LINE FROM REJECT-COUNT-LINE-2.

           MOVE WS-INCD-TODAY TO IT-TODAY.
           WRITE REPORT-LINE FROM INCD-COUNT-LINE.
           PERFORM 4200-WRITE-ONE-INCIDENT THRU 4200-EXIT
               VARYING WS-INCD-IDX FROM 1 BY 1
               UNTIL WS-INCD-IDX > WS-INCD-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

               WHEN WS-STARTED-COUNT > ZERO
                   MOVE "ATTENTION - A STEP NEVER COMPLETED"
                     TO VL-VERDICT
               WHEN WS-INCD-TODAY > ZERO
                   MOVE "ATTENTION - INCIDENTS LOGGED FOR THE DATE"
                     TO VL-VERDICT
               WHEN WS-EXCP-TODAY > ZERO
                   MOVE "ATTENTION - EXCEPTIONS LOGGED FOR THE DATE"
                     TO VL-VERDICT
       4100-EXIT.
           EXIT.

       4200-WRITE-ONE-INCIDENT.
           MOVE IN-PROGRAM-ID(WS-INCD-IDX) TO ID-PROGRAM-ID.
           MOVE IN-LAST-KEY(WS-INCD-IDX)   TO ID-LAST-KEY.
           MOVE IN-MESSAGE(WS-INCD-IDX)    TO ID-MESSAGE.
           WRITE REPORT-LINE FROM INCIDENT-DETAIL.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
