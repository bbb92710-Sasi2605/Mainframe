       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-RESCREEN.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  RUN WHENEVER COMPLIANCE LOADS
      *                 A NEW SANCTIONS LIST: EVERY CUSTOMER ON THE
      *                 MASTER IS SCREENED AGAIN THROUGH
      *                 SANCTIONS-CHECK, AND EACH HIT AT OR ABOVE THE
      *                 THRESHOLD GOES TO THE SANCQUE REVIEW QUEUE FOR
      *                 SANCTIONS-REVIEW.  A CUSTOMER ALREADY QUEUED,
      *                 CLEARED OR CONFIRMED AGAINST THE SAME LIST
      *                 ENTRY IS REPORTED BUT NOT QUEUED AGAIN, SO A
      *                 CLEARED FALSE MATCH DOES NOT COME BACK WITH
      *                 EVERY RELOAD.  THE MASTER IS ONLY READ.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT SANCTIONS-QUEUE ASSIGN TO SANCQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-FILE-STATUS.

           SELECT RESCREEN-RPT    ASSIGN TO SANRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTMSTR.

       FD  SANCTIONS-QUEUE
           RECORDING MODE IS F.
       COPY SANCQUE.

       FD  RESCREEN-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).

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
              88 END-OF-CUSTOMERS           VALUE 'Y'.
           05 WS-QUE-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-QUEUE               VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-CUST-FILE-STATUS      PIC X(02).
           88 CUST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-QUE-FILE-STATUS       PIC X(02).
           88 QUE-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * EARLIER-HIT TABLE - EVERY CUSTOMER ITEM ALREADY ON THE QUEUE
      * (HELD MAINTENANCE OR AN EARLIER RESCREEN), WITH ITS LIST
      * ENTRY AND STATUS.  BOOKINGS ARE KEYED BY APPLICATION NUMBER
      * AND ARE NOT KEPT.
      *----------------------------------------------------------------
       01  WS-HIT-TABLE-COUNT      PIC 9(05) VALUE 0.
       01  WS-HIT-TABLE-MAX        PIC 9(05) VALUE 5000.
       01  EARLIER-HIT-TABLE.
           05 EH-ENTRY OCCURS 5000 TIMES.
              10 EH-CUST-NO        PIC X(06).
              10 EH-ENTRY-ID       PIC X(08).
              10 EH-STATUS         PIC X(01).
       01  WS-HIT-SUB              PIC 9(05) COMP.
       01  WS-EARLIER-STATUS       PIC X(01).
           88 NO-EARLIER-HIT               VALUE SPACE.
           88 EARLIER-HIT-IS-PENDING       VALUE 'P'.
           88 EARLIER-HIT-WAS-CLEARED      VALUE 'C'.
           88 EARLIER-HIT-WAS-CONFIRMED    VALUE 'F'.

      *----------------------------------------------------------------
      * WATCHLIST SCREENING - SEE SANCRQ.CPY.
      *----------------------------------------------------------------
       COPY SANCRQ.

       01  WS-COUNTS.
           05 WS-CUSTS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-CLEAN        PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-HIT          PIC 9(7) COMP VALUE 0.
           05 WS-HITS-QUEUED        PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "SANRSC".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "SANCTIONS RESCREEN OF CUSTOMER MASTER".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(08) VALUE "CUST #".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(07) VALUE "SCORE".
           05 FILLER                PIC X(10) VALUE "ENTRY".
           05 FILLER                PIC X(06) VALUE "LIST".
           05 FILLER                PIC X(42) VALUE "LISTED NAME".
           05 FILLER                PIC X(18) VALUE "DISPOSITION".

       01  REPORT-DETAIL.
           05 RD-CUST-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-SCORE              PIC ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-ENTRY-ID           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-LIST-CODE          PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-LIST-NAME          PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-DISPOSITION        PIC X(18).

       01  REPORT-TOTAL-LINE-1.
           05 FILLER                PIC X(30) VALUE
              "CUSTOMERS SCREENED          =".
           05 TL-READ               PIC ZZZZZZ9.
           05 FILLER                PIC X(16) VALUE
              "   THRESHOLD = ".
           05 TL-THRESHOLD          PIC ZZ9.

       01  REPORT-TOTAL-LINE-2.
           05 FILLER                PIC X(30) VALUE
              "CUSTOMERS AT OR OVER        =".
           05 TL-HIT                PIC ZZZZZZ9.
           05 FILLER                PIC X(16) VALUE
              "   NEWLY QUEUED=".
           05 TL-QUEUED             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           PERFORM 2000-SCREEN-CUSTOMER THRU 2000-EXIT
               UNTIL END-OF-CUSTOMERS.
           PERFORM 9000-TERMINATE      THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE QUEUE'S CUSTOMER ITEMS ARE LOADED
      * BEFORE IT IS REOPENED FOR THE NEW HITS.  A QUEUE PAST THE
      * TABLE LIMIT WOULD RE-QUEUE CLEARED HITS, SO THE RUN STOPS FOR
      * THE LIMIT TO BE RAISED.  A MISSING CUSTOMER MASTER SCREENS
      * NOBODY.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO SN-THRESHOLD.
           OPEN OUTPUT RESCREEN-RPT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT SANCTIONS-QUEUE.
           IF NOT QUE-FILE-NOT-FOUND
               PERFORM 1300-LOAD-ONE-HIT THRU 1300-EXIT
                   UNTIL END-OF-QUEUE
               CLOSE SANCTIONS-QUEUE
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - SANCQUE PAST TABLE LIMIT, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND SANCTIONS-QUEUE.
           IF QUE-FILE-NOT-FOUND
               OPEN OUTPUT SANCTIONS-QUEUE
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-CUSTOMER THRU 8000-EXIT.
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
      * 1300-LOAD-ONE-HIT - CUSTOMER ITEMS ONLY.
      *----------------------------------------------------------------
       1300-LOAD-ONE-HIT.
           READ SANCTIONS-QUEUE
               AT END
                   MOVE 'Y' TO WS-QUE-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF QR-FROM-ORIGINATION
               GO TO 1300-EXIT
           END-IF.

           IF WS-HIT-TABLE-COUNT >= WS-HIT-TABLE-MAX
               DISPLAY "EARLIER-HIT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-QUE-EOF-SW
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-HIT-TABLE-COUNT.
           MOVE QR-ITEM-KEY TO EH-CUST-NO(WS-HIT-TABLE-COUNT).
           MOVE QR-ENTRY-ID TO EH-ENTRY-ID(WS-HIT-TABLE-COUNT).
           MOVE QR-STATUS   TO EH-STATUS(WS-HIT-TABLE-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCREEN-CUSTOMER - A NAME UNDER THE THRESHOLD IS COUNTED
      * ONLY.
      *----------------------------------------------------------------
       2000-SCREEN-CUSTOMER.
           MOVE CU-NAME TO SN-NAME.
           CALL "SANCTIONS-CHECK" USING SANCTIONS-REQUEST.
           IF NOT SN-NAME-IS-A-HIT
               ADD 1 TO WS-CUSTS-CLEAN
               PERFORM 8000-READ-CUSTOMER THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-CUSTS-HIT.

           MOVE SPACE TO WS-EARLIER-STATUS.
           PERFORM 2100-CHECK-ONE-HIT THRU 2100-EXIT
               VARYING WS-HIT-SUB FROM 1 BY 1
               UNTIL WS-HIT-SUB > WS-HIT-TABLE-COUNT.

           EVALUATE TRUE
               WHEN NO-EARLIER-HIT
                   PERFORM 2200-QUEUE-HIT THRU 2200-EXIT
                   MOVE "QUEUED"            TO RD-DISPOSITION
               WHEN EARLIER-HIT-IS-PENDING
                   MOVE "ALREADY PENDING"   TO RD-DISPOSITION
               WHEN EARLIER-HIT-WAS-CONFIRMED
                   MOVE "CONFIRMED EARLIER" TO RD-DISPOSITION
               WHEN OTHER
                   MOVE "CLEARED EARLIER"   TO RD-DISPOSITION
           END-EVALUATE.

           MOVE CU-CUST-NO   TO RD-CUST-NO.
           MOVE CU-NAME      TO RD-NAME.
           MOVE SN-SCORE     TO RD-SCORE.
           MOVE SN-ENTRY-ID  TO RD-ENTRY-ID.
           MOVE SN-LIST-CODE TO RD-LIST-CODE.
           MOVE SN-LIST-NAME TO RD-LIST-NAME.
           WRITE REPORT-LINE FROM REPORT-DETAIL.

           PERFORM 8000-READ-CUSTOMER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHECK-ONE-HIT - AN EARLIER ITEM FOR THE SAME CUSTOMER
      * AND LIST ENTRY.  A PENDING OR CONFIRMED ITEM OUTRANKS A
      * CLEARED ONE.
      *----------------------------------------------------------------
       2100-CHECK-ONE-HIT.
           IF EH-CUST-NO(WS-HIT-SUB) NOT = CU-CUST-NO
              OR EH-ENTRY-ID(WS-HIT-SUB) NOT = SN-ENTRY-ID
               GO TO 2100-EXIT
           END-IF.

           IF NO-EARLIER-HIT
              OR EARLIER-HIT-WAS-CLEARED
               MOVE EH-STATUS(WS-HIT-SUB) TO WS-EARLIER-STATUS
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-QUEUE-HIT
      *----------------------------------------------------------------
       2200-QUEUE-HIT.
           MOVE SPACES          TO SANCTIONS-QUEUE-REC.
           MOVE 'R'             TO QR-SOURCE.
           MOVE CU-CUST-NO      TO QR-ITEM-KEY.
           MOVE CU-NAME         TO QR-SCREENED-NAME.
           MOVE SN-ENTRY-ID     TO QR-ENTRY-ID.
           MOVE SN-LIST-CODE    TO QR-LIST-CODE.
           MOVE SN-LIST-NAME    TO QR-LIST-NAME.
           MOVE SN-SCORE        TO QR-SCORE.
           MOVE WS-BUS-DATE-RAW TO QR-QUEUE-DATE.
           MOVE 'P'             TO QR-STATUS.
           MOVE ZERO            TO QR-DECIDED-DATE.
           WRITE SANCTIONS-QUEUE-REC.
           ADD 1 TO WS-HITS-QUEUED.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-CUSTOMER
      *----------------------------------------------------------------
       8000-READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CUSTS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-CUSTS-READ  TO TL-READ.
           MOVE SN-THRESHOLD   TO TL-THRESHOLD.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-1.
           MOVE WS-CUSTS-HIT   TO TL-HIT.
           MOVE WS-HITS-QUEUED TO TL-QUEUED.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-2.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT CUST-FILE-NOT-FOUND
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE SANCTIONS-QUEUE
                 RESCREEN-RPT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES CUSTOMERS READ AGAINST
      * CUSTOMERS UNDER THE THRESHOLD PLUS CUSTOMERS AT OR OVER IT.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-CUSTS-READ TO CT-RECORDS-READ.
           MOVE WS-CUSTS-HIT  TO CT-RECORDS-PROCESSED.
           IF WS-CUSTS-READ = WS-CUSTS-CLEAN + WS-CUSTS-HIT
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
