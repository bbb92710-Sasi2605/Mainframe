       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-REVIEW.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  COMPLIANCE'S DISPOSITION OF
      *                 THE SANCTIONS HITS ON THE SANCQUE REVIEW
      *                 QUEUE, IN THE APPROVAL-REVIEW MOLD: THE
      *                 OFFICER SIGNS ON AGAINST THE OPERATOR MASTER
      *                 AND MUST CARRY THE ADMIN AUTHORITY, THEN
      *                 CLEARS OR CONFIRMS EACH PENDING HIT.  A
      *                 CLEARED CUSTOMER-MAINT TRANSACTION IS RELEASED
      *                 TO SANCCTXN AND A CLEARED BOOKING TO SANCOTXN,
      *                 EACH CARRYING THE OFFICER'S ID, FOR THE NEXT
      *                 NIGHT'S CUSTOMER-MAINT AND ORIG-FEED TO APPLY
      *                 WITHOUT SCREENING AGAIN.  A CONFIRMED HIT IS
      *                 NEVER APPLIED.  A RESCREEN HIT HAS NOTHING TO
      *                 RELEASE - THE DECISION IS RECORDED ONLY.
      *                 EVERY DECISION GOES TO THE SHARED SYSAUDIT LOG.
      * 2026-10-15 RSD  THE SIGN-ON PASSWORD IS CHECKED AGAINST THE
      *                 OPERATOR MASTER'S PASSWORD-CHECK HASH - NO
      *                 CLEAR-TEXT PASSWORD IS KEPT ON FILE ANY LONGER.
      *                 A LOCKED OPERATOR IS REFUSED AS NOT ACTIVE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER     ASSIGN TO OPERMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT SANCTIONS-QUEUE ASSIGN TO SANCQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-FILE-STATUS.

           SELECT CLEARED-CUST-TXN ASSIGN TO SANCCTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTXN-FILE-STATUS.

           SELECT CLEARED-BOOKINGS ASSIGN TO SANCOTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTXN-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  SANCTIONS-QUEUE
           RECORDING MODE IS F.
       COPY SANCQUE.

       FD  CLEARED-CUST-TXN
           RECORDING MODE IS F.
       COPY CUSTTXN.

       FD  CLEARED-BOOKINGS
           RECORDING MODE IS F.
       COPY ORIGLOAN.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.

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
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 OPERATOR-IS-DONE           VALUE 'Y'.
           05 WS-OPER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-OPERATORS           VALUE 'Y'.
           05 WS-QUE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-QUEUE               VALUE 'Y'.
           05 WS-SIGNON-SW         PIC X(01) VALUE 'N'.
              88 SIGN-ON-IS-GOOD            VALUE 'Y'.

       01  WS-OPER-FILE-STATUS     PIC X(02).
           88 OPER-FILE-NOT-FOUND          VALUE '35'.
       01  WS-QUE-FILE-STATUS      PIC X(02).
           88 QUE-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CTXN-FILE-STATUS     PIC X(02).
           88 CTXN-FILE-NOT-FOUND          VALUE '35'.
       01  WS-OTXN-FILE-STATUS     PIC X(02).
           88 OTXN-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.

      *----------------------------------------------------------------
      * SIGN-ON WORK AREA - THE OFFICER MUST CARRY THE ADMIN
      * AUTHORITY ON THE OPERATOR MASTER.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID          PIC X(08).
       01  WS-PASSWORD-ENTRY       PIC X(16).

      *----------------------------------------------------------------
      * PASSWORD HASHING - SEE PWDCHKRQ.CPY.
      *----------------------------------------------------------------
       COPY PWDCHKRQ.

      *----------------------------------------------------------------
      * QUEUE TABLE - LOADED WHOLE, WORKED IN STORAGE, REWRITTEN AT
      * CLOSE, LIKE THE OTHER DAYTIME QUEUE UTILITIES.
      *----------------------------------------------------------------
       01  WS-QUE-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-QUE-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  QUEUE-TABLE.
           05 QE-ENTRY             PIC X(251) OCCURS 2000 TIMES.
       01  WS-QUE-SUB              PIC 9(04) COMP.
       01  WS-ACTION-ENTRY         PIC X(01).
       01  WS-AUDIT-ACTION         PIC X(10).

      *----------------------------------------------------------------
      * RUN-TIME STAMP FIELDS FOR THE AUDIT RECORD.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-RAW     PIC 9(08).
       01  WS-RUN-TIME-RAW     PIC 9(06).
       01  WS-RUN-DATE-FMT.
           05 WS-RDF-YYYY      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-RDF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-RDF-DD        PIC 9(02).
       01  WS-RUN-TIME-FMT.
           05 WS-RTF-HH        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-SS        PIC 9(02).

       01  ITEM-DETAIL-1.
           05 ID-SOURCE             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ID-ITEM-KEY           PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ID-SCREENED-NAME      PIC X(20).
           05 FILLER                PIC X(08) VALUE " QUEUED ".
           05 ID-QUEUE-DATE         PIC 9(08).

       01  ITEM-DETAIL-2.
           05 FILLER                PIC X(07) VALUE "  HIT  ".
           05 ID-LIST-CODE          PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ID-ENTRY-ID           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ID-LIST-NAME          PIC X(40).
           05 FILLER                PIC X(07) VALUE " SCORE ".
           05 ID-SCORE              PIC ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0200-SIGN-ON THRU 0200-EXIT.
           IF NOT SIGN-ON-IS-GOOD
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-REVIEW-ONE   THRU 2000-EXIT
               VARYING WS-QUE-SUB FROM 1 BY 1
               UNTIL WS-QUE-SUB > WS-QUE-TABLE-COUNT
                  OR OPERATOR-IS-DONE.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 0200-SIGN-ON - THE OFFICER MUST BE ON THE OPERATOR MASTER,
      * ACTIVE, WITH A MATCHING PASSWORD AND THE ADMIN AUTHORITY.
      *----------------------------------------------------------------
       0200-SIGN-ON.
           DISPLAY "SANCTIONS REVIEW SIGN-ON".
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PASSWORD: ".
           MOVE SPACES TO WS-PASSWORD-ENTRY.
           ACCEPT WS-PASSWORD-ENTRY.
           MOVE 'H'               TO PW-FUNCTION.
           MOVE WS-OPERATOR-ID    TO PW-OPERATOR-ID.
           MOVE WS-PASSWORD-ENTRY TO PW-PASSWORD.
           CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST.
           MOVE SPACES TO WS-PASSWORD-ENTRY
                          PW-PASSWORD.

           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-NOT-FOUND
               DISPLAY "NO OPERATOR MASTER ON FILE - REVIEW REFUSED"
               GO TO 0200-EXIT
           END-IF.

           PERFORM 0250-CHECK-ONE-OPERATOR THRU 0250-EXIT
               UNTIL SIGN-ON-IS-GOOD
                  OR END-OF-OPERATORS.
           CLOSE OPER-MASTER.

           IF NOT SIGN-ON-IS-GOOD
               DISPLAY "SIGN-ON REFUSED - NO REVIEW AUTHORITY"
           END-IF.
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0250-CHECK-ONE-OPERATOR
      *----------------------------------------------------------------
       0250-CHECK-ONE-OPERATOR.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OPER-EOF-SW
               NOT AT END
                   IF OM-OPERATOR-ID = WS-OPERATOR-ID
                      AND OM-PASSWORD-HASH = PW-HASH
                      AND OM-IS-ACTIVE
                      AND OM-IS-ADMIN
                       SET SIGN-ON-IS-GOOD TO TRUE
                   END-IF
           END-READ.
       0250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           OPEN EXTEND CLEARED-CUST-TXN.
           IF CTXN-FILE-NOT-FOUND
               OPEN OUTPUT CLEARED-CUST-TXN
           END-IF.

           OPEN EXTEND CLEARED-BOOKINGS.
           IF OTXN-FILE-NOT-FOUND
               OPEN OUTPUT CLEARED-BOOKINGS
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN INPUT SANCTIONS-QUEUE.
           IF QUE-FILE-NOT-FOUND
               DISPLAY "NO SANCTIONS REVIEW QUEUE ON FILE"
               SET OPERATOR-IS-DONE TO TRUE
               MOVE 'Y' TO WS-QUE-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-ITEM THRU 1100-EXIT
               UNTIL END-OF-QUEUE.
           CLOSE SANCTIONS-QUEUE.

           IF WS-QUE-TABLE-COUNT = ZERO
               DISPLAY "NOTHING WAITING FOR SANCTIONS REVIEW"
               SET OPERATOR-IS-DONE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1040-SET-BUSINESS-DATE - READS THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE WHEN THE FILE IS MISSING OR
      * EMPTY.
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
       1040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-ITEM - A QUEUE PAST THE TABLE LIMIT WOULD BE
      * REWRITTEN SHORT AT CLOSE, LOSING THE HITS THAT DID NOT FIT, SO
      * THE SESSION STOPS BEFORE ANY DECISION IS TAKEN.
      *----------------------------------------------------------------
       1100-LOAD-ONE-ITEM.
           READ SANCTIONS-QUEUE
               AT END
                   MOVE 'Y' TO WS-QUE-EOF-SW
               NOT AT END
                   IF WS-QUE-TABLE-COUNT < WS-QUE-TABLE-MAX
                       ADD 1 TO WS-QUE-TABLE-COUNT
                       MOVE SANCTIONS-QUEUE-REC
                           TO QE-ENTRY(WS-QUE-TABLE-COUNT)
                   ELSE
                       DISPLAY "SANCTIONS QUEUE TABLE FULL - RAISE "
                               "THE LIMIT - REVIEW REFUSED"
                       CLOSE SANCTIONS-QUEUE
                             CLEARED-CUST-TXN
                             CLEARED-BOOKINGS
                             AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REVIEW-ONE - ONE PENDING HIT: SHOW IT, TAKE THE
      * DECISION, AND ACT ON IT.  X LEAVES THE HIT PENDING, 9 ENDS
      * THE SESSION.
      *----------------------------------------------------------------
       2000-REVIEW-ONE.
           MOVE QE-ENTRY(WS-QUE-SUB) TO SANCTIONS-QUEUE-REC.
           IF NOT QR-ITEM-IS-PENDING
               GO TO 2000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN QR-FROM-CUSTOMER-MAINT
                   MOVE "CUSTOMER TXN" TO ID-SOURCE
               WHEN QR-FROM-ORIGINATION
                   MOVE "NEW BOOKING"  TO ID-SOURCE
               WHEN OTHER
                   MOVE "RESCREEN"     TO ID-SOURCE
           END-EVALUATE.
           MOVE QR-ITEM-KEY      TO ID-ITEM-KEY.
           MOVE QR-SCREENED-NAME TO ID-SCREENED-NAME.
           MOVE QR-QUEUE-DATE    TO ID-QUEUE-DATE.
           MOVE QR-LIST-CODE     TO ID-LIST-CODE.
           MOVE QR-ENTRY-ID      TO ID-ENTRY-ID.
           MOVE QR-LIST-NAME     TO ID-LIST-NAME.
           MOVE QR-SCORE         TO ID-SCORE.
           DISPLAY ITEM-DETAIL-1.
           DISPLAY ITEM-DETAIL-2.

           DISPLAY "C TO CLEAR, F TO CONFIRM, X TO SKIP, 9 TO END: ".
           ACCEPT WS-ACTION-ENTRY.

           EVALUATE WS-ACTION-ENTRY
               WHEN 'C'
               WHEN 'c'
                   PERFORM 3000-CLEAR-HIT THRU 3000-EXIT
               WHEN 'F'
               WHEN 'f'
                   PERFORM 4000-CONFIRM-HIT THRU 4000-EXIT
               WHEN '9'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "HIT LEFT PENDING"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CLEAR-HIT - A FALSE MATCH.  A HELD TRANSACTION OR
      * BOOKING GOES BACK OUT CARRYING THE OFFICER'S ID, FOR THE
      * NEXT NIGHT'S RUN TO APPLY.
      *----------------------------------------------------------------
       3000-CLEAR-HIT.
           EVALUATE TRUE
               WHEN QR-FROM-CUSTOMER-MAINT
                   MOVE QR-TXN-IMAGE   TO CUSTOMER-MAINT-TXN-REC
                   MOVE WS-OPERATOR-ID TO CN-CLEARED-BY
                   WRITE CUSTOMER-MAINT-TXN-REC
                   DISPLAY "HIT CLEARED - TRANSACTION RELEASED"
               WHEN QR-FROM-ORIGINATION
                   MOVE QR-TXN-IMAGE   TO ORIGINATION-REC
                   MOVE WS-OPERATOR-ID TO OL-CLEARED-BY
                   WRITE ORIGINATION-REC
                   DISPLAY "HIT CLEARED - BOOKING RELEASED"
               WHEN OTHER
                   DISPLAY "HIT CLEARED"
           END-EVALUATE.

           SET QR-ITEM-WAS-CLEARED TO TRUE.
           MOVE WS-OPERATOR-ID  TO QR-DECIDED-BY.
           MOVE WS-BUS-DATE-RAW TO QR-DECIDED-DATE.
           MOVE SANCTIONS-QUEUE-REC TO QE-ENTRY(WS-QUE-SUB).

           MOVE "SANC CLEAR" TO WS-AUDIT-ACTION.
           PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CONFIRM-HIT - A TRUE MATCH.  NOTHING IS RELEASED; THE
      * HELD TRANSACTION OR BOOKING IS NEVER APPLIED.
      *----------------------------------------------------------------
       4000-CONFIRM-HIT.
           SET QR-ITEM-WAS-CONFIRMED TO TRUE.
           MOVE WS-OPERATOR-ID  TO QR-DECIDED-BY.
           MOVE WS-BUS-DATE-RAW TO QR-DECIDED-DATE.
           MOVE SANCTIONS-QUEUE-REC TO QE-ENTRY(WS-QUE-SUB).

           MOVE "SANC CONFM" TO WS-AUDIT-ACTION.
           PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
           DISPLAY "HIT CONFIRMED".
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-AUDIT - EVERY DECISION GOES ON THE SHARED AUDIT
      * LOG UNDER THE OFFICER, WITH THE QUEUE SOURCE AND THE
      * CUSTOMER OR APPLICATION NUMBER IN THE PROGRAM COLUMN.
      *----------------------------------------------------------------
       5000-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-DATE-FMT      TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-TIME-FMT      TO AL-RUN-TIME.
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-ACTION      TO AL-ACTION.
           STRING QR-SOURCE          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  QR-ITEM-KEY        DELIMITED BY SIZE
               INTO AL-PROGRAM.
           MOVE WS-BUS-DATE-FMT      TO AL-BUS-DATE.
           WRITE AUDIT-LOG-REC.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE REPLACES THE QUEUE, SO THE
      * CLEARED AND CONFIRMED HITS STAY ON RECORD.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-QUE-TABLE-COUNT > ZERO
               OPEN OUTPUT SANCTIONS-QUEUE
               PERFORM 9100-WRITE-ONE-ITEM THRU 9100-EXIT
                   VARYING WS-QUE-SUB FROM 1 BY 1
                   UNTIL WS-QUE-SUB > WS-QUE-TABLE-COUNT
               CLOSE SANCTIONS-QUEUE
           END-IF.

           CLOSE CLEARED-CUST-TXN
                 CLEARED-BOOKINGS
                 AUDIT-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-ITEM
      *----------------------------------------------------------------
       9100-WRITE-ONE-ITEM.
           MOVE QE-ENTRY(WS-QUE-SUB) TO SANCTIONS-QUEUE-REC.
           WRITE SANCTIONS-QUEUE-REC.
       9100-EXIT.
           EXIT.
