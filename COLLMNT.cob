      *                 WORKED IN STORAGE, AND REWRITTEN AT CLOSE.
      *                 NO STEP GATE - THE QUEUE MAY BE WORKED
      *                 SEVERAL TIMES IN A DAY.
      * 2026-10-15 RSD  EVERY PROMISE RECORDED IS ALSO APPENDED TO THE
      *                 COLLPTP PROMISE-TO-PAY LOG FOR COLLECT-PERF TO
      *                 SETTLE AS KEPT OR BROKEN.  A PROMISE OR A NOTE
      *                 CLEARS THE HIGH-PRIORITY FOLLOW-UP FLAG
      *                 COLLECT-PERF SETS ON A BROKEN PROMISE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT COLLECT-REJECTS ASSIGN TO COLLMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROMISE-LOG     ASSIGN TO COLLPTP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTP-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(120).

       FD  PROMISE-LOG
           RECORDING MODE IS F.
       COPY COLLPTP.

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       COPY EXCPTLOG.
           88 WRKQ-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-PTP-FILE-STATUS       PIC X(02).
           88 PTP-FILE-NOT-FOUND           VALUE '35'.

       01  WS-REASON                PIC X(40).

       01  WS-WRKQ-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-WRKQ-TABLE-MAX       PIC 9(04) VALUE 2000.
       01  WORKQUEUE-TABLE.
           05 WQ-IMAGE             PIC X(154) OCCURS 2000 TIMES.
       01  WS-WRKQ-SUB             PIC 9(04) COMP.

       01  WS-COUNTS.
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           OPEN EXTEND PROMISE-LOG.
           IF PTP-FILE-NOT-FOUND
               OPEN OUTPUT PROMISE-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

               WHEN CW-ACTION-IS-PROMISE
                   MOVE CW-PROMISE-DATE TO CQ-PROMISE-DATE
                   MOVE CW-PROMISE-AMT  TO CQ-PROMISE-AMT
                   MOVE SPACE        TO CQ-PRIORITY
                   PERFORM 2150-LOG-PROMISE THRU 2150-EXIT
                   MOVE "PROMISE "   TO ML-ACTION
                   MOVE "PROMISE RECORDED"    TO ML-STATUS
               WHEN CW-ACTION-IS-NOTE
                   MOVE CW-NOTE      TO CQ-NOTE
                   MOVE SPACE        TO CQ-PRIORITY
                   MOVE "NOTE    "   TO ML-ACTION
                   MOVE "NOTE ATTACHED"       TO ML-STATUS
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-LOG-PROMISE - THE PROMISE GOES ON THE PROMISE-TO-PAY LOG
      * OPEN, UNDER THE COLLECTOR WORKING THE ENTRY, TAKEN TODAY.
      *----------------------------------------------------------------
       2150-LOG-PROMISE.
           MOVE CQ-ACCT-NO      TO PT-ACCT-NO.
           MOVE CQ-COLLECTOR    TO PT-COLLECTOR.
           MOVE WS-BUS-DATE-RAW TO PT-TAKEN-DATE.
           MOVE CW-PROMISE-DATE TO PT-PROMISE-DATE.
           MOVE CW-PROMISE-AMT  TO PT-PROMISE-AMT.
           SET PT-PROMISE-IS-OPEN TO TRUE.
           MOVE ZERO            TO PT-RESOLVE-DATE.
           MOVE ZERO            TO PT-PAID-AMT.
           WRITE PROMISE-LOG-REC.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-QUEUE-ENTRY
      *----------------------------------------------------------------
           END-IF.
           CLOSE MAINT-LOG
                 COLLECT-REJECTS
                 PROMISE-LOG
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.
