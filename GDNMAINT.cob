       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDIAN-MAINT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  MAINTENANCE OF THE NEW
      *                 GUARDIAN CONTACT FILE IN THE LOAN-MAINT
      *                 TRANSACTION STYLE: GDNTXN RECORDS ADD,
      *                 CHANGE, OR DELETE THE GUARDIAN FOR A ROLL
      *                 NUMBER.  THE ROLL MUST BE ON THE STUDENT
      *                 MASTER, AND AN ADD OR CHANGE MUST CARRY THE
      *                 GUARDIAN'S NAME AND THE FIRST ADDRESS LINE -
      *                 THE ABSENCE ALERTS ARE POSTED TO IT.  APPLIED
      *                 TRANSACTIONS GO ON THE MAINTENANCE LOG;
      *                 ANYTHING ELSE IS REJECTED TO THIS PROGRAM'S
      *                 REJECT FILE AND THE SHARED EXCEPTION LOG.  THE
      *                 FILE IS LOADED WHOLE, WORKED IN STORAGE IN
      *                 ROLL-NUMBER ORDER, AND REWRITTEN AT CLOSE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-TXN    ASSIGN TO GDNTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT GUARDIAN-FILE   ASSIGN TO GUARDIAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDN-FILE-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MAINT-LOG       ASSIGN TO GDNMLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUARDIAN-REJECTS ASSIGN TO GDNMREJ
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUARDIAN-TXN
           RECORDING MODE IS F.
       COPY GDNTXN.

       FD  GUARDIAN-FILE
           RECORDING MODE IS F.
       COPY GUARDIAN.

       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-LINE          PIC X(80).

       FD  GUARDIAN-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(190).

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       COPY EXCPTLOG.

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
              88 END-OF-TRANSACTIONS        VALUE 'Y'.
           05 WS-GDN-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-GUARDIANS           VALUE 'Y'.
           05 WS-EDIT-SW            PIC X(01) VALUE 'Y'.
              88 TRANSACTION-IS-VALID       VALUE 'Y'.
              88 TRANSACTION-IS-INVALID     VALUE 'N'.
           05 WS-GDN-FOUND-SW       PIC X(01).
              88 GUARDIAN-WAS-FOUND         VALUE 'Y'.
              88 GUARDIAN-KEY-WAS-PASSED    VALUE 'H'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-GDN-FILE-STATUS       PIC X(02).
           88 GDN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).

      *----------------------------------------------------------------
      * GUARDIAN TABLE - THE FILE IS LOADED AT START-UP, WORKED IN
      * STORAGE, AND THE SURVIVORS REWRITTEN AT CLOSE.  AN ADD IS
      * SLOTTED IN ROLL-NUMBER ORDER SO THE FILE STAYS IN KEY
      * SEQUENCE FOR ITS READERS; A DELETE IS MARKED AND DROPPED AT
      * THE REWRITE.
      *----------------------------------------------------------------
       01  WS-GDN-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-GDN-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  GUARDIAN-TABLE.
           05 GDN-ENTRY OCCURS 2000 TIMES.
              10 GDN-IMAGE         PIC X(141).
              10 GDN-DROPPED-SW    PIC X(01).
       01  WS-GDN-SUB              PIC 9(04) COMP.
       01  WS-SHIFT-SUB            PIC 9(04) COMP.

       01  WS-COUNTS.
           05 WS-TXNS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-APPLIED       PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-REJECTED      PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "GDNMNT".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  MAINT-LOG-HEADING.
           05 FILLER                PIC X(32) VALUE
              "GUARDIAN CONTACT MAINTENANCE LOG".

       01  MAINT-LOG-DETAIL.
           05 ML-ACTION              PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 ML-ROLL-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-NAME                PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-PHONE               PIC X(15).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ML-STATUS              PIC X(07).

       01  REJECT-DETAIL.
           05 RJ-ROLL-NO             PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-REASON              PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(142).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "GDNMNT  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-TRANSACTIONS.
           PERFORM 9000-TERMINATE           THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-TXNS-READ TO RQ-RECORD-COUNT
               MOVE WS-TXNS-APPLIED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  STUDENT-MASTER
           OPEN OUTPUT MAINT-LOG
           OPEN OUTPUT GUARDIAN-REJECTS.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING.

           OPEN INPUT GUARDIAN-FILE.
           IF GDN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-GDN-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-GUARDIAN THRU 1300-EXIT
                   UNTIL END-OF-GUARDIANS
               CLOSE GUARDIAN-FILE
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE FILE FROM
      *    A TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - GUARDIAN LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT GUARDIAN-TXN.
           IF TXN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE MAINTENANCE LOG.
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

           WRITE MAINT-LOG-LINE FROM RUN-STAMP-LINE.
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
      * 1300-LOAD-ONE-GUARDIAN
      *----------------------------------------------------------------
       1300-LOAD-ONE-GUARDIAN.
           READ GUARDIAN-FILE
               AT END
                   MOVE 'Y' TO WS-GDN-EOF-SW
               NOT AT END
                   IF WS-GDN-TABLE-COUNT < WS-GDN-TABLE-MAX
                       ADD 1 TO WS-GDN-TABLE-COUNT
                       MOVE GUARDIAN-REC
                           TO GDN-IMAGE(WS-GDN-TABLE-COUNT)
                       MOVE 'N'
                           TO GDN-DROPPED-SW(WS-GDN-TABLE-COUNT)
                   ELSE
                       DISPLAY "GUARDIAN TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-GDN-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-TRANSACTION - EDITS THE TRANSACTION, THEN
      * DISPATCHES IT TO ITS ADD, CHANGE, OR DELETE PARAGRAPH BY
      * GM-ACTION.  AN UNRECOGNIZED ACTION CODE IS REJECTED RATHER
      * THAN GUESSED AT.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           SET TRANSACTION-IS-VALID TO TRUE.

           PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT.

           IF TRANSACTION-IS-VALID
               EVALUATE TRUE
                   WHEN GM-ACTION-IS-ADD
                       PERFORM 2100-ADD-GUARDIAN    THRU 2100-EXIT
                   WHEN GM-ACTION-IS-CHANGE
                       PERFORM 2200-CHANGE-GUARDIAN THRU 2200-EXIT
                   WHEN GM-ACTION-IS-DELETE
                       PERFORM 2300-DELETE-GUARDIAN THRU 2300-EXIT
               END-EVALUATE
           END-IF.

           IF TRANSACTION-IS-INVALID
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-TXNS-REJECTED
           ELSE
               ADD 1 TO WS-TXNS-APPLIED
           END-IF.

           PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-EDIT-TRANSACTION - THE ACTION CODE AND ROLL NUMBER FOR
      * EVERY TRANSACTION; THE STUDENT MASTER, GUARDIAN NAME AND
      * FIRST ADDRESS LINE FOR AN ADD OR CHANGE.  THE FIRST FAILURE
      * IS THE REASON REPORTED.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           IF NOT GM-ACTION-IS-ADD
              AND NOT GM-ACTION-IS-CHANGE
              AND NOT GM-ACTION-IS-DELETE
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "UNRECOGNIZED ACTION CODE" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF GM-ROLL-NO = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "ROLL NUMBER MISSING" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF GM-ACTION-IS-DELETE
               GO TO 2050-EXIT
           END-IF.

           MOVE GM-ROLL-NO TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   SET TRANSACTION-IS-INVALID TO TRUE
                   MOVE "ROLL NUMBER NOT ON STUDENT MASTER"
                       TO WS-REASON
           END-READ.
           IF TRANSACTION-IS-INVALID
               GO TO 2050-EXIT
           END-IF.

           IF GM-NAME = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "GUARDIAN NAME MISSING" TO WS-REASON
               GO TO 2050-EXIT
           END-IF.

           IF GM-ADDR-LINE-1 = SPACES
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "GUARDIAN ADDRESS MISSING" TO WS-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-ADD-GUARDIAN - SLOTS A NEW GUARDIAN INTO THE TABLE AHEAD
      * OF THE FIRST ENTRY WITH A HIGHER ROLL NUMBER.  A ROLL THAT
      * ALREADY HAS A GUARDIAN IS A KEYING ERROR, NOT AN UPDATE.
      *----------------------------------------------------------------
       2100-ADD-GUARDIAN.
           PERFORM 2400-FIND-GUARDIAN THRU 2400-EXIT.
           IF GUARDIAN-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "GUARDIAN ALREADY ON FILE" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

           IF WS-GDN-TABLE-COUNT >= WS-GDN-TABLE-MAX
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "GUARDIAN TABLE FULL" TO WS-REASON
               GO TO 2100-EXIT
           END-IF.

      *    2400 LEFT WS-GDN-SUB ON THE INSERTION POINT - EVERYTHING
      *    FROM THERE DOWN MOVES ONE SLOT TO MAKE ROOM.
           ADD 1 TO WS-GDN-TABLE-COUNT.
           PERFORM 2150-SHIFT-ONE-ENTRY THRU 2150-EXIT
               VARYING WS-SHIFT-SUB FROM WS-GDN-TABLE-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-GDN-SUB.

           PERFORM 2500-BUILD-GUARDIAN THRU 2500-EXIT.
           MOVE GUARDIAN-REC TO GDN-IMAGE(WS-GDN-SUB).
           MOVE 'N'          TO GDN-DROPPED-SW(WS-GDN-SUB).

           MOVE "ADD"    TO ML-ACTION.
           MOVE "ADDED"  TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SHIFT-ONE-ENTRY
      *----------------------------------------------------------------
       2150-SHIFT-ONE-ENTRY.
           MOVE GDN-ENTRY(WS-SHIFT-SUB - 1)
               TO GDN-ENTRY(WS-SHIFT-SUB).
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHANGE-GUARDIAN - REPLACES THE GUARDIAN ON FILE WITH THE
      * TRANSACTION'S FIELDS.  A ROLL WITH NO GUARDIAN ON FILE IS
      * REJECTED RATHER THAN APPLIED AS AN ADD.
      *----------------------------------------------------------------
       2200-CHANGE-GUARDIAN.
           PERFORM 2400-FIND-GUARDIAN THRU 2400-EXIT.
           IF NOT GUARDIAN-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "GUARDIAN NOT ON FILE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2500-BUILD-GUARDIAN THRU 2500-EXIT.
           MOVE GUARDIAN-REC TO GDN-IMAGE(WS-GDN-SUB).

           MOVE "CHANGE"  TO ML-ACTION.
           MOVE "CHANGED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-DELETE-GUARDIAN - MARKS THE GUARDIAN; IT IS DROPPED WHEN
      * THE FILE IS REWRITTEN.  A ROLL WITH NO GUARDIAN ON FILE IS
      * REJECTED.
      *----------------------------------------------------------------
       2300-DELETE-GUARDIAN.
           PERFORM 2400-FIND-GUARDIAN THRU 2400-EXIT.
           IF NOT GUARDIAN-WAS-FOUND
               SET TRANSACTION-IS-INVALID TO TRUE
               MOVE "GUARDIAN NOT ON FILE" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE 'Y' TO GDN-DROPPED-SW(WS-GDN-SUB).
           MOVE GDN-IMAGE(WS-GDN-SUB) TO GUARDIAN-REC.

           MOVE "DELETE"  TO ML-ACTION.
           MOVE "DELETED" TO ML-STATUS.
           PERFORM 2700-WRITE-LOG-LINE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-GUARDIAN - WALKS THE TABLE IN ROLL ORDER.  STOPS ON
      * THE MATCHING ENTRY, OR ON THE FIRST HIGHER ROLL (THE
      * INSERTION POINT FOR AN ADD), OR ONE PAST THE END.  AN ENTRY
      * ALREADY MARKED DELETED THIS RUN DOES NOT COUNT AS ON FILE.
      *----------------------------------------------------------------
       2400-FIND-GUARDIAN.
           MOVE 'N' TO WS-GDN-FOUND-SW.
           MOVE 1   TO WS-GDN-SUB.
           PERFORM 2450-CHECK-ONE-GUARDIAN THRU 2450-EXIT
               UNTIL GUARDIAN-WAS-FOUND
                  OR GUARDIAN-KEY-WAS-PASSED
                  OR WS-GDN-SUB > WS-GDN-TABLE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-CHECK-ONE-GUARDIAN
      *----------------------------------------------------------------
       2450-CHECK-ONE-GUARDIAN.
           EVALUATE TRUE
               WHEN GDN-IMAGE(WS-GDN-SUB)(1:6) > GM-ROLL-NO
                   MOVE 'H' TO WS-GDN-FOUND-SW
               WHEN GDN-IMAGE(WS-GDN-SUB)(1:6) = GM-ROLL-NO
                AND GDN-DROPPED-SW(WS-GDN-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-GDN-FOUND-SW
               WHEN OTHER
                   ADD 1 TO WS-GDN-SUB
           END-EVALUATE.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-BUILD-GUARDIAN - THE GUARDIAN RECORD FROM THE
      * TRANSACTION.
      *----------------------------------------------------------------
       2500-BUILD-GUARDIAN.
           MOVE SPACES         TO GUARDIAN-REC.
           MOVE GM-ROLL-NO     TO GU-ROLL-NO.
           MOVE GM-NAME        TO GU-NAME.
           MOVE GM-ADDR-LINE-1 TO GU-ADDR-LINE-1.
           MOVE GM-ADDR-LINE-2 TO GU-ADDR-LINE-2.
           MOVE GM-CITY        TO GU-CITY.
           MOVE GM-POST-CODE   TO GU-POST-CODE.
           MOVE GM-PHONE       TO GU-PHONE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE GM-ROLL-NO TO RJ-ROLL-NO.
           MOVE WS-REASON  TO RJ-REASON.
           MOVE GUARDIAN-TXN-REC TO RJ-TXN-IMAGE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.

           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "GDNMNT"   TO SE-PROGRAM-ID.
           MOVE GM-ROLL-NO TO SE-ENTRY-ID.
           MOVE WS-REASON  TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-WRITE-LOG-LINE
      *----------------------------------------------------------------
       2700-WRITE-LOG-LINE.
           MOVE GU-ROLL-NO TO ML-ROLL-NO.
           MOVE GU-NAME    TO ML-NAME.
           MOVE GU-PHONE   TO ML-PHONE.
           WRITE MAINT-LOG-LINE FROM MAINT-LOG-DETAIL.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-TRANSACTION
      *----------------------------------------------------------------
       8000-READ-TRANSACTION.
           READ GUARDIAN-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE, LESS THE DELETED
      * GUARDIANS, REPLACES THE GUARDIAN FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT GUARDIAN-FILE.
           PERFORM 9100-WRITE-ONE-GUARDIAN THRU 9100-EXIT
               VARYING WS-GDN-SUB FROM 1 BY 1
               UNTIL WS-GDN-SUB > WS-GDN-TABLE-COUNT.
           CLOSE GUARDIAN-FILE.

           IF NOT TXN-FILE-NOT-FOUND
               CLOSE GUARDIAN-TXN
           END-IF.
           CLOSE STUDENT-MASTER
                 MAINT-LOG
                 GUARDIAN-REJECTS
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-GUARDIAN
      *----------------------------------------------------------------
       9100-WRITE-ONE-GUARDIAN.
           IF GDN-DROPPED-SW(WS-GDN-SUB) NOT = 'Y'
               MOVE GDN-IMAGE(WS-GDN-SUB) TO GUARDIAN-REC
               WRITE GUARDIAN-REC
           END-IF.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES TRANSACTIONS READ
      * AGAINST TRANSACTIONS APPLIED PLUS TRANSACTIONS REJECTED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-TXNS-READ    TO CT-RECORDS-READ.
           MOVE WS-TXNS-APPLIED TO CT-RECORDS-PROCESSED.
           IF WS-TXNS-READ = WS-TXNS-APPLIED + WS-TXNS-REJECTED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE MAINT-LOG-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
