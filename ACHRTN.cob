       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RETURNS.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  WORKS THE BANK'S NACHA RETURN
      *                 FILE (ACHRETN) AGAINST THE AUTOPAY DEBITS
      *                 AUTOPAY-GEN ORIGINATED.  EVERY RETURNED DEBIT
      *                 BECOMES A PAYMTXN REVERSAL FOR PAYMENT-POST,
      *                 NAMED BY THE LOAN ACCOUNT AND PAYMENT DATE
      *                 CARRIED IN THE ENTRY'S INDIVIDUAL ID - TYPE
      *                 'R' (NSF CHARGE RAISED) FOR R01/R09, TYPE 'W'
      *                 (NO CHARGE) FOR ANY OTHER REASON.  THE
      *                 INSTRUCTION'S RETURN COUNT IS BUMPED AND THE
      *                 INSTRUCTION STOPPED AT THE ACHCTL LIMIT, OR AT
      *                 ONCE FOR A RETURN THAT SAYS THE ACCOUNT CANNOT
      *                 BE DEBITED AGAIN (CLOSED, NO ACCOUNT, REVOKED,
      *                 FROZEN AND THE LIKE).  THE REGISTER LISTS EACH
      *                 RETURN AND TOTALS THEM BY REASON CODE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-RETURN-FILE ASSIGN TO ACHRETN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETN-FILE-STATUS.

           SELECT AUTOPAY-FILE    ASSIGN TO AUTOPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTO-FILE-STATUS.

           SELECT ACH-CONTROL     ASSIGN TO ACHCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHCTL-FILE-STATUS.

           SELECT RETURN-TXN-OUT  ASSIGN TO ACHRTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-REGISTER ASSIGN TO ACHRREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RETURN-FILE
           RECORDING MODE IS F.
       COPY ACHREC.

       FD  AUTOPAY-FILE
           RECORDING MODE IS F.
       COPY AUTOPAY.

       FD  ACH-CONTROL
           RECORDING MODE IS F.
       COPY ACHCTL.

       FD  RETURN-TXN-OUT
           RECORDING MODE IS F.
       COPY PAYMTXN.

       FD  RETURN-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(100).

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
              88 END-OF-RETURNS             VALUE 'Y'.
           05 WS-AUTO-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-AUTOPAY-FILE        VALUE 'Y'.
           05 WS-PENDING-SW         PIC X(01) VALUE 'N'.
              88 ENTRY-IS-PENDING           VALUE 'Y'.
           05 WS-AUTO-FOUND-SW      PIC X(01).
              88 INSTRUCTION-WAS-FOUND      VALUE 'Y'.
           05 WS-CODE-FOUND-SW      PIC X(01).
              88 REASON-CODE-WAS-FOUND      VALUE 'Y'.
              88 REASON-CODE-WAS-PASSED     VALUE 'H'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-RETN-FILE-STATUS      PIC X(02).
           88 RETN-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUTO-FILE-STATUS      PIC X(02).
           88 AUTO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-ACHCTL-FILE-STATUS    PIC X(02).
           88 ACHCTL-FILE-NOT-FOUND        VALUE '35'.
       01  WS-EXCP-FILE-STATUS      PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

       01  WS-REASON                PIC X(40).
       01  WS-EXCP-ENTRY-ID         PIC X(10).
       01  WS-MAX-RETURNS           PIC 9(02) VALUE 2.

      *----------------------------------------------------------------
      * THE ENTRY DETAIL IS HELD UNTIL ITS RETURN ADDENDA ARRIVES,
      * WHICH CARRIES THE REASON CODE.
      *----------------------------------------------------------------
       01  WS-SAVED-ENTRY           PIC X(94).
       01  WS-RETURN-CODE           PIC X(03).
       01  WS-RETURN-DESC           PIC X(26).
       01  WS-RETURN-CLASS          PIC X(01).
           88 RETURN-IS-NSF                VALUE 'N'.
           88 RETURN-IS-HARD               VALUE 'H'.

      *----------------------------------------------------------------
      * RETURN REASON CODES WE DESCRIBE.  CLASS 'N' IS A FUNDS
      * RETURN (THE NSF CHARGE APPLIES); CLASS 'H' MEANS THE ACCOUNT
      * CANNOT BE DEBITED AGAIN AND THE INSTRUCTION IS STOPPED AT
      * ONCE; CLASS 'S' IS ANY OTHER RETURN.  A CODE NOT LISTED IS
      * TREATED AS CLASS 'S'.
      *----------------------------------------------------------------
       01  RETURN-CODE-VALUES.
           05 FILLER PIC X(30) VALUE "R01NINSUFFICIENT FUNDS        ".
           05 FILLER PIC X(30) VALUE "R02HACCOUNT CLOSED            ".
           05 FILLER PIC X(30) VALUE "R03HNO ACCOUNT/CANNOT LOCATE  ".
           05 FILLER PIC X(30) VALUE "R04HINVALID ACCOUNT NUMBER    ".
           05 FILLER PIC X(30) VALUE "R05SUNAUTHORIZED DEBIT        ".
           05 FILLER PIC X(30) VALUE "R06SRETURNED PER ODFI REQUEST ".
           05 FILLER PIC X(30) VALUE "R07HAUTHORIZATION REVOKED     ".
           05 FILLER PIC X(30) VALUE "R08HPAYMENT STOPPED           ".
           05 FILLER PIC X(30) VALUE "R09NUNCOLLECTED FUNDS         ".
           05 FILLER PIC X(30) VALUE "R10HNOT AUTHORIZED BY CUSTOMER".
           05 FILLER PIC X(30) VALUE "R11SNOT PER AUTHORIZATION     ".
           05 FILLER PIC X(30) VALUE "R16HACCOUNT FROZEN            ".
           05 FILLER PIC X(30) VALUE "R20HNON-TRANSACTION ACCOUNT   ".
           05 FILLER PIC X(30) VALUE "R29HCORPORATE NOT AUTHORIZED  ".
       01  RETURN-CODE-TABLE REDEFINES RETURN-CODE-VALUES.
           05 RC-ENTRY OCCURS 14 TIMES
                 INDEXED BY RC-IDX.
              10 RC-CODE            PIC X(03).
              10 RC-CLASS           PIC X(01).
              10 RC-DESC            PIC X(26).

      *----------------------------------------------------------------
      * TOTALS BY REASON CODE, KEPT IN CODE ORDER FOR THE REGISTER.
      *----------------------------------------------------------------
       01  WS-REASON-TOTAL-COUNT    PIC 9(03) VALUE 0.
       01  WS-REASON-TOTAL-MAX      PIC 9(03) VALUE 100.
       01  REASON-TOTAL-TABLE.
           05 RT-ENTRY OCCURS 100 TIMES.
              10 RT-CODE            PIC X(03).
              10 RT-DESC            PIC X(26).
              10 RT-COUNT           PIC 9(05) COMP.
              10 RT-AMOUNT          PIC 9(11)V99.
       01  WS-RT-SUB                PIC 9(03) COMP.
       01  WS-RT-SHIFT-SUB          PIC 9(03) COMP.

      *----------------------------------------------------------------
      * INSTRUCTION TABLE - LOADED AT START-UP, UPDATED IN STORAGE
      * AND REWRITTEN AT CLOSE, AS AUTOPAY-MAINT DOES.
      *----------------------------------------------------------------
       01  WS-AUTO-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-AUTO-TABLE-MAX       PIC 9(04) VALUE 5000.
       01  AUTOPAY-TABLE.
           05 AUTO-ENTRY OCCURS 5000 TIMES.
              10 AUTO-IMAGE        PIC X(72).
       01  WS-AUTO-SUB             PIC 9(04) COMP.

       01  WS-TOTAL-RETURNED        PIC 9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-RECS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-RETURNS-READ       PIC 9(7) COMP VALUE 0.
           05 WS-RETURNS-POSTED     PIC 9(7) COMP VALUE 0.
           05 WS-RETURNS-REJECTED   PIC 9(7) COMP VALUE 0.
           05 WS-INSTR-STOPPED      PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "ACHRTN".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "ACH RETURNS REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(06) VALUE "ACCT #".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "PAY DATE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "     AMOUNT".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE "RSN".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(26) VALUE "DESCRIPTION".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE "T".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(24) VALUE "INSTRUCTION".

       01  REGISTER-DETAIL.
           05 RG-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-AMOUNT             PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-RETURN-CODE        PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-RETURN-DESC        PIC X(26).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-TXN-TYPE           PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-ACTION             PIC X(24).

       01  RG-ACTION-COUNTED.
           05 FILLER                PIC X(16) VALUE
              "RETURNS COUNTED ".
           05 RC-COUNT-SHOWN        PIC Z9.

       01  REASON-SECTION-HEADING.
           05 FILLER                PIC X(30) VALUE
              "RETURNS BY REASON CODE".

       01  REASON-TOTAL-LINE.
           05 RL-CODE               PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DESC               PIC X(26).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-COUNT              PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(17) VALUE
              "TOTAL RETURNED  =".
           05 TL-TOTAL-RETURNED     PIC ZZZ,ZZZ,ZZ9.99.

       01  STOPPED-COUNT-LINE.
           05 FILLER                PIC X(29) VALUE
              "INSTRUCTIONS STOPPED        =".
           05 SC-STOPPED            PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "ACHRTN  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-PROCESS-RECORD   THRU 2000-EXIT
               UNTIL END-OF-RETURNS.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-RETURNS-READ TO RQ-RECORD-COUNT
               MOVE WS-RETURNS-POSTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT AUTOPAY-FILE.
           IF AUTO-FILE-NOT-FOUND
               MOVE 'Y' TO WS-AUTO-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-INSTRUCTION THRU 1300-EXIT
                   UNTIL END-OF-AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
           END-IF.

      *    A TABLE PAST ITS LIMIT MUST NOT REWRITE THE FILE FROM A
      *    TRUNCATED PICTURE - THE RUN STOPS WITH EVERYTHING
      *    UNTOUCHED SO THE LIMIT CAN BE RAISED AND THE NIGHT RERUN.
           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - AUTOPAY LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACH-CONTROL.
           IF NOT ACHCTL-FILE-NOT-FOUND
               READ ACH-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AK-MAX-RETURNS IS NUMERIC
                          AND AK-MAX-RETURNS > ZERO
                           MOVE AK-MAX-RETURNS TO WS-MAX-RETURNS
                       END-IF
               END-READ
               CLOSE ACH-CONTROL
           END-IF.

           OPEN OUTPUT RETURN-TXN-OUT
           OPEN OUTPUT RETURN-REGISTER.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

           OPEN INPUT ACH-RETURN-FILE.
           IF RETN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           PERFORM 8000-READ-RETURN-FILE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE RETURNS REGISTER.
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

           WRITE REGISTER-LINE FROM RUN-STAMP-LINE.
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
      * 1300-LOAD-ONE-INSTRUCTION - AN INSTRUCTION WRITTEN BEFORE
      * THE RETURN FIELDS EXISTED CARRIES SPACES THERE, NORMALIZED
      * TO ZERO BEFORE IT GOES IN THE TABLE.
      *----------------------------------------------------------------
       1300-LOAD-ONE-INSTRUCTION.
           READ AUTOPAY-FILE
               AT END
                   MOVE 'Y' TO WS-AUTO-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF AP-RETURN-COUNT IS NOT NUMERIC
               MOVE ZERO TO AP-RETURN-COUNT
           END-IF.
           IF AP-LAST-RETURN-DATE IS NOT NUMERIC
               MOVE ZERO TO AP-LAST-RETURN-DATE
           END-IF.

           IF WS-AUTO-TABLE-COUNT < WS-AUTO-TABLE-MAX
               ADD 1 TO WS-AUTO-TABLE-COUNT
               MOVE AUTOPAY-INSTRUCTION-REC
                   TO AUTO-IMAGE(WS-AUTO-TABLE-COUNT)
           ELSE
               DISPLAY "AUTOPAY INSTRUCTION TABLE FULL - "
                       "RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-AUTO-EOF-SW
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-RECORD - AN ENTRY DETAIL IS HELD; THE RETURN
      * ADDENDA THAT FOLLOWS IT COMPLETES THE RETURN.  HEADERS,
      * CONTROLS AND NINES FILL ARE PASSED OVER.
      *----------------------------------------------------------------
       2000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN ACH-IS-ENTRY-DETAIL
                   IF ENTRY-IS-PENDING
                       PERFORM 2050-REJECT-PENDING THRU 2050-EXIT
                   END-IF
                   ADD 1 TO WS-RETURNS-READ
                   MOVE ACH-RECORD TO WS-SAVED-ENTRY
                   MOVE 'Y' TO WS-PENDING-SW
               WHEN ACH-IS-ADDENDA
                   IF ENTRY-IS-PENDING
                       MOVE 'N' TO WS-PENDING-SW
                       PERFORM 2100-WORK-RETURN THRU 2100-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 8000-READ-RETURN-FILE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-REJECT-PENDING - AN ENTRY WITH NO RETURN ADDENDA HAS NO
      * REASON CODE AND IS NOT ACTED ON.
      *----------------------------------------------------------------
       2050-REJECT-PENDING.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE WS-SAVED-ENTRY TO ACH-RECORD.
           PERFORM 2070-SET-ENTRY-ID THRU 2070-EXIT.
           MOVE "RETURN ENTRY WITHOUT RETURN ADDENDA" TO WS-REASON.
           PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT.
           ADD 1 TO WS-RETURNS-REJECTED.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2070-SET-ENTRY-ID - THE LOAN ACCOUNT IDENTIFIES THE RETURN ON
      * THE EXCEPTION LOG; FAILING THAT, THE TRACE SEQUENCE NUMBER.
      *----------------------------------------------------------------
       2070-SET-ENTRY-ID.
           IF ED-LOAN-ACCT-NO NOT = SPACES
               MOVE ED-LOAN-ACCT-NO  TO WS-EXCP-ENTRY-ID
           ELSE
               MOVE ED-TRACE-NO(9:7) TO WS-EXCP-ENTRY-ID
           END-IF.
       2070-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-WORK-RETURN - THE ADDENDA'S REASON CODE IS TAKEN, THEN
      * THE HELD ENTRY IS BROUGHT BACK INTO THE RECORD AREA.  ONLY
      * THE BORROWER DEBITS WE ORIGINATED ARE ACTED ON - A RETURNED
      * SETTLEMENT CREDIT IS TREASURY'S TO WORK.
      *----------------------------------------------------------------
       2100-WORK-RETURN.
           IF NOT RA-IS-RETURN
               MOVE WS-SAVED-ENTRY TO ACH-RECORD
               PERFORM 2070-SET-ENTRY-ID THRU 2070-EXIT
               MOVE "ADDENDA IS NOT A RETURN ADDENDA" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-RETURNS-REJECTED
               GO TO 2100-EXIT
           END-IF.

           MOVE RA-RETURN-REASON TO WS-RETURN-CODE.
           MOVE WS-SAVED-ENTRY TO ACH-RECORD.
           PERFORM 2070-SET-ENTRY-ID THRU 2070-EXIT.

           IF NOT ED-IS-DEBIT
               MOVE "RETURNED ENTRY IS NOT AN AUTOPAY DEBIT"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-RETURNS-REJECTED
               GO TO 2100-EXIT
           END-IF.

           IF ED-LOAN-ACCT-NO = SPACES
              OR ED-PAY-DATE IS NOT NUMERIC
              OR ED-AMOUNT IS NOT NUMERIC
               MOVE "RETURNED DEBIT DOES NOT NAME A PAYMENT"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-RETURNS-REJECTED
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-CLASSIFY-RETURN THRU 2200-EXIT.

           MOVE SPACES           TO PAYMENT-TXN-REC.
           MOVE ED-LOAN-ACCT-NO  TO PT-ACCT-NO.
           MOVE ED-PAY-DATE      TO PT-PAY-DATE.
           MOVE ED-AMOUNT        TO PT-AMOUNT.
           IF RETURN-IS-NSF
               MOVE 'R'          TO PT-TXN-TYPE
           ELSE
               MOVE 'W'          TO PT-TXN-TYPE
           END-IF.
           WRITE PAYMENT-TXN-REC.

           PERFORM 2300-UPDATE-INSTRUCTION THRU 2300-EXIT.

           MOVE ED-LOAN-ACCT-NO  TO RG-ACCT-NO.
           MOVE ED-PAY-DATE      TO RG-PAY-DATE.
           MOVE ED-AMOUNT        TO RG-AMOUNT.
           MOVE WS-RETURN-CODE   TO RG-RETURN-CODE.
           MOVE WS-RETURN-DESC   TO RG-RETURN-DESC.
           MOVE PT-TXN-TYPE      TO RG-TXN-TYPE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           PERFORM 2500-ADD-REASON-TOTAL THRU 2500-EXIT.
           ADD ED-AMOUNT TO WS-TOTAL-RETURNED.
           ADD 1 TO WS-RETURNS-POSTED.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CLASSIFY-RETURN - DESCRIPTION AND CLASS FROM THE REASON
      * CODE TABLE; AN UNLISTED CODE IS AN ORDINARY RETURN.
      *----------------------------------------------------------------
       2200-CLASSIFY-RETURN.
           MOVE "OTHER RETURN REASON" TO WS-RETURN-DESC.
           MOVE 'S' TO WS-RETURN-CLASS.
           SET RC-IDX TO 1.
           SEARCH RC-ENTRY
               AT END
                   CONTINUE
               WHEN RC-CODE(RC-IDX) = WS-RETURN-CODE
                   MOVE RC-DESC(RC-IDX)  TO WS-RETURN-DESC
                   MOVE RC-CLASS(RC-IDX) TO WS-RETURN-CLASS
           END-SEARCH.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-UPDATE-INSTRUCTION - COUNTS THE RETURN ON THE
      * INSTRUCTION AND STOPS IT AT THE LIMIT OR ON A HARD RETURN.
      * THE REVERSAL STANDS EITHER WAY - THE MONEY DID NOT ARRIVE.
      *----------------------------------------------------------------
       2300-UPDATE-INSTRUCTION.
           PERFORM 2400-FIND-INSTRUCTION THRU 2400-EXIT.
           IF NOT INSTRUCTION-WAS-FOUND
               MOVE "NO INSTRUCTION" TO RG-ACTION
               MOVE "NO AUTOPAY INSTRUCTION FOR RETURN"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE AUTO-IMAGE(WS-AUTO-SUB) TO AUTOPAY-INSTRUCTION-REC.
           IF AP-RETURN-COUNT < 99
               ADD 1 TO AP-RETURN-COUNT
           END-IF.
           MOVE WS-BUS-DATE-RAW TO AP-LAST-RETURN-DATE.
           MOVE WS-RETURN-CODE  TO AP-LAST-RETURN-CODE.

           EVALUATE TRUE
               WHEN AP-INSTRUCTION-IS-STOPPED
                   MOVE "ALREADY STOPPED" TO RG-ACTION
               WHEN RETURN-IS-HARD
                 OR AP-RETURN-COUNT >= WS-MAX-RETURNS
                   SET AP-INSTRUCTION-IS-STOPPED TO TRUE
                   ADD 1 TO WS-INSTR-STOPPED
                   MOVE "STOPPED" TO RG-ACTION
               WHEN OTHER
                   MOVE AP-RETURN-COUNT TO RC-COUNT-SHOWN
                   MOVE RG-ACTION-COUNTED TO RG-ACTION
           END-EVALUATE.

           MOVE AUTOPAY-INSTRUCTION-REC TO AUTO-IMAGE(WS-AUTO-SUB).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-FIND-INSTRUCTION
      *----------------------------------------------------------------
       2400-FIND-INSTRUCTION.
           MOVE 'N' TO WS-AUTO-FOUND-SW.
           MOVE 1   TO WS-AUTO-SUB.
           PERFORM 2450-CHECK-ONE-INSTRUCTION THRU 2450-EXIT
               UNTIL INSTRUCTION-WAS-FOUND
                  OR WS-AUTO-SUB > WS-AUTO-TABLE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-CHECK-ONE-INSTRUCTION
      *----------------------------------------------------------------
       2450-CHECK-ONE-INSTRUCTION.
           IF AUTO-IMAGE(WS-AUTO-SUB)(1:6) = ED-LOAN-ACCT-NO
               MOVE 'Y' TO WS-AUTO-FOUND-SW
           ELSE
               ADD 1 TO WS-AUTO-SUB
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-ADD-REASON-TOTAL - FINDS THE CODE'S TOTAL OR SLOTS A
      * NEW ONE IN CODE ORDER.
      *----------------------------------------------------------------
       2500-ADD-REASON-TOTAL.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           MOVE 1   TO WS-RT-SUB.
           PERFORM 2550-CHECK-ONE-REASON THRU 2550-EXIT
               UNTIL REASON-CODE-WAS-FOUND
                  OR REASON-CODE-WAS-PASSED
                  OR WS-RT-SUB > WS-REASON-TOTAL-COUNT.

           IF NOT REASON-CODE-WAS-FOUND
               IF WS-REASON-TOTAL-COUNT >= WS-REASON-TOTAL-MAX
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO WS-REASON-TOTAL-COUNT
               PERFORM 2560-SHIFT-ONE-REASON THRU 2560-EXIT
                   VARYING WS-RT-SHIFT-SUB
                   FROM WS-REASON-TOTAL-COUNT BY -1
                   UNTIL WS-RT-SHIFT-SUB <= WS-RT-SUB
               MOVE WS-RETURN-CODE TO RT-CODE(WS-RT-SUB)
               MOVE WS-RETURN-DESC TO RT-DESC(WS-RT-SUB)
               MOVE ZERO           TO RT-COUNT(WS-RT-SUB)
                                      RT-AMOUNT(WS-RT-SUB)
           END-IF.

           ADD 1         TO RT-COUNT(WS-RT-SUB).
           ADD ED-AMOUNT TO RT-AMOUNT(WS-RT-SUB).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-CHECK-ONE-REASON
      *----------------------------------------------------------------
       2550-CHECK-ONE-REASON.
           EVALUATE TRUE
               WHEN RT-CODE(WS-RT-SUB) > WS-RETURN-CODE
                   MOVE 'H' TO WS-CODE-FOUND-SW
               WHEN RT-CODE(WS-RT-SUB) = WS-RETURN-CODE
                   MOVE 'Y' TO WS-CODE-FOUND-SW
               WHEN OTHER
                   ADD 1 TO WS-RT-SUB
           END-EVALUATE.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2560-SHIFT-ONE-REASON
      *----------------------------------------------------------------
       2560-SHIFT-ONE-REASON.
           MOVE RT-ENTRY(WS-RT-SHIFT-SUB - 1)
               TO RT-ENTRY(WS-RT-SHIFT-SUB).
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES           TO SHARED-EXCEPTION-REC.
           MOVE "ACHRTN"         TO SE-PROGRAM-ID.
           MOVE WS-EXCP-ENTRY-ID TO SE-ENTRY-ID.
           MOVE WS-REASON        TO SE-REASON.
           MOVE WS-BUS-DATE-FMT  TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-RETURN-FILE
      *----------------------------------------------------------------
       8000-READ-RETURN-FILE.
           READ ACH-RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - AN ENTRY STILL HELD AT END OF FILE NEVER GOT
      * ITS ADDENDA.  THE UPDATED INSTRUCTIONS REPLACE THE AUTOPAY
      * FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF ENTRY-IS-PENDING
               PERFORM 2050-REJECT-PENDING THRU 2050-EXIT
           END-IF.

           MOVE WS-TOTAL-RETURNED TO TL-TOTAL-RETURNED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE WS-INSTR-STOPPED  TO SC-STOPPED.
           WRITE REGISTER-LINE FROM STOPPED-COUNT-LINE.

           WRITE REGISTER-LINE FROM REASON-SECTION-HEADING.
           PERFORM 9100-WRITE-REASON-TOTAL THRU 9100-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-REASON-TOTAL-COUNT.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT AUTO-FILE-NOT-FOUND
               OPEN OUTPUT AUTOPAY-FILE
               PERFORM 9200-WRITE-ONE-INSTRUCTION THRU 9200-EXIT
                   VARYING WS-AUTO-SUB FROM 1 BY 1
                   UNTIL WS-AUTO-SUB > WS-AUTO-TABLE-COUNT
               CLOSE AUTOPAY-FILE
           END-IF.

           IF NOT RETN-FILE-NOT-FOUND
               CLOSE ACH-RETURN-FILE
           END-IF.
           CLOSE RETURN-TXN-OUT
                 RETURN-REGISTER
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-REASON-TOTAL
      *----------------------------------------------------------------
       9100-WRITE-REASON-TOTAL.
           MOVE RT-CODE(WS-RT-SUB)   TO RL-CODE.
           MOVE RT-DESC(WS-RT-SUB)   TO RL-DESC.
           MOVE RT-COUNT(WS-RT-SUB)  TO RL-COUNT.
           MOVE RT-AMOUNT(WS-RT-SUB) TO RL-AMOUNT.
           WRITE REGISTER-LINE FROM REASON-TOTAL-LINE.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-WRITE-ONE-INSTRUCTION
      *----------------------------------------------------------------
       9200-WRITE-ONE-INSTRUCTION.
           MOVE AUTO-IMAGE(WS-AUTO-SUB) TO AUTOPAY-INSTRUCTION-REC.
           WRITE AUTOPAY-INSTRUCTION-REC.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES RETURNED ENTRIES READ
      * AGAINST REVERSALS WRITTEN PLUS RETURNS REJECTED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-RETURNS-READ   TO CT-RECORDS-READ.
           MOVE WS-RETURNS-POSTED TO CT-RECORDS-PROCESSED.
           IF WS-RETURNS-READ = WS-RETURNS-POSTED
                                + WS-RETURNS-REJECTED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
