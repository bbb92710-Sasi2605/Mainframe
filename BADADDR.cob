       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-ADDRESS-REPORT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  WEEKLY LIST FOR THE SKIP-
      *                 TRACING TEAM OF EVERY CUSTOMER WHOSE ADDRESS
      *                 RETURNED-MAIL HAS FLAGGED BAD - NAME, THE LAST
      *                 ADDRESS LINE WE HOLD, THE DATE THE MAIL CAME
      *                 BACK AND WHAT KIND OF MAILING IT WAS, HOW MANY
      *                 DAYS IT HAS BEEN BAD, AND THE CUSTOMER'S OPEN
      *                 ACCOUNTS AND PRINCIPAL.  THE ACCOUNTS ARE THE
      *                 CUSTREL LINKS, OR FOR AN UNLINKED CUSTOMER THE
      *                 ACCOUNT OF THE SAME NUMBER; CLOSED ACCOUNTS
      *                 ARE LEFT OUT.  BALANCES ARE IN EACH ACCOUNT'S
      *                 OWN CURRENCY, AS THE LOAN MASTER CARRIES THEM.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-RELATIONS  ASSIGN TO CUSTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT BAD-ADDRESS-RPT ASSIGN TO BADARPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTMSTR.

       FD  CUST-RELATIONS
           RECORDING MODE IS F.
       COPY CUSTREL.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  BAD-ADDRESS-RPT
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
           05 WS-REL-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-RELATIONS           VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-CUST-FILE-STATUS      PIC X(02).
           88 CUST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-REL-FILE-STATUS       PIC X(02).
           88 REL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).

      *----------------------------------------------------------------
      * RELATIONSHIP TABLE - THE CUSTREL CROSS-REFERENCE, LOADED AT
      * START-UP AND SCANNED FOR EACH FLAGGED CUSTOMER'S ACCOUNTS.
      *----------------------------------------------------------------
       01  WS-REL-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-REL-TABLE-MAX        PIC 9(04) VALUE 3000.
       01  RELATION-TABLE.
           05 RT-ENTRY OCCURS 3000 TIMES.
              10 RT-CUST-NO        PIC X(06).
              10 RT-ACCT-NO        PIC X(06).
       01  WS-REL-SUB              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * PER-CUSTOMER WORK FIGURES.
      *----------------------------------------------------------------
       01  WS-LINKS-FOUND           PIC 9(04) COMP.
       01  WS-CUST-ACCTS            PIC 9(04) COMP.
       01  WS-CUST-BALANCE          PIC 9(11)V99.
       01  WS-BUS-DATE-INT          PIC S9(08) COMP.
       01  WS-FLAG-DATE-INT         PIC S9(08) COMP.
       01  WS-DAYS-BAD              PIC S9(05) COMP.

       01  WS-COUNTS.
           05 WS-CUSTS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-LISTED       PIC 9(7) COMP VALUE 0.
           05 WS-CUSTS-GOOD         PIC 9(7) COMP VALUE 0.
           05 WS-TOTAL-ACCTS        PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-BALANCE         PIC 9(13)V99 VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "BADADR".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "BAD-ADDRESS CUSTOMERS FOR SKIP TRACING".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(08) VALUE "CUST #".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(32) VALUE "LAST ADDRESS".
           05 FILLER                PIC X(10) VALUE "FLAGGED".
           05 FILLER                PIC X(14) VALUE "RETURNED".
           05 FILLER                PIC X(07) VALUE "  DAYS".
           05 FILLER                PIC X(07) VALUE " ACCTS".
           05 FILLER                PIC X(17) VALUE
              "     OPEN BALANCE".

       01  REPORT-DETAIL.
           05 RD-CUST-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-ADDR               PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-FLAG-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-MAIL-TYPE          PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-DAYS-BAD           PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-ACCTS              PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  REPORT-TOTAL-LINE.
           05 FILLER                PIC X(26) VALUE
              "CUSTOMERS WITH BAD ADDRESS".
           05 FILLER                PIC X(02) VALUE "= ".
           05 TL-CUSTS              PIC ZZZZZZ9.
           05 FILLER                PIC X(10) VALUE "  ACCTS = ".
           05 TL-ACCTS              PIC ZZZZZZ9.
           05 FILLER                PIC X(12) VALUE "  BALANCE = ".
           05 TL-BALANCE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "BADADR  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
           PERFORM 2000-CHECK-CUSTOMER THRU 2000-EXIT
               UNTIL END-OF-CUSTOMERS.
           PERFORM 9000-TERMINATE     THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-CUSTS-READ TO RQ-RECORD-COUNT
               MOVE WS-CUSTS-LISTED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - A CROSS-REFERENCE PAST THE TABLE LIMIT
      * WOULD UNDERSTATE BALANCES, SO THE RUN STOPS FOR THE LIMIT TO
      * BE RAISED.  A MISSING CUSTOMER MASTER IS AN EMPTY REPORT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT BAD-ADDRESS-RPT.
           OPEN INPUT  LOAN-MASTER.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT CUST-RELATIONS.
           IF REL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-REL-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-RELATION THRU 1300-EXIT
                   UNTIL END-OF-RELATIONS
               CLOSE CUST-RELATIONS
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - CUSTREL PAST TABLE LIMIT, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
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
      * 1300-LOAD-ONE-RELATION
      *----------------------------------------------------------------
       1300-LOAD-ONE-RELATION.
           READ CUST-RELATIONS
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SW
               NOT AT END
                   IF WS-REL-TABLE-COUNT < WS-REL-TABLE-MAX
                       ADD 1 TO WS-REL-TABLE-COUNT
                       MOVE RL-CUST-NO
                           TO RT-CUST-NO(WS-REL-TABLE-COUNT)
                       MOVE RL-ACCT-NO
                           TO RT-ACCT-NO(WS-REL-TABLE-COUNT)
                   ELSE
                       DISPLAY "RELATIONSHIP TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-REL-EOF-SW
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-CUSTOMER - A CUSTOMER WITH A GOOD ADDRESS IS
      * COUNTED ONLY.
      *----------------------------------------------------------------
       2000-CHECK-CUSTOMER.
           IF NOT CU-ADDRESS-IS-BAD
               ADD 1 TO WS-CUSTS-GOOD
               PERFORM 8000-READ-CUSTOMER THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO TO WS-LINKS-FOUND.
           MOVE ZERO TO WS-CUST-ACCTS.
           MOVE ZERO TO WS-CUST-BALANCE.
           PERFORM 2100-CHECK-ONE-LINK THRU 2100-EXIT
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-TABLE-COUNT.
           IF WS-LINKS-FOUND = ZERO
               MOVE CU-CUST-NO TO LM-ACCT-NO
               PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT
           END-IF.

           PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT.

           PERFORM 8000-READ-CUSTOMER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHECK-ONE-LINK
      *----------------------------------------------------------------
       2100-CHECK-ONE-LINK.
           IF RT-CUST-NO(WS-REL-SUB) = CU-CUST-NO
               ADD 1 TO WS-LINKS-FOUND
               MOVE RT-ACCT-NO(WS-REL-SUB) TO LM-ACCT-NO
               PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-ADD-ACCOUNT - AN ACCOUNT MISSING FROM THE MASTER OR
      * CLOSED ADDS NOTHING.
      *----------------------------------------------------------------
       2200-ADD-ACCOUNT.
           READ LOAN-MASTER
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.

           IF LM-ACCOUNT-IS-CLOSED
               GO TO 2200-EXIT
           END-IF.

           ADD 1            TO WS-CUST-ACCTS.
           ADD LM-PRINCIPAL TO WS-CUST-BALANCE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-DETAIL - DAYS BAD RUN FROM THE FLAG DATE TO THE
      * BUSINESS DATE, THE SAME AGE LEGAL-HOLD-REPORT PRINTS.
      *----------------------------------------------------------------
       3000-WRITE-DETAIL.
           MOVE CU-CUST-NO       TO RD-CUST-NO.
           MOVE CU-NAME          TO RD-NAME.
           MOVE CU-ADDR-1        TO RD-ADDR.
           MOVE CU-BAD-ADDR-DATE TO RD-FLAG-DATE.

           EVALUATE CU-RETURNED-MAIL-TYPE
               WHEN 'S'
                   MOVE "STATEMENT"    TO RD-MAIL-TYPE
               WHEN 'B'
                   MOVE "BILLING"      TO RD-MAIL-TYPE
               WHEN 'M'
                   MOVE "MATURITY"     TO RD-MAIL-TYPE
               WHEN 'R'
                   MOVE "RATE CHANGE"  TO RD-MAIL-TYPE
               WHEN 'Y'
                   MOVE "YEAR-END INT" TO RD-MAIL-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN"      TO RD-MAIL-TYPE
           END-EVALUATE.

           MOVE ZERO TO WS-DAYS-BAD.
           IF CU-BAD-ADDR-DATE IS NUMERIC
              AND CU-BAD-ADDR-DATE > ZERO
              AND CU-BAD-ADDR-DATE <= WS-BUS-DATE-RAW
               COMPUTE WS-FLAG-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(CU-BAD-ADDR-DATE)
               COMPUTE WS-DAYS-BAD =
                   WS-BUS-DATE-INT - WS-FLAG-DATE-INT
           END-IF.
           MOVE WS-DAYS-BAD      TO RD-DAYS-BAD.

           MOVE WS-CUST-ACCTS    TO RD-ACCTS.
           MOVE WS-CUST-BALANCE  TO RD-BALANCE.
           WRITE REPORT-LINE FROM REPORT-DETAIL.

           ADD 1               TO WS-CUSTS-LISTED.
           ADD WS-CUST-ACCTS   TO WS-TOTAL-ACCTS.
           ADD WS-CUST-BALANCE TO WS-TOTAL-BALANCE.
       3000-EXIT.
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
           MOVE WS-CUSTS-LISTED  TO TL-CUSTS.
           MOVE WS-TOTAL-ACCTS   TO TL-ACCTS.
           MOVE WS-TOTAL-BALANCE TO TL-BALANCE.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF NOT CUST-FILE-NOT-FOUND
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE LOAN-MASTER
                 BAD-ADDRESS-RPT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES CUSTOMERS READ AGAINST
      * CUSTOMERS LISTED PLUS CUSTOMERS WITH A GOOD ADDRESS.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-CUSTS-READ   TO CT-RECORDS-READ.
           MOVE WS-CUSTS-LISTED TO CT-RECORDS-PROCESSED.
           IF WS-CUSTS-READ = WS-CUSTS-LISTED + WS-CUSTS-GOOD
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
