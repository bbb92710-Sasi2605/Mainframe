       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-MONITOR.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY SUSPICIOUS-ACTIVITY
      *                 MONITORING OF THE NIGHT'S PAYMENT TRANSACTIONS
      *                 AGAINST THE PAYMENT HISTORY, AHEAD OF
      *                 PAYMENT-POST.  THE RULES AND THEIR SETTINGS
      *                 COME FROM THE AMLRULE CONTROL FILE (SEE
      *                 AMLRULE.CPY): STRUCTURING JUST UNDER THE
      *                 REPORTING THRESHOLD, A PAYOFF SOON AFTER
      *                 ORIGINATION, A PAYMENT FAR ABOVE THE SCHEDULED
      *                 LEVEL PAYMENT, REPEATED REVERSALS, AND
      *                 PAYMENTS BY DIFFERENT CUSTOMERS WHO SHARE AN
      *                 ADDRESS.  EACH ALERT OPENS A CASE ON AMLCASE
      *                 CARRYING ITS TRIGGERING TRANSACTIONS, UNLESS
      *                 A CASE FOR THE SAME RULE AND ACCOUNT IS STILL
      *                 OPEN.  THE ALERT REPORT LISTS EVERY CASE
      *                 OPENED WITH ITS TRIGGERS.
      * 2026-10-15 RSD  THE TELLERS' INTRADAY MEMO FILE (PAYMEMO.CPY)
      *                 IS NOW THE BRANCH PAYMENT INPUT IN PLACE OF A
      *                 KEYED PAYMTXN FILE, SO ITS PAYMTXN IMAGES ARE
      *                 MONITORED WITH THE REST OF THE NIGHT'S
      *                 PAYMENTS, AHEAD OF THE PAYMTXN CONCATENATION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONITOR-RULES   ASSIGN TO AMLRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT PAYMENT-TXN     ASSIGN TO PAYMTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT PAYMENT-MEMO    ASSIGN TO PAYMEMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-FILE-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-RELATIONS  ASSIGN TO CUSTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT AML-CASE-FILE   ASSIGN TO AMLCASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT MONITOR-RPT     ASSIGN TO AMLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MONITOR-RULES
           RECORDING MODE IS F.
       COPY AMLRULE.

       FD  PAYMENT-TXN
           RECORDING MODE IS F.
       COPY PAYMTXN.

       FD  PAYMENT-MEMO
           RECORDING MODE IS F.
       COPY PAYMEMO.

       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       COPY PAYHIST.

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  CUSTOMER-MASTER.
       COPY CUSTMSTR.

       FD  CUST-RELATIONS
           RECORDING MODE IS F.
       COPY CUSTREL.

       FD  AML-CASE-FILE
           RECORDING MODE IS F.
       COPY AMLCASE.

       FD  MONITOR-RPT
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
           05 WS-RULE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RULES               VALUE 'Y'.
           05 WS-TXN-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-TRANSACTIONS        VALUE 'Y'.
           05 WS-MEMO-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-MEMOS               VALUE 'Y'.
           05 WS-HIST-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-RATE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-REL-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-RELATIONS           VALUE 'Y'.
           05 WS-CASE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CASES               VALUE 'Y'.
           05 WS-CUST-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CUSTOMERS           VALUE 'Y'.
           05 WS-LOAD-OVERFLOW-SW   PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-LOAN-FOUND-SW      PIC X(01).
              88 LOAN-WAS-FOUND             VALUE 'Y'.
           05 WS-FLAGGED-SW         PIC X(01).
              88 TXN-WAS-FLAGGED            VALUE 'Y'.
           05 WS-OPEN-CASE-SW       PIC X(01).
              88 OPEN-CASE-WAS-FOUND        VALUE 'Y'.
           05 WS-FOUND-SW           PIC X(01).
              88 ENTRY-WAS-FOUND            VALUE 'Y'.
           05 WS-PAYMENT-FOUND-SW   PIC X(01).
              88 PAYMENT-WAS-FOUND          VALUE 'Y'.

       01  WS-RULE-FILE-STATUS      PIC X(02).
           88 RULE-FILE-NOT-FOUND          VALUE '35'.
       01  WS-TXN-FILE-STATUS       PIC X(02).
           88 TXN-FILE-NOT-FOUND           VALUE '35'.
       01  WS-MEMO-FILE-STATUS      PIC X(02).
           88 MEMO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-HIST-FILE-STATUS      PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-MASTER-FILE-STATUS    PIC X(02).
       01  WS-CUST-FILE-STATUS      PIC X(02).
           88 CUST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-REL-FILE-STATUS       PIC X(02).
           88 REL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CASE-FILE-STATUS      PIC X(02).
           88 CASE-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * RULE SETTINGS - THE DEFAULTS BELOW STAND UNTIL AN AMLRULE
      * RECORD OVERRIDES THEM.
      *----------------------------------------------------------------
       01  RULE-SETTINGS.
           05 WS-ST-SW              PIC X(01) VALUE 'Y'.
              88 STRUCTURING-IS-ON          VALUE 'Y'.
           05 WS-ST-THRESHOLD       PIC 9(7)V99 VALUE 10000.00.
           05 WS-ST-PERCENT         PIC 9(3)V99 VALUE 10.00.
           05 WS-ST-DAYS            PIC 9(03) VALUE 14.
           05 WS-ST-COUNT           PIC 9(03) VALUE 3.
           05 WS-EP-SW              PIC X(01) VALUE 'Y'.
              88 EARLY-PAYOFF-IS-ON         VALUE 'Y'.
           05 WS-EP-DAYS            PIC 9(03) VALUE 90.
           05 WS-LP-SW              PIC X(01) VALUE 'Y'.
              88 LARGE-PAYMENT-IS-ON        VALUE 'Y'.
           05 WS-LP-PERCENT         PIC 9(3)V99 VALUE 300.00.
           05 WS-RV-SW              PIC X(01) VALUE 'Y'.
              88 REVERSALS-IS-ON            VALUE 'Y'.
           05 WS-RV-DAYS            PIC 9(03) VALUE 90.
           05 WS-RV-COUNT           PIC 9(03) VALUE 3.
           05 WS-SA-SW              PIC X(01) VALUE 'Y'.
              88 SHARED-ADDRESS-IS-ON       VALUE 'Y'.
           05 WS-SA-DAYS            PIC 9(03) VALUE 30.
           05 WS-SA-COUNT           PIC 9(03) VALUE 2.

      *----------------------------------------------------------------
      * DERIVED RULE FIGURES - THE STRUCTURING BAND FLOOR AND THE
      * FIRST DAY OF EACH RULE'S LOOK-BACK WINDOW, AS DAY NUMBERS.
      *----------------------------------------------------------------
       01  WS-ST-BAND               PIC 9(7)V99.
       01  WS-ST-FLOOR              PIC 9(7)V99.
       01  WS-BUS-DATE-INT          PIC S9(08) COMP.
       01  WS-ST-CUTOFF-INT         PIC S9(08) COMP.
       01  WS-RV-CUTOFF-INT         PIC S9(08) COMP.
       01  WS-SA-CUTOFF-INT         PIC S9(08) COMP.
       01  WS-HIST-CUTOFF-INT       PIC S9(08) COMP.
       01  WS-MAX-DAYS              PIC 9(03).
       01  WS-DATE-INT              PIC S9(08) COMP.
       01  WS-OPEN-DATE-INT         PIC S9(08) COMP.
       01  WS-DAYS-OPEN             PIC S9(08) COMP.

      *----------------------------------------------------------------
      * TONIGHT'S PAYMENT TRANSACTIONS, WITH THE CUSTOMER EACH ONE
      * BELONGS TO AND, FOR THE SHARED-ADDRESS RULE, THE ENTRY OF
      * THAT CUSTOMER'S ADDRESS IN THE ADDRESS TABLE.
      *----------------------------------------------------------------
       01  WS-TODAY-COUNT          PIC 9(05) VALUE 0.
       01  WS-TODAY-MAX            PIC 9(05) VALUE 5000.
       01  TODAY-TABLE.
           05 TT-ENTRY OCCURS 5000 TIMES.
              10 TT-ACCT-NO        PIC X(06).
              10 TT-DATE           PIC 9(08).
              10 TT-DATE-INT       PIC S9(08) COMP.
              10 TT-AMOUNT         PIC 9(7)V99.
              10 TT-TYPE           PIC X(01).
                 88 TT-IS-REVERSAL         VALUE 'R' 'W'.
              10 TT-CUST-NO        PIC X(06).
              10 TT-ADDR-IDX       PIC 9(04) COMP.
       01  WS-TT-SUB               PIC 9(05) COMP.
       01  WS-TT-SUB2              PIC 9(05) COMP.

      *----------------------------------------------------------------
      * PAYMENT HISTORY INSIDE THE LONGEST LOOK-BACK WINDOW, FOR THE
      * ACCOUNTS TONIGHT'S TRANSACTIONS AND THEIR ADDRESS-SHARERS
      * HOLD.  MONTHLY SUMMARIES AND RECOVERIES ARE LEFT OUT.
      *----------------------------------------------------------------
       01  WS-HIST-COUNT           PIC 9(05) VALUE 0.
       01  WS-HIST-MAX             PIC 9(05) VALUE 20000.
       01  HISTORY-TABLE.
           05 HT-ENTRY OCCURS 20000 TIMES.
              10 HT-ACCT-NO        PIC X(06).
              10 HT-DATE           PIC 9(08).
              10 HT-DATE-INT       PIC S9(08) COMP.
              10 HT-AMOUNT         PIC 9(7)V99.
              10 HT-TYPE           PIC X(01).
                 88 HT-IS-REVERSAL         VALUE 'R'.
       01  WS-HT-SUB               PIC 9(05) COMP.

      *----------------------------------------------------------------
      * RELATIONSHIP TABLE - THE CUSTREL CROSS-REFERENCE.
      *----------------------------------------------------------------
       01  WS-REL-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-REL-TABLE-MAX        PIC 9(04) VALUE 3000.
       01  RELATION-TABLE.
           05 RT-ENTRY OCCURS 3000 TIMES.
              10 RT-CUST-NO        PIC X(06).
              10 RT-ACCT-NO        PIC X(06).
       01  WS-REL-SUB              PIC 9(04) COMP.
       01  WS-LINKS-FOUND          PIC 9(04) COMP.

      *----------------------------------------------------------------
      * SHARED-ADDRESS WORK TABLES - THE NORMALIZED ADDRESSES OF
      * TONIGHT'S PAYING CUSTOMERS, EVERY CUSTOMER ON THE MASTER AT
      * ONE OF THOSE ADDRESSES, AND THOSE CUSTOMERS' ACCOUNTS.
      *----------------------------------------------------------------
       01  WS-ADDR-COUNT           PIC 9(04) VALUE 0.
       01  WS-ADDR-MAX             PIC 9(04) VALUE 5000.
       01  ADDRESS-TABLE.
           05 AD-NORM-ADDR         PIC X(40) OCCURS 5000 TIMES.
       01  WS-ADDR-SUB             PIC 9(04) COMP.
       01  WS-ADDR-IDX             PIC 9(04) COMP.

       01  WS-MEMBER-COUNT         PIC 9(04) VALUE 0.
       01  WS-MEMBER-MAX           PIC 9(04) VALUE 5000.
       01  MEMBER-TABLE.
           05 MB-ENTRY OCCURS 5000 TIMES.
              10 MB-CUST-NO        PIC X(06).
              10 MB-ADDR-IDX       PIC 9(04) COMP.
       01  WS-MB-SUB               PIC 9(04) COMP.

       01  WS-WATCH-COUNT          PIC 9(04) VALUE 0.
       01  WS-WATCH-MAX            PIC 9(04) VALUE 5000.
       01  WATCH-TABLE.
           05 WA-ENTRY OCCURS 5000 TIMES.
              10 WA-ACCT-NO        PIC X(06).
              10 WA-CUST-NO        PIC X(06).
              10 WA-ADDR-IDX       PIC 9(04) COMP.
       01  WS-WA-SUB               PIC 9(04) COMP.

      *    DISTINCT CUSTOMERS FOUND PAYING AT ONE ADDRESS.
       01  WS-DC-COUNT             PIC 9(03) COMP.
       01  DISTINCT-CUSTOMERS.
           05 DC-CUST-NO           PIC X(06) OCCURS 50 TIMES.
       01  WS-DC-SUB               PIC 9(03) COMP.

      *----------------------------------------------------------------
      * CASE TABLE - THE CASE FILE, LOADED WHOLE, EXTENDED WITH
      * TONIGHT'S NEW CASES, AND REWRITTEN AT CLOSE.
      *----------------------------------------------------------------
       01  WS-CASE-COUNT           PIC 9(04) VALUE 0.
       01  WS-CASE-MAX             PIC 9(04) VALUE 5000.
       01  WS-CASES-AT-LOAD        PIC 9(04) VALUE 0.
       01  CASE-TABLE.
           05 CE-IMAGE             PIC X(338) OCCURS 5000 TIMES.
       01  WS-CE-SUB               PIC 9(04) COMP.
       01  WS-LAST-CASE-NO         PIC 9(07) VALUE 0.

      *----------------------------------------------------------------
      * TRIGGER AND ALERT WORK AREAS.
      *----------------------------------------------------------------
       01  WS-TRG-ACCT-NO          PIC X(06).
       01  WS-TRG-DATE             PIC 9(08).
       01  WS-TRG-AMOUNT           PIC 9(7)V99.
       01  WS-TRG-TYPE             PIC X(01).
       01  WS-TRG-SOURCE           PIC X(01).
       01  WS-TRG-SUB              PIC 9(03) COMP.

      *----------------------------------------------------------------
      * NORMALIZATION WORK - LETTERS AND DIGITS ONLY, CLOSED UP, AS
      * IN CUSTOMER-MERGE.
      *----------------------------------------------------------------
       01  WS-NORM-IN              PIC X(90).
       01  WS-NORM-OUT             PIC X(40).
       01  WS-NORM-SUB             PIC 9(03) COMP.
       01  WS-NORM-LEN             PIC 9(02) COMP.
       01  WS-ONE-CHAR             PIC X(01).

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - FOR THE SCHEDULED-PAYMENT COMPUTATION.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  RATE-MASTER-TABLE.
           05 RM-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-RATE-TABLE-COUNT
                 INDEXED BY RM-IDX.
              10 RM-TABLE-CODE      PIC X(04).
              10 RM-TABLE-RATE      PIC 9(3)V99.
              10 RM-TABLE-DATE      PIC 9(08).
       01  WS-RATE-FOUND-SW        PIC X(01) VALUE 'N'.
           88 RATE-CODE-WAS-FOUND          VALUE 'Y'.
       01  WS-BEST-EFFECT-DATE     PIC 9(08).

      *----------------------------------------------------------------
      * SCHEDULED-PAYMENT WORK FIGURES - SAME LEVEL-PAYMENT
      * ARITHMETIC AS BILLING-NOTICE AND AUTOPAY-GEN.
      *----------------------------------------------------------------
       01  WS-RATE                 PIC 9(3)V99.
       01  WS-MONTH-RATE           PIC 9(3)V9(6).
       01  WS-ELAPSED-MONTHS       PIC S9(05) COMP.
       01  WS-REMAIN-MONTHS        PIC S9(05) COMP.
       01  WS-TERM-MONTHS          PIC S9(05) COMP.
       01  WS-CNT                  PIC 9(5) COMP.
       01  WS-POWER                PIC 9(9)V9(6).
       01  WS-POWER-LESS-ONE       PIC 9(9)V9(6).
       01  WS-PAYMENT              PIC 9(7)V99.
       01  WS-OVERFLOW-SW          PIC X(01).
           88 PAYMENT-OVERFLOWED           VALUE 'Y'.
       01  WS-OPEN-DATE.
           05 WS-OPEN-YYYY         PIC 9(04).
           05 WS-OPEN-MM           PIC 9(02).
           05 WS-OPEN-DD           PIC 9(02).
       01  WS-OPEN-DATE-NUM REDEFINES WS-OPEN-DATE
                                   PIC 9(08).
       01  WS-PAY-LIMIT            PIC 9(9)V99.
       01  WS-PAYOFF-AMT           PIC 9(8)V99.

       01  WS-COUNTS.
           05 WS-TXNS-READ          PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-FLAGGED       PIC 9(7) COMP VALUE 0.
           05 WS-TXNS-CLEAN         PIC 9(7) COMP VALUE 0.
           05 WS-CASES-OPENED       PIC 9(7) COMP VALUE 0.
           05 WS-ALREADY-OPEN       PIC 9(7) COMP VALUE 0.
           05 WS-ST-OPENED          PIC 9(7) COMP VALUE 0.
           05 WS-EP-OPENED          PIC 9(7) COMP VALUE 0.
           05 WS-LP-OPENED          PIC 9(7) COMP VALUE 0.
           05 WS-RV-OPENED          PIC 9(7) COMP VALUE 0.
           05 WS-SA-OPENED          PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "AMLMON".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "SUSPICIOUS PAYMENT ACTIVITY ALERTS".

       01  REPORT-HEADING-2.
           05 FILLER                PIC X(09) VALUE "CASE NO".
           05 FILLER                PIC X(06) VALUE "RULE".
           05 FILLER                PIC X(08) VALUE "ACCT".
           05 FILLER                PIC X(08) VALUE "CUST".
           05 FILLER                PIC X(42) VALUE "ALERT".
           05 FILLER                PIC X(10) VALUE "TRIGGERS".
           05 FILLER                PIC X(20) VALUE "CASE STATUS".

       01  REPORT-DETAIL.
           05 RD-CASE-NO            PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-RULE               PIC X(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-CUST-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-TEXT               PIC X(40).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-TRIGGERS           PIC ZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RD-STATUS             PIC X(20).

       01  TRIGGER-DETAIL.
           05 FILLER                PIC X(17) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "TRIGGER  ".
           05 TD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TD-DATE               PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TD-TYPE               PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TD-SOURCE             PIC X(08).

       01  TRIGGER-MORE-LINE.
           05 FILLER                PIC X(26) VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
              "MORE TRIGGERS, ALL ".
           05 TM-COUNT              PIC ZZ9.
           05 FILLER                PIC X(20) VALUE
              " COUNTED, 8 ON CASE".

       01  REPORT-COUNT-LINE.
           05 RC-LABEL              PIC X(30).
           05 FILLER                PIC X(02) VALUE "= ".
           05 RC-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "AMLMON  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-CHECK-TXN     THRU 2000-EXIT
               VARYING WS-TT-SUB FROM 1 BY 1
               UNTIL WS-TT-SUB > WS-TODAY-COUNT.
           PERFORM 9000-TERMINATE     THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-TXNS-READ TO RQ-RECORD-COUNT
               MOVE WS-CASES-OPENED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - ANY TABLE PAST ITS LIMIT WOULD HIDE
      * ACTIVITY FROM THE RULES (OR, FOR THE CASE FILE, LOSE CASES
      * ON THE REWRITE), SO THE RUN STOPS FOR THE LIMIT TO BE RAISED
      * WITH THE CASE FILE UNTOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT MONITOR-RPT.
           OPEN INPUT  LOAN-MASTER
           OPEN INPUT  RATE-MASTER.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.

           OPEN INPUT MONITOR-RULES.
           IF NOT RULE-FILE-NOT-FOUND
               PERFORM 1100-READ-ONE-RULE THRU 1100-EXIT
                   UNTIL END-OF-RULES
               CLOSE MONITOR-RULES
           END-IF.
           PERFORM 1150-SET-RULE-FIGURES THRU 1150-EXIT.

           PERFORM 1200-LOAD-RATE-MASTER THRU 1200-EXIT
               UNTIL END-OF-RATE-MASTER.
           CLOSE RATE-MASTER.

           OPEN INPUT CUST-RELATIONS.
           IF REL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-REL-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-RELATION THRU 1300-EXIT
                   UNTIL END-OF-RELATIONS
               CLOSE CUST-RELATIONS
           END-IF.

           OPEN INPUT AML-CASE-FILE.
           IF CASE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CASE-EOF-SW
           ELSE
               PERFORM 1350-LOAD-ONE-CASE THRU 1350-EXIT
                   UNTIL END-OF-CASES
               CLOSE AML-CASE-FILE
           END-IF.
           MOVE WS-CASE-COUNT TO WS-CASES-AT-LOAD.

           OPEN INPUT PAYMENT-MEMO.
           IF MEMO-FILE-NOT-FOUND
               MOVE 'Y' TO WS-MEMO-EOF-SW
           ELSE
               PERFORM 1380-LOAD-ONE-MEMO THRU 1380-EXIT
                   UNTIL END-OF-MEMOS
               CLOSE PAYMENT-MEMO
           END-IF.

           OPEN INPUT PAYMENT-TXN.
           IF TXN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-TXN-EOF-SW
           ELSE
               PERFORM 1400-LOAD-ONE-TXN THRU 1400-EXIT
                   UNTIL END-OF-TRANSACTIONS
               CLOSE PAYMENT-TXN
           END-IF.

           IF SHARED-ADDRESS-IS-ON
              AND NOT THE-LOAD-OVERFLOWED
               PERFORM 1500-FIND-SHARERS THRU 1500-EXIT
           END-IF.

           IF NOT THE-LOAD-OVERFLOWED
               OPEN INPUT PAYMENT-HISTORY
               IF HIST-FILE-NOT-FOUND
                   MOVE 'Y' TO WS-HIST-EOF-SW
               ELSE
                   PERFORM 1600-LOAD-ONE-HISTORY THRU 1600-EXIT
                       UNTIL END-OF-HISTORY
                   CLOSE PAYMENT-HISTORY
               END-IF
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - AMLCASE LEFT UNTOUCHED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
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
      * 1100-READ-ONE-RULE - A RULE RECORD OVERRIDES ONLY THE
      * SETTINGS IT CARRIES; A ZERO OR BLANK SETTING KEEPS THE
      * DEFAULT.  AN UNKNOWN RULE CODE IS IGNORED.
      *----------------------------------------------------------------
       1100-READ-ONE-RULE.
           READ MONITOR-RULES
               AT END
                   MOVE 'Y' TO WS-RULE-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF MR-AMOUNT NOT NUMERIC
               MOVE ZERO TO MR-AMOUNT
           END-IF.
           IF MR-PERCENT NOT NUMERIC
               MOVE ZERO TO MR-PERCENT
           END-IF.
           IF MR-DAYS NOT NUMERIC
               MOVE ZERO TO MR-DAYS
           END-IF.
           IF MR-COUNT NOT NUMERIC
               MOVE ZERO TO MR-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN MR-RULE-IS-STRUCTURING
                   IF MR-RULE-IS-OFF
                       MOVE 'N' TO WS-ST-SW
                   END-IF
                   IF MR-AMOUNT > ZERO
                       MOVE MR-AMOUNT TO WS-ST-THRESHOLD
                   END-IF
                   IF MR-PERCENT > ZERO
                       MOVE MR-PERCENT TO WS-ST-PERCENT
                   END-IF
                   IF MR-DAYS > ZERO
                       MOVE MR-DAYS TO WS-ST-DAYS
                   END-IF
                   IF MR-COUNT > ZERO
                       MOVE MR-COUNT TO WS-ST-COUNT
                   END-IF
               WHEN MR-RULE-IS-EARLY-PAYOFF
                   IF MR-RULE-IS-OFF
                       MOVE 'N' TO WS-EP-SW
                   END-IF
                   IF MR-DAYS > ZERO
                       MOVE MR-DAYS TO WS-EP-DAYS
                   END-IF
               WHEN MR-RULE-IS-LARGE-PAYMENT
                   IF MR-RULE-IS-OFF
                       MOVE 'N' TO WS-LP-SW
                   END-IF
                   IF MR-PERCENT > ZERO
                       MOVE MR-PERCENT TO WS-LP-PERCENT
                   END-IF
               WHEN MR-RULE-IS-REVERSALS
                   IF MR-RULE-IS-OFF
                       MOVE 'N' TO WS-RV-SW
                   END-IF
                   IF MR-DAYS > ZERO
                       MOVE MR-DAYS TO WS-RV-DAYS
                   END-IF
                   IF MR-COUNT > ZERO
                       MOVE MR-COUNT TO WS-RV-COUNT
                   END-IF
               WHEN MR-RULE-IS-SHARED-ADDRESS
                   IF MR-RULE-IS-OFF
                       MOVE 'N' TO WS-SA-SW
                   END-IF
                   IF MR-DAYS > ZERO
                       MOVE MR-DAYS TO WS-SA-DAYS
                   END-IF
                   IF MR-COUNT > ZERO
                       MOVE MR-COUNT TO WS-SA-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-SET-RULE-FIGURES - THE STRUCTURING BAND RUNS FROM THE
      * FLOOR UP TO, NOT INCLUDING, THE THRESHOLD.  EACH WINDOW
      * COUNTS BACK FROM THE BUSINESS DATE; THE HISTORY LOAD KEEPS
      * THE LONGEST OF THE WINDOWS IN USE.
      *----------------------------------------------------------------
       1150-SET-RULE-FIGURES.
           COMPUTE WS-ST-BAND ROUNDED =
               WS-ST-THRESHOLD * WS-ST-PERCENT / 100.
           IF WS-ST-BAND > WS-ST-THRESHOLD
               MOVE WS-ST-THRESHOLD TO WS-ST-BAND
           END-IF.
           SUBTRACT WS-ST-BAND FROM WS-ST-THRESHOLD
               GIVING WS-ST-FLOOR.

           COMPUTE WS-ST-CUTOFF-INT = WS-BUS-DATE-INT - WS-ST-DAYS.
           COMPUTE WS-RV-CUTOFF-INT = WS-BUS-DATE-INT - WS-RV-DAYS.
           COMPUTE WS-SA-CUTOFF-INT = WS-BUS-DATE-INT - WS-SA-DAYS.

           MOVE ZERO TO WS-MAX-DAYS.
           IF STRUCTURING-IS-ON
              AND WS-ST-DAYS > WS-MAX-DAYS
               MOVE WS-ST-DAYS TO WS-MAX-DAYS
           END-IF.
           IF REVERSALS-IS-ON
              AND WS-RV-DAYS > WS-MAX-DAYS
               MOVE WS-RV-DAYS TO WS-MAX-DAYS
           END-IF.
           IF SHARED-ADDRESS-IS-ON
              AND WS-SA-DAYS > WS-MAX-DAYS
               MOVE WS-SA-DAYS TO WS-MAX-DAYS
           END-IF.
           COMPUTE WS-HIST-CUTOFF-INT = WS-BUS-DATE-INT - WS-MAX-DAYS.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-RATE-MASTER
      *----------------------------------------------------------------
       1200-LOAD-RATE-MASTER.
           READ RATE-MASTER
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RATE-TABLE-COUNT
                   MOVE RM-RATE-CODE
                       TO RM-TABLE-CODE(WS-RATE-TABLE-COUNT)
                   MOVE RM-RATE
                       TO RM-TABLE-RATE(WS-RATE-TABLE-COUNT)
                   MOVE RM-EFFECT-DATE
                       TO RM-TABLE-DATE(WS-RATE-TABLE-COUNT)
           END-READ.
       1200-EXIT.
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
      * 1350-LOAD-ONE-CASE - ALSO NOTES THE HIGHEST CASE NUMBER ON
      * FILE, SO NEW CASES NUMBER ON FROM IT.
      *----------------------------------------------------------------
       1350-LOAD-ONE-CASE.
           READ AML-CASE-FILE
               AT END
                   MOVE 'Y' TO WS-CASE-EOF-SW
               NOT AT END
                   IF WS-CASE-COUNT < WS-CASE-MAX
                       ADD 1 TO WS-CASE-COUNT
                       MOVE AML-CASE-REC TO CE-IMAGE(WS-CASE-COUNT)
                       IF AC-CASE-NO > WS-LAST-CASE-NO
                           MOVE AC-CASE-NO TO WS-LAST-CASE-NO
                       END-IF
                   ELSE
                       DISPLAY "CASE TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                       MOVE 'Y' TO WS-CASE-EOF-SW
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1380-LOAD-ONE-MEMO - A TELLER MEMO IS MONITORED FROM THE
      * PAYMTXN IMAGE IT CARRIES, THE SAME AS A KEYED PAYMENT.
      *----------------------------------------------------------------
       1380-LOAD-ONE-MEMO.
           READ PAYMENT-MEMO
               AT END
                   MOVE 'Y' TO WS-MEMO-EOF-SW
                   GO TO 1380-EXIT
           END-READ.
           MOVE PM-PAYMENT-IMAGE TO PAYMENT-TXN-REC.
           ADD 1 TO WS-TXNS-READ.
           PERFORM 1410-TABLE-ONE-TXN THRU 1410-EXIT.
       1380-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-TXN
      *----------------------------------------------------------------
       1400-LOAD-ONE-TXN.
           READ PAYMENT-TXN
               AT END
                   MOVE 'Y' TO WS-TXN-EOF-SW
                   GO TO 1400-EXIT
           END-READ.
           ADD 1 TO WS-TXNS-READ.
           PERFORM 1410-TABLE-ONE-TXN THRU 1410-EXIT.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1410-TABLE-ONE-TXN - THE TRANSACTION'S CUSTOMER IS ITS FIRST
      * CUSTREL LINK, OR FOR AN UNLINKED ACCOUNT THE CUSTOMER OF THE
      * SAME NUMBER.  A FULL TABLE ENDS THE LOAD FROM BOTH INPUTS.
      *----------------------------------------------------------------
       1410-TABLE-ONE-TXN.
           IF WS-TODAY-COUNT NOT < WS-TODAY-MAX
               DISPLAY "TRANSACTION TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-TXN-EOF-SW
               MOVE 'Y' TO WS-MEMO-EOF-SW
               GO TO 1410-EXIT
           END-IF.

           ADD 1 TO WS-TODAY-COUNT.
           MOVE PT-ACCT-NO  TO TT-ACCT-NO(WS-TODAY-COUNT).
           MOVE PT-PAY-DATE TO TT-DATE(WS-TODAY-COUNT).
           MOVE PT-AMOUNT   TO TT-AMOUNT(WS-TODAY-COUNT).
           MOVE PT-TXN-TYPE TO TT-TYPE(WS-TODAY-COUNT).
           MOVE ZERO        TO TT-ADDR-IDX(WS-TODAY-COUNT).
           MOVE WS-BUS-DATE-INT TO TT-DATE-INT(WS-TODAY-COUNT).
           IF PT-PAY-DATE IS NUMERIC
              AND PT-PAY-DATE > ZERO
               COMPUTE TT-DATE-INT(WS-TODAY-COUNT) =
                   FUNCTION INTEGER-OF-DATE(PT-PAY-DATE)
           END-IF.

           MOVE PT-ACCT-NO TO TT-CUST-NO(WS-TODAY-COUNT).
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1450-MATCH-ONE-LINK THRU 1450-EXIT
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-TABLE-COUNT
                  OR ENTRY-WAS-FOUND.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-MATCH-ONE-LINK
      *----------------------------------------------------------------
       1450-MATCH-ONE-LINK.
           IF RT-ACCT-NO(WS-REL-SUB) = PT-ACCT-NO
               MOVE RT-CUST-NO(WS-REL-SUB)
                   TO TT-CUST-NO(WS-TODAY-COUNT)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-FIND-SHARERS - FIRST THE ADDRESS OF EACH OF TONIGHT'S
      * PAYING CUSTOMERS, THEN ONE PASS OF THE CUSTOMER MASTER FOR
      * EVERY CUSTOMER AT ONE OF THOSE ADDRESSES, THEN THOSE
      * CUSTOMERS' ACCOUNTS.  ADDRESSES COMPARE ON LETTERS AND DIGITS
      * ONLY, SO PUNCTUATION AND SPACING DO NOT HIDE A MATCH.  WITH
      * NO CUSTOMER MASTER THE RULE HAS NOTHING TO COMPARE.
      *----------------------------------------------------------------
       1500-FIND-SHARERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-NOT-FOUND
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-ADDRESS-ONE-TXN THRU 1510-EXIT
               VARYING WS-TT-SUB FROM 1 BY 1
               UNTIL WS-TT-SUB > WS-TODAY-COUNT
                  OR THE-LOAD-OVERFLOWED.
           CLOSE CUSTOMER-MASTER.

           IF WS-ADDR-COUNT = ZERO
              OR THE-LOAD-OVERFLOWED
               GO TO 1500-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           MOVE 'N' TO WS-CUST-EOF-SW.
           PERFORM 1550-CHECK-ONE-CUSTOMER THRU 1550-EXIT
               UNTIL END-OF-CUSTOMERS
                  OR THE-LOAD-OVERFLOWED.
           CLOSE CUSTOMER-MASTER.

           PERFORM 1570-WATCH-ONE-MEMBER THRU 1570-EXIT
               VARYING WS-MB-SUB FROM 1 BY 1
               UNTIL WS-MB-SUB > WS-MEMBER-COUNT
                  OR THE-LOAD-OVERFLOWED.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1510-ADDRESS-ONE-TXN - ONLY PAYMENTS COUNT TOWARD THE RULE;
      * A CUSTOMER WITH NO RECORD OR A BLANK ADDRESS IS LEFT OUT.
      *----------------------------------------------------------------
       1510-ADDRESS-ONE-TXN.
           IF TT-IS-REVERSAL(WS-TT-SUB)
               GO TO 1510-EXIT
           END-IF.

           MOVE TT-CUST-NO(WS-TT-SUB) TO CU-CUST-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 1510-EXIT
           END-READ.

           PERFORM 1520-NORMALIZE-ADDRESS THRU 1520-EXIT.
           IF WS-NORM-OUT = SPACES
               GO TO 1510-EXIT
           END-IF.

           PERFORM 1540-FIND-ADDRESS THRU 1540-EXIT.
           IF NOT ENTRY-WAS-FOUND
               IF WS-ADDR-COUNT NOT < WS-ADDR-MAX
                   DISPLAY "ADDRESS TABLE FULL - RAISE LIMIT"
                   MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                   GO TO 1510-EXIT
               END-IF
               ADD 1 TO WS-ADDR-COUNT
               MOVE WS-NORM-OUT TO AD-NORM-ADDR(WS-ADDR-COUNT)
               MOVE WS-ADDR-COUNT TO WS-ADDR-IDX
           END-IF.
           MOVE WS-ADDR-IDX TO TT-ADDR-IDX(WS-TT-SUB).
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1520-NORMALIZE-ADDRESS - THE THREE ADDRESS LINES, UPPER-
      * CASED, LETTERS AND DIGITS ONLY, CLOSED UP.
      *----------------------------------------------------------------
       1520-NORMALIZE-ADDRESS.
           MOVE CU-ADDR-1 TO WS-NORM-IN(1:30).
           MOVE CU-ADDR-2 TO WS-NORM-IN(31:30).
           MOVE CU-ADDR-3 TO WS-NORM-IN(61:30).
           INSPECT WS-NORM-IN
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO TO WS-NORM-LEN.
           PERFORM 1530-TAKE-ONE-CHAR THRU 1530-EXIT
               VARYING WS-NORM-SUB FROM 1 BY 1
               UNTIL WS-NORM-SUB > 90
                  OR WS-NORM-LEN >= 40.
       1520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1530-TAKE-ONE-CHAR
      *----------------------------------------------------------------
       1530-TAKE-ONE-CHAR.
           MOVE WS-NORM-IN(WS-NORM-SUB:1) TO WS-ONE-CHAR.
           IF (WS-ONE-CHAR >= 'A' AND WS-ONE-CHAR <= 'Z')
              OR (WS-ONE-CHAR >= '0' AND WS-ONE-CHAR <= '9')
               ADD 1 TO WS-NORM-LEN
               MOVE WS-ONE-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
           END-IF.
       1530-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1540-FIND-ADDRESS - SETS WS-ADDR-IDX WHEN THE NORMALIZED
      * ADDRESS IS ALREADY IN THE TABLE.
      *----------------------------------------------------------------
       1540-FIND-ADDRESS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1545-MATCH-ONE-ADDRESS THRU 1545-EXIT
               VARYING WS-ADDR-SUB FROM 1 BY 1
               UNTIL WS-ADDR-SUB > WS-ADDR-COUNT
                  OR ENTRY-WAS-FOUND.
       1540-EXIT.
           EXIT.

       1545-MATCH-ONE-ADDRESS.
           IF AD-NORM-ADDR(WS-ADDR-SUB) = WS-NORM-OUT
               MOVE WS-ADDR-SUB TO WS-ADDR-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1545-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1550-CHECK-ONE-CUSTOMER - ONE SEQUENTIAL READ OF THE MASTER;
      * A CUSTOMER AT ONE OF THE ADDRESSES JOINS THE MEMBER TABLE.
      *----------------------------------------------------------------
       1550-CHECK-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
                   GO TO 1550-EXIT
           END-READ.

           PERFORM 1520-NORMALIZE-ADDRESS THRU 1520-EXIT.
           IF WS-NORM-OUT = SPACES
               GO TO 1550-EXIT
           END-IF.
           PERFORM 1540-FIND-ADDRESS THRU 1540-EXIT.
           IF NOT ENTRY-WAS-FOUND
               GO TO 1550-EXIT
           END-IF.

           IF WS-MEMBER-COUNT NOT < WS-MEMBER-MAX
               DISPLAY "ADDRESS MEMBER TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               GO TO 1550-EXIT
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE CU-CUST-NO  TO MB-CUST-NO(WS-MEMBER-COUNT).
           MOVE WS-ADDR-IDX TO MB-ADDR-IDX(WS-MEMBER-COUNT).
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1570-WATCH-ONE-MEMBER - THE MEMBER'S CUSTREL ACCOUNTS, OR
      * FOR AN UNLINKED CUSTOMER THE ACCOUNT OF THE SAME NUMBER.
      *----------------------------------------------------------------
       1570-WATCH-ONE-MEMBER.
           MOVE ZERO TO WS-LINKS-FOUND.
           PERFORM 1575-WATCH-ONE-LINK THRU 1575-EXIT
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-TABLE-COUNT.
           IF WS-LINKS-FOUND = ZERO
               MOVE MB-CUST-NO(WS-MB-SUB) TO WS-TRG-ACCT-NO
               PERFORM 1580-ADD-WATCH THRU 1580-EXIT
           END-IF.
       1570-EXIT.
           EXIT.

       1575-WATCH-ONE-LINK.
           IF RT-CUST-NO(WS-REL-SUB) = MB-CUST-NO(WS-MB-SUB)
               ADD 1 TO WS-LINKS-FOUND
               MOVE RT-ACCT-NO(WS-REL-SUB) TO WS-TRG-ACCT-NO
               PERFORM 1580-ADD-WATCH THRU 1580-EXIT
           END-IF.
       1575-EXIT.
           EXIT.

       1580-ADD-WATCH.
           IF WS-WATCH-COUNT NOT < WS-WATCH-MAX
               DISPLAY "ADDRESS WATCH TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               GO TO 1580-EXIT
           END-IF.
           ADD 1 TO WS-WATCH-COUNT.
           MOVE WS-TRG-ACCT-NO        TO WA-ACCT-NO(WS-WATCH-COUNT).
           MOVE MB-CUST-NO(WS-MB-SUB) TO WA-CUST-NO(WS-WATCH-COUNT).
           MOVE MB-ADDR-IDX(WS-MB-SUB)
               TO WA-ADDR-IDX(WS-WATCH-COUNT).
       1580-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-LOAD-ONE-HISTORY - KEEPS A POSTED PAYMENT OR REVERSAL
      * INSIDE THE LONGEST WINDOW, ON AN ACCOUNT PAID TONIGHT OR
      * BELONGING TO AN ADDRESS-SHARER.
      *----------------------------------------------------------------
       1600-LOAD-ONE-HISTORY.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
                   GO TO 1600-EXIT
           END-READ.

           IF PH-IS-SUMMARY
              OR PH-IS-RECOVERY
              OR PH-PAY-DATE NOT NUMERIC
              OR PH-PAY-DATE = ZERO
               GO TO 1600-EXIT
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(PH-PAY-DATE).
           IF WS-DATE-INT < WS-HIST-CUTOFF-INT
              OR WS-DATE-INT > WS-BUS-DATE-INT
               GO TO 1600-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1650-MATCH-ONE-TODAY THRU 1650-EXIT
               VARYING WS-TT-SUB2 FROM 1 BY 1
               UNTIL WS-TT-SUB2 > WS-TODAY-COUNT
                  OR ENTRY-WAS-FOUND.
           PERFORM 1660-MATCH-ONE-WATCH THRU 1660-EXIT
               VARYING WS-WA-SUB FROM 1 BY 1
               UNTIL WS-WA-SUB > WS-WATCH-COUNT
                  OR ENTRY-WAS-FOUND.
           IF NOT ENTRY-WAS-FOUND
               GO TO 1600-EXIT
           END-IF.

           IF WS-HIST-COUNT NOT < WS-HIST-MAX
               DISPLAY "PAYMENT HISTORY TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
               MOVE 'Y' TO WS-HIST-EOF-SW
               GO TO 1600-EXIT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           MOVE PH-ACCT-NO   TO HT-ACCT-NO(WS-HIST-COUNT).
           MOVE PH-PAY-DATE  TO HT-DATE(WS-HIST-COUNT).
           MOVE WS-DATE-INT  TO HT-DATE-INT(WS-HIST-COUNT).
           MOVE PH-AMOUNT    TO HT-AMOUNT(WS-HIST-COUNT).
           MOVE PH-TXN-TYPE  TO HT-TYPE(WS-HIST-COUNT).
       1600-EXIT.
           EXIT.

       1650-MATCH-ONE-TODAY.
           IF TT-ACCT-NO(WS-TT-SUB2) = PH-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1650-EXIT.
           EXIT.

       1660-MATCH-ONE-WATCH.
           IF WA-ACCT-NO(WS-WA-SUB) = PH-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1660-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-TXN - RUNS EVERY RULE IN USE AGAINST ONE OF
      * TONIGHT'S TRANSACTIONS.  A TRANSACTION THAT RAISES OR JOINS
      * ANY ALERT COUNTS AS FLAGGED.
      *----------------------------------------------------------------
       2000-CHECK-TXN.
           MOVE 'N' TO WS-FLAGGED-SW.

           IF TT-IS-REVERSAL(WS-TT-SUB)
               IF REVERSALS-IS-ON
                   PERFORM 2400-CHECK-REVERSALS THRU 2400-EXIT
               END-IF
           ELSE
               IF STRUCTURING-IS-ON
                  AND TT-AMOUNT(WS-TT-SUB) NOT < WS-ST-FLOOR
                  AND TT-AMOUNT(WS-TT-SUB) < WS-ST-THRESHOLD
                   PERFORM 2100-CHECK-STRUCTURING THRU 2100-EXIT
               END-IF
               IF EARLY-PAYOFF-IS-ON
                  OR LARGE-PAYMENT-IS-ON
                   PERFORM 2200-CHECK-AGAINST-LOAN THRU 2200-EXIT
               END-IF
               IF SHARED-ADDRESS-IS-ON
                  AND TT-ADDR-IDX(WS-TT-SUB) > ZERO
                   PERFORM 2500-CHECK-SHARED-ADDRESS THRU 2500-EXIT
               END-IF
           END-IF.

           IF TXN-WAS-FLAGGED
               ADD 1 TO WS-TXNS-FLAGGED
           ELSE
               ADD 1 TO WS-TXNS-CLEAN
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHECK-STRUCTURING - EVERY PAYMENT ON THE ACCOUNT INSIDE
      * THE WINDOW THAT FALLS IN THE BAND UNDER THE THRESHOLD,
      * TONIGHT'S AND THE HISTORY'S, IS A TRIGGER.
      *----------------------------------------------------------------
       2100-CHECK-STRUCTURING.
           PERFORM 2700-START-ALERT THRU 2700-EXIT.
           MOVE "ST" TO AC-RULE-CODE.
           MOVE "PAYMENTS JUST UNDER REPORTING THRESHOLD"
               TO AC-ALERT-TEXT.

           PERFORM 2110-STRUCTURE-ONE-TODAY THRU 2110-EXIT
               VARYING WS-TT-SUB2 FROM 1 BY 1
               UNTIL WS-TT-SUB2 > WS-TODAY-COUNT.
           PERFORM 2120-STRUCTURE-ONE-HISTORY THRU 2120-EXIT
               VARYING WS-HT-SUB FROM 1 BY 1
               UNTIL WS-HT-SUB > WS-HIST-COUNT.

           IF AC-TRIGGER-COUNT NOT < WS-ST-COUNT
               PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-STRUCTURE-ONE-TODAY.
           IF TT-ACCT-NO(WS-TT-SUB2) = TT-ACCT-NO(WS-TT-SUB)
              AND NOT TT-IS-REVERSAL(WS-TT-SUB2)
              AND TT-AMOUNT(WS-TT-SUB2) NOT < WS-ST-FLOOR
              AND TT-AMOUNT(WS-TT-SUB2) < WS-ST-THRESHOLD
              AND TT-DATE-INT(WS-TT-SUB2) NOT < WS-ST-CUTOFF-INT
               PERFORM 2810-TRIGGER-FROM-TODAY THRU 2810-EXIT
           END-IF.
       2110-EXIT.
           EXIT.

       2120-STRUCTURE-ONE-HISTORY.
           IF HT-ACCT-NO(WS-HT-SUB) = TT-ACCT-NO(WS-TT-SUB)
              AND NOT HT-IS-REVERSAL(WS-HT-SUB)
              AND HT-AMOUNT(WS-HT-SUB) NOT < WS-ST-FLOOR
              AND HT-AMOUNT(WS-HT-SUB) < WS-ST-THRESHOLD
              AND HT-DATE-INT(WS-HT-SUB) NOT < WS-ST-CUTOFF-INT
               PERFORM 2820-TRIGGER-FROM-HISTORY THRU 2820-EXIT
           END-IF.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-AGAINST-LOAN - THE EARLY-PAYOFF AND LARGE-PAYMENT
      * RULES MEASURE THE PAYMENT AGAINST THE LOAN AS IT STANDS
      * BEFORE TONIGHT'S POSTING.  A PAYMENT THAT CLEARS THE BALANCE
      * IS JUDGED BY THE EARLY-PAYOFF RULE ALONE - A PAYOFF IS ALWAYS
      * LARGER THAN THE SCHEDULED PAYMENT.  A CREDIT LINE HAS NO
      * LEVEL PAYMENT TO COMPARE WITH.
      *----------------------------------------------------------------
       2200-CHECK-AGAINST-LOAN.
           MOVE TT-ACCT-NO(WS-TT-SUB) TO LM-ACCT-NO.
           READ LOAN-MASTER
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           IF LM-ACCOUNT-IS-CLOSED
              OR LM-ACCOUNT-IS-CHARGED-OFF
              OR LM-PRINCIPAL = ZERO
               GO TO 2200-EXIT
           END-IF.

           COMPUTE WS-PAYOFF-AMT = LM-PRINCIPAL + LM-ACCRUED-INT.
           IF TT-AMOUNT(WS-TT-SUB) NOT < WS-PAYOFF-AMT
               IF EARLY-PAYOFF-IS-ON
                   PERFORM 2250-CHECK-EARLY-PAYOFF THRU 2250-EXIT
               END-IF
               GO TO 2200-EXIT
           END-IF.

           IF LARGE-PAYMENT-IS-ON
              AND NOT LM-IS-CREDIT-LINE
               PERFORM 2300-CHECK-LARGE-PAYMENT THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-EARLY-PAYOFF - DAYS FROM THE OPEN DATE TO THE
      * PAYMENT DATE.  AN ACCOUNT WITH NO OPEN DATE CANNOT BE AGED.
      *----------------------------------------------------------------
       2250-CHECK-EARLY-PAYOFF.
           IF LM-OPEN-DATE NOT NUMERIC
              OR LM-OPEN-DATE = ZERO
               GO TO 2250-EXIT
           END-IF.
           COMPUTE WS-OPEN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(LM-OPEN-DATE).
           COMPUTE WS-DAYS-OPEN =
               TT-DATE-INT(WS-TT-SUB) - WS-OPEN-DATE-INT.
           IF WS-DAYS-OPEN > WS-EP-DAYS
               GO TO 2250-EXIT
           END-IF.

           PERFORM 2700-START-ALERT THRU 2700-EXIT.
           MOVE "EP" TO AC-RULE-CODE.
           MOVE "PAYOFF SOON AFTER ORIGINATION" TO AC-ALERT-TEXT.
           MOVE WS-TT-SUB TO WS-TT-SUB2.
           PERFORM 2810-TRIGGER-FROM-TODAY THRU 2810-EXIT.
           PERFORM 2900-RAISE-ALERT THRU 2900-EXIT.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHECK-LARGE-PAYMENT - ABOVE THE RULE'S PERCENTAGE OF THE
      * SCHEDULED LEVEL PAYMENT.
      *----------------------------------------------------------------
       2300-CHECK-LARGE-PAYMENT.
           PERFORM 3500-COMPUTE-SCHEDULED THRU 3500-EXIT.
           IF WS-PAYMENT = ZERO
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-PAY-LIMIT ROUNDED =
               WS-PAYMENT * WS-LP-PERCENT / 100.
           IF TT-AMOUNT(WS-TT-SUB) NOT > WS-PAY-LIMIT
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2700-START-ALERT THRU 2700-EXIT.
           MOVE "LP" TO AC-RULE-CODE.
           MOVE "PAYMENT FAR ABOVE SCHEDULED AMOUNT" TO AC-ALERT-TEXT.
           MOVE WS-TT-SUB TO WS-TT-SUB2.
           PERFORM 2810-TRIGGER-FROM-TODAY THRU 2810-EXIT.
           PERFORM 2900-RAISE-ALERT THRU 2900-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-CHECK-REVERSALS - EVERY REVERSAL ON THE ACCOUNT INSIDE
      * THE WINDOW, TONIGHT'S AND THE HISTORY'S, IS A TRIGGER.
      *----------------------------------------------------------------
       2400-CHECK-REVERSALS.
           PERFORM 2700-START-ALERT THRU 2700-EXIT.
           MOVE "RV" TO AC-RULE-CODE.
           MOVE "REPEATED PAYMENT REVERSALS" TO AC-ALERT-TEXT.

           PERFORM 2410-REVERSAL-ONE-TODAY THRU 2410-EXIT
               VARYING WS-TT-SUB2 FROM 1 BY 1
               UNTIL WS-TT-SUB2 > WS-TODAY-COUNT.
           PERFORM 2420-REVERSAL-ONE-HISTORY THRU 2420-EXIT
               VARYING WS-HT-SUB FROM 1 BY 1
               UNTIL WS-HT-SUB > WS-HIST-COUNT.

           IF AC-TRIGGER-COUNT NOT < WS-RV-COUNT
               PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-REVERSAL-ONE-TODAY.
           IF TT-ACCT-NO(WS-TT-SUB2) = TT-ACCT-NO(WS-TT-SUB)
              AND TT-IS-REVERSAL(WS-TT-SUB2)
              AND TT-DATE-INT(WS-TT-SUB2) NOT < WS-RV-CUTOFF-INT
               PERFORM 2810-TRIGGER-FROM-TODAY THRU 2810-EXIT
           END-IF.
       2410-EXIT.
           EXIT.

       2420-REVERSAL-ONE-HISTORY.
           IF HT-ACCT-NO(WS-HT-SUB) = TT-ACCT-NO(WS-TT-SUB)
              AND HT-IS-REVERSAL(WS-HT-SUB)
              AND HT-DATE-INT(WS-HT-SUB) NOT < WS-RV-CUTOFF-INT
               PERFORM 2820-TRIGGER-FROM-HISTORY THRU 2820-EXIT
           END-IF.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-CHECK-SHARED-ADDRESS - THIS PAYMENT, PLUS EVERY PAYMENT
      * INSIDE THE WINDOW ON AN ACCOUNT OF ANOTHER CUSTOMER AT THE
      * SAME ADDRESS.  THE ALERT NEEDS THE RULE'S NUMBER OF
      * DIFFERENT CUSTOMERS PAYING, THIS ONE INCLUDED.
      *----------------------------------------------------------------
       2500-CHECK-SHARED-ADDRESS.
           PERFORM 2700-START-ALERT THRU 2700-EXIT.
           MOVE "SA" TO AC-RULE-CODE.
           MOVE "CUSTOMERS SHARING AN ADDRESS ALL PAYING"
               TO AC-ALERT-TEXT.
           MOVE WS-TT-SUB TO WS-TT-SUB2.
           PERFORM 2810-TRIGGER-FROM-TODAY THRU 2810-EXIT.

           MOVE 1 TO WS-DC-COUNT.
           MOVE TT-CUST-NO(WS-TT-SUB) TO DC-CUST-NO(1).
           PERFORM 2510-SHARER-ONE-ACCOUNT THRU 2510-EXIT
               VARYING WS-WA-SUB FROM 1 BY 1
               UNTIL WS-WA-SUB > WS-WATCH-COUNT.

           IF WS-DC-COUNT NOT < WS-SA-COUNT
               PERFORM 2900-RAISE-ALERT THRU 2900-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2510-SHARER-ONE-ACCOUNT - A JOINT ACCOUNT THE PAYING
      * CUSTOMER ALSO HOLDS IS NOT ANOTHER CUSTOMER'S ACTIVITY.
      *----------------------------------------------------------------
       2510-SHARER-ONE-ACCOUNT.
           IF WA-ADDR-IDX(WS-WA-SUB) NOT = TT-ADDR-IDX(WS-TT-SUB)
              OR WA-CUST-NO(WS-WA-SUB) = TT-CUST-NO(WS-TT-SUB)
              OR WA-ACCT-NO(WS-WA-SUB) = TT-ACCT-NO(WS-TT-SUB)
               GO TO 2510-EXIT
           END-IF.

           MOVE 'N' TO WS-PAYMENT-FOUND-SW.
           PERFORM 2520-SHARER-ONE-TODAY THRU 2520-EXIT
               VARYING WS-TT-SUB2 FROM 1 BY 1
               UNTIL WS-TT-SUB2 > WS-TODAY-COUNT.
           PERFORM 2530-SHARER-ONE-HISTORY THRU 2530-EXIT
               VARYING WS-HT-SUB FROM 1 BY 1
               UNTIL WS-HT-SUB > WS-HIST-COUNT.
           IF NOT PAYMENT-WAS-FOUND
               GO TO 2510-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2540-MATCH-ONE-DISTINCT THRU 2540-EXIT
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
                  OR ENTRY-WAS-FOUND.
           IF NOT ENTRY-WAS-FOUND
              AND WS-DC-COUNT < 50
               ADD 1 TO WS-DC-COUNT
               MOVE WA-CUST-NO(WS-WA-SUB) TO DC-CUST-NO(WS-DC-COUNT)
           END-IF.
       2510-EXIT.
           EXIT.

       2520-SHARER-ONE-TODAY.
           IF TT-ACCT-NO(WS-TT-SUB2) = WA-ACCT-NO(WS-WA-SUB)
              AND NOT TT-IS-REVERSAL(WS-TT-SUB2)
              AND TT-DATE-INT(WS-TT-SUB2) NOT < WS-SA-CUTOFF-INT
               MOVE 'Y' TO WS-PAYMENT-FOUND-SW
               PERFORM 2810-TRIGGER-FROM-TODAY THRU 2810-EXIT
           END-IF.
       2520-EXIT.
           EXIT.

       2530-SHARER-ONE-HISTORY.
           IF HT-ACCT-NO(WS-HT-SUB) = WA-ACCT-NO(WS-WA-SUB)
              AND NOT HT-IS-REVERSAL(WS-HT-SUB)
              AND HT-DATE-INT(WS-HT-SUB) NOT < WS-SA-CUTOFF-INT
               MOVE 'Y' TO WS-PAYMENT-FOUND-SW
               PERFORM 2820-TRIGGER-FROM-HISTORY THRU 2820-EXIT
           END-IF.
       2530-EXIT.
           EXIT.

       2540-MATCH-ONE-DISTINCT.
           IF DC-CUST-NO(WS-DC-SUB) = WA-CUST-NO(WS-WA-SUB)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2540-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-START-ALERT - A FRESH CASE RECORD FOR THE TRANSACTION
      * UNDER REVIEW.
      *----------------------------------------------------------------
       2700-START-ALERT.
           INITIALIZE AML-CASE-REC.
           MOVE TT-ACCT-NO(WS-TT-SUB) TO AC-ACCT-NO.
           MOVE TT-CUST-NO(WS-TT-SUB) TO AC-CUST-NO.
           MOVE WS-BUS-DATE-RAW       TO AC-ALERT-DATE.
           SET AC-CASE-IS-OPEN        TO TRUE.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-ADD-TRIGGER - EVERY TRIGGER IS COUNTED; THE FIRST EIGHT
      * ARE KEPT ON THE CASE.
      *----------------------------------------------------------------
       2800-ADD-TRIGGER.
           IF AC-TRIGGER-COUNT < 999
               ADD 1 TO AC-TRIGGER-COUNT
           END-IF.
           IF AC-TRIGGER-COUNT > 8
               GO TO 2800-EXIT
           END-IF.
           MOVE WS-TRG-ACCT-NO TO AC-TRG-ACCT-NO(AC-TRIGGER-COUNT).
           MOVE WS-TRG-DATE    TO AC-TRG-DATE(AC-TRIGGER-COUNT).
           MOVE WS-TRG-AMOUNT  TO AC-TRG-AMOUNT(AC-TRIGGER-COUNT).
           MOVE WS-TRG-TYPE    TO AC-TRG-TYPE(AC-TRIGGER-COUNT).
           MOVE WS-TRG-SOURCE  TO AC-TRG-SOURCE(AC-TRIGGER-COUNT).
       2800-EXIT.
           EXIT.

       2810-TRIGGER-FROM-TODAY.
           MOVE TT-ACCT-NO(WS-TT-SUB2) TO WS-TRG-ACCT-NO.
           MOVE TT-DATE(WS-TT-SUB2)    TO WS-TRG-DATE.
           MOVE TT-AMOUNT(WS-TT-SUB2)  TO WS-TRG-AMOUNT.
           MOVE TT-TYPE(WS-TT-SUB2)    TO WS-TRG-TYPE.
           MOVE 'T'                    TO WS-TRG-SOURCE.
           PERFORM 2800-ADD-TRIGGER THRU 2800-EXIT.
       2810-EXIT.
           EXIT.

       2820-TRIGGER-FROM-HISTORY.
           MOVE HT-ACCT-NO(WS-HT-SUB) TO WS-TRG-ACCT-NO.
           MOVE HT-DATE(WS-HT-SUB)    TO WS-TRG-DATE.
           MOVE HT-AMOUNT(WS-HT-SUB)  TO WS-TRG-AMOUNT.
           MOVE HT-TYPE(WS-HT-SUB)    TO WS-TRG-TYPE.
           MOVE 'H'                   TO WS-TRG-SOURCE.
           PERFORM 2800-ADD-TRIGGER THRU 2800-EXIT.
       2820-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-RAISE-ALERT - AN OPEN CASE FOR THE SAME RULE AND
      * ACCOUNT ALREADY COVERS THE ACTIVITY, SO NO SECOND CASE IS
      * OPENED; ONE OPENED EARLIER TONIGHT IS NOT REPORTED AGAIN.
      *----------------------------------------------------------------
       2900-RAISE-ALERT.
           MOVE 'Y' TO WS-FLAGGED-SW.
           PERFORM 2950-FIND-OPEN-CASE THRU 2950-EXIT.
           IF OPEN-CASE-WAS-FOUND
               IF WS-CE-SUB NOT > WS-CASES-AT-LOAD
                   ADD 1 TO WS-ALREADY-OPEN
                   MOVE CE-IMAGE(WS-CE-SUB)(1:7) TO RD-CASE-NO
                   MOVE "ALREADY OPEN" TO RD-STATUS
                   PERFORM 3000-WRITE-ALERT-LINE THRU 3000-EXIT
               END-IF
               GO TO 2900-EXIT
           END-IF.

           IF WS-CASE-COUNT NOT < WS-CASE-MAX
               DISPLAY "CASE TABLE FULL - RAISE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               MOVE ZERO TO RD-CASE-NO
               MOVE "NOT OPENED - FULL" TO RD-STATUS
               PERFORM 3000-WRITE-ALERT-LINE THRU 3000-EXIT
               GO TO 2900-EXIT
           END-IF.

           ADD 1 TO WS-LAST-CASE-NO.
           MOVE WS-LAST-CASE-NO TO AC-CASE-NO.
           ADD 1 TO WS-CASE-COUNT.
           MOVE AML-CASE-REC TO CE-IMAGE(WS-CASE-COUNT).
           ADD 1 TO WS-CASES-OPENED.
           EVALUATE AC-RULE-CODE
               WHEN "ST"
                   ADD 1 TO WS-ST-OPENED
               WHEN "EP"
                   ADD 1 TO WS-EP-OPENED
               WHEN "LP"
                   ADD 1 TO WS-LP-OPENED
               WHEN "RV"
                   ADD 1 TO WS-RV-OPENED
               WHEN "SA"
                   ADD 1 TO WS-SA-OPENED
           END-EVALUATE.

           MOVE AC-CASE-NO TO RD-CASE-NO.
           MOVE "NEW CASE OPENED" TO RD-STATUS.
           PERFORM 3000-WRITE-ALERT-LINE THRU 3000-EXIT.
           PERFORM 3100-WRITE-ONE-TRIGGER THRU 3100-EXIT
               VARYING WS-TRG-SUB FROM 1 BY 1
               UNTIL WS-TRG-SUB > AC-TRIGGER-COUNT
                  OR WS-TRG-SUB > 8.
           IF AC-TRIGGER-COUNT > 8
               MOVE AC-TRIGGER-COUNT TO TM-COUNT
               WRITE REPORT-LINE FROM TRIGGER-MORE-LINE
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2950-FIND-OPEN-CASE - A CASE NOT YET CLOSED, SAME RULE, SAME
      * ACCOUNT.  FOR THE SHARED-ADDRESS RULE ANY OPEN CASE ON A
      * CUSTOMER AT THE SAME ADDRESS COVERS THE WHOLE HOUSEHOLD.
      *----------------------------------------------------------------
       2950-FIND-OPEN-CASE.
           MOVE 'N' TO WS-OPEN-CASE-SW.
           MOVE 1 TO WS-CE-SUB.
           PERFORM 2960-MATCH-ONE-CASE THRU 2960-EXIT
               UNTIL OPEN-CASE-WAS-FOUND
                  OR WS-CE-SUB > WS-CASE-COUNT.
       2950-EXIT.
           EXIT.

       2960-MATCH-ONE-CASE.
           IF CE-IMAGE(WS-CE-SUB)(8:2) = AC-RULE-CODE
              AND CE-IMAGE(WS-CE-SUB)(70:1) NOT = 'C'
               IF CE-IMAGE(WS-CE-SUB)(10:6) = AC-ACCT-NO
                   MOVE 'Y' TO WS-OPEN-CASE-SW
               ELSE
                   IF AC-RULE-CODE = "SA"
                       PERFORM 2970-SAME-HOUSEHOLD THRU 2970-EXIT
                   END-IF
               END-IF
           END-IF.
           IF NOT OPEN-CASE-WAS-FOUND
               ADD 1 TO WS-CE-SUB
           END-IF.
       2960-EXIT.
           EXIT.

       2970-SAME-HOUSEHOLD.
           PERFORM 2975-MATCH-ONE-MEMBER THRU 2975-EXIT
               VARYING WS-MB-SUB FROM 1 BY 1
               UNTIL WS-MB-SUB > WS-MEMBER-COUNT
                  OR OPEN-CASE-WAS-FOUND.
       2970-EXIT.
           EXIT.

       2975-MATCH-ONE-MEMBER.
           IF MB-CUST-NO(WS-MB-SUB) = CE-IMAGE(WS-CE-SUB)(16:6)
              AND MB-ADDR-IDX(WS-MB-SUB) = TT-ADDR-IDX(WS-TT-SUB)
               MOVE 'Y' TO WS-OPEN-CASE-SW
           END-IF.
       2975-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-ALERT-LINE
      *----------------------------------------------------------------
       3000-WRITE-ALERT-LINE.
           MOVE AC-RULE-CODE     TO RD-RULE.
           MOVE AC-ACCT-NO       TO RD-ACCT-NO.
           MOVE AC-CUST-NO       TO RD-CUST-NO.
           MOVE AC-ALERT-TEXT    TO RD-TEXT.
           MOVE AC-TRIGGER-COUNT TO RD-TRIGGERS.
           WRITE REPORT-LINE FROM REPORT-DETAIL.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-WRITE-ONE-TRIGGER
      *----------------------------------------------------------------
       3100-WRITE-ONE-TRIGGER.
           MOVE AC-TRG-ACCT-NO(WS-TRG-SUB) TO TD-ACCT-NO.
           MOVE AC-TRG-DATE(WS-TRG-SUB)    TO TD-DATE.
           MOVE AC-TRG-AMOUNT(WS-TRG-SUB)  TO TD-AMOUNT.
           IF AC-TRG-TYPE(WS-TRG-SUB) = 'R'
              OR AC-TRG-TYPE(WS-TRG-SUB) = 'W'
               MOVE "REVERSAL" TO TD-TYPE
           ELSE
               MOVE "PAYMENT"  TO TD-TYPE
           END-IF.
           IF AC-TRG-SOURCE(WS-TRG-SUB) = 'T'
               MOVE "TONIGHT"  TO TD-SOURCE
           ELSE
               MOVE "HISTORY"  TO TD-SOURCE
           END-IF.
           WRITE REPORT-LINE FROM TRIGGER-DETAIL.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-COMPUTE-SCHEDULED - THE LEVEL MONTHLY PAYMENT OVER THE
      * MONTHS REMAINING OF THE TERM, THE SAME ARITHMETIC
      * BILLING-NOTICE PRINTS ON ITS NOTICES.
      *----------------------------------------------------------------
       3500-COMPUTE-SCHEDULED.
           MOVE LM-RATE TO WS-RATE.
           IF LM-RATE-CODE NOT = SPACES
              AND NOT LM-RATE-IS-VARIABLE
               PERFORM 3600-LOOKUP-RATE THRU 3600-EXIT
           END-IF.

           COMPUTE WS-TERM-MONTHS = LM-YEARS * 12.
           IF LM-OPEN-DATE NOT = ZERO
               MOVE LM-OPEN-DATE TO WS-OPEN-DATE-NUM
               COMPUTE WS-ELAPSED-MONTHS =
                   (WS-BDF-YYYY - WS-OPEN-YYYY) * 12
                   + WS-BDF-MM - WS-OPEN-MM
           ELSE
               MOVE ZERO TO WS-ELAPSED-MONTHS
           END-IF.
           COMPUTE WS-REMAIN-MONTHS =
               WS-TERM-MONTHS - WS-ELAPSED-MONTHS.

           IF WS-REMAIN-MONTHS <= 1
               MOVE LM-PRINCIPAL TO WS-PAYMENT
               GO TO 3500-EXIT
           END-IF.

           IF WS-RATE = ZERO
               COMPUTE WS-PAYMENT ROUNDED =
                   LM-PRINCIPAL / WS-REMAIN-MONTHS
               GO TO 3500-EXIT
           END-IF.

           COMPUTE WS-MONTH-RATE = WS-RATE / 12 / 100.

           MOVE 'N' TO WS-OVERFLOW-SW.
           MOVE 1 TO WS-POWER.
           PERFORM 3700-COMPOUND-ONE-MONTH THRU 3700-EXIT
               VARYING WS-CNT FROM 1 BY 1
               UNTIL WS-CNT > WS-REMAIN-MONTHS
                  OR PAYMENT-OVERFLOWED.

           IF PAYMENT-OVERFLOWED
               COMPUTE WS-PAYMENT ROUNDED =
                   LM-PRINCIPAL / WS-REMAIN-MONTHS
               GO TO 3500-EXIT
           END-IF.

           SUBTRACT 1 FROM WS-POWER GIVING WS-POWER-LESS-ONE.
           COMPUTE WS-PAYMENT ROUNDED =
               LM-PRINCIPAL * WS-MONTH-RATE * WS-POWER
                   / WS-POWER-LESS-ONE
               ON SIZE ERROR
                   COMPUTE WS-PAYMENT ROUNDED =
                       LM-PRINCIPAL / WS-REMAIN-MONTHS
           END-COMPUTE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-LOOKUP-RATE - SAME EFFECTIVE-DATED SELECTION AS
      * CI-CALCULATOR'S 2050-LOOKUP-RATE.
      *----------------------------------------------------------------
       3600-LOOKUP-RATE.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE.
           PERFORM 3650-SEARCH-RATE THRU 3650-EXIT
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-RATE-TABLE-COUNT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3650-SEARCH-RATE
      *----------------------------------------------------------------
       3650-SEARCH-RATE.
           IF RM-TABLE-CODE(RM-IDX) = LM-RATE-CODE
              AND RM-TABLE-DATE(RM-IDX) <= WS-BUS-DATE-RAW
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RM-TABLE-DATE(RM-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RM-TABLE-RATE(RM-IDX) TO WS-RATE
               MOVE RM-TABLE-DATE(RM-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       3650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-COMPOUND-ONE-MONTH
      *----------------------------------------------------------------
       3700-COMPOUND-ONE-MONTH.
           COMPUTE WS-POWER = WS-POWER * (1 + WS-MONTH-RATE)
               ON SIZE ERROR
                   SET PAYMENT-OVERFLOWED TO TRUE
           END-COMPUTE.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE CASE TABLE, WITH TONIGHT'S NEW CASES,
      * REPLACES THE CASE FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE "TRANSACTIONS FLAGGED" TO RC-LABEL.
           MOVE WS-TXNS-FLAGGED TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "CASES OPENED" TO RC-LABEL.
           MOVE WS-CASES-OPENED TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  STRUCTURING" TO RC-LABEL.
           MOVE WS-ST-OPENED TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  EARLY PAYOFF" TO RC-LABEL.
           MOVE WS-EP-OPENED TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  LARGE PAYMENT" TO RC-LABEL.
           MOVE WS-LP-OPENED TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  REPEATED REVERSALS" TO RC-LABEL.
           MOVE WS-RV-OPENED TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "  SHARED ADDRESS" TO RC-LABEL.
           MOVE WS-SA-OPENED TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
           MOVE "ALERTS ALREADY UNDER A CASE" TO RC-LABEL.
           MOVE WS-ALREADY-OPEN TO RC-COUNT.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           IF WS-CASE-COUNT > ZERO
               OPEN OUTPUT AML-CASE-FILE
               PERFORM 9100-WRITE-ONE-CASE THRU 9100-EXIT
                   VARYING WS-CE-SUB FROM 1 BY 1
                   UNTIL WS-CE-SUB > WS-CASE-COUNT
               CLOSE AML-CASE-FILE
           END-IF.

           CLOSE LOAN-MASTER
                 MONITOR-RPT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-CASE
      *----------------------------------------------------------------
       9100-WRITE-ONE-CASE.
           MOVE CE-IMAGE(WS-CE-SUB) TO AML-CASE-REC.
           WRITE AML-CASE-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES TRANSACTIONS READ
      * AGAINST TRANSACTIONS FLAGGED PLUS TRANSACTIONS CLEAN.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-TXNS-READ    TO CT-RECORDS-READ.
           MOVE WS-TXNS-FLAGGED TO CT-RECORDS-PROCESSED.
           IF WS-TXNS-READ = WS-TXNS-FLAGGED + WS-TXNS-CLEAN
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
