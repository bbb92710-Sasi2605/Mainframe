       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-LEAVER.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY LEAVERS RUN.  EVERY
      *                 STUDENT STUDENT-MAINT HAS MARKED LEFT ('L') IS
      *                 SETTLED: THE TERM'S FEES NET OF CONCESSIONS
      *                 ARE REFUNDED PRO RATA BY THE WEEKS ELAPSED
      *                 SINCE THE TERM OPENED, FROM THE STUREFND
      *                 REFUND TABLE, AS A CREDIT TO STUBAL AND A
      *                 BALANCED PAIR ON CIGLPOST; WHAT IS LEFT ON THE
      *                 BALANCE IS THE FINAL DUES OR THE REFUND OWED.
      *                 A NUMBERED TRANSFER CERTIFICATE IS PRINTED
      *                 WITH THE STUDENT'S RESULTS HISTORY FROM
      *                 GRDHIST, THE MASTER IS MARKED SETTLED ('S')
      *                 WITH THE CERTIFICATE NUMBER, AND THE OFFICE
      *                 GETS THE LEAVERS REGISTER.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT REFUND-TABLE-FILE ASSIGN TO STUREFND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFD-FILE-STATUS.

           SELECT FEE-SCHEDULE    ASSIGN TO STUFEES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT CONCESSION-FILE ASSIGN TO STUCONC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONC-FILE-STATUS.

           SELECT BALANCE-FILE    ASSIGN TO STUBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RESULTS-HISTORY ASSIGN TO GRDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT TC-CONTROL      ASSIGN TO STUTCNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCNO-FILE-STATUS.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT RECOVERY-JOURNAL ASSIGN TO STUDJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT LEAVERS-REGISTER ASSIGN TO STLEAVRG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TC-CERTIFICATES ASSIGN TO STUTCERT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  REFUND-TABLE-FILE
           RECORDING MODE IS F.
       COPY STUREFND.

       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       COPY STUFEES.

       FD  CONCESSION-FILE
           RECORDING MODE IS F.
       COPY STUCONC.

       FD  BALANCE-FILE
           RECORDING MODE IS F.
       COPY STUBAL.

       FD  RESULTS-HISTORY
           RECORDING MODE IS F.
       COPY GRDHIST.

       FD  TC-CONTROL
           RECORDING MODE IS F.
       COPY STUTCNO.

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  RECOVERY-JOURNAL
           RECORDING MODE IS F.
       COPY RECVJRNL.

       FD  LEAVERS-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(110).

       FD  TC-CERTIFICATES
           RECORDING MODE IS F.
       01  CERTIFICATE-LINE        PIC X(80).

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
      * FALLING BACK TO THE SYSTEM DATE.  THE TERM OPENS ON THE FIRST
      * OF THE BUSINESS DATE'S MONTH.
      *----------------------------------------------------------------
       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BDF-DD            PIC 9(02).
       01  WS-TERM-OPEN-DATE       PIC 9(08).
       01  WS-TERM-OPEN-INT        PIC 9(07).

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-STUDENTS            VALUE 'Y'.
           05 WS-RFD-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-REFUND-TABLE        VALUE 'Y'.
           05 WS-FEE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FEES                VALUE 'Y'.
           05 WS-CONC-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CONCESSIONS         VALUE 'Y'.
           05 WS-BAL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY             VALUE 'Y'.
           05 WS-CHART-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-CONC-FOUND-SW     PIC X(01).
              88 CONCESSION-WAS-FOUND       VALUE 'Y'.
           05 WS-BAND-FOUND-SW     PIC X(01).
              88 REFUND-BAND-WAS-FOUND      VALUE 'Y'.
           05 WS-LEAVER-FOUND-SW   PIC X(01).
              88 ROLL-IS-A-LEAVER           VALUE 'Y'.
           05 WS-MASTER-OK-SW      PIC X(01).
              88 MASTER-WAS-READ            VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-STU-FILE-STATUS      PIC X(02).
       01  WS-RFD-FILE-STATUS      PIC X(02).
           88 RFD-FILE-NOT-FOUND           VALUE '35'.
       01  WS-FEE-FILE-STATUS      PIC X(02).
           88 FEE-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CONC-FILE-STATUS     PIC X(02).
           88 CONC-FILE-NOT-FOUND          VALUE '35'.
       01  WS-BAL-FILE-STATUS      PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-HIST-FILE-STATUS     PIC X(02).
           88 HIST-FILE-NOT-FOUND          VALUE '35'.
       01  WS-TCNO-FILE-STATUS     PIC X(02).
           88 TCNO-FILE-NOT-FOUND          VALUE '35'.
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-JRNL-FILE-STATUS     PIC X(02).
           88 JRNL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * REFUND TABLE, FROM STUREFND - BANDS IN ASCENDING ORDER OF
      * WEEKS.  AN EMPTY TABLE REFUNDS NOTHING.
      *----------------------------------------------------------------
       01  WS-RFD-TABLE-COUNT      PIC 9(03) VALUE 0.
       01  WS-RFD-TABLE-MAX        PIC 9(03) VALUE 050.
       01  REFUND-BAND-TABLE.
           05 RB-ENTRY OCCURS 50 TIMES.
              10 RB-MAX-WEEKS      PIC 9(02).
              10 RB-REFUND-PCT     PIC 9(03)V99.
       01  WS-RFD-SUB              PIC 9(03) COMP.

      *----------------------------------------------------------------
      * CURRENT-TERM FEE TABLE AND CONCESSIONS - THE STUDENT'S TERM
      * FEE IS NETTED THE SAME WAY THE BILLING RUN RAISED IT.
      *----------------------------------------------------------------
       01  WS-FEE-TABLE-COUNT      PIC 9(03) VALUE 0.
       01  WS-FEE-TABLE-MAX        PIC 9(03) VALUE 050.
       01  FEE-TABLE.
           05 FE-ENTRY OCCURS 50 TIMES.
              10 FE-FEE-CODE       PIC X(04).
              10 FE-AMOUNT         PIC 9(7)V99.
       01  WS-FEE-SUB              PIC 9(03) COMP.

       01  WS-CONC-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-CONC-TABLE-MAX       PIC 9(04) VALUE 2000.
       01  CONCESSION-TABLE.
           05 CC-ENTRY OCCURS 2000 TIMES.
              10 CC-ROLL-NO        PIC X(06).
              10 CC-FEE-CODE       PIC X(04).
              10 CC-TYPE           PIC X(01).
                 88 CC-IS-PERCENT           VALUE 'P'.
              10 CC-VALUE          PIC 9(5)V99.
       01  WS-CONC-SUB             PIC 9(04) COMP.
       01  WS-CONCESSION-AMT       PIC 9(7)V99.
       01  WS-NET-FEE              PIC 9(7)V99.

      *----------------------------------------------------------------
      * BALANCE TABLE - SAME LOAD-WORK-REWRITE PASS THE BILLING RUN
      * MAKES.
      *----------------------------------------------------------------
       01  WS-BAL-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-BAL-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  BALANCE-TABLE.
           05 BA-ENTRY OCCURS 2000 TIMES.
              10 BA-ROLL-NO        PIC X(06).
              10 BA-BALANCE        PIC S9(7)V99.
       01  WS-BAL-SUB              PIC 9(04) COMP.
       01  WS-SEARCH-ROLL          PIC X(06).

      *----------------------------------------------------------------
      * LEAVERS TO SETTLE THIS RUN, FROM THE PASS OVER THE MASTER.  A
      * LEAVER PAST THE LIMIT STAYS 'L' AND IS SETTLED NEXT RUN.
      *----------------------------------------------------------------
       01  WS-LV-TABLE-COUNT       PIC 9(03) VALUE 0.
       01  WS-LV-TABLE-MAX         PIC 9(03) VALUE 500.
       01  LEAVER-TABLE.
           05 LV-ENTRY OCCURS 500 TIMES.
              10 LV-ROLL-NO        PIC X(06).
              10 LV-NAME           PIC X(20).
              10 LV-SECTION        PIC X(04).
              10 LV-LEFT-DATE      PIC 9(08).
              10 LV-LEFT-REASON    PIC X(02).
       01  WS-LV-SUB               PIC 9(03) COMP.

      *----------------------------------------------------------------
      * THE LEAVERS' RESULTS FROM GRDHIST, IN FILE ORDER.  A TRUNCATED
      * HISTORY WOULD PRINT A SHORT CERTIFICATE, SO AN OVERFLOW
      * REFUSES THE RUN.
      *----------------------------------------------------------------
       01  WS-HT-TABLE-COUNT       PIC 9(05) VALUE 0.
       01  WS-HT-TABLE-MAX         PIC 9(05) VALUE 5000.
       01  HISTORY-TABLE.
           05 HT-ENTRY OCCURS 5000 TIMES.
              10 HT-ROLL-NO        PIC X(06).
              10 HT-TERM-ID        PIC X(06).
              10 HT-SUBJECT-CODE   PIC X(06).
              10 HT-MARKS          PIC 9(03).
              10 HT-INTERNAL       PIC 9(03).
              10 HT-GRADE          PIC X(01).
              10 HT-PASS-SW        PIC X(01).
                 88 HT-PASSED               VALUE 'P'.
              10 HT-ATTEMPT        PIC 9(02).
       01  WS-HT-SUB               PIC 9(05) COMP.
       01  WS-RESULTS-PRINTED      PIC 9(05) COMP.

      *----------------------------------------------------------------
      * SETTLEMENT WORK AREAS FOR THE LEAVER IN HAND.
      *----------------------------------------------------------------
       01  WS-LEFT-INT             PIC 9(07).
       01  WS-WEEKS-ELAPSED        PIC 9(03).
       01  WS-REFUND-PCT           PIC 9(03)V99.
       01  WS-REFUND               PIC 9(7)V99.
       01  WS-BALANCE-BEFORE       PIC S9(7)V99.
       01  WS-BALANCE-AFTER        PIC S9(7)V99.
       01  WS-OUTCOME              PIC X(10).
       01  WS-LAST-TC-NUMBER       PIC 9(06) VALUE 0.
       01  WS-BEFORE-IMAGE         PIC X(80).

      *----------------------------------------------------------------
      * CHART-OF-ACCOUNTS TABLE AND GL CODES.  A REFUND DEBITS THE
      * FEE-REFUND ACCOUNT AND CREDITS THE STUDENT RECEIVABLE.
      *----------------------------------------------------------------
       01  WS-CHART-TABLE-COUNT    PIC 9(04) VALUE 0.
       01  GL-CHART-TABLE.
           05 CHART-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-CHART-TABLE-COUNT
                 INDEXED BY CHART-IDX.
              10 CHART-TABLE-ACCOUNT PIC X(10).
       01  WS-CHART-FOUND-SW       PIC X(01) VALUE 'N'.
           88 GL-ACCOUNT-IS-ON-CHART       VALUE 'Y'.
       01  WS-GL-POST-ACCOUNT      PIC X(10).

       01  WS-GL-CODES.
           05 WS-GL-STU-RECEIVABLE PIC X(10) VALUE "1070-STUAR".
           05 WS-GL-FEE-REFUND     PIC X(10) VALUE "4190-STREF".
           05 WS-GL-SUSPENSE       PIC X(10) VALUE "2999-SUSPN".

       01  WS-REASON               PIC X(40).
       01  WS-ENTRY-ID             PIC X(10).

       01  WS-TOTALS.
           05 WS-TOTAL-REFUNDED    PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-DUES        PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-OWED-BACK   PIC 9(9)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-STUDENTS-READ     PIC 9(7) COMP VALUE 0.
           05 WS-STUDENTS-ON-ROLL  PIC 9(7) COMP VALUE 0.
           05 WS-ALREADY-SETTLED   PIC 9(7) COMP VALUE 0.
           05 WS-LEAVERS-HELD      PIC 9(7) COMP VALUE 0.
           05 WS-LEAVERS-SETTLED   PIC 9(7) COMP VALUE 0.
           05 WS-LEAVERS-FAILED    PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * STEP-COMPLETION GATE - SEE RUNCTLRQ.CPY.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.
      *----------------------------------------------------------------
       COPY PERCKRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "STLEAV".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(24) VALUE
              "STUDENT LEAVERS  TERM   ".
           05 RH-TERM-ID            PIC X(06).

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(08) VALUE "ROLL".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(06) VALUE "SECT".
           05 FILLER                PIC X(10) VALUE "LEFT".
           05 FILLER                PIC X(04) VALUE "RSN".
           05 FILLER                PIC X(05) VALUE "WKS".
           05 FILLER                PIC X(08) VALUE " REFUND%".
           05 FILLER                PIC X(13) VALUE "  REFUND AMT".
           05 FILLER                PIC X(14) VALUE "   BALANCE NOW".
           05 FILLER                PIC X(12) VALUE "OUTCOME".
           05 FILLER                PIC X(06) VALUE "TC NO".

       01  REGISTER-DETAIL.
           05 RG-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-SECTION            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-LEFT-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-REASON             PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-WEEKS              PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-REFUND-PCT         PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-REFUND             PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-BALANCE            PIC -ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-OUTCOME            PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-TC-NUMBER          PIC 9(06).

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(19) VALUE
              "LEAVERS SETTLED  = ".
           05 TL-SETTLED            PIC ZZZZ9.
           05 FILLER                PIC X(16) VALUE
              "   REFUNDED  = ".
           05 TL-REFUNDED           PIC ZZZ,ZZZ,ZZ9.99.

       01  REGISTER-DUES-LINE.
           05 FILLER                PIC X(19) VALUE
              "FINAL DUES       = ".
           05 TL-DUES               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(19) VALUE
              "   OWED BACK   = ".
           05 TL-OWED-BACK          PIC ZZZ,ZZZ,ZZ9.99.

       01  REGISTER-HELD-LINE.
           05 FILLER                PIC X(19) VALUE
              "LEAVERS HELD     = ".
           05 TL-HELD               PIC ZZZZ9.
           05 FILLER                PIC X(34) VALUE
              "   (SETTLED ON THE NEXT RUN)".

      *----------------------------------------------------------------
      * TRANSFER CERTIFICATE LINES.
      *----------------------------------------------------------------
       01  CERT-SEPARATOR.
           05 FILLER                PIC X(72) VALUE ALL "=".

       01  CERT-TITLE-LINE.
           05 FILLER                PIC X(50) VALUE
              "TRANSFER CERTIFICATE".
           05 FILLER                PIC X(08) VALUE "NUMBER ".
           05 CT-TC-NUMBER          PIC 9(06).

       01  CERT-ISSUE-LINE.
           05 FILLER                PIC X(50) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "ISSUED ".
           05 CT-ISSUE-DATE         PIC X(10).

       01  CERT-STUDENT-LINE.
           05 FILLER                PIC X(14) VALUE "ROLL NUMBER : ".
           05 CT-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(10) VALUE "   NAME : ".
           05 CT-NAME               PIC X(20).
           05 FILLER                PIC X(11) VALUE "   CLASS : ".
           05 CT-SECTION            PIC X(04).

       01  CERT-LEAVING-LINE.
           05 FILLER                PIC X(14) VALUE "LEFT ON     : ".
           05 CT-LEFT-DATE          PIC 9(08).
           05 FILLER                PIC X(12) VALUE "   REASON : ".
           05 CT-REASON             PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CT-REASON-TEXT        PIC X(16).

       01  CERT-RESULTS-HEADING.
           05 FILLER                PIC X(52) VALUE
              "  TERM    SUBJECT  MARKS  INTERNAL  GRADE  RESULT".
           05 FILLER                PIC X(08) VALUE "ATTEMPT".

       01  CERT-RESULT-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CR-TERM-ID            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CR-SUBJECT-CODE       PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 CR-MARKS              PIC ZZ9.
           05 FILLER                PIC X(07) VALUE SPACES.
           05 CR-INTERNAL           PIC ZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 CR-GRADE              PIC X(01).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 CR-RESULT             PIC X(04).
           05 FILLER                PIC X(06) VALUE SPACES.
           05 CR-ATTEMPT            PIC Z9.

       01  CERT-NO-RESULTS-LINE.
           05 FILLER                PIC X(30) VALUE
              "  NO RESULTS ON RECORD".

       01  CERT-FEE-LINE.
           05 FILLER                PIC X(14) VALUE "TERM FEE    : ".
           05 CF-NET-FEE            PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(12) VALUE "   REFUND : ".
           05 CF-REFUND-PCT         PIC ZZ9.99.
           05 FILLER                PIC X(03) VALUE "% =".
           05 CF-REFUND             PIC ZZZZ,ZZ9.99.

       01  CERT-SETTLE-LINE.
           05 FILLER                PIC X(14) VALUE "FEES        : ".
           05 CF-OUTCOME            PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CF-AMOUNT             PIC ZZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "STLEAV  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-SETTLE-ONE-LEAVER THRU 2000-EXIT
               VARYING WS-LV-SUB FROM 1 BY 1
               UNTIL WS-LV-SUB > WS-LV-TABLE-COUNT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-STUDENTS-READ TO RQ-RECORD-COUNT
               MOVE WS-LEAVERS-SETTLED TO RQ-WRITTEN-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE BALANCE FILE IS REWRITTEN FROM STORAGE
      * AND THE CERTIFICATES MUST CARRY THE WHOLE RESULTS HISTORY, SO
      * AN OVERFLOW OF ANY TABLE BEHIND THEM REFUSES THE RUN WITH
      * NOTHING SETTLED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  GL-CHART
           OPEN OUTPUT LEAVERS-REGISTER
                       TC-CERTIFICATES.

           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           OPEN EXTEND RECOVERY-JOURNAL.
           IF JRNL-FILE-NOT-FOUND
               OPEN OUTPUT RECOVERY-JOURNAL
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW TO WS-TERM-OPEN-DATE.
           MOVE "01"            TO WS-TERM-OPEN-DATE(7:2).
           COMPUTE WS-TERM-OPEN-INT =
               FUNCTION INTEGER-OF-DATE(WS-TERM-OPEN-DATE).

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           MOVE WS-BUS-DATE-RAW(1:6) TO RH-TERM-ID.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

           PERFORM 1170-LOAD-GL-CHART THRU 1170-EXIT
               UNTIL END-OF-GL-CHART.
           CLOSE GL-CHART.

           MOVE WS-GL-STU-RECEIVABLE TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-STU-RECEIVABLE.
           MOVE WS-GL-FEE-REFUND TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-FEE-REFUND.

      *    NO REFUND TABLE REFUNDS NOTHING - EVERY LEAVER SETTLES ON
      *    THE BALANCE AS IT STANDS.
           OPEN INPUT REFUND-TABLE-FILE.
           IF RFD-FILE-NOT-FOUND
               MOVE 'Y' TO WS-RFD-EOF-SW
               DISPLAY "NO STUREFND REFUND TABLE - NO REFUNDS GIVEN"
           ELSE
               PERFORM 1100-LOAD-ONE-BAND THRU 1100-EXIT
                   UNTIL END-OF-REFUND-TABLE
               CLOSE REFUND-TABLE-FILE
           END-IF.

           OPEN INPUT FEE-SCHEDULE.
           IF FEE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-FEE-EOF-SW
           ELSE
               PERFORM 1150-LOAD-ONE-FEE THRU 1150-EXIT
                   UNTIL END-OF-FEES
               CLOSE FEE-SCHEDULE
           END-IF.

           OPEN INPUT CONCESSION-FILE.
           IF CONC-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CONC-EOF-SW
           ELSE
               PERFORM 1250-LOAD-ONE-CONCESSION THRU 1250-EXIT
                   UNTIL END-OF-CONCESSIONS
               CLOSE CONCESSION-FILE
           END-IF.

           OPEN INPUT BALANCE-FILE.
           IF BAL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-BAL-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ONE-BALANCE THRU 1200-EXIT
                   UNTIL END-OF-BALANCES
               CLOSE BALANCE-FILE
           END-IF.

           OPEN INPUT TC-CONTROL.
           IF NOT TCNO-FILE-NOT-FOUND
               READ TC-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TN-LAST-TC-NUMBER TO WS-LAST-TC-NUMBER
               END-READ
               CLOSE TC-CONTROL
           END-IF.

           OPEN I-O STUDENT-MASTER.
           PERFORM 1300-COLLECT-ONE-STUDENT THRU 1300-EXIT
               UNTIL END-OF-STUDENTS.

           IF WS-LV-TABLE-COUNT > ZERO
               OPEN INPUT RESULTS-HISTORY
               IF HIST-FILE-NOT-FOUND
                   MOVE 'Y' TO WS-HIST-EOF-SW
               ELSE
                   PERFORM 1400-LOAD-ONE-RESULT THRU 1400-EXIT
                       UNTIL END-OF-HISTORY
                   CLOSE RESULTS-HISTORY
               END-IF
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING SETTLED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE STUDENT-MASTER
                     LEAVERS-REGISTER
                     TC-CERTIFICATES
                     GL-EXTRACT
                     RECOVERY-JOURNAL
                     SHARED-EXCEPTION-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
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

           WRITE REGISTER-LINE    FROM RUN-STAMP-LINE.
           WRITE CERTIFICATE-LINE FROM RUN-STAMP-LINE.
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
      * 1100-LOAD-ONE-BAND
      *----------------------------------------------------------------
       1100-LOAD-ONE-BAND.
           READ REFUND-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-RFD-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF WS-RFD-TABLE-COUNT >= WS-RFD-TABLE-MAX
               DISPLAY "REFUND TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-RFD-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-RFD-TABLE-COUNT.
           MOVE RF-MAX-WEEKS  TO RB-MAX-WEEKS(WS-RFD-TABLE-COUNT).
           MOVE RF-REFUND-PCT TO RB-REFUND-PCT(WS-RFD-TABLE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-LOAD-ONE-FEE - ONLY THE CURRENT TERM'S ROWS.
      *----------------------------------------------------------------
       1150-LOAD-ONE-FEE.
           READ FEE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-FEE-EOF-SW
                   GO TO 1150-EXIT
           END-READ.

           IF SF-TERM-ID NOT = WS-BUS-DATE-RAW(1:6)
               GO TO 1150-EXIT
           END-IF.

           IF WS-FEE-TABLE-COUNT >= WS-FEE-TABLE-MAX
               DISPLAY "FEE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-FEE-EOF-SW
               GO TO 1150-EXIT
           END-IF.

           ADD 1 TO WS-FEE-TABLE-COUNT.
           MOVE SF-FEE-CODE TO FE-FEE-CODE(WS-FEE-TABLE-COUNT).
           MOVE SF-AMOUNT   TO FE-AMOUNT(WS-FEE-TABLE-COUNT).
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1170-LOAD-GL-CHART
      *----------------------------------------------------------------
       1170-LOAD-GL-CHART.
           READ GL-CHART
               AT END
                   MOVE 'Y' TO WS-CHART-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CHART-TABLE-COUNT
                   MOVE CA-GL-ACCOUNT
                       TO CHART-TABLE-ACCOUNT(WS-CHART-TABLE-COUNT)
           END-READ.
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-BALANCE
      *----------------------------------------------------------------
       1200-LOAD-ONE-BALANCE.
           READ BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
                   GO TO 1200-EXIT
           END-READ.

           IF WS-BAL-TABLE-COUNT >= WS-BAL-TABLE-MAX
               DISPLAY "BALANCE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-BAL-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-BAL-TABLE-COUNT.
           MOVE SB-ROLL-NO     TO BA-ROLL-NO(WS-BAL-TABLE-COUNT).
           MOVE SB-BALANCE-DUE TO BA-BALANCE(WS-BAL-TABLE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-LOAD-ONE-CONCESSION
      *----------------------------------------------------------------
       1250-LOAD-ONE-CONCESSION.
           READ CONCESSION-FILE
               AT END
                   MOVE 'Y' TO WS-CONC-EOF-SW
                   GO TO 1250-EXIT
           END-READ.

           IF WS-CONC-TABLE-COUNT >= WS-CONC-TABLE-MAX
               DISPLAY "CONCESSION TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-CONC-EOF-SW
               GO TO 1250-EXIT
           END-IF.

           ADD 1 TO WS-CONC-TABLE-COUNT.
           MOVE CN-ROLL-NO  TO CC-ROLL-NO(WS-CONC-TABLE-COUNT).
           MOVE CN-FEE-CODE TO CC-FEE-CODE(WS-CONC-TABLE-COUNT).
           MOVE CN-TYPE     TO CC-TYPE(WS-CONC-TABLE-COUNT).
           MOVE CN-VALUE    TO CC-VALUE(WS-CONC-TABLE-COUNT).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-COLLECT-ONE-STUDENT - EVERY UNSETTLED LEAVER ON THE
      * MASTER, UP TO THE TABLE LIMIT.
      *----------------------------------------------------------------
       1300-COLLECT-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1300-EXIT
           END-READ.
           ADD 1 TO WS-STUDENTS-READ.

           IF NOT SU-HAS-LEFT
               ADD 1 TO WS-STUDENTS-ON-ROLL
               GO TO 1300-EXIT
           END-IF.

           IF SU-LEFT-SETTLED
               ADD 1 TO WS-ALREADY-SETTLED
               GO TO 1300-EXIT
           END-IF.

           IF WS-LV-TABLE-COUNT >= WS-LV-TABLE-MAX
               ADD 1 TO WS-LEAVERS-HELD
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-LV-TABLE-COUNT.
           MOVE SU-ROLL-NO       TO LV-ROLL-NO(WS-LV-TABLE-COUNT).
           MOVE SU-NAME          TO LV-NAME(WS-LV-TABLE-COUNT).
           MOVE SU-CLASS-SECTION TO LV-SECTION(WS-LV-TABLE-COUNT).
           MOVE SU-LEFT-DATE     TO LV-LEFT-DATE(WS-LV-TABLE-COUNT).
           MOVE SU-LEFT-REASON   TO LV-LEFT-REASON(WS-LV-TABLE-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-RESULT - ONLY THE LEAVERS' ROWS ARE KEPT.
      *----------------------------------------------------------------
       1400-LOAD-ONE-RESULT.
           READ RESULTS-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
                   GO TO 1400-EXIT
           END-READ.

           MOVE 'N' TO WS-LEAVER-FOUND-SW.
           PERFORM 1450-CHECK-ONE-LEAVER THRU 1450-EXIT
               VARYING WS-LV-SUB FROM 1 BY 1
               UNTIL WS-LV-SUB > WS-LV-TABLE-COUNT
                  OR ROLL-IS-A-LEAVER.
           IF NOT ROLL-IS-A-LEAVER
               GO TO 1400-EXIT
           END-IF.

           IF WS-HT-TABLE-COUNT >= WS-HT-TABLE-MAX
               DISPLAY "RESULTS TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-HIST-EOF-SW
               GO TO 1400-EXIT
           END-IF.

           ADD 1 TO WS-HT-TABLE-COUNT.
           MOVE WS-HT-TABLE-COUNT TO WS-HT-SUB.
           MOVE GH-ROLL-NO        TO HT-ROLL-NO(WS-HT-SUB).
           MOVE GH-TERM-ID        TO HT-TERM-ID(WS-HT-SUB).
           MOVE GH-SUBJECT-CODE   TO HT-SUBJECT-CODE(WS-HT-SUB).
           MOVE GH-MARKS          TO HT-MARKS(WS-HT-SUB).
           MOVE GH-INTERNAL-MARKS TO HT-INTERNAL(WS-HT-SUB).
           MOVE GH-GRADE          TO HT-GRADE(WS-HT-SUB).
           MOVE GH-PASS-SW        TO HT-PASS-SW(WS-HT-SUB).
           MOVE GH-ATTEMPT        TO HT-ATTEMPT(WS-HT-SUB).
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-CHECK-ONE-LEAVER
      *----------------------------------------------------------------
       1450-CHECK-ONE-LEAVER.
           IF LV-ROLL-NO(WS-LV-SUB) = GH-ROLL-NO
               MOVE 'Y' TO WS-LEAVER-FOUND-SW
           END-IF.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SETTLE-ONE-LEAVER - REFUND THE UNUSED SHARE OF THE TERM'S
      * FEES, NUMBER AND PRINT THE TRANSFER CERTIFICATE, AND MARK THE
      * MASTER SETTLED.  A LEAVER WHOSE MASTER RECORD CANNOT BE READ
      * BACK IS LOGGED AND LEFT FOR THE NEXT RUN.
      *----------------------------------------------------------------
       2000-SETTLE-ONE-LEAVER.
           MOVE LV-ROLL-NO(WS-LV-SUB) TO SU-ROLL-NO.
           MOVE 'Y' TO WS-MASTER-OK-SW.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-OK-SW
           END-READ.
           IF NOT MASTER-WAS-READ
               ADD 1 TO WS-LEAVERS-FAILED
               MOVE LV-ROLL-NO(WS-LV-SUB) TO WS-ENTRY-ID
               MOVE "LEAVER NOT ON MASTER - NOT SETTLED" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-COMPUTE-REFUND THRU 2100-EXIT.

           MOVE LV-ROLL-NO(WS-LV-SUB) TO WS-SEARCH-ROLL.
           PERFORM 2300-FIND-OR-ADD-SLOT THRU 2300-EXIT.
           IF WS-BAL-SUB = ZERO
               ADD 1 TO WS-LEAVERS-FAILED
               MOVE LV-ROLL-NO(WS-LV-SUB) TO WS-ENTRY-ID
               MOVE "BALANCE TABLE FULL - LEAVER NOT SETTLED"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE BA-BALANCE(WS-BAL-SUB) TO WS-BALANCE-BEFORE.
           SUBTRACT WS-REFUND FROM BA-BALANCE(WS-BAL-SUB).
           MOVE BA-BALANCE(WS-BAL-SUB) TO WS-BALANCE-AFTER.
           ADD WS-REFUND TO WS-TOTAL-REFUNDED.

           EVALUATE TRUE
               WHEN WS-BALANCE-AFTER > ZERO
                   MOVE "FINAL DUES" TO WS-OUTCOME
                   ADD WS-BALANCE-AFTER TO WS-TOTAL-DUES
               WHEN WS-BALANCE-AFTER < ZERO
                   MOVE "REFUND DUE" TO WS-OUTCOME
                   SUBTRACT WS-BALANCE-AFTER FROM WS-TOTAL-OWED-BACK
               WHEN OTHER
                   MOVE "SETTLED"    TO WS-OUTCOME
           END-EVALUATE.

           IF WS-REFUND > ZERO
               PERFORM 4500-POST-REFUND THRU 4500-EXIT
           END-IF.

           ADD 1 TO WS-LAST-TC-NUMBER.

           MOVE STUDENT-MASTER-REC TO WS-BEFORE-IMAGE.
           SET SU-LEFT-SETTLED     TO TRUE.
           MOVE WS-LAST-TC-NUMBER  TO SU-TC-NUMBER.
           REWRITE STUDENT-MASTER-REC
               INVALID KEY
                   DISPLAY "LEAVER REWRITE FAILED - " SU-ROLL-NO
           END-REWRITE.
           PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.

           ADD 1 TO WS-LEAVERS-SETTLED.

           MOVE LV-ROLL-NO(WS-LV-SUB)     TO RG-ROLL-NO.
           MOVE LV-NAME(WS-LV-SUB)        TO RG-NAME.
           MOVE LV-SECTION(WS-LV-SUB)     TO RG-SECTION.
           MOVE LV-LEFT-DATE(WS-LV-SUB)   TO RG-LEFT-DATE.
           MOVE LV-LEFT-REASON(WS-LV-SUB) TO RG-REASON.
           MOVE WS-WEEKS-ELAPSED          TO RG-WEEKS.
           MOVE WS-REFUND-PCT             TO RG-REFUND-PCT.
           MOVE WS-REFUND                 TO RG-REFUND.
           MOVE WS-BALANCE-AFTER          TO RG-BALANCE.
           MOVE WS-OUTCOME                TO RG-OUTCOME.
           MOVE WS-LAST-TC-NUMBER         TO RG-TC-NUMBER.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           PERFORM 3000-PRINT-CERTIFICATE THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-COMPUTE-REFUND - WHOLE WEEKS FROM THE TERM OPENING TO THE
      * LEAVING DATE PICK THE REFUND BAND; THE BAND'S PERCENTAGE OF
      * THE STUDENT'S NET TERM FEE IS REFUNDED.  A STUDENT WHO LEFT IN
      * AN EARLIER TERM WAS NEVER BILLED FOR THIS ONE AND GETS NO
      * REFUND.
      *----------------------------------------------------------------
       2100-COMPUTE-REFUND.
           MOVE ZERO TO WS-WEEKS-ELAPSED
                        WS-REFUND-PCT
                        WS-REFUND
                        WS-NET-FEE.

           PERFORM 2200-NET-ONE-FEE THRU 2200-EXIT
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-TABLE-COUNT.

           IF LV-LEFT-DATE(WS-LV-SUB) IS NOT NUMERIC
              OR LV-LEFT-DATE(WS-LV-SUB) < WS-TERM-OPEN-DATE
               GO TO 2100-EXIT
           END-IF.

           COMPUTE WS-LEFT-INT =
               FUNCTION INTEGER-OF-DATE(LV-LEFT-DATE(WS-LV-SUB)).
           COMPUTE WS-WEEKS-ELAPSED =
               (WS-LEFT-INT - WS-TERM-OPEN-INT) / 7.

           MOVE 'N' TO WS-BAND-FOUND-SW.
           PERFORM 2150-CHECK-ONE-BAND THRU 2150-EXIT
               VARYING WS-RFD-SUB FROM 1 BY 1
               UNTIL WS-RFD-SUB > WS-RFD-TABLE-COUNT
                  OR REFUND-BAND-WAS-FOUND.

           COMPUTE WS-REFUND ROUNDED =
               WS-NET-FEE * WS-REFUND-PCT / 100.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-CHECK-ONE-BAND - THE FIRST BAND REACHING THE WEEKS
      * ELAPSED APPLIES.
      *----------------------------------------------------------------
       2150-CHECK-ONE-BAND.
           IF WS-WEEKS-ELAPSED NOT > RB-MAX-WEEKS(WS-RFD-SUB)
               MOVE 'Y' TO WS-BAND-FOUND-SW
               MOVE RB-REFUND-PCT(WS-RFD-SUB) TO WS-REFUND-PCT
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-NET-ONE-FEE - THE FEE LESS THE LEAVER'S CONCESSION ON ITS
      * FEE CODE, THE SAME NETTING THE BILLING RUN APPLIES.
      *----------------------------------------------------------------
       2200-NET-ONE-FEE.
           MOVE ZERO TO WS-CONCESSION-AMT.
           MOVE 'N'  TO WS-CONC-FOUND-SW.
           MOVE 1    TO WS-CONC-SUB.
           PERFORM 2250-CHECK-ONE-CONCESSION THRU 2250-EXIT
               UNTIL CONCESSION-WAS-FOUND
                  OR WS-CONC-SUB > WS-CONC-TABLE-COUNT.

           IF CONCESSION-WAS-FOUND
               IF CC-IS-PERCENT(WS-CONC-SUB)
                   COMPUTE WS-CONCESSION-AMT ROUNDED =
                       FE-AMOUNT(WS-FEE-SUB) * CC-VALUE(WS-CONC-SUB)
                       / 100
               ELSE
                   MOVE CC-VALUE(WS-CONC-SUB) TO WS-CONCESSION-AMT
               END-IF
               IF WS-CONCESSION-AMT > FE-AMOUNT(WS-FEE-SUB)
                   MOVE FE-AMOUNT(WS-FEE-SUB) TO WS-CONCESSION-AMT
               END-IF
           END-IF.

           COMPUTE WS-NET-FEE = WS-NET-FEE + FE-AMOUNT(WS-FEE-SUB)
                                           - WS-CONCESSION-AMT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-ONE-CONCESSION - LEAVES WS-CONC-SUB ON THE MATCH.
      *----------------------------------------------------------------
       2250-CHECK-ONE-CONCESSION.
           IF CC-ROLL-NO(WS-CONC-SUB) = LV-ROLL-NO(WS-LV-SUB)
              AND CC-FEE-CODE(WS-CONC-SUB) = FE-FEE-CODE(WS-FEE-SUB)
               MOVE 'Y' TO WS-CONC-FOUND-SW
           ELSE
               ADD 1 TO WS-CONC-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-FIND-OR-ADD-SLOT - A LEAVER NOT YET ON STUBAL IS GIVEN A
      * BALANCE SO A REFUND OWED BACK IS CARRIED.
      *----------------------------------------------------------------
       2300-FIND-OR-ADD-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-BAL-SUB.
           PERFORM 2350-CHECK-ONE-SLOT THRU 2350-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-BAL-SUB > WS-BAL-TABLE-COUNT.

           IF A-SLOT-WAS-FOUND
               GO TO 2300-EXIT
           END-IF.

           IF WS-BAL-TABLE-COUNT >= WS-BAL-TABLE-MAX
               MOVE ZERO TO WS-BAL-SUB
               GO TO 2300-EXIT
           END-IF.

           ADD 1 TO WS-BAL-TABLE-COUNT.
           MOVE WS-BAL-TABLE-COUNT TO WS-BAL-SUB.
           MOVE WS-SEARCH-ROLL TO BA-ROLL-NO(WS-BAL-SUB).
           MOVE ZERO TO BA-BALANCE(WS-BAL-SUB).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-CHECK-ONE-SLOT
      *----------------------------------------------------------------
       2350-CHECK-ONE-SLOT.
           IF BA-ROLL-NO(WS-BAL-SUB) = WS-SEARCH-ROLL
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-BAL-SUB
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "STLEAV"    TO SE-PROGRAM-ID.
           MOVE WS-ENTRY-ID TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-WRITE-JOURNAL - THE SETTLEMENT REWRITE JOURNALS LIKE ANY
      * OTHER CHANGE, SO FORWARD-RECOVERY REPLAYS IT.
      *----------------------------------------------------------------
       2800-WRITE-JOURNAL.
           MOVE SPACES             TO RECOVERY-JOURNAL-REC.
           MOVE "STLEAV"           TO JR-PROGRAM-ID.
           MOVE WS-BUS-DATE-FMT    TO JR-BUS-DATE.
           MOVE "SETTLE"           TO JR-ACTION.
           MOVE SU-ROLL-NO         TO JR-KEY.
           MOVE WS-BEFORE-IMAGE    TO JR-BEFORE-IMAGE.
           MOVE STUDENT-MASTER-REC TO JR-AFTER-IMAGE.
           WRITE RECOVERY-JOURNAL-REC.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-CERTIFICATE - ONE TRANSFER CERTIFICATE PER LEAVER:
      * THE STUDENT, THE LEAVING DATE AND REASON, EVERY RESULT ON
      * GRDHIST, AND HOW THE FEES WERE SETTLED.
      *----------------------------------------------------------------
       3000-PRINT-CERTIFICATE.
           WRITE CERTIFICATE-LINE FROM CERT-SEPARATOR.
           MOVE WS-LAST-TC-NUMBER TO CT-TC-NUMBER.
           WRITE CERTIFICATE-LINE FROM CERT-TITLE-LINE.
           MOVE WS-BUS-DATE-FMT TO CT-ISSUE-DATE.
           WRITE CERTIFICATE-LINE FROM CERT-ISSUE-LINE.

           MOVE LV-ROLL-NO(WS-LV-SUB)     TO CT-ROLL-NO.
           MOVE LV-NAME(WS-LV-SUB)        TO CT-NAME.
           MOVE LV-SECTION(WS-LV-SUB)     TO CT-SECTION.
           WRITE CERTIFICATE-LINE FROM CERT-STUDENT-LINE.

           MOVE LV-LEFT-DATE(WS-LV-SUB)   TO CT-LEFT-DATE.
           MOVE LV-LEFT-REASON(WS-LV-SUB) TO CT-REASON.
           EVALUATE LV-LEFT-REASON(WS-LV-SUB)
               WHEN "TC"
                   MOVE "(TRANSFER OUT)"  TO CT-REASON-TEXT
               WHEN "WD"
                   MOVE "(WITHDRAWN)"     TO CT-REASON-TEXT
               WHEN "EX"
                   MOVE "(EXPELLED)"      TO CT-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES            TO CT-REASON-TEXT
           END-EVALUATE.
           WRITE CERTIFICATE-LINE FROM CERT-LEAVING-LINE.

           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE FROM CERT-RESULTS-HEADING.
           MOVE ZERO TO WS-RESULTS-PRINTED.
           PERFORM 3100-PRINT-ONE-RESULT THRU 3100-EXIT
               VARYING WS-HT-SUB FROM 1 BY 1
               UNTIL WS-HT-SUB > WS-HT-TABLE-COUNT.
           IF WS-RESULTS-PRINTED = ZERO
               WRITE CERTIFICATE-LINE FROM CERT-NO-RESULTS-LINE
           END-IF.

           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-NET-FEE    TO CF-NET-FEE.
           MOVE WS-REFUND-PCT TO CF-REFUND-PCT.
           MOVE WS-REFUND     TO CF-REFUND.
           WRITE CERTIFICATE-LINE FROM CERT-FEE-LINE.
           MOVE WS-OUTCOME    TO CF-OUTCOME.
           IF WS-BALANCE-AFTER < ZERO
               COMPUTE CF-AMOUNT = ZERO - WS-BALANCE-AFTER
           ELSE
               MOVE WS-BALANCE-AFTER TO CF-AMOUNT
           END-IF.
           WRITE CERTIFICATE-LINE FROM CERT-SETTLE-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-ONE-RESULT
      *----------------------------------------------------------------
       3100-PRINT-ONE-RESULT.
           IF HT-ROLL-NO(WS-HT-SUB) NOT = LV-ROLL-NO(WS-LV-SUB)
               GO TO 3100-EXIT
           END-IF.

           MOVE HT-TERM-ID(WS-HT-SUB)      TO CR-TERM-ID.
           MOVE HT-SUBJECT-CODE(WS-HT-SUB) TO CR-SUBJECT-CODE.
           MOVE HT-MARKS(WS-HT-SUB)        TO CR-MARKS.
           MOVE HT-INTERNAL(WS-HT-SUB)     TO CR-INTERNAL.
           MOVE HT-GRADE(WS-HT-SUB)        TO CR-GRADE.
           IF HT-PASSED(WS-HT-SUB)
               MOVE "PASS" TO CR-RESULT
           ELSE
               MOVE "FAIL" TO CR-RESULT
           END-IF.
           IF HT-ATTEMPT(WS-HT-SUB) IS NUMERIC
              AND HT-ATTEMPT(WS-HT-SUB) > ZERO
               MOVE HT-ATTEMPT(WS-HT-SUB)  TO CR-ATTEMPT
           ELSE
               MOVE 1                      TO CR-ATTEMPT
           END-IF.
           WRITE CERTIFICATE-LINE FROM CERT-RESULT-LINE.
           ADD 1 TO WS-RESULTS-PRINTED.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-VALIDATE-GL-ACCOUNT - SAME CHART CHECK CI-CALCULATOR
      * MAKES: AN ACCOUNT THE CHART DOES NOT CARRY IS REPLACED WITH
      * THE SUSPENSE ACCOUNT AND LOGGED.
      *----------------------------------------------------------------
       4400-VALIDATE-GL-ACCOUNT.
           MOVE 'N' TO WS-CHART-FOUND-SW.
           PERFORM 4450-SEARCH-CHART THRU 4450-EXIT
               VARYING CHART-IDX FROM 1 BY 1
               UNTIL CHART-IDX > WS-CHART-TABLE-COUNT
                  OR GL-ACCOUNT-IS-ON-CHART.

           IF NOT GL-ACCOUNT-IS-ON-CHART
               MOVE WS-GL-POST-ACCOUNT TO WS-ENTRY-ID
               MOVE "GL ACCOUNT NOT ON CHART - TO SUSPENSE"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               MOVE WS-GL-SUSPENSE TO WS-GL-POST-ACCOUNT
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4450-SEARCH-CHART
      *----------------------------------------------------------------
       4450-SEARCH-CHART.
           IF CHART-TABLE-ACCOUNT(CHART-IDX) = WS-GL-POST-ACCOUNT
               MOVE 'Y' TO WS-CHART-FOUND-SW
           END-IF.
       4450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-POST-REFUND - DEBIT THE FEE-REFUND ACCOUNT, CREDIT THE
      * STUDENT RECEIVABLE, IN USD AT HEAD OFFICE LIKE THE BILLING
      * PAIR IT REVERSES.
      *----------------------------------------------------------------
       4500-POST-REFUND.
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD         TO GL-PERIOD.
           MOVE LV-ROLL-NO(WS-LV-SUB)  TO GL-ACCT-NO.
           MOVE WS-GL-FEE-REFUND       TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT             TO TRUE.
           MOVE WS-REFUND              TO GL-AMOUNT.
           MOVE "USD"                  TO GL-CURRENCY.
           MOVE "LEAVER FEE REFUND"    TO GL-NARRATIVE.
           MOVE WS-REFUND              TO GL-BASE-AMOUNT.
           WRITE GL-EXTRACT-REC.

           MOVE WS-GL-STU-RECEIVABLE   TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT            TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE REPLACES THE BALANCE FILE
      * AND THE LAST CERTIFICATE NUMBER GOES BACK ON THE CONTROL
      * FILE.  LEAVERS HELD OVER FOR THE TABLE LIMIT END THE STEP
      * WITH CONDITION CODE 4, SO IT IS NOT MARKED COMPLETE AND A
      * RERUN SETTLES THEM.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-LEAVERS-SETTLED TO TL-SETTLED.
           MOVE WS-TOTAL-REFUNDED  TO TL-REFUNDED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE WS-TOTAL-DUES      TO TL-DUES.
           MOVE WS-TOTAL-OWED-BACK TO TL-OWED-BACK.
           WRITE REGISTER-LINE FROM REGISTER-DUES-LINE.
           IF WS-LEAVERS-HELD > ZERO
               MOVE WS-LEAVERS-HELD TO TL-HELD
               WRITE REGISTER-LINE FROM REGISTER-HELD-LINE
               DISPLAY "LEAVER TABLE FULL - RAISE LIMIT"
           END-IF.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           OPEN OUTPUT BALANCE-FILE.
           PERFORM 9100-WRITE-ONE-BALANCE THRU 9100-EXIT
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-TABLE-COUNT.
           CLOSE BALANCE-FILE.

           IF WS-LEAVERS-SETTLED > ZERO
               OPEN OUTPUT TC-CONTROL
               MOVE WS-LAST-TC-NUMBER TO TN-LAST-TC-NUMBER
               MOVE WS-BUS-DATE-RAW   TO TN-LAST-ISSUE-DATE
               WRITE STUDENT-TC-CONTROL-REC
               CLOSE TC-CONTROL
           END-IF.

           CLOSE STUDENT-MASTER
                 LEAVERS-REGISTER
                 TC-CERTIFICATES
                 GL-EXTRACT
                 RECOVERY-JOURNAL
                 SHARED-EXCEPTION-LOG.

           IF WS-LEAVERS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-BALANCE
      *----------------------------------------------------------------
       9100-WRITE-ONE-BALANCE.
           MOVE BA-ROLL-NO(WS-BAL-SUB) TO SB-ROLL-NO.
           MOVE BA-BALANCE(WS-BAL-SUB) TO SB-BALANCE-DUE.
           WRITE STUDENT-BALANCE-REC.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES STUDENTS READ AGAINST
      * LEAVERS SETTLED, STUDENTS STILL ON ROLL, LEAVERS SETTLED ON AN
      * EARLIER RUN, LEAVERS HELD OVER AND LEAVERS THAT FAILED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-STUDENTS-READ   TO CT-RECORDS-READ.
           MOVE WS-LEAVERS-SETTLED TO CT-RECORDS-PROCESSED.
           IF WS-STUDENTS-READ = WS-LEAVERS-SETTLED
                                 + WS-STUDENTS-ON-ROLL
                                 + WS-ALREADY-SETTLED
                                 + WS-LEAVERS-HELD
                                 + WS-LEAVERS-FAILED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
