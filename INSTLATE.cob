       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTALLMENT-RUN.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  NIGHTLY STUDENT INSTALLMENT
      *                 RUN.  EVERY CURRENT-TERM STUINST INSTALLMENT
      *                 STILL SHORT PAST ITS DUE DATE AND THE TERM'S
      *                 GRACE DAYS ON THE STULATE CONTROL TABLE IS
      *                 CHARGED THE LATE FEE ONCE - ONTO STUBAL AND
      *                 AS A BALANCED PAIR ON CIGLPOST - AND THE RUN
      *                 CLOSES WITH THE DEFAULTER LIST BY CLASS
      *                 SECTION: EVERY BALANCE OWING WITH AN OVERDUE
      *                 INSTALLMENT OR NO PLAN FOR THE TERM.  THIS
      *                 LIST REPLACES RECEIPT POSTING'S FLAT ARREARS
      *                 LIST.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-PLAN ASSIGN TO STUINST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT LATE-FEE-CONTROL ASSIGN TO STULATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-FILE-STATUS.

           SELECT BALANCE-FILE    ASSIGN TO STUBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT LATE-FEE-REGISTER ASSIGN TO STINSTRG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEFAULTER-LIST  ASSIGN TO STUDFLT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLMENT-PLAN
           RECORDING MODE IS F.
       COPY STUINST.

       FD  LATE-FEE-CONTROL
           RECORDING MODE IS F.
       COPY STULATE.

       FD  BALANCE-FILE
           RECORDING MODE IS F.
       COPY STUBAL.

       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  LATE-FEE-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).

       FD  DEFAULTER-LIST
           RECORDING MODE IS F.
       01  DEFAULTER-LINE          PIC X(80).

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
       01  WS-BUS-DATE-INT         PIC 9(07).

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-PLAN-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PLANS               VALUE 'Y'.
           05 WS-LATE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-LATE-CONTROL        VALUE 'Y'.
           05 WS-BAL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-CHART-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-RULE-FOUND-SW     PIC X(01) VALUE 'N'.
              88 LATE-RULE-WAS-FOUND        VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.

       01  WS-PLAN-FILE-STATUS     PIC X(02).
           88 PLAN-FILE-NOT-FOUND          VALUE '35'.
       01  WS-LATE-FILE-STATUS     PIC X(02).
           88 LATE-FILE-NOT-FOUND          VALUE '35'.
       01  WS-BAL-FILE-STATUS      PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-STU-FILE-STATUS      PIC X(02).
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * THE CURRENT TERM'S LATE-FEE RULE, FROM STULATE.
      *----------------------------------------------------------------
       01  WS-LATE-RULE.
           05 WS-GRACE-DAYS        PIC 9(03) VALUE 0.
           05 WS-FLAT-FEE          PIC 9(5)V99 VALUE 0.
           05 WS-LATE-PERCENT      PIC 9(03)V99 VALUE 0.

      *----------------------------------------------------------------
      * INSTALLMENT-PLAN TABLE - THE WHOLE STUINST FILE, LATE FEES
      * MARKED, REWRITTEN AT CLOSE.
      *----------------------------------------------------------------
       01  WS-PLAN-TABLE-COUNT     PIC 9(05) VALUE 0.
       01  WS-PLAN-TABLE-MAX       PIC 9(05) VALUE 10000.
       01  PLAN-TABLE.
           05 PL-ENTRY OCCURS 10000 TIMES.
              10 PL-ROLL-NO        PIC X(06).
              10 PL-TERM-ID        PIC X(06).
              10 PL-INSTALL-NO     PIC 9(02).
              10 PL-DUE-DATE       PIC 9(08).
              10 PL-AMOUNT         PIC 9(7)V99.
              10 PL-PAID-AMOUNT    PIC 9(7)V99.
              10 PL-LATE-FEE-SW    PIC X(01).
                 88 PL-LATE-FEE-CHARGED     VALUE 'Y'.
              10 PL-LATE-FEE       PIC 9(5)V99.
       01  WS-PLAN-SUB             PIC 9(05) COMP.
       01  WS-INSTALL-SHORT        PIC 9(7)V99.
       01  WS-DAYS-LATE            PIC S9(07).
       01  WS-LATE-FEE             PIC 9(7)V99.

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
      * PLAN STATUS PER ROLL NUMBER - AN ENTRY FOR EVERY STUDENT WITH
      * A CURRENT-TERM PLAN, CARRYING WHAT IS OVERDUE ON IT.
      *----------------------------------------------------------------
       01  WS-STAT-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-STAT-TABLE-MAX       PIC 9(04) VALUE 2000.
       01  PLAN-STATUS-TABLE.
           05 PS-ENTRY OCCURS 2000 TIMES.
              10 PS-ROLL-NO        PIC X(06).
              10 PS-OVERDUE        PIC 9(7)V99.
              10 PS-OVERDUE-COUNT  PIC 9(03).
       01  WS-STAT-SUB             PIC 9(04) COMP.

      *----------------------------------------------------------------
      * DEFAULTER TABLE, SORTED SECTION AND ROLL THROUGH THE SHARED
      * SORT SERVICE.
      *----------------------------------------------------------------
       01  WS-DFLT-COUNT           PIC 9(04) VALUE 0.
       01  WS-DFLT-MAX             PIC 9(04) VALUE 2000.
       01  DEFAULTER-TABLE.
           05 DF-ENTRY OCCURS 2000 TIMES.
              10 DF-SECTION        PIC X(04).
              10 DF-ROLL-NO        PIC X(06).
              10 DF-NAME           PIC X(20).
              10 DF-BALANCE        PIC 9(7)V99.
              10 DF-OVERDUE        PIC 9(7)V99.
              10 DF-PLAN-SW        PIC X(01).
                 88 DF-HAS-PLAN             VALUE 'Y'.
       01  WS-DFLT-SUB             PIC 9(04) COMP.
       01  WS-PRIOR-SECTION        PIC X(04) VALUE LOW-VALUES.
       01  WS-SECTION-COUNT        PIC 9(04) VALUE 0.
       01  WS-SECTION-OWING        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-OWING          PIC 9(11)V99 VALUE 0.
       01  WS-EDIT-AMOUNT          PIC ZZZZ,ZZ9.99.

       COPY SORTREQ.

      *----------------------------------------------------------------
      * CHART-OF-ACCOUNTS TABLE AND GL CODES.  THE DEBIT SIDE OF EVERY
      * LATE-FEE PAIR IS THE STUDENT RECEIVABLE; THE CREDIT SIDE IS
      * THE INCOME ACCOUNT ON THE TERM'S STULATE ROW.
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
           05 WS-GL-LATE-FEE       PIC X(10) VALUE SPACES.
           05 WS-GL-SUSPENSE       PIC X(10) VALUE "2999-SUSPN".

       01  WS-REASON               PIC X(40).
       01  WS-ENTRY-ID             PIC X(10).

       01  WS-TOTAL-LATE-FEES      PIC 9(9)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-INSTALLS-READ     PIC 9(7) COMP VALUE 0.
           05 WS-INSTALLS-OTHER-TERM PIC 9(7) COMP VALUE 0.
           05 WS-INSTALLS-PAID-UP  PIC 9(7) COMP VALUE 0.
           05 WS-INSTALLS-NOT-DUE  PIC 9(7) COMP VALUE 0.
           05 WS-INSTALLS-OVERDUE  PIC 9(7) COMP VALUE 0.
           05 WS-INSTALLS-INVALID  PIC 9(7) COMP VALUE 0.
           05 WS-LATE-FEES-CHARGED PIC 9(7) COMP VALUE 0.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "STINST".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "INSTALLMENT LATE FEES  TERM  ".
           05 RH-TERM-ID            PIC X(06).

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(10) VALUE "ROLL".
           05 FILLER                PIC X(12) VALUE "INST  DUE".
           05 FILLER                PIC X(13) VALUE "   AMOUNT".
           05 FILLER                PIC X(13) VALUE "     PAID".
           05 FILLER                PIC X(06) VALUE "DAYS".
           05 FILLER                PIC X(11) VALUE " LATE FEE".
           05 FILLER                PIC X(12) VALUE " NEW BALANCE".

       01  REGISTER-DETAIL.
           05 RG-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-INSTALL-NO         PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-DUE-DATE           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-AMOUNT             PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-PAID               PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-DAYS-LATE          PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-LATE-FEE           PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-NEW-BALANCE        PIC -ZZZZ,ZZ9.99.

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(20) VALUE
              "LATE FEES CHARGED = ".
           05 TL-CHARGED            PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE "   AMOUNT = ".
           05 TL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  DEFAULTER-HEADING-1.
           05 FILLER                PIC X(37) VALUE
              "FEE DEFAULTERS BY CLASS SECTION  TERM".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DH-TERM-ID            PIC X(06).

       01  DEFAULTER-HEADING-2.
           05 FILLER                PIC X(10) VALUE "  ROLL".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(14) VALUE "   BALANCE DUE".
           05 FILLER                PIC X(14) VALUE "   OVERDUE".

       01  SECTION-HEADING.
           05 FILLER                PIC X(08) VALUE "SECTION ".
           05 SH-SECTION            PIC X(04).

       01  DEFAULTER-DETAIL.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-BALANCE            PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DL-OVERDUE            PIC X(11).

       01  SECTION-TOTAL-LINE.
           05 FILLER                PIC X(24) VALUE
              "  SECTION DEFAULTERS = ".
           05 ST-COUNT              PIC ZZZ9.
           05 FILLER                PIC X(10) VALUE "  OWING = ".
           05 ST-OWING              PIC ZZZ,ZZZ,ZZ9.99.

       01  DEFAULTER-TOTAL-LINE.
           05 FILLER                PIC X(24) VALUE
              "TOTAL DEFAULTERS     = ".
           05 DT-COUNT              PIC ZZZ9.
           05 FILLER                PIC X(10) VALUE "  OWING = ".
           05 DT-OWING              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "STINST  " TO RQ-PROGRAM-ID.
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
           PERFORM 2000-CHECK-ONE-INSTALLMENT THRU 2000-EXIT
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-TABLE-COUNT.
           PERFORM 3000-FIND-DEFAULTERS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-INSTALLS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE PLAN AND BALANCE FILES ARE BOTH
      * REWRITTEN FROM STORAGE, SO AN OVERFLOW OF EITHER REFUSES THE
      * RUN RATHER THAN DROP ROWS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  GL-CHART
           OPEN OUTPUT LATE-FEE-REGISTER
                       DEFAULTER-LIST.

           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-RAW).

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           MOVE WS-BUS-DATE-RAW(1:6) TO RH-TERM-ID
                                        DH-TERM-ID.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.
           WRITE DEFAULTER-LINE FROM DEFAULTER-HEADING-1.
           WRITE DEFAULTER-LINE FROM DEFAULTER-HEADING-2.

           PERFORM 1170-LOAD-GL-CHART THRU 1170-EXIT
               UNTIL END-OF-GL-CHART.
           CLOSE GL-CHART.

           MOVE WS-GL-STU-RECEIVABLE TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-STU-RECEIVABLE.

      *    NO STULATE ROW FOR THE TERM CHARGES NO LATE FEES; THE
      *    DEFAULTER LIST IS STILL PRINTED.
           OPEN INPUT LATE-FEE-CONTROL.
           IF LATE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-LATE-EOF-SW
           ELSE
               PERFORM 1100-LOAD-LATE-RULE THRU 1100-EXIT
                   UNTIL END-OF-LATE-CONTROL
               CLOSE LATE-FEE-CONTROL
           END-IF.
           IF LATE-RULE-WAS-FOUND
               MOVE WS-GL-LATE-FEE TO WS-GL-POST-ACCOUNT
               PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT
               MOVE WS-GL-POST-ACCOUNT TO WS-GL-LATE-FEE
           ELSE
               DISPLAY "NO STULATE ROW FOR THE TERM - "
                       "NO LATE FEES CHARGED"
           END-IF.

           OPEN INPUT BALANCE-FILE.
           IF BAL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-BAL-EOF-SW
           ELSE
               PERFORM 1200-LOAD-ONE-BALANCE THRU 1200-EXIT
                   UNTIL END-OF-BALANCES
               CLOSE BALANCE-FILE
           END-IF.

           OPEN INPUT INSTALLMENT-PLAN.
           IF PLAN-FILE-NOT-FOUND
               MOVE 'Y' TO WS-PLAN-EOF-SW
           ELSE
               PERFORM 1300-LOAD-ONE-INSTALLMENT THRU 1300-EXIT
                   UNTIL END-OF-PLANS
               CLOSE INSTALLMENT-PLAN
           END-IF.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING CHARGED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE LATE-FEE-REGISTER
                     DEFAULTER-LIST
                     GL-EXTRACT
                     SHARED-EXCEPTION-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-MASTER.
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

           WRITE REGISTER-LINE  FROM RUN-STAMP-LINE.
           WRITE DEFAULTER-LINE FROM RUN-STAMP-LINE.
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
      * 1100-LOAD-LATE-RULE - ONLY THE CURRENT TERM'S ROW APPLIES.
      *----------------------------------------------------------------
       1100-LOAD-LATE-RULE.
           READ LATE-FEE-CONTROL
               AT END
                   MOVE 'Y' TO WS-LATE-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF LC-TERM-ID NOT = WS-BUS-DATE-RAW(1:6)
               GO TO 1100-EXIT
           END-IF.

           MOVE 'Y'           TO WS-RULE-FOUND-SW.
           MOVE LC-GRACE-DAYS TO WS-GRACE-DAYS.
           MOVE LC-FLAT-FEE   TO WS-FLAT-FEE.
           MOVE LC-PERCENT    TO WS-LATE-PERCENT.
           MOVE LC-GL-ACCOUNT TO WS-GL-LATE-FEE.
       1100-EXIT.
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
      * 1300-LOAD-ONE-INSTALLMENT
      *----------------------------------------------------------------
       1300-LOAD-ONE-INSTALLMENT.
           READ INSTALLMENT-PLAN
               AT END
                   MOVE 'Y' TO WS-PLAN-EOF-SW
                   GO TO 1300-EXIT
           END-READ.

           IF WS-PLAN-TABLE-COUNT >= WS-PLAN-TABLE-MAX
               DISPLAY "INSTALLMENT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-PLAN-EOF-SW
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-PLAN-TABLE-COUNT.
           MOVE WS-PLAN-TABLE-COUNT TO WS-PLAN-SUB.
           MOVE IP-ROLL-NO     TO PL-ROLL-NO(WS-PLAN-SUB).
           MOVE IP-TERM-ID     TO PL-TERM-ID(WS-PLAN-SUB).
           MOVE IP-INSTALL-NO  TO PL-INSTALL-NO(WS-PLAN-SUB).
           MOVE IP-DUE-DATE    TO PL-DUE-DATE(WS-PLAN-SUB).
           MOVE IP-AMOUNT      TO PL-AMOUNT(WS-PLAN-SUB).
           MOVE IP-PAID-AMOUNT TO PL-PAID-AMOUNT(WS-PLAN-SUB).
           MOVE IP-LATE-FEE-SW TO PL-LATE-FEE-SW(WS-PLAN-SUB).
           MOVE IP-LATE-FEE    TO PL-LATE-FEE(WS-PLAN-SUB).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-ONE-INSTALLMENT - A CURRENT-TERM INSTALLMENT STILL
      * SHORT AFTER ITS DUE DATE IS OVERDUE; PAST THE GRACE DAYS TOO,
      * IT IS CHARGED THE LATE FEE ONCE.
      *----------------------------------------------------------------
       2000-CHECK-ONE-INSTALLMENT.
           ADD 1 TO WS-INSTALLS-READ.

           IF PL-TERM-ID(WS-PLAN-SUB) NOT = WS-BUS-DATE-RAW(1:6)
               ADD 1 TO WS-INSTALLS-OTHER-TERM
               GO TO 2000-EXIT
           END-IF.

           MOVE PL-ROLL-NO(WS-PLAN-SUB) TO WS-SEARCH-ROLL.
           PERFORM 2200-FIND-OR-ADD-STATUS THRU 2200-EXIT.

           IF PL-PAID-AMOUNT(WS-PLAN-SUB)
                  NOT < PL-AMOUNT(WS-PLAN-SUB)
               ADD 1 TO WS-INSTALLS-PAID-UP
               GO TO 2000-EXIT
           END-IF.

           IF PL-DUE-DATE(WS-PLAN-SUB) IS NOT NUMERIC
              OR PL-DUE-DATE(WS-PLAN-SUB)(5:2) < "01"
              OR PL-DUE-DATE(WS-PLAN-SUB)(5:2) > "12"
              OR PL-DUE-DATE(WS-PLAN-SUB)(7:2) < "01"
              OR PL-DUE-DATE(WS-PLAN-SUB)(7:2) > "31"
               ADD 1 TO WS-INSTALLS-INVALID
               MOVE PL-ROLL-NO(WS-PLAN-SUB) TO WS-ENTRY-ID
               MOVE "INSTALLMENT DUE DATE INVALID" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-DAYS-LATE = WS-BUS-DATE-INT
               - FUNCTION INTEGER-OF-DATE(PL-DUE-DATE(WS-PLAN-SUB)).
           IF WS-DAYS-LATE NOT > ZERO
               ADD 1 TO WS-INSTALLS-NOT-DUE
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-INSTALLS-OVERDUE.
           COMPUTE WS-INSTALL-SHORT = PL-AMOUNT(WS-PLAN-SUB)
                                    - PL-PAID-AMOUNT(WS-PLAN-SUB).
           IF WS-STAT-SUB > ZERO
               ADD WS-INSTALL-SHORT TO PS-OVERDUE(WS-STAT-SUB)
               ADD 1 TO PS-OVERDUE-COUNT(WS-STAT-SUB)
           END-IF.

           IF NOT LATE-RULE-WAS-FOUND
              OR PL-LATE-FEE-CHARGED(WS-PLAN-SUB)
              OR WS-DAYS-LATE NOT > WS-GRACE-DAYS
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-CHARGE-LATE-FEE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHARGE-LATE-FEE - THE FLAT FEE PLUS THE PERCENTAGE OF THE
      * UNPAID PART GOES ON THE BALANCE AND THE LEDGER, AND THE
      * INSTALLMENT IS MARKED SO IT IS NEVER CHARGED AGAIN.
      *----------------------------------------------------------------
       2100-CHARGE-LATE-FEE.
           COMPUTE WS-LATE-FEE ROUNDED = WS-FLAT-FEE
               + WS-INSTALL-SHORT * WS-LATE-PERCENT / 100.
           IF WS-LATE-FEE = ZERO
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2150-FIND-OR-ADD-SLOT THRU 2150-EXIT.
           IF WS-BAL-SUB = ZERO
               MOVE PL-ROLL-NO(WS-PLAN-SUB) TO WS-ENTRY-ID
               MOVE "BALANCE TABLE FULL - LATE FEE NOT CHARGED"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2100-EXIT
           END-IF.

           ADD WS-LATE-FEE TO BA-BALANCE(WS-BAL-SUB).
           ADD WS-LATE-FEE TO WS-TOTAL-LATE-FEES.
           ADD 1 TO WS-LATE-FEES-CHARGED.
           MOVE 'Y'         TO PL-LATE-FEE-SW(WS-PLAN-SUB).
           MOVE WS-LATE-FEE TO PL-LATE-FEE(WS-PLAN-SUB).

           MOVE PL-ROLL-NO(WS-PLAN-SUB)     TO RG-ROLL-NO.
           MOVE PL-INSTALL-NO(WS-PLAN-SUB)  TO RG-INSTALL-NO.
           MOVE PL-DUE-DATE(WS-PLAN-SUB)    TO RG-DUE-DATE.
           MOVE PL-AMOUNT(WS-PLAN-SUB)      TO RG-AMOUNT.
           MOVE PL-PAID-AMOUNT(WS-PLAN-SUB) TO RG-PAID.
           MOVE WS-DAYS-LATE                TO RG-DAYS-LATE.
           MOVE WS-LATE-FEE                 TO RG-LATE-FEE.
           MOVE BA-BALANCE(WS-BAL-SUB)      TO RG-NEW-BALANCE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           PERFORM 4500-POST-LATE-FEE THRU 4500-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-FIND-OR-ADD-SLOT - A PLAN FOR A STUDENT NOT YET ON STUBAL
      * OPENS A BALANCE FOR THEM, AS THE BILLING RUN DOES.
      *----------------------------------------------------------------
       2150-FIND-OR-ADD-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-BAL-SUB.
           PERFORM 2160-CHECK-ONE-SLOT THRU 2160-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-BAL-SUB > WS-BAL-TABLE-COUNT.

           IF A-SLOT-WAS-FOUND
               GO TO 2150-EXIT
           END-IF.

           IF WS-BAL-TABLE-COUNT >= WS-BAL-TABLE-MAX
               MOVE ZERO TO WS-BAL-SUB
               GO TO 2150-EXIT
           END-IF.

           ADD 1 TO WS-BAL-TABLE-COUNT.
           MOVE WS-BAL-TABLE-COUNT TO WS-BAL-SUB.
           MOVE WS-SEARCH-ROLL TO BA-ROLL-NO(WS-BAL-SUB).
           MOVE ZERO TO BA-BALANCE(WS-BAL-SUB).
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-CHECK-ONE-SLOT
      *----------------------------------------------------------------
       2160-CHECK-ONE-SLOT.
           IF BA-ROLL-NO(WS-BAL-SUB) = WS-SEARCH-ROLL
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-BAL-SUB
           END-IF.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-OR-ADD-STATUS - LEAVES WS-STAT-SUB ON THE ROLL'S
      * PLAN-STATUS ENTRY, OR ZERO WHEN THE TABLE IS FULL.
      *----------------------------------------------------------------
       2200-FIND-OR-ADD-STATUS.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-STAT-SUB.
           PERFORM 2250-CHECK-ONE-STATUS THRU 2250-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-STAT-SUB > WS-STAT-TABLE-COUNT.

           IF A-SLOT-WAS-FOUND
               GO TO 2200-EXIT
           END-IF.

           IF WS-STAT-TABLE-COUNT >= WS-STAT-TABLE-MAX
               DISPLAY "PLAN STATUS TABLE FULL - RAISE LIMIT"
               MOVE ZERO TO WS-STAT-SUB
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-STAT-TABLE-COUNT.
           MOVE WS-STAT-TABLE-COUNT TO WS-STAT-SUB.
           MOVE WS-SEARCH-ROLL TO PS-ROLL-NO(WS-STAT-SUB).
           MOVE ZERO TO PS-OVERDUE(WS-STAT-SUB)
                        PS-OVERDUE-COUNT(WS-STAT-SUB).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-ONE-STATUS
      *----------------------------------------------------------------
       2250-CHECK-ONE-STATUS.
           IF PS-ROLL-NO(WS-STAT-SUB) = WS-SEARCH-ROLL
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               ADD 1 TO WS-STAT-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "STINST"    TO SE-PROGRAM-ID.
           MOVE WS-ENTRY-ID TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-FIND-DEFAULTERS - EVERY BALANCE OWING IS A DEFAULT
      * UNLESS THE STUDENT HAS A CURRENT-TERM PLAN WITH NOTHING
      * OVERDUE ON IT.  THE LIST IS SORTED SECTION AND ROLL.
      *----------------------------------------------------------------
       3000-FIND-DEFAULTERS.
           PERFORM 3100-CHECK-ONE-BALANCE THRU 3100-EXIT
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-TABLE-COUNT.

           IF WS-DFLT-COUNT < 2
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-DFLT-COUNT TO SQ-ELEMENT-COUNT.
           MOVE 49  TO SQ-ELEMENT-LENGTH.
           MOVE 1   TO SQ-KEY-OFFSET.
           MOVE 10  TO SQ-KEY-LENGTH.
           SET SQ-KEY-IS-CHARACTER TO TRUE.
           SET SQ-SORT-ASCENDING   TO TRUE.
           CALL "SORT-SERVICE" USING SORT-REQUEST, DEFAULTER-TABLE.
           IF SQ-RETURN-CODE NOT = ZERO
               DISPLAY "DEFAULTER SORT REFUSED - LIST UNSORTED"
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-ONE-BALANCE
      *----------------------------------------------------------------
       3100-CHECK-ONE-BALANCE.
           IF BA-BALANCE(WS-BAL-SUB) NOT > ZERO
               GO TO 3100-EXIT
           END-IF.

           MOVE BA-ROLL-NO(WS-BAL-SUB) TO WS-SEARCH-ROLL.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           MOVE 1   TO WS-STAT-SUB.
           PERFORM 2250-CHECK-ONE-STATUS THRU 2250-EXIT
               UNTIL A-SLOT-WAS-FOUND
                  OR WS-STAT-SUB > WS-STAT-TABLE-COUNT.
           IF A-SLOT-WAS-FOUND
               IF PS-OVERDUE-COUNT(WS-STAT-SUB) = ZERO
                   GO TO 3100-EXIT
               END-IF
           END-IF.

           IF WS-DFLT-COUNT >= WS-DFLT-MAX
               DISPLAY "DEFAULTER TABLE FULL - RAISE LIMIT"
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-DFLT-COUNT.
           MOVE WS-DFLT-COUNT TO WS-DFLT-SUB.
           MOVE BA-ROLL-NO(WS-BAL-SUB) TO SU-ROLL-NO
                                          DF-ROLL-NO(WS-DFLT-SUB).
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES          TO SU-CLASS-SECTION
                   MOVE "NOT ON MASTER" TO SU-NAME
           END-READ.
           MOVE SU-CLASS-SECTION       TO DF-SECTION(WS-DFLT-SUB).
           MOVE SU-NAME                TO DF-NAME(WS-DFLT-SUB).
           MOVE BA-BALANCE(WS-BAL-SUB) TO DF-BALANCE(WS-DFLT-SUB).
           IF A-SLOT-WAS-FOUND
               MOVE 'Y' TO DF-PLAN-SW(WS-DFLT-SUB)
               MOVE PS-OVERDUE(WS-STAT-SUB) TO DF-OVERDUE(WS-DFLT-SUB)
           ELSE
               MOVE 'N'  TO DF-PLAN-SW(WS-DFLT-SUB)
               MOVE ZERO TO DF-OVERDUE(WS-DFLT-SUB)
           END-IF.
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
      * 4500-POST-LATE-FEE - DEBIT THE STUDENT RECEIVABLE, CREDIT THE
      * LATE-FEE INCOME ACCOUNT, IN USD AT HEAD OFFICE LIKE THE
      * BILLING PAIR.
      *----------------------------------------------------------------
       4500-POST-LATE-FEE.
           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD         TO GL-PERIOD.
           MOVE PL-ROLL-NO(WS-PLAN-SUB) TO GL-ACCT-NO.
           MOVE WS-GL-STU-RECEIVABLE   TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT             TO TRUE.
           MOVE WS-LATE-FEE            TO GL-AMOUNT.
           MOVE "USD"                  TO GL-CURRENCY.
           MOVE "INSTALLMENT LATE FEE" TO GL-NARRATIVE.
           MOVE WS-LATE-FEE            TO GL-BASE-AMOUNT.
           WRITE GL-EXTRACT-REC.

           MOVE WS-GL-LATE-FEE         TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT            TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-DEFAULTERS
      *----------------------------------------------------------------
       5000-PRINT-DEFAULTERS.
           PERFORM 5100-PRINT-ONE THRU 5100-EXIT
               VARYING WS-DFLT-SUB FROM 1 BY 1
               UNTIL WS-DFLT-SUB > WS-DFLT-COUNT.

           IF WS-DFLT-COUNT > ZERO
               MOVE WS-SECTION-COUNT TO ST-COUNT
               MOVE WS-SECTION-OWING TO ST-OWING
               WRITE DEFAULTER-LINE FROM SECTION-TOTAL-LINE
           END-IF.

           MOVE SPACES TO DEFAULTER-LINE.
           WRITE DEFAULTER-LINE.
           MOVE WS-DFLT-COUNT  TO DT-COUNT.
           MOVE WS-TOTAL-OWING TO DT-OWING.
           WRITE DEFAULTER-LINE FROM DEFAULTER-TOTAL-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-PRINT-ONE - A NEW SECTION CLOSES THE LAST SECTION'S
      * TOTALS AND OPENS ITS OWN LIST.
      *----------------------------------------------------------------
       5100-PRINT-ONE.
           IF DF-SECTION(WS-DFLT-SUB) NOT = WS-PRIOR-SECTION
               IF WS-PRIOR-SECTION NOT = LOW-VALUES
                   MOVE WS-SECTION-COUNT TO ST-COUNT
                   MOVE WS-SECTION-OWING TO ST-OWING
                   WRITE DEFAULTER-LINE FROM SECTION-TOTAL-LINE
               END-IF
               MOVE DF-SECTION(WS-DFLT-SUB) TO WS-PRIOR-SECTION
               MOVE DF-SECTION(WS-DFLT-SUB) TO SH-SECTION
               MOVE SPACES TO DEFAULTER-LINE
               WRITE DEFAULTER-LINE
               WRITE DEFAULTER-LINE FROM SECTION-HEADING
               MOVE ZERO TO WS-SECTION-COUNT
                            WS-SECTION-OWING
           END-IF.

           MOVE DF-ROLL-NO(WS-DFLT-SUB) TO DL-ROLL-NO.
           MOVE DF-NAME(WS-DFLT-SUB)    TO DL-NAME.
           MOVE DF-BALANCE(WS-DFLT-SUB) TO DL-BALANCE.
           IF DF-HAS-PLAN(WS-DFLT-SUB)
               MOVE DF-OVERDUE(WS-DFLT-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT          TO DL-OVERDUE
           ELSE
               MOVE "    NO PLAN"           TO DL-OVERDUE
           END-IF.
           WRITE DEFAULTER-LINE FROM DEFAULTER-DETAIL.

           ADD 1 TO WS-SECTION-COUNT.
           ADD DF-BALANCE(WS-DFLT-SUB) TO WS-SECTION-OWING
                                          WS-TOTAL-OWING.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLES REPLACE THE BALANCE FILE
      * AND THE INSTALLMENT-PLAN FILE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-LATE-FEES-CHARGED TO TL-CHARGED.
           MOVE WS-TOTAL-LATE-FEES   TO TL-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           PERFORM 5000-PRINT-DEFAULTERS THRU 5000-EXIT.

           OPEN OUTPUT BALANCE-FILE.
           PERFORM 9100-WRITE-ONE-BALANCE THRU 9100-EXIT
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-TABLE-COUNT.
           CLOSE BALANCE-FILE.

           IF NOT PLAN-FILE-NOT-FOUND
               OPEN OUTPUT INSTALLMENT-PLAN
               PERFORM 9200-WRITE-ONE-INSTALLMENT THRU 9200-EXIT
                   VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-TABLE-COUNT
               CLOSE INSTALLMENT-PLAN
           END-IF.

           CLOSE STUDENT-MASTER
                 LATE-FEE-REGISTER
                 DEFAULTER-LIST
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG.
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
      * 9200-WRITE-ONE-INSTALLMENT
      *----------------------------------------------------------------
       9200-WRITE-ONE-INSTALLMENT.
           MOVE PL-ROLL-NO(WS-PLAN-SUB)     TO IP-ROLL-NO.
           MOVE PL-TERM-ID(WS-PLAN-SUB)     TO IP-TERM-ID.
           MOVE PL-INSTALL-NO(WS-PLAN-SUB)  TO IP-INSTALL-NO.
           MOVE PL-DUE-DATE(WS-PLAN-SUB)    TO IP-DUE-DATE.
           MOVE PL-AMOUNT(WS-PLAN-SUB)      TO IP-AMOUNT.
           MOVE PL-PAID-AMOUNT(WS-PLAN-SUB) TO IP-PAID-AMOUNT.
           MOVE PL-LATE-FEE-SW(WS-PLAN-SUB) TO IP-LATE-FEE-SW.
           MOVE PL-LATE-FEE(WS-PLAN-SUB)    TO IP-LATE-FEE.
           WRITE STUDENT-INSTALLMENT-REC.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES INSTALLMENTS READ
      * AGAINST THOSE OVERDUE, PAID UP, NOT YET DUE, FOR ANOTHER TERM
      * AND WITH A BAD DUE DATE.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-INSTALLS-READ    TO CT-RECORDS-READ.
           MOVE WS-INSTALLS-OVERDUE TO CT-RECORDS-PROCESSED.
           IF WS-INSTALLS-READ = WS-INSTALLS-OVERDUE
                                 + WS-INSTALLS-PAID-UP
                                 + WS-INSTALLS-NOT-DUE
                                 + WS-INSTALLS-OTHER-TERM
                                 + WS-INSTALLS-INVALID
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
