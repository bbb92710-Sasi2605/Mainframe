       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIL-DISCLOSURE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  TRUTH-IN-LENDING DISCLOSURE
      *                 FOR EVERY LOAN ORIG-FEED BOOKED TONIGHT, READ
      *                 FROM ITS ORIGTXN ADD TRANSACTIONS.  THE AMOUNT
      *                 FINANCED IS THE PRINCIPAL LESS THE PREPAID
      *                 FINANCE CHARGES - THE ORIGINATION-FEE ROWS OF
      *                 THE FEE SCHEDULE; THE PAYMENT IS THE LEVEL
      *                 MONTHLY PAYMENT BILLING-NOTICE WOULD BILL OVER
      *                 THE FULL TERM AT THE CONTRACT RATE; THE TOTAL
      *                 OF PAYMENTS AND FINANCE CHARGE FOLLOW, AND THE
      *                 ANNUAL PERCENTAGE RATE IS SOLVED BY ACTUARIAL
      *                 ITERATION AS THE RATE AT WHICH THE PAYMENTS
      *                 ARE WORTH THE AMOUNT FINANCED.  ONE DISCLOSURE
      *                 DOCUMENT PRINTS PER LOAN WITH THE CUSTOMER'S
      *                 NAME AND ADDRESS FROM THE CUSTOMER MASTER, AND
      *                 A REGISTER FLAGS FOR COMPLIANCE REVIEW EVERY
      *                 LOAN WHOSE APR IS FURTHER FROM THE CONTRACT
      *                 RATE THAN THE TILCTL TOLERANCE (OR THE
      *                 BUILT-IN EIGHTH OF A POINT WHEN THE FILE IS
      *                 ABSENT).
      * 2026-10-15 RSD  AN ORIGINATION FEE IS A PREPAID CHARGE ONLY
      *                 WHERE THE LOAN'S PRODUCT LISTS IT
      *                 (PRODUCT-CHECK), THE SAME TEST FEE-ASSESS
      *                 MAKES; A LOAN WITH NO PRODUCT, OR ONE NOT ON
      *                 THE PRODUCT MASTER, IS CHARGED EVERY ONE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKINGS        ASSIGN TO ORIGTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-FILE-STATUS.

           SELECT FEE-SCHEDULE    ASSIGN TO FEESCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT RATE-MASTER     ASSIGN TO RATEMSTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-NAMES  ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT APR-TOLERANCE   ASSIGN TO TILCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-FILE-STATUS.

           SELECT DISCLOSURES     ASSIGN TO TILDOCS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIL-REGISTER    ASSIGN TO TILREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKINGS
           RECORDING MODE IS F.
       COPY LOANMTXN.

       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
       COPY FEESCHED.

       FD  RATE-MASTER
           RECORDING MODE IS F.
       COPY RATEMSTR.

       FD  CUSTOMER-NAMES.
       COPY CUSTMSTR.

       FD  APR-TOLERANCE
           RECORDING MODE IS F.
       01  APR-TOLERANCE-REC.
           05 TT-APR-TOLERANCE     PIC 9V999.

       FD  DISCLOSURES
           RECORDING MODE IS F.
       01  DISCLOSURE-LINE         PIC X(80).

       FD  TIL-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(120).

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
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-BOOKINGS            VALUE 'Y'.
           05 WS-FEE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FEE-SCHEDULE        VALUE 'Y'.
           05 WS-RATE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RATE-MASTER         VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-POWER-SW          PIC X(01).
              88 PAYMENT-OVERFLOWED         VALUE 'Y'.
           05 WS-TRY-POWER-SW      PIC X(01).
              88 TRY-POWER-OVERFLOWED       VALUE 'Y'.
           05 WS-REVIEW-SW         PIC X(01).
              88 LOAN-NEEDS-REVIEW          VALUE 'Y'.
           05 WS-CUST-FOUND-SW     PIC X(01).
              88 CUSTOMER-WAS-FOUND         VALUE 'Y'.

       01  WS-BOOK-FILE-STATUS     PIC X(02).
       01  WS-FEE-FILE-STATUS      PIC X(02).
           88 FEE-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CUST-FILE-STATUS     PIC X(02).
       01  WS-TOL-FILE-STATUS      PIC X(02).
           88 TOL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * APR TOLERANCE - HOW FAR, IN PERCENTAGE POINTS, THE DISCLOSED
      * APR MAY STAND FROM THE CONTRACT RATE BEFORE COMPLIANCE LOOKS
      * AT THE LOAN.  AN EIGHTH OF A POINT UNLESS TILCTL SAYS
      * OTHERWISE.
      *----------------------------------------------------------------
       01  WS-APR-TOLERANCE        PIC 9V999 VALUE 0.125.

      *----------------------------------------------------------------
      * ORIGINATION-FEE TABLE - THE FEE-SCHEDULE ROWS TAKEN AS
      * PREPAID FINANCE CHARGES WHEN A LOAN IS BOOKED.
      *----------------------------------------------------------------
       01  WS-FEE-TABLE-COUNT      PIC 9(02) VALUE 0.
       01  WS-FEE-TABLE-MAX        PIC 9(02) VALUE 50.
       01  ORIGINATION-FEE-TABLE.
           05 OF-ENTRY OCCURS 50 TIMES.
              10 OF-FEE-CODE        PIC X(04).
              10 OF-FEE-TYPE        PIC X(01).
              10 OF-AMOUNT          PIC 9(7)V99.
              10 OF-RATE-PCT        PIC 9(2)V99.
              10 OF-DESCRIPTION     PIC X(20).
              10 OF-CHARGED         PIC 9(7)V99.
       01  WS-FEE-SUB              PIC 9(02) COMP.

      *----------------------------------------------------------------
      * RATE-MASTER TABLE - THE CONTRACT RATE OF A RATE-CODE LOAN IS
      * THE ROW IN EFFECT ON ITS OPEN DATE.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-RATE-TABLE-MAX       PIC 9(04) VALUE 1000.
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
       01  WS-RATE-AS-OF           PIC 9(08).

      *----------------------------------------------------------------
      * LEVEL-PAYMENT WORK FIGURES - THE SAME ARITHMETIC AND PRECISION
      * BILLING-NOTICE USES, OVER THE FULL TERM.
      *----------------------------------------------------------------
       01  WS-RATE                 PIC 9(3)V99.
       01  WS-MONTH-RATE           PIC 9(3)V9(6).
       01  WS-TERM-MONTHS          PIC S9(05) COMP.
       01  WS-CNT                  PIC 9(5) COMP.
       01  WS-POWER                PIC 9(9)V9(6).
       01  WS-POWER-LESS-ONE       PIC 9(9)V9(6).
       01  WS-PAYMENT              PIC 9(7)V99.

      *----------------------------------------------------------------
      * DISCLOSURE FIGURES.
      *----------------------------------------------------------------
       01  WS-PREPAID-CHARGES      PIC 9(7)V99.
       01  WS-FEE-AMOUNT           PIC 9(7)V99.
       01  WS-AMOUNT-FINANCED      PIC S9(7)V99.
       01  WS-TOTAL-OF-PAYMENTS    PIC 9(11)V99.
       01  WS-FINANCE-CHARGE       PIC S9(11)V99.
       01  WS-APR                  PIC 9(3)V99.
       01  WS-APR-GAP              PIC S9(3)V99.

      *----------------------------------------------------------------
      * ACTUARIAL ITERATION - THE MONTHLY RATE IS NARROWED BY HALVES
      * BETWEEN ZERO AND 25 PERCENT A MONTH UNTIL THE PRESENT VALUE
      * OF THE PAYMENTS MEETS THE AMOUNT FINANCED.  FIFTY HALVINGS
      * PIN IT FAR FINER THAN THE HUNDREDTH OF A POINT DISCLOSED.
      *----------------------------------------------------------------
       01  WS-LOW-RATE             PIC 9V9(12).
       01  WS-HIGH-RATE            PIC 9V9(12).
       01  WS-TRY-RATE             PIC 9V9(12).
       01  WS-TRY-POWER            PIC 9(9)V9(9).
       01  WS-TRY-POWER-LESS-ONE   PIC 9(9)V9(9).
       01  WS-TRY-DIVISOR          PIC 9(9)V9(12).
       01  WS-RATE-SUM             PIC 9V9(12).
       01  WS-TRY-GROWTH           PIC 9V9(12).
       01  WS-TRY-PV               PIC 9(11)V99.
       01  WS-MAX-MONTH-RATE       PIC 9V9(12) VALUE 0.25.
       01  WS-HALVINGS             PIC 9(03) COMP.
       01  WS-HALVINGS-MAX         PIC 9(03) COMP VALUE 50.

       01  WS-CUST-NAME            PIC X(20).
       01  WS-CURRENCY-CODE        PIC X(03).
       01  WS-REASON               PIC X(40).

       01  WS-DATE-WORK            PIC 9(08).
       01  WS-DATE-FMT.
           05 WS-DF-YYYY           PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DF-MM             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-DF-DD             PIC 9(02).

       01  WS-TOTALS.
           05 WS-TOTAL-PRINCIPAL   PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-PREPAID     PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-FINANCED    PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-FIN-CHARGE  PIC S9(13)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-TXNS-READ         PIC 9(7) COMP VALUE 0.
           05 WS-BOOKINGS-READ     PIC 9(7) COMP VALUE 0.
           05 WS-LOANS-DISCLOSED   PIC 9(7) COMP VALUE 0.
           05 WS-LOANS-REJECTED    PIC 9(7) COMP VALUE 0.
           05 WS-LOANS-FOR-REVIEW  PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * LOAN PRODUCT RULES - SEE PRODRQ.CPY.
      *----------------------------------------------------------------
       COPY PRODRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "TILDSC".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  DOC-RULE-LINE.
           05 FILLER                PIC X(64) VALUE ALL "=".

       01  DOC-TITLE-LINE.
           05 FILLER                PIC X(64) VALUE
              "      FEDERAL TRUTH-IN-LENDING DISCLOSURE STATEMENT".

       01  DOC-NAME-LINE.
           05 DN-NAME               PIC X(20).

       01  DOC-ADDR-LINE.
           05 DN-ADDR               PIC X(30).

       01  DOC-ACCOUNT-LINE.
           05 FILLER                PIC X(09) VALUE "ACCOUNT  ".
           05 DA-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(13) VALUE "    OPENED   ".
           05 DA-OPEN-DATE          PIC X(10).
           05 FILLER                PIC X(13) VALUE "    CURRENCY ".
           05 DA-CURRENCY           PIC X(03).

       01  DOC-BOX-HEADING.
           05 FILLER                PIC X(16) VALUE "ANNUAL".
           05 FILLER                PIC X(16) VALUE "FINANCE".
           05 FILLER                PIC X(16) VALUE "AMOUNT".
           05 FILLER                PIC X(16) VALUE "TOTAL OF".
       01  DOC-BOX-HEADING-2.
           05 FILLER                PIC X(16) VALUE "PERCENTAGE RATE".
           05 FILLER                PIC X(16) VALUE "CHARGE".
           05 FILLER                PIC X(16) VALUE "FINANCED".
           05 FILLER                PIC X(16) VALUE "PAYMENTS".

       01  DOC-BOX-FIGURES.
           05 DB-APR                PIC ZZ9.99.
           05 FILLER                PIC X(10) VALUE " %".
           05 DB-FINANCE-CHARGE     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DB-AMOUNT-FINANCED    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DB-TOTAL-PAYMENTS     PIC ZZZZ,ZZZ,ZZ9.99.

       01  DOC-SCHEDULE-LINE.
           05 FILLER                PIC X(18) VALUE
              "PAYMENT SCHEDULE: ".
           05 DS-COUNT              PIC ZZZ9.
           05 FILLER                PIC X(22) VALUE
              " MONTHLY PAYMENTS OF  ".
           05 DS-PAYMENT            PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(11) VALUE " BEGINNING ".
           05 DS-FIRST-DUE          PIC X(10).

       01  DOC-ITEM-HEADING.
           05 FILLER                PIC X(40) VALUE
              "ITEMIZATION OF AMOUNT FINANCED".

       01  DOC-ITEM-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DI-LABEL              PIC X(36).
           05 DI-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(60) VALUE
              "TRUTH-IN-LENDING DISCLOSURE REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(08) VALUE "ACCT #".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(04) VALUE "CUR".
           05 FILLER                PIC X(14) VALUE "     PRINCIPAL".
           05 FILLER                PIC X(13) VALUE "      PREPAID".
           05 FILLER                PIC X(15) VALUE
              "  AMT FINANCED".
           05 FILLER                PIC X(15) VALUE
              "   FIN CHARGE".
           05 FILLER                PIC X(09) VALUE " CONTRACT".
           05 FILLER                PIC X(08) VALUE "     APR".
           05 FILLER                PIC X(08) VALUE "  REVIEW".

       01  REGISTER-DETAIL.
           05 RG-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-CURRENCY           PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RG-PRINCIPAL          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RG-PREPAID            PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RG-FINANCED           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RG-FIN-CHARGE         PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RG-CONTRACT-RATE      PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-APR                PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-REVIEW             PIC X(06).

       01  REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(34) VALUE "TOTALS".
           05 RT-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 RT-PREPAID            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RT-FINANCED           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RT-FIN-CHARGE         PIC -ZZ,ZZZ,ZZ9.99.

       01  REGISTER-COUNT-LINE.
           05 FILLER                PIC X(20) VALUE
              "LOANS DISCLOSED    =".
           05 RC-DISCLOSED          PIC ZZZZ9.
           05 FILLER                PIC X(24) VALUE
              "   FOR COMPLIANCE REVIEW".
           05 FILLER                PIC X(02) VALUE " =".
           05 RC-REVIEW             PIC ZZZZ9.
           05 FILLER                PIC X(13) VALUE
              "   REJECTED =".
           05 RC-REJECTED           PIC ZZZZ9.

       01  TOLERANCE-LINE.
           05 FILLER                PIC X(37) VALUE
              "REVIEW TOLERANCE, PERCENTAGE POINTS =".
           05 TL-TOLERANCE          PIC Z9.999.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE "TILDSC  " TO RQ-PROGRAM-ID.
           MOVE 'S' TO RQ-FUNCTION.
           MOVE ZERO TO RQ-RECORD-COUNT.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           IF RQ-STEP-ALREADY-DONE
               DISPLAY RQ-PROGRAM-ID
                   " ALREADY COMPLETE FOR BUSINESS DATE - SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-DISCLOSE-BOOKING  THRU 2000-EXIT
               UNTIL END-OF-BOOKINGS.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
      *    A STEP THAT ENDED WITH A NON-ZERO CONDITION CODE IS NOT
      *    MARKED COMPLETE, SO THE FIX-AND-RERUN DOES NOT SKIP IT.
           IF RETURN-CODE = ZERO
               MOVE 'E' TO RQ-FUNCTION
               MOVE WS-BOOKINGS-READ TO RQ-RECORD-COUNT
               CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST
           END-IF.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE FEE AND RATE TABLES ARE LOADED BEFORE
      * THE DOCUMENTS ARE OPENED, SO A TABLE PAST ITS LIMIT STOPS THE
      * RUN RATHER THAN MAIL A DISCLOSURE THAT LEFT A FEE OUT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT FEE-SCHEDULE.
           IF FEE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-FEE-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-FEE THRU 1100-EXIT
                   UNTIL END-OF-FEE-SCHEDULE
               CLOSE FEE-SCHEDULE
           END-IF.

           OPEN INPUT RATE-MASTER.
           PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
               UNTIL END-OF-RATE-MASTER.
           CLOSE RATE-MASTER.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO DISCLOSURES PRINTED, "
                       "RAISE THE LIMIT AND RERUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-LOAD-TOLERANCE THRU 1300-EXIT.

           OPEN INPUT  BOOKINGS
           OPEN INPUT  CUSTOMER-NAMES
           OPEN OUTPUT DISCLOSURES
           OPEN OUTPUT TIL-REGISTER.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.
           MOVE WS-APR-TOLERANCE TO TL-TOLERANCE.
           WRITE REGISTER-LINE FROM TOLERANCE-LINE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

           PERFORM 8000-READ-BOOKING THRU 8000-EXIT.
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
      * 1100-LOAD-ONE-FEE - ONLY THE ORIGINATION-FEE ROWS ARE KEPT.
      *----------------------------------------------------------------
       1100-LOAD-ONE-FEE.
           READ FEE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-FEE-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF NOT FS-APPLIES-AT-ORIGINATION
               GO TO 1100-EXIT
           END-IF.

           IF WS-FEE-TABLE-COUNT >= WS-FEE-TABLE-MAX
               DISPLAY "ORIGINATION FEE TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-FEE-EOF-SW
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-FEE-TABLE-COUNT.
           MOVE WS-FEE-TABLE-COUNT TO WS-FEE-SUB.
           MOVE FS-FEE-CODE    TO OF-FEE-CODE(WS-FEE-SUB).
           MOVE FS-FEE-TYPE    TO OF-FEE-TYPE(WS-FEE-SUB).
           MOVE FS-AMOUNT      TO OF-AMOUNT(WS-FEE-SUB).
           MOVE FS-RATE-PCT    TO OF-RATE-PCT(WS-FEE-SUB).
           MOVE FS-DESCRIPTION TO OF-DESCRIPTION(WS-FEE-SUB).
           MOVE ZERO           TO OF-CHARGED(WS-FEE-SUB).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-RATE
      *----------------------------------------------------------------
       1200-LOAD-ONE-RATE.
           READ RATE-MASTER
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   IF WS-RATE-TABLE-COUNT < WS-RATE-TABLE-MAX
                       ADD 1 TO WS-RATE-TABLE-COUNT
                       MOVE RM-RATE-CODE
                           TO RM-TABLE-CODE(WS-RATE-TABLE-COUNT)
                       MOVE RM-RATE
                           TO RM-TABLE-RATE(WS-RATE-TABLE-COUNT)
                       MOVE RM-EFFECT-DATE
                           TO RM-TABLE-DATE(WS-RATE-TABLE-COUNT)
                   ELSE
                       DISPLAY "RATE MASTER TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-OVERFLOW-SW
                       MOVE 'Y' TO WS-RATE-EOF-SW
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-TOLERANCE - A MISSING, EMPTY OR UNREADABLE TILCTL
      * LEAVES THE BUILT-IN EIGHTH OF A POINT.
      *----------------------------------------------------------------
       1300-LOAD-TOLERANCE.
           OPEN INPUT APR-TOLERANCE.
           IF TOL-FILE-NOT-FOUND
               GO TO 1300-EXIT
           END-IF.

           READ APR-TOLERANCE
               AT END
                   CONTINUE
               NOT AT END
                   IF TT-APR-TOLERANCE IS NUMERIC
                       MOVE TT-APR-TOLERANCE TO WS-APR-TOLERANCE
                   END-IF
           END-READ.
           CLOSE APR-TOLERANCE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-DISCLOSE-BOOKING - ONLY THE ADD TRANSACTIONS ARE NEW
      * BOOKINGS; THE BATCH HEADER AND TRAILER ARE PASSED OVER.  A
      * LOAN WHOSE PREPAID CHARGES SWALLOW THE WHOLE PRINCIPAL HAS
      * NOTHING FINANCED TO DISCLOSE AND IS LOGGED INSTEAD.
      *----------------------------------------------------------------
       2000-DISCLOSE-BOOKING.
           IF NOT LT-ACTION-IS-ADD
               PERFORM 8000-READ-BOOKING THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-BOOKINGS-READ.

           IF LT-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-CURRENCY-CODE
           ELSE
               MOVE LT-CURRENCY-CODE TO WS-CURRENCY-CODE
           END-IF.

           PERFORM 2100-SET-CONTRACT-RATE  THRU 2100-EXIT.
           PERFORM 2200-SET-PREPAID-CHARGES THRU 2200-EXIT.

           COMPUTE WS-AMOUNT-FINANCED =
               LT-PRINCIPAL - WS-PREPAID-CHARGES.
           IF WS-AMOUNT-FINANCED NOT > ZERO
               MOVE "PREPAID CHARGES EXCEED PRINCIPAL" TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               ADD 1 TO WS-LOANS-REJECTED
               PERFORM 8000-READ-BOOKING THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-COMPUTE-PAYMENT THRU 3000-EXIT.
           COMPUTE WS-TOTAL-OF-PAYMENTS =
               WS-PAYMENT * WS-TERM-MONTHS.
           COMPUTE WS-FINANCE-CHARGE =
               WS-TOTAL-OF-PAYMENTS - WS-AMOUNT-FINANCED.

           PERFORM 5000-SOLVE-APR THRU 5000-EXIT.

           MOVE 'N' TO WS-REVIEW-SW.
           COMPUTE WS-APR-GAP = WS-APR - WS-RATE.
           IF WS-APR-GAP < ZERO
               COMPUTE WS-APR-GAP = ZERO - WS-APR-GAP
           END-IF.
           IF WS-APR-GAP > WS-APR-TOLERANCE
               SET LOAN-NEEDS-REVIEW TO TRUE
               ADD 1 TO WS-LOANS-FOR-REVIEW
               MOVE "APR OFF CONTRACT RATE - FOR COMPLIANCE"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
           END-IF.

           PERFORM 6000-PRINT-DISCLOSURE THRU 6000-EXIT.
           PERFORM 7000-WRITE-REGISTER   THRU 7000-EXIT.
           ADD 1 TO WS-LOANS-DISCLOSED.

           PERFORM 8000-READ-BOOKING THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SET-CONTRACT-RATE - A RATE-CODE LOAN TAKES THE RATE-
      * MASTER ROW IN EFFECT ON ITS OPEN DATE (THE BUSINESS DATE IF
      * IT HAS NONE); A CODE NOT FOUND LEAVES THE BOOKED RATE.
      *----------------------------------------------------------------
       2100-SET-CONTRACT-RATE.
           MOVE LT-RATE TO WS-RATE.
           IF LT-RATE-CODE = SPACES
               GO TO 2100-EXIT
           END-IF.

           IF LT-OPEN-DATE = ZERO
               MOVE WS-BUS-DATE-RAW TO WS-RATE-AS-OF
           ELSE
               MOVE LT-OPEN-DATE    TO WS-RATE-AS-OF
           END-IF.
           MOVE 'N'  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFFECT-DATE.
           PERFORM 2150-SEARCH-RATE THRU 2150-EXIT
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-RATE-TABLE-COUNT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-SEARCH-RATE
      *----------------------------------------------------------------
       2150-SEARCH-RATE.
           IF RM-TABLE-CODE(RM-IDX) = LT-RATE-CODE
              AND RM-TABLE-DATE(RM-IDX) <= WS-RATE-AS-OF
              AND (NOT RATE-CODE-WAS-FOUND
                   OR RM-TABLE-DATE(RM-IDX) >= WS-BEST-EFFECT-DATE)
               MOVE RM-TABLE-RATE(RM-IDX) TO WS-RATE
               MOVE RM-TABLE-DATE(RM-IDX) TO WS-BEST-EFFECT-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-SET-PREPAID-CHARGES - EACH ORIGINATION FEE, FLAT OR AS A
      * PERCENTAGE OF THE PRINCIPAL, THE SAME TWO WAYS FEE-ASSESS
      * PRICES A FEE.
      *----------------------------------------------------------------
       2200-SET-PREPAID-CHARGES.
           MOVE ZERO TO WS-PREPAID-CHARGES.
           PERFORM 2250-PRICE-ONE-FEE THRU 2250-EXIT
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-TABLE-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-PRICE-ONE-FEE - A FEE THE LOAN'S PRODUCT DOES NOT LIST
      * IS LEFT UNCHARGED AND DOES NOT PRINT.
      *----------------------------------------------------------------
       2250-PRICE-ONE-FEE.
           MOVE 'F'                     TO PQ-FUNCTION.
           MOVE LT-PRODUCT-CODE         TO PQ-PRODUCT-CODE.
           MOVE OF-FEE-CODE(WS-FEE-SUB) TO PQ-FEE-CODE.
           CALL "PRODUCT-CHECK" USING PRODUCT-REQUEST.
           IF NOT PQ-FEE-APPLIES
               MOVE ZERO TO OF-CHARGED(WS-FEE-SUB)
               GO TO 2250-EXIT
           END-IF.

           IF OF-FEE-TYPE(WS-FEE-SUB) = 'R'
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   LT-PRINCIPAL * OF-RATE-PCT(WS-FEE-SUB) / 100
           ELSE
               MOVE OF-AMOUNT(WS-FEE-SUB) TO WS-FEE-AMOUNT
           END-IF.
           MOVE WS-FEE-AMOUNT TO OF-CHARGED(WS-FEE-SUB).
           ADD WS-FEE-AMOUNT  TO WS-PREPAID-CHARGES.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "TILDSC"    TO SE-PROGRAM-ID.
           MOVE LT-ACCT-NO  TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-COMPUTE-PAYMENT - BILLING-NOTICE'S LEVEL MONTHLY PAYMENT
      * OVER THE WHOLE TERM: PRINCIPAL * I * (1+I)**N / ((1+I)**N - 1)
      * AT THE MONTHLY RATE, STRAIGHT-LINE FOR A ONE-MONTH TERM, A
      * ZERO RATE OR A COMPOUND THAT OVERFLOWS.
      *----------------------------------------------------------------
       3000-COMPUTE-PAYMENT.
           COMPUTE WS-TERM-MONTHS = LT-YEARS * 12.

           IF WS-TERM-MONTHS <= 1
               MOVE 1 TO WS-TERM-MONTHS
               MOVE LT-PRINCIPAL TO WS-PAYMENT
               GO TO 3000-EXIT
           END-IF.

           IF WS-RATE = ZERO
               COMPUTE WS-PAYMENT ROUNDED =
                   LT-PRINCIPAL / WS-TERM-MONTHS
               GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-MONTH-RATE = WS-RATE / 12 / 100.

           MOVE 'N' TO WS-POWER-SW.
           MOVE 1 TO WS-POWER.
           PERFORM 3200-COMPOUND-ONE-MONTH THRU 3200-EXIT
               VARYING WS-CNT FROM 1 BY 1
               UNTIL WS-CNT > WS-TERM-MONTHS
                  OR PAYMENT-OVERFLOWED.

           IF PAYMENT-OVERFLOWED
               COMPUTE WS-PAYMENT ROUNDED =
                   LT-PRINCIPAL / WS-TERM-MONTHS
               MOVE "PAYMENT COMPOUND OVERFLOW - STRAIGHT-LINE"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-POWER-LESS-ONE = WS-POWER - 1.
           COMPUTE WS-PAYMENT ROUNDED =
               LT-PRINCIPAL * WS-MONTH-RATE * WS-POWER
                   / WS-POWER-LESS-ONE
               ON SIZE ERROR
                   COMPUTE WS-PAYMENT ROUNDED =
                       LT-PRINCIPAL / WS-TERM-MONTHS
           END-COMPUTE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-COMPOUND-ONE-MONTH
      *----------------------------------------------------------------
       3200-COMPOUND-ONE-MONTH.
           COMPUTE WS-POWER = WS-POWER * (1 + WS-MONTH-RATE)
               ON SIZE ERROR
                   SET PAYMENT-OVERFLOWED TO TRUE
           END-COMPUTE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-SOLVE-APR - THE ACTUARIAL RATE: THE MONTHLY RATE AT
      * WHICH THE SCHEDULED PAYMENTS, DISCOUNTED, EQUAL THE AMOUNT
      * FINANCED, TIMES TWELVE.  A PRESENT VALUE ABOVE THE AMOUNT
      * FINANCED MEANS THE TRIAL RATE IS TOO LOW.  PAYMENTS THAT DO
      * NOT EVEN RETURN THE AMOUNT FINANCED CARRY NO FINANCE CHARGE
      * AND AN APR OF ZERO.
      *----------------------------------------------------------------
       5000-SOLVE-APR.
           MOVE ZERO TO WS-APR.
           IF WS-FINANCE-CHARGE NOT > ZERO
               GO TO 5000-EXIT
           END-IF.

           MOVE ZERO              TO WS-LOW-RATE.
           MOVE WS-MAX-MONTH-RATE TO WS-HIGH-RATE.
           PERFORM 5100-HALVE-RATE-RANGE THRU 5100-EXIT
               VARYING WS-HALVINGS FROM 1 BY 1
               UNTIL WS-HALVINGS > WS-HALVINGS-MAX.

           COMPUTE WS-RATE-SUM = WS-LOW-RATE + WS-HIGH-RATE.
           COMPUTE WS-APR ROUNDED = WS-RATE-SUM * 600
               ON SIZE ERROR
                   MOVE 999.99 TO WS-APR
           END-COMPUTE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-HALVE-RATE-RANGE
      *----------------------------------------------------------------
       5100-HALVE-RATE-RANGE.
           COMPUTE WS-RATE-SUM = WS-LOW-RATE + WS-HIGH-RATE.
           COMPUTE WS-TRY-RATE = WS-RATE-SUM / 2.
           PERFORM 5200-PRESENT-VALUE THRU 5200-EXIT.
           IF WS-TRY-PV > WS-AMOUNT-FINANCED
               MOVE WS-TRY-RATE TO WS-LOW-RATE
           ELSE
               MOVE WS-TRY-RATE TO WS-HIGH-RATE
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-PRESENT-VALUE - OF THE LEVEL PAYMENTS AT WS-TRY-RATE:
      * PAYMENT * ((1+I)**N - 1) / (I * (1+I)**N).  A COMPOUND TOO
      * LARGE TO HOLD LEAVES PAYMENT / I, WHICH IT THEN EQUALS TO
      * THE CENT.
      *----------------------------------------------------------------
       5200-PRESENT-VALUE.
           IF WS-TRY-RATE = ZERO
               COMPUTE WS-TRY-PV = WS-PAYMENT * WS-TERM-MONTHS
               GO TO 5200-EXIT
           END-IF.

           MOVE 'N' TO WS-TRY-POWER-SW.
           MOVE 1 TO WS-TRY-POWER.
           COMPUTE WS-TRY-GROWTH = WS-TRY-RATE + 1.
           PERFORM 5250-COMPOUND-TRY-MONTH THRU 5250-EXIT
               VARYING WS-CNT FROM 1 BY 1
               UNTIL WS-CNT > WS-TERM-MONTHS
                  OR TRY-POWER-OVERFLOWED.

           IF TRY-POWER-OVERFLOWED
               COMPUTE WS-TRY-PV ROUNDED =
                   WS-PAYMENT / WS-TRY-RATE
           ELSE
               COMPUTE WS-TRY-POWER-LESS-ONE = WS-TRY-POWER - 1
               COMPUTE WS-TRY-DIVISOR = WS-TRY-RATE * WS-TRY-POWER
               COMPUTE WS-TRY-PV ROUNDED =
                   WS-PAYMENT * WS-TRY-POWER-LESS-ONE / WS-TRY-DIVISOR
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5250-COMPOUND-TRY-MONTH
      *----------------------------------------------------------------
       5250-COMPOUND-TRY-MONTH.
           COMPUTE WS-TRY-POWER = WS-TRY-POWER * WS-TRY-GROWTH
               ON SIZE ERROR
                   SET TRY-POWER-OVERFLOWED TO TRUE
           END-COMPUTE.
       5250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-DISCLOSURE - ONE DOCUMENT PER LOAN: THE BORROWER,
      * THE FOUR FEDERAL BOX FIGURES, THE PAYMENT SCHEDULE AND THE
      * ITEMIZATION OF THE AMOUNT FINANCED.
      *----------------------------------------------------------------
       6000-PRINT-DISCLOSURE.
           PERFORM 6100-LOOKUP-CUSTOMER THRU 6100-EXIT.

           WRITE DISCLOSURE-LINE FROM DOC-RULE-LINE.
           WRITE DISCLOSURE-LINE FROM DOC-TITLE-LINE.
           WRITE DISCLOSURE-LINE FROM DOC-RULE-LINE.
           MOVE WS-CUST-NAME TO DN-NAME.
           WRITE DISCLOSURE-LINE FROM DOC-NAME-LINE.
           IF CU-ADDR-1 NOT = SPACES
               MOVE CU-ADDR-1 TO DN-ADDR
               WRITE DISCLOSURE-LINE FROM DOC-ADDR-LINE
           END-IF.
           IF CU-ADDR-2 NOT = SPACES
               MOVE CU-ADDR-2 TO DN-ADDR
               WRITE DISCLOSURE-LINE FROM DOC-ADDR-LINE
           END-IF.
           IF CU-ADDR-3 NOT = SPACES
               MOVE CU-ADDR-3 TO DN-ADDR
               WRITE DISCLOSURE-LINE FROM DOC-ADDR-LINE
           END-IF.
           MOVE SPACES TO DISCLOSURE-LINE.
           WRITE DISCLOSURE-LINE.

           MOVE LT-ACCT-NO       TO DA-ACCT-NO.
           MOVE LT-OPEN-DATE     TO WS-DATE-WORK.
           PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
           MOVE WS-DATE-FMT      TO DA-OPEN-DATE.
           MOVE WS-CURRENCY-CODE TO DA-CURRENCY.
           WRITE DISCLOSURE-LINE FROM DOC-ACCOUNT-LINE.
           MOVE SPACES TO DISCLOSURE-LINE.
           WRITE DISCLOSURE-LINE.

           WRITE DISCLOSURE-LINE FROM DOC-BOX-HEADING.
           WRITE DISCLOSURE-LINE FROM DOC-BOX-HEADING-2.
           MOVE WS-APR               TO DB-APR.
           MOVE WS-FINANCE-CHARGE    TO DB-FINANCE-CHARGE.
           MOVE WS-AMOUNT-FINANCED   TO DB-AMOUNT-FINANCED.
           MOVE WS-TOTAL-OF-PAYMENTS TO DB-TOTAL-PAYMENTS.
           WRITE DISCLOSURE-LINE FROM DOC-BOX-FIGURES.
           MOVE SPACES TO DISCLOSURE-LINE.
           WRITE DISCLOSURE-LINE.

           MOVE WS-TERM-MONTHS   TO DS-COUNT.
           MOVE WS-PAYMENT       TO DS-PAYMENT.
           MOVE LT-NEXT-DUE-DATE TO WS-DATE-WORK.
           PERFORM 6900-FORMAT-DATE THRU 6900-EXIT.
           MOVE WS-DATE-FMT      TO DS-FIRST-DUE.
           WRITE DISCLOSURE-LINE FROM DOC-SCHEDULE-LINE.
           MOVE SPACES TO DISCLOSURE-LINE.
           WRITE DISCLOSURE-LINE.

           WRITE DISCLOSURE-LINE FROM DOC-ITEM-HEADING.
           MOVE "LOAN PRINCIPAL" TO DI-LABEL.
           MOVE LT-PRINCIPAL     TO DI-AMOUNT.
           WRITE DISCLOSURE-LINE FROM DOC-ITEM-LINE.
           PERFORM 6200-PRINT-ONE-FEE THRU 6200-EXIT
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-TABLE-COUNT.
           MOVE "AMOUNT FINANCED" TO DI-LABEL.
           MOVE WS-AMOUNT-FINANCED TO DI-AMOUNT.
           WRITE DISCLOSURE-LINE FROM DOC-ITEM-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-LOOKUP-CUSTOMER - THE CUSTOMER MASTER IS KEYED ON THE
      * ACCOUNT NUMBER, AS BILLING-NOTICE READS IT.  A BORROWER NOT
      * YET ON FILE IS LOGGED SO THE DOCUMENT IS HELD FOR AN ADDRESS.
      *----------------------------------------------------------------
       6100-LOOKUP-CUSTOMER.
           MOVE SPACES     TO WS-CUST-NAME.
           MOVE LT-ACCT-NO TO CU-CUST-NO.
           READ CUSTOMER-NAMES
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-REC
                   MOVE LT-ACCT-NO TO CU-CUST-NO
                   MOVE "CUSTOMER NOT ON FILE - NO ADDRESS"
                       TO WS-REASON
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               NOT INVALID KEY
                   MOVE CU-NAME TO WS-CUST-NAME
           END-READ.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-PRINT-ONE-FEE
      *----------------------------------------------------------------
       6200-PRINT-ONE-FEE.
           IF OF-CHARGED(WS-FEE-SUB) = ZERO
               GO TO 6200-EXIT
           END-IF.
           MOVE SPACES TO DI-LABEL.
           STRING "LESS PREPAID FINANCE CHARGE - " DELIMITED BY SIZE
                  OF-FEE-CODE(WS-FEE-SUB)         DELIMITED BY SIZE
               INTO DI-LABEL.
           COMPUTE DI-AMOUNT = ZERO - OF-CHARGED(WS-FEE-SUB).
           WRITE DISCLOSURE-LINE FROM DOC-ITEM-LINE.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6900-FORMAT-DATE - WS-DATE-WORK AS YYYY-MM-DD.
      *----------------------------------------------------------------
       6900-FORMAT-DATE.
           MOVE WS-DATE-WORK(1:4) TO WS-DF-YYYY.
           MOVE WS-DATE-WORK(5:2) TO WS-DF-MM.
           MOVE WS-DATE-WORK(7:2) TO WS-DF-DD.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-REGISTER
      *----------------------------------------------------------------
       7000-WRITE-REGISTER.
           MOVE LT-ACCT-NO           TO RG-ACCT-NO.
           MOVE WS-CUST-NAME         TO RG-NAME.
           MOVE WS-CURRENCY-CODE     TO RG-CURRENCY.
           MOVE LT-PRINCIPAL         TO RG-PRINCIPAL.
           MOVE WS-PREPAID-CHARGES   TO RG-PREPAID.
           MOVE WS-AMOUNT-FINANCED   TO RG-FINANCED.
           MOVE WS-FINANCE-CHARGE    TO RG-FIN-CHARGE.
           MOVE WS-RATE              TO RG-CONTRACT-RATE.
           MOVE WS-APR               TO RG-APR.
           IF LOAN-NEEDS-REVIEW
               MOVE "REVIEW" TO RG-REVIEW
           ELSE
               MOVE SPACES   TO RG-REVIEW
           END-IF.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           ADD LT-PRINCIPAL        TO WS-TOTAL-PRINCIPAL.
           ADD WS-PREPAID-CHARGES  TO WS-TOTAL-PREPAID.
           ADD WS-AMOUNT-FINANCED  TO WS-TOTAL-FINANCED.
           ADD WS-FINANCE-CHARGE   TO WS-TOTAL-FIN-CHARGE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-BOOKING
      *----------------------------------------------------------------
       8000-READ-BOOKING.
           READ BOOKINGS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-TOTAL-PRINCIPAL  TO RT-PRINCIPAL.
           MOVE WS-TOTAL-PREPAID    TO RT-PREPAID.
           MOVE WS-TOTAL-FINANCED   TO RT-FINANCED.
           MOVE WS-TOTAL-FIN-CHARGE TO RT-FIN-CHARGE.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE WS-LOANS-DISCLOSED  TO RC-DISCLOSED.
           MOVE WS-LOANS-FOR-REVIEW TO RC-REVIEW.
           MOVE WS-LOANS-REJECTED   TO RC-REJECTED.
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE BOOKINGS
                 CUSTOMER-NAMES
                 DISCLOSURES
                 TIL-REGISTER
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - RECONCILES BOOKINGS READ AGAINST
      * DISCLOSURES PRINTED PLUS BOOKINGS LOGGED INSTEAD.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-BOOKINGS-READ   TO CT-RECORDS-READ.
           MOVE WS-LOANS-DISCLOSED TO CT-RECORDS-PROCESSED.
           IF WS-BOOKINGS-READ =
              WS-LOANS-DISCLOSED + WS-LOANS-REJECTED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.
