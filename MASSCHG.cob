       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASS-CHANGE.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  CRITERIA-DRIVEN MASS CHANGE OF
      *                 THE LOAN MASTER - A BRANCH CLOSURE OR A RETIRED
      *                 RATE CODE USED TO MEAN HUNDREDS OF LOANMTXN
      *                 CHANGES KEYED BY HAND.  THE CONTROL CARD
      *                 SELECTS ACCOUNTS BY BRANCH, RATE CODE,
      *                 CURRENCY, STATUS AND OPEN-DATE RANGE AND NAMES
      *                 ONE MASTER FIELD AND ITS NEW VALUE.  PREVIEW
      *                 MODE ('P') PRINTS THE COUNT, THE PRINCIPAL
      *                 TOTAL AND A SAMPLE OF THE ACCOUNTS THAT WOULD
      *                 CHANGE AND WRITES NOTHING ELSE.  COMMIT MODE
      *                 ('C') ALSO WRITES ONE CHANGE TRANSACTION PER
      *                 ACCOUNT - THE ACCOUNT'S CURRENT TERMS WITH THE
      *                 ONE FIELD ALTERED - WRAPPED IN A BATCH HEADER
      *                 AND COUNT TRAILER, SO EVERY CHANGE STILL GOES
      *                 THROUGH LOAN-MAINT'S EDITS, REPLAY PROTECTION,
      *                 DUAL CONTROL AND RECOVERY JOURNAL.  THE MASTER
      *                 ITSELF IS ONLY READ.  OPERATIONS CONCATENATES
      *                 THE EMITTED MASSTXN FILE INTO THE LOANMT
      *                 STEP'S TRANSACTION INPUT FOR THE NEXT NIGHT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASS-CONTROL    ASSIGN TO MASSCTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-MASTER     ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MASS-TXN-OUT    ASSIGN TO MASSTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASS-REPORT     ASSIGN TO MASSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASS-CONTROL
           RECORDING MODE IS F.
       01  MASS-CONTROL-REC.
           05 MC-MODE              PIC X(01).
              88 MC-MODE-IS-PREVIEW         VALUE 'P'.
              88 MC-MODE-IS-COMMIT          VALUE 'C'.
           05 FILLER               PIC X(01).
      *    THE MASTER FIELD TO CHANGE, BY ITS LOANMSTR NAME.
           05 MC-FIELD-NAME        PIC X(16).
              88 MC-FIELD-IS-BRANCH         VALUE "LM-BRANCH".
              88 MC-FIELD-IS-RATE-CODE      VALUE "LM-RATE-CODE".
              88 MC-FIELD-IS-CURRENCY       VALUE "LM-CURRENCY-CODE".
              88 MC-FIELD-IS-STATUS         VALUE "LM-STATUS".
              88 MC-FIELD-IS-PRODUCT        VALUE "LM-PRODUCT-CODE".
              88 MC-FIELD-IS-RATE           VALUE "LM-RATE".
              88 MC-FIELD-IS-COMP-FREQ      VALUE "LM-COMP-FREQ".
           05 FILLER               PIC X(01).
      *    THE NEW VALUE, LEFT-JUSTIFIED.  LM-RATE IS FIVE DIGITS
      *    WITH TWO IMPLIED DECIMALS (00650 IS 6.50); LM-COMP-FREQ IS
      *    TWO DIGITS.
           05 MC-NEW-VALUE         PIC X(10).
           05 MC-NEW-NUMERIC REDEFINES MC-NEW-VALUE.
              10 MC-NEW-RATE       PIC 9(3)V99.
              10 FILLER            PIC X(05).
           05 MC-NEW-FREQ-VIEW REDEFINES MC-NEW-VALUE.
              10 MC-NEW-FREQ       PIC 9(02).
              10 FILLER            PIC X(08).
           05 FILLER               PIC X(01).
      *    SELECTION CRITERIA - A BLANK CRITERION SELECTS ANY VALUE.
      *    STATUS 'A' SELECTS ACTIVE ACCOUNTS (SPACE OR 'A'); THE
      *    OPEN-DATE RANGE IS YYYYMMDD, EITHER END MAY BE LEFT BLANK.
           05 MC-SEL-BRANCH        PIC X(04).
           05 FILLER               PIC X(01).
           05 MC-SEL-RATE-CODE     PIC X(04).
           05 FILLER               PIC X(01).
           05 MC-SEL-CURRENCY      PIC X(03).
           05 FILLER               PIC X(01).
           05 MC-SEL-STATUS        PIC X(01).
           05 FILLER               PIC X(01).
           05 MC-SEL-OPEN-FROM     PIC X(08).
           05 MC-SEL-OPEN-FROM-N REDEFINES MC-SEL-OPEN-FROM
                                   PIC 9(08).
           05 FILLER               PIC X(01).
           05 MC-SEL-OPEN-TO       PIC X(08).
           05 MC-SEL-OPEN-TO-N REDEFINES MC-SEL-OPEN-TO
                                   PIC 9(08).

       FD  LOAN-MASTER.
       COPY LOANMSTR.

       FD  MASS-TXN-OUT
           RECORDING MODE IS F.
       01  MASS-TXN-LINE           PIC X(67).

       FD  MASS-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS   PIC X(02).
           88 MASTER-FILE-NOT-FOUND        VALUE '35'.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS            VALUE 'Y'.
           05 WS-SELECT-SW         PIC X(01).
              88 THE-ACCOUNT-IS-SELECTED    VALUE 'Y'.

      *----------------------------------------------------------------
      * THE FIELD'S VALUE BEFORE AND AFTER, IN PRINTABLE FORM.
      *----------------------------------------------------------------
       01  WS-OLD-VALUE            PIC X(10).
       01  WS-NEW-VALUE            PIC X(10).
       01  WS-RATE-EDIT            PIC ZZ9.99.

      *----------------------------------------------------------------
      * SAMPLE LIST - THE FIRST ACCOUNTS THAT WOULD CHANGE ARE
      * PRINTED; THE REST ARE ONLY COUNTED.
      *----------------------------------------------------------------
       01  WS-SAMPLE-MAX           PIC 9(03) VALUE 25.

       01  WS-CHANGED-PRINCIPAL    PIC 9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-NOT-SELECTED PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-UNCHANGED   PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-CHANGED     PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-ACCOUNTED   PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * THE EMITTED TRANSACTION AND ITS BATCH WRAPPING.
      *----------------------------------------------------------------
       COPY LOANMTXN.
       COPY BATCHCTL.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "MASSCH".
           05 WS-RIF-TIME      PIC 9(06).

       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-DD        PIC 9(02).

       COPY RUNSTAMP.

       01  REPORT-HEADING.
           05 FILLER                PIC X(26) VALUE
              "LOAN MASTER MASS CHANGE - ".
           05 RH-MODE               PIC X(40).

       01  SELECTION-LINE.
           05 FILLER                PIC X(14) VALUE "SELECT BRANCH=".
           05 SL-BRANCH             PIC X(04).
           05 FILLER                PIC X(11) VALUE " RATE CODE=".
           05 SL-RATE-CODE          PIC X(04).
           05 FILLER                PIC X(10) VALUE " CURRENCY=".
           05 SL-CURRENCY           PIC X(03).
           05 FILLER                PIC X(08) VALUE " STATUS=".
           05 SL-STATUS             PIC X(01).
           05 FILLER                PIC X(08) VALUE " OPENED ".
           05 SL-OPEN-FROM          PIC X(08).
           05 FILLER                PIC X(01) VALUE "-".
           05 SL-OPEN-TO            PIC X(08).

       01  CHANGE-LINE.
           05 FILLER                PIC X(07) VALUE "CHANGE ".
           05 CL-FIELD-NAME         PIC X(16).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 CL-NEW-VALUE          PIC X(10).

       01  SAMPLE-HEADING.
           05 FILLER                PIC X(39) VALUE
              "ACCT #  BRANCH  CCY   STS     PRINCIPAL".
           05 FILLER                PIC X(24) VALUE
              "   OLD VALUE   NEW VALUE".

       01  SAMPLE-DETAIL.
           05 SD-ACCT-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-BRANCH             PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 SD-CURRENCY           PIC X(03).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 SD-STATUS             PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 SD-PRINCIPAL          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 SD-OLD-VALUE          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-NEW-VALUE          PIC X(10).

       01  COUNT-LINE.
           05 CN-LABEL              PIC X(36).
           05 CN-COUNT              PIC ZZZZZZ9.

       01  PRINCIPAL-LINE.
           05 FILLER                PIC X(36) VALUE
              "PRINCIPAL OF THE ACCOUNTS CHANGED".
           05 PL-PRINCIPAL          PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
               UNTIL END-OF-ACCOUNTS.

           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - THE CARD MUST NAME A MODE, A FIELD THIS
      * PROGRAM KNOWS, A NEW VALUE THAT FITS IT, AND AT LEAST ONE
      * SELECTION - A CARD THAT WOULD CHANGE THE WHOLE BOOK IS
      * REFUSED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT MASS-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           OPEN INPUT MASS-CONTROL.
           READ MASS-CONTROL
               AT END
                   DISPLAY "MASS CHANGE CONTROL CARD MISSING - STOPPED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE MASS-CONTROL.

           IF NOT MC-MODE-IS-PREVIEW AND NOT MC-MODE-IS-COMMIT
               DISPLAY "CONTROL CARD MODE MUST BE P OR C - STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF NOT MC-FIELD-IS-BRANCH AND NOT MC-FIELD-IS-RATE-CODE
              AND NOT MC-FIELD-IS-CURRENCY AND NOT MC-FIELD-IS-STATUS
              AND NOT MC-FIELD-IS-PRODUCT AND NOT MC-FIELD-IS-RATE
              AND NOT MC-FIELD-IS-COMP-FREQ
               DISPLAY "FIELD " MC-FIELD-NAME
                       " CANNOT BE MASS CHANGED - STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-EDIT-NEW-VALUE THRU 1100-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.

           IF MC-SEL-BRANCH = SPACES AND MC-SEL-RATE-CODE = SPACES
              AND MC-SEL-CURRENCY = SPACES AND MC-SEL-STATUS = SPACE
              AND MC-SEL-OPEN-FROM = SPACES
              AND MC-SEL-OPEN-TO = SPACES
               DISPLAY "MASS CHANGE NEEDS AT LEAST ONE SELECTION"
                       " - STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF (MC-SEL-OPEN-FROM NOT = SPACES
               AND MC-SEL-OPEN-FROM-N IS NOT NUMERIC)
              OR (MC-SEL-OPEN-TO NOT = SPACES
               AND MC-SEL-OPEN-TO-N IS NOT NUMERIC)
               DISPLAY "OPEN-DATE RANGE MUST BE YYYYMMDD - STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MASTER.
           IF MASTER-FILE-NOT-FOUND
               DISPLAY "LOAN MASTER NOT ON FILE - STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF MC-MODE-IS-COMMIT
               MOVE "COMMITTED AS A LOAN-MAINT BATCH" TO RH-MODE
           ELSE
               MOVE "PREVIEW, NOTHING WRITTEN" TO RH-MODE
           END-IF.
           WRITE REPORT-LINE FROM REPORT-HEADING.

           MOVE MC-SEL-BRANCH    TO SL-BRANCH.
           MOVE MC-SEL-RATE-CODE TO SL-RATE-CODE.
           MOVE MC-SEL-CURRENCY  TO SL-CURRENCY.
           MOVE MC-SEL-STATUS    TO SL-STATUS.
           MOVE MC-SEL-OPEN-FROM TO SL-OPEN-FROM.
           MOVE MC-SEL-OPEN-TO   TO SL-OPEN-TO.
           WRITE REPORT-LINE FROM SELECTION-LINE.
           MOVE MC-FIELD-NAME    TO CL-FIELD-NAME.
           MOVE WS-NEW-VALUE     TO CL-NEW-VALUE.
           WRITE REPORT-LINE FROM CHANGE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM SAMPLE-HEADING.

      *    THE BATCH NUMBER IS THE RUN TIME, AS ORIG-FEED NUMBERS
      *    ITS FEED, SO TWO COMMITS ON ONE DATE DO NOT COLLIDE ON
      *    LOAN-MAINT'S REPLAY CHECK.
           IF MC-MODE-IS-COMMIT
               OPEN OUTPUT MASS-TXN-OUT
               MOVE SPACES           TO BATCH-CONTROL-REC
               MOVE 'H'              TO BC-RECORD-TYPE
               MOVE WS-RUN-TIME-RAW  TO BC-BATCH-NO
               MOVE WS-BUS-DATE-RAW  TO BC-BATCH-DATE
               MOVE ZERO             TO BC-TXN-COUNT
               MOVE SPACE            TO BC-OVERRIDE-SW
               WRITE MASS-TXN-LINE FROM BATCH-CONTROL-REC
           END-IF.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
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
      * 1100-EDIT-NEW-VALUE - THE NEW VALUE MUST FIT THE FIELD.  A
      * STATUS MAY ONLY BE SET ACTIVE OR CLOSED - CHARGE-OFF AND
      * MATURITY BELONG TO THEIR OWN RUNS.  WHETHER A CODE EXISTS IS
      * LEFT TO LOAN-MAINT'S OWN EDITS.
      *----------------------------------------------------------------
       1100-EDIT-NEW-VALUE.
           MOVE MC-NEW-VALUE TO WS-NEW-VALUE.

           EVALUATE TRUE
               WHEN MC-FIELD-IS-BRANCH
               WHEN MC-FIELD-IS-RATE-CODE
               WHEN MC-FIELD-IS-PRODUCT
                   IF MC-NEW-VALUE(5:6) NOT = SPACES
                       DISPLAY "NEW VALUE LONGER THAN 4 - STOPPED"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN MC-FIELD-IS-CURRENCY
                   IF MC-NEW-VALUE(4:7) NOT = SPACES
                       DISPLAY "NEW VALUE LONGER THAN 3 - STOPPED"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN MC-FIELD-IS-STATUS
                   IF MC-NEW-VALUE NOT = "A" AND NOT = "C"
                       DISPLAY "NEW STATUS MUST BE A OR C - STOPPED"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN MC-FIELD-IS-RATE
                   IF MC-NEW-VALUE(1:5) IS NOT NUMERIC
                      OR MC-NEW-VALUE(6:5) NOT = SPACES
                       DISPLAY "NEW RATE MUST BE 5 DIGITS - STOPPED"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE MC-NEW-RATE TO WS-RATE-EDIT
                       MOVE WS-RATE-EDIT TO WS-NEW-VALUE
                   END-IF
               WHEN MC-FIELD-IS-COMP-FREQ
                   IF MC-NEW-VALUE(1:2) IS NOT NUMERIC
                      OR MC-NEW-VALUE(3:8) NOT = SPACES
                      OR (MC-NEW-FREQ NOT = 1 AND NOT = 4
                          AND NOT = 12)
                       DISPLAY "NEW FREQUENCY MUST BE 01, 04 OR 12"
                               " - STOPPED"
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ACCOUNT - A SELECTED ACCOUNT ALREADY CARRYING
      * THE NEW VALUE IS COUNTED AND LEFT ALONE; ANY OTHER IS LISTED
      * (UP TO THE SAMPLE LIMIT) AND, IN COMMIT MODE, EMITTED.
      *----------------------------------------------------------------
       2000-PROCESS-ACCOUNT.
           PERFORM 2100-CHECK-SELECTION THRU 2100-EXIT.
           IF NOT THE-ACCOUNT-IS-SELECTED
               ADD 1 TO WS-ACCTS-NOT-SELECTED
               PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-GET-OLD-VALUE THRU 2200-EXIT.
           IF WS-OLD-VALUE = WS-NEW-VALUE
               ADD 1 TO WS-ACCTS-UNCHANGED
               PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-ACCTS-CHANGED.
           ADD LM-PRINCIPAL TO WS-CHANGED-PRINCIPAL.

           IF WS-ACCTS-CHANGED NOT > WS-SAMPLE-MAX
               MOVE LM-ACCT-NO       TO SD-ACCT-NO
               MOVE LM-BRANCH        TO SD-BRANCH
               MOVE LM-CURRENCY-CODE TO SD-CURRENCY
               MOVE LM-STATUS        TO SD-STATUS
               MOVE LM-PRINCIPAL     TO SD-PRINCIPAL
               MOVE WS-OLD-VALUE     TO SD-OLD-VALUE
               MOVE WS-NEW-VALUE     TO SD-NEW-VALUE
               WRITE REPORT-LINE FROM SAMPLE-DETAIL
           END-IF.

           IF MC-MODE-IS-COMMIT
               PERFORM 2300-EMIT-CHANGE THRU 2300-EXIT
           END-IF.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CHECK-SELECTION - EVERY CRITERION GIVEN MUST MATCH.
      *----------------------------------------------------------------
       2100-CHECK-SELECTION.
           MOVE 'N' TO WS-SELECT-SW.

           IF MC-SEL-BRANCH NOT = SPACES
              AND LM-BRANCH NOT = MC-SEL-BRANCH
               GO TO 2100-EXIT
           END-IF.
           IF MC-SEL-RATE-CODE NOT = SPACES
              AND LM-RATE-CODE NOT = MC-SEL-RATE-CODE
               GO TO 2100-EXIT
           END-IF.
           IF MC-SEL-CURRENCY NOT = SPACES
              AND LM-CURRENCY-CODE NOT = MC-SEL-CURRENCY
               GO TO 2100-EXIT
           END-IF.
           IF MC-SEL-STATUS = 'A'
               IF NOT LM-ACCOUNT-IS-ACTIVE
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF MC-SEL-STATUS NOT = SPACE
                  AND LM-STATUS NOT = MC-SEL-STATUS
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF MC-SEL-OPEN-FROM NOT = SPACES
              AND LM-OPEN-DATE < MC-SEL-OPEN-FROM-N
               GO TO 2100-EXIT
           END-IF.
           IF MC-SEL-OPEN-TO NOT = SPACES
              AND LM-OPEN-DATE > MC-SEL-OPEN-TO-N
               GO TO 2100-EXIT
           END-IF.

           MOVE 'Y' TO WS-SELECT-SW.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-GET-OLD-VALUE - THE ACCOUNT'S CURRENT VALUE OF THE FIELD
      * IN THE SAME PRINTABLE FORM AS THE NEW ONE.  AN ACTIVE STATUS
      * HELD AS A SPACE COMPARES AS 'A'.
      *----------------------------------------------------------------
       2200-GET-OLD-VALUE.
           MOVE SPACES TO WS-OLD-VALUE.
           EVALUATE TRUE
               WHEN MC-FIELD-IS-BRANCH
                   MOVE LM-BRANCH        TO WS-OLD-VALUE
               WHEN MC-FIELD-IS-RATE-CODE
                   MOVE LM-RATE-CODE     TO WS-OLD-VALUE
               WHEN MC-FIELD-IS-CURRENCY
                   MOVE LM-CURRENCY-CODE TO WS-OLD-VALUE
               WHEN MC-FIELD-IS-PRODUCT
                   MOVE LM-PRODUCT-CODE  TO WS-OLD-VALUE
               WHEN MC-FIELD-IS-STATUS
                   IF LM-ACCOUNT-IS-ACTIVE
                       MOVE "A"          TO WS-OLD-VALUE
                   ELSE
                       MOVE LM-STATUS    TO WS-OLD-VALUE
                   END-IF
               WHEN MC-FIELD-IS-RATE
                   MOVE LM-RATE          TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT     TO WS-OLD-VALUE
               WHEN MC-FIELD-IS-COMP-FREQ
                   MOVE LM-COMP-FREQ     TO WS-OLD-VALUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-EMIT-CHANGE - LOAN-MAINT REPLACES EVERY TERM ON A
      * CHANGE, SO THE TRANSACTION CARRIES THE ACCOUNT'S CURRENT
      * TERMS WITH ONLY THE NAMED FIELD ALTERED.  NO APPROVER IS
      * CARRIED - DUAL CONTROL DECIDES FOR ITSELF WHAT MUST WAIT.
      *----------------------------------------------------------------
       2300-EMIT-CHANGE.
           MOVE SPACES           TO LOAN-MAINT-TXN-REC.
           MOVE 'C'              TO LT-ACTION.
           MOVE LM-ACCT-NO       TO LT-ACCT-NO.
           MOVE LM-PRINCIPAL     TO LT-PRINCIPAL.
           MOVE LM-RATE          TO LT-RATE.
           MOVE LM-YEARS         TO LT-YEARS.
           MOVE LM-COMP-FREQ     TO LT-COMP-FREQ.
           MOVE LM-RATE-CODE     TO LT-RATE-CODE.
           MOVE LM-CURRENCY-CODE TO LT-CURRENCY-CODE.
           MOVE LM-NEXT-DUE-DATE TO LT-NEXT-DUE-DATE.
           MOVE LM-OPEN-DATE     TO LT-OPEN-DATE.
           MOVE LM-STATUS        TO LT-STATUS.
           MOVE SPACE            TO LT-RESUBMIT-SW.
           MOVE LM-BRANCH        TO LT-BRANCH.
           MOVE SPACES           TO LT-APPROVED-BY.
           MOVE SPACES           TO LT-PRODUCT-CODE.

           EVALUATE TRUE
               WHEN MC-FIELD-IS-BRANCH
                   MOVE MC-NEW-VALUE(1:4) TO LT-BRANCH
               WHEN MC-FIELD-IS-RATE-CODE
                   MOVE MC-NEW-VALUE(1:4) TO LT-RATE-CODE
               WHEN MC-FIELD-IS-CURRENCY
                   MOVE MC-NEW-VALUE(1:3) TO LT-CURRENCY-CODE
               WHEN MC-FIELD-IS-PRODUCT
                   MOVE MC-NEW-VALUE(1:4) TO LT-PRODUCT-CODE
               WHEN MC-FIELD-IS-STATUS
                   MOVE MC-NEW-VALUE(1:1) TO LT-STATUS
               WHEN MC-FIELD-IS-RATE
                   MOVE MC-NEW-RATE       TO LT-RATE
               WHEN MC-FIELD-IS-COMP-FREQ
                   MOVE MC-NEW-FREQ       TO LT-COMP-FREQ
           END-EVALUATE.

           WRITE MASS-TXN-LINE FROM LOAN-MAINT-TXN-REC.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-ACCOUNT
      *----------------------------------------------------------------
       8000-READ-ACCOUNT.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - EVERY ACCOUNT READ WAS EITHER NOT SELECTED,
      * ALREADY AT THE NEW VALUE, OR CHANGED.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF MC-MODE-IS-COMMIT
               MOVE SPACES           TO BATCH-CONTROL-REC
               MOVE 'T'              TO BC-RECORD-TYPE
               MOVE WS-RUN-TIME-RAW  TO BC-BATCH-NO
               MOVE WS-BUS-DATE-RAW  TO BC-BATCH-DATE
               MOVE WS-ACCTS-CHANGED TO BC-TXN-COUNT
               MOVE SPACE            TO BC-OVERRIDE-SW
               WRITE MASS-TXN-LINE FROM BATCH-CONTROL-REC
               CLOSE MASS-TXN-OUT
           END-IF.

           IF WS-ACCTS-CHANGED > WS-SAMPLE-MAX
               SUBTRACT WS-SAMPLE-MAX FROM WS-ACCTS-CHANGED
                   GIVING CN-COUNT
               MOVE "MORE ACCOUNTS NOT LISTED" TO CN-LABEL
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNTS READ" TO CN-LABEL.
           MOVE WS-ACCTS-READ TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "NOT SELECTED" TO CN-LABEL.
           MOVE WS-ACCTS-NOT-SELECTED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "SELECTED, ALREADY AT THE NEW VALUE" TO CN-LABEL.
           MOVE WS-ACCTS-UNCHANGED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           IF MC-MODE-IS-COMMIT
               MOVE "CHANGE TRANSACTIONS WRITTEN" TO CN-LABEL
           ELSE
               MOVE "ACCOUNTS THAT WOULD CHANGE" TO CN-LABEL
           END-IF.
           MOVE WS-ACCTS-CHANGED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE WS-CHANGED-PRINCIPAL TO PL-PRINCIPAL.
           WRITE REPORT-LINE FROM PRINCIPAL-LINE.
           IF MC-MODE-IS-COMMIT
               MOVE "BATCH NUMBER" TO CN-LABEL
               MOVE WS-RUN-TIME-RAW TO CN-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF.

           ADD WS-ACCTS-NOT-SELECTED WS-ACCTS-UNCHANGED
               WS-ACCTS-CHANGED GIVING WS-ACCTS-ACCOUNTED.
           MOVE WS-ACCTS-READ    TO CT-RECORDS-READ.
           MOVE WS-ACCTS-CHANGED TO CT-RECORDS-PROCESSED.
           IF WS-ACCTS-ACCOUNTED = WS-ACCTS-READ
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.

           CLOSE LOAN-MASTER.
           CLOSE MASS-REPORT.
       9000-EXIT.
           EXIT.
