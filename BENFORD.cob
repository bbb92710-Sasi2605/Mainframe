       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENFORD-ANALYSIS.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  LEADING-DIGIT (BENFORD) TESTS
      *                 FOR INTERNAL AUDIT OVER ONE MONEY FILE, NAMED
      *                 ON THE BENFCTL CARD - PAYMENT HISTORY, THE
      *                 FEE-ASSESS FEE TRANSACTIONS, THE UNAPPLIED-
      *                 CASH SUSPENSE FILE OR THE GL EXTRACT.  EVERY
      *                 AMOUNT AT OR ABOVE THE CARD'S MINIMUM IS
      *                 TABULATED ON ITS FIRST DIGIT AND ITS FIRST TWO
      *                 DIGITS AGAINST THE BENFORD FREQUENCIES, AND
      *                 EACH TEST IS SCORED BY CHI-SQUARE AGAINST THE
      *                 5 PERCENT CRITICAL VALUE AND BY MEAN ABSOLUTE
      *                 DEVIATION AGAINST THE USUAL CLOSE/ACCEPTABLE/
      *                 MARGINAL CONFORMITY RANGES.  THE FIRST-TWO-
      *                 DIGIT GROUPS FURTHEST ABOVE THEIR EXPECTED
      *                 COUNT ARE LISTED WITH THE RECORDS BEHIND THEM.
      *                 THE GL EXTRACT CARRIES A BRANCH, SO THERE THE
      *                 FIRST-DIGIT TEST IS ALSO SCORED BRANCH BY
      *                 BRANCH AND EACH LISTED GROUP IS BROKEN OUT BY
      *                 BRANCH; THE OTHER FILES CARRY NEITHER A BRANCH
      *                 NOR AN OPERATOR.  REVERSAL AND MONTHLY SUMMARY
      *                 RECORDS ON PAYMENT HISTORY, AND THE CREDIT
      *                 SIDE OF EACH GL PAIR, ARE NOT ORIGINAL FIGURES
      *                 AND ARE LEFT OUT.  A NONCONFORMING FILE ENDS
      *                 THE RUN WITH RETURN CODE 4.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENFORD-CONTROL ASSIGN TO BENFCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT FEE-TXN-IN      ASSIGN TO FEETXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT SUSPENSE-FILE   ASSIGN TO PAYSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT BENFORD-REPORT  ASSIGN TO BENFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENFORD-CONTROL
           RECORDING MODE IS F.
       COPY BENFCTL.

       FD  PAYMENT-HISTORY
           RECORDING MODE IS F.
       COPY PAYHIST.

       FD  FEE-TXN-IN
           RECORDING MODE IS F.
       01  FEE-TXN-REC.
           05 FT-ACCT-NO           PIC X(06).
           05 FILLER               PIC X(02).
           05 FT-ASSESS-DATE       PIC 9(08).
           05 FILLER               PIC X(02).
           05 FT-FEE-CODE          PIC X(04).
           05 FILLER               PIC X(02).
           05 FT-AMOUNT            PIC 9(7)V99.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY PAYSUSP.

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  BENFORD-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(100).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-SRC-FILE-STATUS      PIC X(02).
           88 SRC-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-SRC-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-SOURCE              VALUE 'Y'.
           05 WS-TESTED-SW         PIC X(01).
              88 AMOUNT-IS-TESTED           VALUE 'T'.
              88 RECORD-IS-EXCLUDED         VALUE 'X'.
              88 AMOUNT-IS-BELOW-MINIMUM    VALUE 'M'.
           05 WS-FOUND-SW          PIC X(01).
              88 RECORD-WAS-FOUND           VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-NONCONFORM-SW     PIC X(01) VALUE 'N'.
              88 THE-FILE-NONCONFORMS       VALUE 'Y'.

      *----------------------------------------------------------------
      * CARD SETTINGS, WITH THEIR DEFAULTS.
      *----------------------------------------------------------------
       01  WS-SOURCE-NAME          PIC X(08).
       01  WS-MIN-AMOUNT           PIC 9(5)V99 VALUE 10.00.
       01  WS-FLOOR-AMOUNT         PIC 9(5)V99 VALUE 0.10.
       01  WS-TOP-GROUPS           PIC 9(02)   VALUE 5.
       01  WS-TOP-GROUPS-MAX       PIC 9(02)   VALUE 20.
       01  WS-LIST-LIMIT           PIC 9(03)   VALUE 25.
       01  WS-LIST-LIMIT-MAX       PIC 9(03)   VALUE 100.

      *----------------------------------------------------------------
      * ONE SOURCE RECORD, WHICHEVER FILE IT CAME FROM - THE ACCOUNT,
      * ITS DATE (THE ACCOUNTING PERIOD ON THE GL EXTRACT), THE
      * AMOUNT, A DETAIL FIELD (PAYMENT TYPE, FEE CODE, SUSPENSE
      * STATUS OR GL ACCOUNT) AND THE BRANCH WHERE THE FILE HAS ONE.
      *----------------------------------------------------------------
       01  WS-SOURCE-FIELDS.
           05 SR-KEY               PIC X(06).
           05 SR-DATE              PIC X(08).
           05 SR-AMOUNT            PIC 9(9)V99.
           05 SR-DETAIL            PIC X(10).
           05 SR-BRANCH            PIC X(04).

      *----------------------------------------------------------------
      * LEADING DIGITS - THE AMOUNT IN CENTS, LEADING ZEROS COUNTED
      * OFF.  THE CARD'S MINIMUM IS NEVER BELOW 0.10, SO TWO
      * SIGNIFICANT DIGITS ALWAYS FOLLOW THE LEADING ZEROS.
      *----------------------------------------------------------------
       01  WS-DIGIT-WORK           PIC 9(9)V99.
       01  WS-DIGIT-CHARS REDEFINES WS-DIGIT-WORK
                                   PIC X(11).
       01  WS-LEAD-ZEROS           PIC 9(02) COMP.
       01  WS-FIRST-DIGIT          PIC 9(01).
       01  WS-FIRST-TWO            PIC 9(02).
       01  WS-TWO-BIN              PIC 9(02) COMP.

      *----------------------------------------------------------------
      * FIRST-DIGIT TABLE (DIGITS 1-9) AND FIRST-TWO-DIGIT TABLE
      * (GROUPS 10-99, BIN = GROUP - 9).  THE EXPECTED PROPORTION OF
      * LEADING DIGITS D IS LOG10(1 + 1/D).
      *----------------------------------------------------------------
       01  FIRST-DIGIT-TABLE.
           05 D1-ENTRY OCCURS 9 TIMES.
              10 D1-OBSERVED       PIC 9(09) COMP.
              10 D1-EXPECTED       PIC 9V9(06).
       01  FIRST-TWO-TABLE.
           05 D2-ENTRY OCCURS 90 TIMES.
              10 D2-OBSERVED       PIC 9(09) COMP.
              10 D2-EXPECTED       PIC 9V9(06).
              10 D2-EXCESS         PIC S9(09)V99.
              10 D2-TOP-RANK       PIC 9(02).
       01  WS-BIN-SUB              PIC 9(02) COMP.
       01  WS-DIGIT-VALUE          PIC 9(02).

      *----------------------------------------------------------------
      * CONFORMITY WORK AREA - ONE DISTRIBUTION IS COPIED IN, SCORED,
      * AND THE RESULT READ BACK, SO THE FILE-WIDE TESTS AND THE
      * BRANCH TESTS SHARE ONE SET OF ARITHMETIC.
      *----------------------------------------------------------------
       01  CONFORMITY-WORK.
           05 WK-BIN-COUNT         PIC 9(02) COMP.
           05 WK-TOTAL             PIC 9(09) COMP.
           05 WK-BIN OCCURS 90 TIMES.
              10 WK-OBSERVED       PIC 9(09) COMP.
              10 WK-EXPECTED       PIC 9V9(06).
           05 WK-MAD-CLOSE         PIC 9V9(06).
           05 WK-MAD-ACCEPTABLE    PIC 9V9(06).
           05 WK-MAD-MARGINAL      PIC 9V9(06).
           05 WK-CHI-CRITICAL      PIC 9(03)V9(03).
           05 WK-EXPECTED-COUNT    PIC 9(09)V9(04).
           05 WK-OBSERVED-PCT      PIC 9V9(06).
           05 WK-CHI-SQUARE        PIC 9(09)V9(04).
           05 WK-MAD-SUM           PIC 9(03)V9(06).
           05 WK-MAD               PIC 9V9(06).
           05 WK-VERDICT           PIC X(16).
           05 WK-CHI-VERDICT       PIC X(20).
       01  WS-WK-SUB               PIC 9(02) COMP.

      *    NIGRINI'S RANGES FOR THE TWO TESTS AND THE 5 PERCENT
      *    CHI-SQUARE CRITICAL VALUES AT 8 AND 89 DEGREES OF FREEDOM.
       01  WS-D1-MAD-CLOSE         PIC 9V9(06) VALUE 0.006.
       01  WS-D1-MAD-ACCEPTABLE    PIC 9V9(06) VALUE 0.012.
       01  WS-D1-MAD-MARGINAL      PIC 9V9(06) VALUE 0.015.
       01  WS-D1-CHI-CRITICAL      PIC 9(03)V9(03) VALUE 15.507.
       01  WS-D2-MAD-CLOSE         PIC 9V9(06) VALUE 0.0012.
       01  WS-D2-MAD-ACCEPTABLE    PIC 9V9(06) VALUE 0.0018.
       01  WS-D2-MAD-MARGINAL      PIC 9V9(06) VALUE 0.0022.
       01  WS-D2-CHI-CRITICAL      PIC 9(03)V9(03) VALUE 112.022.

      *    FEWER TESTED AMOUNTS THAN THIS AND A BRANCH IS COUNTED BUT
      *    NOT SCORED; THE FILE AS A WHOLE IS SCORED WITH A WARNING.
       01  WS-MIN-TO-SCORE         PIC 9(05) VALUE 100.

      *----------------------------------------------------------------
      * THE OVER-REPRESENTED FIRST-TWO-DIGIT GROUPS, LARGEST EXCESS
      * OVER THE EXPECTED COUNT FIRST.
      *----------------------------------------------------------------
       01  WS-TOP-COUNT            PIC 9(02) VALUE 0.
       01  TOP-GROUP-TABLE.
           05 TG-ENTRY OCCURS 20 TIMES.
              10 TG-BIN            PIC 9(02) COMP.
              10 TG-MATCHED        PIC 9(09) COMP.
              10 TG-LISTED         PIC 9(03) COMP.
       01  WS-TOP-SUB              PIC 9(02) COMP.
       01  WS-BEST-BIN             PIC 9(02) COMP.
       01  WS-BEST-EXCESS          PIC S9(09)V99.

      *----------------------------------------------------------------
      * RECORDS BEHIND THE LISTED GROUPS, FROM THE SECOND PASS - AT
      * MOST THE LIST LIMIT PER GROUP, SO THE TABLE CANNOT FILL.
      *----------------------------------------------------------------
       01  WS-LR-TABLE-COUNT       PIC 9(04) VALUE 0.
       01  LISTED-RECORD-TABLE.
           05 LR-ENTRY OCCURS 2000 TIMES.
              10 LR-RANK           PIC 9(02).
              10 LR-KEY            PIC X(06).
              10 LR-DATE           PIC X(08).
              10 LR-AMOUNT         PIC 9(9)V99.
              10 LR-DETAIL         PIC X(10).
              10 LR-BRANCH         PIC X(04).
       01  WS-LR-SUB               PIC 9(04) COMP.

      *----------------------------------------------------------------
      * BRANCH TABLE - GL EXTRACT ONLY.  SPACES IS HEAD OFFICE.
      *----------------------------------------------------------------
       01  WS-BR-TABLE-COUNT       PIC 9(03) VALUE 0.
       01  WS-BR-TABLE-MAX         PIC 9(03) VALUE 100.
       01  BRANCH-TABLE.
           05 BR-ENTRY OCCURS 100 TIMES.
              10 BR-CODE           PIC X(04).
              10 BR-TESTED         PIC 9(09) COMP.
              10 BR-D1-OBSERVED    PIC 9(09) COMP OCCURS 9 TIMES.
              10 BR-TOP-MATCHED    PIC 9(07) COMP OCCURS 20 TIMES.
       01  WS-BR-SUB               PIC 9(03) COMP.

       01  WS-COUNTS.
           05 WS-RECORDS-READ      PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-EXCLUDED  PIC 9(9) COMP VALUE 0.
           05 WS-BELOW-MINIMUM     PIC 9(9) COMP VALUE 0.
           05 WS-AMOUNTS-TESTED    PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-ACCOUNTED PIC 9(9) COMP VALUE 0.
           05 WS-FIRST-PASS-READ   PIC 9(9) COMP VALUE 0.

       COPY CTLTOTAL.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "BENFRD".
           05 WS-RIF-TIME      PIC 9(06).

       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-DD        PIC 9(02).

       COPY RUNSTAMP.

       01  REPORT-HEADING-1.
           05 FILLER                PIC X(32) VALUE
              "LEADING-DIGIT ANALYSIS OF FILE  ".
           05 RH-SOURCE             PIC X(08).
           05 FILLER                PIC X(16) VALUE
              "   AMOUNTS FROM ".
           05 RH-MIN-AMOUNT         PIC ZZ,ZZ9.99.

       01  DIGIT-HEADING.
           05 FILLER                PIC X(06) VALUE "DIGIT".
           05 FILLER                PIC X(11) VALUE "   OBSERVED".
           05 FILLER                PIC X(09) VALUE "    OBS %".
           05 FILLER                PIC X(09) VALUE "    EXP %".
           05 FILLER                PIC X(10) VALUE "    DIFF %".
           05 FILLER                PIC X(15) VALUE "       EXPECTED".

       01  DIGIT-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-DIGITS             PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OBSERVED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OBS-PCT            PIC ZZ9.999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-EXP-PCT            PIC ZZ9.999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-DIFF-PCT           PIC ---9.999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-EXP-COUNT          PIC ZZZ,ZZZ,ZZ9.9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-FLAG               PIC X(10).

       01  SCORE-LINE.
           05 SL-TEST-NAME          PIC X(18).
           05 FILLER                PIC X(12) VALUE "CHI-SQUARE =".
           05 SL-CHI-SQUARE         PIC ZZZ,ZZZ,ZZ9.999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-CHI-VERDICT        PIC X(20).
           05 FILLER                PIC X(06) VALUE "MAD = ".
           05 SL-MAD                PIC 9.999999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-VERDICT            PIC X(16).

       01  BRANCH-HEADING.
           05 FILLER                PIC X(50) VALUE
              "FIRST-DIGIT TEST BY BRANCH".

       01  BRANCH-HEADING-2.
           05 FILLER                PIC X(08) VALUE "BRANCH".
           05 FILLER                PIC X(11) VALUE "     TESTED".
           05 FILLER                PIC X(17) VALUE
              "       CHI-SQUARE".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE "5% TEST".
           05 FILLER                PIC X(10) VALUE "MAD".
           05 FILLER                PIC X(16) VALUE "CONFORMITY".

       01  BRANCH-LINE.
           05 BL-BRANCH             PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 BL-TESTED             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BL-CHI-SQUARE         PIC ZZZ,ZZZ,ZZ9.999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BL-CHI-VERDICT        PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BL-MAD                PIC 9.999999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BL-VERDICT            PIC X(16).

       01  TOP-HEADING.
           05 FILLER                PIC X(50) VALUE
              "MOST OVER-REPRESENTED FIRST-TWO-DIGIT GROUPS".

       01  TOP-GROUP-LINE.
           05 FILLER                PIC X(06) VALUE "GROUP ".
           05 TL-GROUP              PIC 9(02).
           05 FILLER                PIC X(12) VALUE "  OBSERVED ".
           05 TL-OBSERVED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE "  EXPECTED ".
           05 TL-EXPECTED           PIC ZZZ,ZZZ,ZZ9.9.
           05 FILLER                PIC X(09) VALUE "  EXCESS ".
           05 TL-EXCESS             PIC ZZZ,ZZZ,ZZ9.9.

       01  TOP-BRANCH-LINE.
           05 FILLER                PIC X(11) VALUE "   BRANCH ".
           05 TB-BRANCH             PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TB-MATCHED            PIC ZZZ,ZZZ,ZZ9.

       01  RECORD-HEADING.
           05 FILLER                PIC X(29) VALUE
              "   ACCOUNT  DATE".
           05 FILLER                PIC X(25) VALUE
              "AMOUNT  DETAIL     BRANCH".

       01  RECORD-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RL-KEY                PIC X(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RL-DATE               PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DETAIL             PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-BRANCH             PIC X(04).

       01  MORE-LINE.
           05 FILLER                PIC X(07) VALUE "   ... ".
           05 ML-MORE               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(30) VALUE
              " MORE IN THE GROUP NOT LISTED".

       01  COUNT-LINE.
           05 CN-LABEL              PIC X(36).
           05 CN-COUNT              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
           PERFORM 2000-TALLY-ONE-RECORD THRU 2000-EXIT
               UNTIL END-OF-SOURCE.
           PERFORM 8900-CLOSE-SOURCE   THRU 8900-EXIT.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO ANALYSIS REPORTED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE BENFORD-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-AMOUNTS-TESTED = ZERO
               MOVE "NO AMOUNTS TO TEST ON THE FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 3000-TEST-FIRST-DIGIT THRU 3000-EXIT
               PERFORM 4000-TEST-FIRST-TWO   THRU 4000-EXIT
               IF BF-SOURCE-IS-GL
                   PERFORM 5000-TEST-BY-BRANCH THRU 5000-EXIT
               END-IF
               PERFORM 6000-PICK-TOP-GROUPS  THRU 6000-EXIT
               PERFORM 7000-LIST-TOP-GROUPS  THRU 7000-EXIT
           END-IF.

           PERFORM 9000-TERMINATE      THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - A MISSING CARD, AN UNKNOWN SOURCE OR A
      * MISSING SOURCE FILE STOPS THE RUN.  THE CARD'S MINIMUM IS
      * NEVER TAKEN BELOW 0.10, WHICH STILL HAS TWO DIGITS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT BENFORD-REPORT.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           OPEN INPUT BENFORD-CONTROL.
           IF CTL-FILE-NOT-FOUND
               DISPLAY "NO BENFCTL CARD - STOPPED"
               CLOSE BENFORD-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO BENFORD-CONTROL-REC.
           READ BENFORD-CONTROL
               AT END
                   MOVE SPACES TO BENFORD-CONTROL-REC
           END-READ.
           CLOSE BENFORD-CONTROL.

           IF NOT BF-SOURCE-IS-PAYHIST AND NOT BF-SOURCE-IS-FEES
              AND NOT BF-SOURCE-IS-SUSPENSE AND NOT BF-SOURCE-IS-GL
               DISPLAY "UNKNOWN SOURCE ON BENFCTL CARD - STOPPED: "
                       BF-SOURCE
               CLOSE BENFORD-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BF-SOURCE TO WS-SOURCE-NAME.

           IF BF-MIN-AMOUNT NUMERIC AND BF-MIN-AMOUNT > ZERO
               MOVE BF-MIN-AMOUNT TO WS-MIN-AMOUNT
           END-IF.
           IF WS-MIN-AMOUNT < WS-FLOOR-AMOUNT
               MOVE WS-FLOOR-AMOUNT TO WS-MIN-AMOUNT
           END-IF.
           IF BF-TOP-GROUPS NUMERIC AND BF-TOP-GROUPS > ZERO
               MOVE BF-TOP-GROUPS TO WS-TOP-GROUPS
           END-IF.
           IF WS-TOP-GROUPS > WS-TOP-GROUPS-MAX
               MOVE WS-TOP-GROUPS-MAX TO WS-TOP-GROUPS
           END-IF.
           IF BF-LIST-LIMIT NUMERIC AND BF-LIST-LIMIT > ZERO
               MOVE BF-LIST-LIMIT TO WS-LIST-LIMIT
           END-IF.
           IF WS-LIST-LIMIT > WS-LIST-LIMIT-MAX
               MOVE WS-LIST-LIMIT-MAX TO WS-LIST-LIMIT
           END-IF.

           PERFORM 1100-SET-ONE-FIRST-DIGIT THRU 1100-EXIT
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > 9.
           PERFORM 1200-SET-ONE-FIRST-TWO THRU 1200-EXIT
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > 90.

           PERFORM 8800-OPEN-SOURCE THRU 8800-EXIT.
           IF SRC-FILE-NOT-FOUND
               DISPLAY WS-SOURCE-NAME " NOT ON FILE - STOPPED"
               CLOSE BENFORD-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-SOURCE-NAME TO RH-SOURCE.
           MOVE WS-MIN-AMOUNT  TO RH-MIN-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.

           PERFORM 8000-READ-SOURCE THRU 8000-EXIT.
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
      * 1100-SET-ONE-FIRST-DIGIT - EXPECTED SHARE OF LEADING DIGIT D.
      *----------------------------------------------------------------
       1100-SET-ONE-FIRST-DIGIT.
           MOVE ZERO       TO D1-OBSERVED(WS-BIN-SUB).
           MOVE WS-BIN-SUB TO WS-DIGIT-VALUE.
           COMPUTE D1-EXPECTED(WS-BIN-SUB) ROUNDED =
               FUNCTION LOG10(1 + 1 / WS-DIGIT-VALUE).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-SET-ONE-FIRST-TWO - EXPECTED SHARE OF LEADING DIGITS
      * 10-99; BIN 1 IS GROUP 10.
      *----------------------------------------------------------------
       1200-SET-ONE-FIRST-TWO.
           MOVE ZERO TO D2-OBSERVED(WS-BIN-SUB).
           MOVE ZERO TO D2-TOP-RANK(WS-BIN-SUB).
           COMPUTE WS-DIGIT-VALUE = WS-BIN-SUB + 9.
           COMPUTE D2-EXPECTED(WS-BIN-SUB) ROUNDED =
               FUNCTION LOG10(1 + 1 / WS-DIGIT-VALUE).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-TALLY-ONE-RECORD - FIRST PASS.  EACH TESTED AMOUNT IS
      * COUNTED ON ITS FIRST DIGIT AND FIRST TWO DIGITS, AND ON THE
      * GL EXTRACT AGAINST ITS BRANCH.
      *----------------------------------------------------------------
       2000-TALLY-ONE-RECORD.
           PERFORM 2100-CLASSIFY-RECORD THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN RECORD-IS-EXCLUDED
                   ADD 1 TO WS-RECORDS-EXCLUDED
               WHEN AMOUNT-IS-BELOW-MINIMUM
                   ADD 1 TO WS-BELOW-MINIMUM
               WHEN OTHER
                   ADD 1 TO WS-AMOUNTS-TESTED
                   ADD 1 TO D1-OBSERVED(WS-FIRST-DIGIT)
                   ADD 1 TO D2-OBSERVED(WS-TWO-BIN)
                   IF BF-SOURCE-IS-GL
                       PERFORM 2200-TALLY-BRANCH THRU 2200-EXIT
                   END-IF
           END-EVALUATE.

           PERFORM 8000-READ-SOURCE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CLASSIFY-RECORD - EXCLUDED (NOT AN ORIGINAL FIGURE),
      * BELOW THE MINIMUM, OR TESTED WITH ITS LEADING DIGITS SET.
      *----------------------------------------------------------------
       2100-CLASSIFY-RECORD.
           IF RECORD-IS-EXCLUDED
               GO TO 2100-EXIT
           END-IF.
           IF SR-AMOUNT < WS-MIN-AMOUNT
               SET AMOUNT-IS-BELOW-MINIMUM TO TRUE
               GO TO 2100-EXIT
           END-IF.

           SET AMOUNT-IS-TESTED TO TRUE.
           MOVE SR-AMOUNT TO WS-DIGIT-WORK.
           MOVE ZERO TO WS-LEAD-ZEROS.
           INSPECT WS-DIGIT-CHARS TALLYING WS-LEAD-ZEROS
               FOR LEADING '0'.
           MOVE WS-DIGIT-CHARS(WS-LEAD-ZEROS + 1:1) TO WS-FIRST-DIGIT.
           MOVE WS-DIGIT-CHARS(WS-LEAD-ZEROS + 1:2) TO WS-FIRST-TWO.
           COMPUTE WS-TWO-BIN = WS-FIRST-TWO - 9.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-TALLY-BRANCH - A BRANCH NOT SEEN BEFORE TAKES THE NEXT
      * SLOT; A FULL TABLE REFUSES THE RUN.
      *----------------------------------------------------------------
       2200-TALLY-BRANCH.
           PERFORM 2300-FIND-BRANCH THRU 2300-EXIT.
           IF NOT RECORD-WAS-FOUND
               IF WS-BR-TABLE-COUNT >= WS-BR-TABLE-MAX
                   IF NOT THE-LOAD-OVERFLOWED
                       DISPLAY "BRANCH TABLE FULL - RAISE LIMIT"
                   END-IF
                   MOVE 'Y' TO WS-OVERFLOW-SW
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-BR-TABLE-COUNT
               MOVE WS-BR-TABLE-COUNT TO WS-BR-SUB
               INITIALIZE BR-ENTRY(WS-BR-SUB)
               MOVE SR-BRANCH TO BR-CODE(WS-BR-SUB)
           END-IF.
           ADD 1 TO BR-TESTED(WS-BR-SUB).
           ADD 1 TO BR-D1-OBSERVED(WS-BR-SUB, WS-FIRST-DIGIT).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-FIND-BRANCH - LEAVES WS-BR-SUB ON THE RECORD'S BRANCH
      * WHEN IT IS IN THE TABLE.
      *----------------------------------------------------------------
       2300-FIND-BRANCH.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2350-CHECK-ONE-BRANCH THRU 2350-EXIT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-TABLE-COUNT
                  OR RECORD-WAS-FOUND.
           IF RECORD-WAS-FOUND
               SUBTRACT 1 FROM WS-BR-SUB
           END-IF.
       2300-EXIT.
           EXIT.

       2350-CHECK-ONE-BRANCH.
           IF BR-CODE(WS-BR-SUB) = SR-BRANCH
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-TEST-FIRST-DIGIT
      *----------------------------------------------------------------
       3000-TEST-FIRST-DIGIT.
           MOVE 9                  TO WK-BIN-COUNT.
           MOVE WS-AMOUNTS-TESTED  TO WK-TOTAL.
           PERFORM 3100-LOAD-ONE-FIRST-DIGIT THRU 3100-EXIT
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > 9.
           MOVE WS-D1-MAD-CLOSE      TO WK-MAD-CLOSE.
           MOVE WS-D1-MAD-ACCEPTABLE TO WK-MAD-ACCEPTABLE.
           MOVE WS-D1-MAD-MARGINAL   TO WK-MAD-MARGINAL.
           MOVE WS-D1-CHI-CRITICAL   TO WK-CHI-CRITICAL.
           PERFORM 6500-SCORE-CONFORMITY THRU 6500-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FIRST-DIGIT TEST" TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM DIGIT-HEADING.
           PERFORM 6700-PRINT-ONE-BIN THRU 6700-EXIT
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > 9.

           MOVE "FIRST DIGIT" TO SL-TEST-NAME.
           PERFORM 6800-PRINT-SCORE THRU 6800-EXIT.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-FIRST-DIGIT.
           MOVE D1-OBSERVED(WS-BIN-SUB) TO WK-OBSERVED(WS-BIN-SUB).
           MOVE D1-EXPECTED(WS-BIN-SUB) TO WK-EXPECTED(WS-BIN-SUB).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-TEST-FIRST-TWO - ALSO SETS EACH GROUP'S EXCESS OVER ITS
      * EXPECTED COUNT FOR THE TOP-GROUP LIST.
      *----------------------------------------------------------------
       4000-TEST-FIRST-TWO.
           MOVE 90                 TO WK-BIN-COUNT.
           MOVE WS-AMOUNTS-TESTED  TO WK-TOTAL.
           PERFORM 4100-LOAD-ONE-FIRST-TWO THRU 4100-EXIT
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > 90.
           MOVE WS-D2-MAD-CLOSE      TO WK-MAD-CLOSE.
           MOVE WS-D2-MAD-ACCEPTABLE TO WK-MAD-ACCEPTABLE.
           MOVE WS-D2-MAD-MARGINAL   TO WK-MAD-MARGINAL.
           MOVE WS-D2-CHI-CRITICAL   TO WK-CHI-CRITICAL.
           PERFORM 6500-SCORE-CONFORMITY THRU 6500-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FIRST-TWO-DIGIT TEST" TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM DIGIT-HEADING.
           PERFORM 6700-PRINT-ONE-BIN THRU 6700-EXIT
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > 90.

           MOVE "FIRST TWO DIGITS" TO SL-TEST-NAME.
           PERFORM 6800-PRINT-SCORE THRU 6800-EXIT.
       4000-EXIT.
           EXIT.

       4100-LOAD-ONE-FIRST-TWO.
           MOVE D2-OBSERVED(WS-BIN-SUB) TO WK-OBSERVED(WS-BIN-SUB).
           MOVE D2-EXPECTED(WS-BIN-SUB) TO WK-EXPECTED(WS-BIN-SUB).
           COMPUTE D2-EXCESS(WS-BIN-SUB) ROUNDED =
               D2-OBSERVED(WS-BIN-SUB)
             - (WS-AMOUNTS-TESTED * D2-EXPECTED(WS-BIN-SUB)).
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-TEST-BY-BRANCH - THE FIRST-DIGIT TEST FOR EACH BRANCH ON
      * THE GL EXTRACT.  A BRANCH WITH TOO FEW AMOUNTS IS COUNTED BUT
      * NOT SCORED.  A BRANCH'S RESULT DOES NOT SET THE RETURN CODE.
      *----------------------------------------------------------------
       5000-TEST-BY-BRANCH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM BRANCH-HEADING.
           WRITE REPORT-LINE FROM BRANCH-HEADING-2.
           MOVE WS-D1-MAD-CLOSE      TO WK-MAD-CLOSE.
           MOVE WS-D1-MAD-ACCEPTABLE TO WK-MAD-ACCEPTABLE.
           MOVE WS-D1-MAD-MARGINAL   TO WK-MAD-MARGINAL.
           MOVE WS-D1-CHI-CRITICAL   TO WK-CHI-CRITICAL.
           PERFORM 5100-TEST-ONE-BRANCH THRU 5100-EXIT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-TABLE-COUNT.
       5000-EXIT.
           EXIT.

       5100-TEST-ONE-BRANCH.
           MOVE SPACES TO BRANCH-LINE.
           MOVE BR-CODE(WS-BR-SUB) TO BL-BRANCH.
           IF BR-CODE(WS-BR-SUB) = SPACES
               MOVE "(HO)" TO BL-BRANCH
           END-IF.
           MOVE BR-TESTED(WS-BR-SUB) TO BL-TESTED.
           IF BR-TESTED(WS-BR-SUB) < WS-MIN-TO-SCORE
               MOVE "TOO FEW AMOUNTS" TO BL-CHI-VERDICT
               WRITE REPORT-LINE FROM BRANCH-LINE
               GO TO 5100-EXIT
           END-IF.

           MOVE 9                    TO WK-BIN-COUNT.
           MOVE BR-TESTED(WS-BR-SUB) TO WK-TOTAL.
           PERFORM 5200-LOAD-ONE-BRANCH-DIGIT THRU 5200-EXIT
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > 9.
           PERFORM 6500-SCORE-CONFORMITY THRU 6500-EXIT.

           MOVE WK-CHI-SQUARE  TO BL-CHI-SQUARE.
           MOVE WK-CHI-VERDICT TO BL-CHI-VERDICT.
           MOVE WK-MAD         TO BL-MAD.
           MOVE WK-VERDICT     TO BL-VERDICT.
           WRITE REPORT-LINE FROM BRANCH-LINE.
       5100-EXIT.
           EXIT.

       5200-LOAD-ONE-BRANCH-DIGIT.
           MOVE BR-D1-OBSERVED(WS-BR-SUB, WS-BIN-SUB)
               TO WK-OBSERVED(WS-BIN-SUB).
           MOVE D1-EXPECTED(WS-BIN-SUB) TO WK-EXPECTED(WS-BIN-SUB).
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PICK-TOP-GROUPS - THE GROUPS WITH THE LARGEST POSITIVE
      * EXCESS, LARGEST FIRST; THE LOWER GROUP WINS A TIE.
      *----------------------------------------------------------------
       6000-PICK-TOP-GROUPS.
           MOVE ZERO TO WS-TOP-COUNT.
           MOVE 1    TO WS-BEST-BIN.
           PERFORM 6100-PICK-ONE-GROUP THRU 6100-EXIT
               UNTIL WS-TOP-COUNT >= WS-TOP-GROUPS
                  OR WS-BEST-BIN = ZERO.
       6000-EXIT.
           EXIT.

       6100-PICK-ONE-GROUP.
           MOVE ZERO TO WS-BEST-BIN.
           MOVE ZERO TO WS-BEST-EXCESS.
           PERFORM 6200-CHECK-ONE-GROUP THRU 6200-EXIT
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > 90.
           IF WS-BEST-BIN = ZERO
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-TOP-COUNT.
           MOVE WS-BEST-BIN  TO TG-BIN(WS-TOP-COUNT).
           MOVE ZERO         TO TG-MATCHED(WS-TOP-COUNT).
           MOVE ZERO         TO TG-LISTED(WS-TOP-COUNT).
           MOVE WS-TOP-COUNT TO D2-TOP-RANK(WS-BEST-BIN).
       6100-EXIT.
           EXIT.

       6200-CHECK-ONE-GROUP.
           IF D2-TOP-RANK(WS-BIN-SUB) = ZERO
              AND D2-EXCESS(WS-BIN-SUB) > WS-BEST-EXCESS
               MOVE WS-BIN-SUB             TO WS-BEST-BIN
               MOVE D2-EXCESS(WS-BIN-SUB)  TO WS-BEST-EXCESS
           END-IF.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-SCORE-CONFORMITY - CHI-SQUARE AND MEAN ABSOLUTE
      * DEVIATION OF THE DISTRIBUTION IN THE WORK AREA.
      *----------------------------------------------------------------
       6500-SCORE-CONFORMITY.
           MOVE ZERO TO WK-CHI-SQUARE.
           MOVE ZERO TO WK-MAD-SUM.
           PERFORM 6600-SCORE-ONE-BIN THRU 6600-EXIT
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > WK-BIN-COUNT.
           COMPUTE WK-MAD ROUNDED = WK-MAD-SUM / WK-BIN-COUNT.

           EVALUATE TRUE
               WHEN WK-MAD <= WK-MAD-CLOSE
                   MOVE "CLOSE"          TO WK-VERDICT
               WHEN WK-MAD <= WK-MAD-ACCEPTABLE
                   MOVE "ACCEPTABLE"     TO WK-VERDICT
               WHEN WK-MAD <= WK-MAD-MARGINAL
                   MOVE "MARGINAL"       TO WK-VERDICT
               WHEN OTHER
                   MOVE "NONCONFORMITY"  TO WK-VERDICT
           END-EVALUATE.
           IF WK-CHI-SQUARE > WK-CHI-CRITICAL
               MOVE "ABOVE 5% CRITICAL" TO WK-CHI-VERDICT
           ELSE
               MOVE "WITHIN 5% CRITICAL" TO WK-CHI-VERDICT
           END-IF.
       6500-EXIT.
           EXIT.

       6600-SCORE-ONE-BIN.
           COMPUTE WK-EXPECTED-COUNT ROUNDED =
               WK-TOTAL * WK-EXPECTED(WS-WK-SUB).
           IF WK-EXPECTED-COUNT > ZERO
               COMPUTE WK-CHI-SQUARE ROUNDED = WK-CHI-SQUARE
                   + ((WK-OBSERVED(WS-WK-SUB) - WK-EXPECTED-COUNT)
                    * (WK-OBSERVED(WS-WK-SUB) - WK-EXPECTED-COUNT))
                   / WK-EXPECTED-COUNT
           END-IF.
           COMPUTE WK-OBSERVED-PCT ROUNDED =
               WK-OBSERVED(WS-WK-SUB) / WK-TOTAL.
           COMPUTE WK-MAD-SUM = WK-MAD-SUM
               + FUNCTION ABS(WK-OBSERVED-PCT
                            - WK-EXPECTED(WS-WK-SUB)).
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6700-PRINT-ONE-BIN - ONE LINE OF THE DIGIT TABLE.  A DIGIT
      * MORE THAN A QUARTER ABOVE ITS EXPECTED COUNT IS FLAGGED.
      *----------------------------------------------------------------
       6700-PRINT-ONE-BIN.
           IF WK-BIN-COUNT = 9
               MOVE WS-WK-SUB TO DL-DIGITS
           ELSE
               COMPUTE DL-DIGITS = WS-WK-SUB + 9
           END-IF.
           MOVE WK-OBSERVED(WS-WK-SUB) TO DL-OBSERVED.
           COMPUTE WK-EXPECTED-COUNT ROUNDED =
               WK-TOTAL * WK-EXPECTED(WS-WK-SUB).
           COMPUTE WK-OBSERVED-PCT ROUNDED =
               WK-OBSERVED(WS-WK-SUB) / WK-TOTAL.
           COMPUTE DL-OBS-PCT ROUNDED = WK-OBSERVED-PCT * 100.
           COMPUTE DL-EXP-PCT ROUNDED =
               WK-EXPECTED(WS-WK-SUB) * 100.
           COMPUTE DL-DIFF-PCT ROUNDED =
               (WK-OBSERVED-PCT - WK-EXPECTED(WS-WK-SUB)) * 100.
           COMPUTE DL-EXP-COUNT ROUNDED = WK-EXPECTED-COUNT.
           MOVE SPACES TO DL-FLAG.
           IF WK-OBSERVED(WS-WK-SUB) > WK-EXPECTED-COUNT * 1.25
               MOVE "** HIGH" TO DL-FLAG
           END-IF.
           WRITE REPORT-LINE FROM DIGIT-LINE.
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6800-PRINT-SCORE - A NONCONFORMING FILE-WIDE TEST SETS THE
      * RETURN CODE AT THE END OF THE RUN.
      *----------------------------------------------------------------
       6800-PRINT-SCORE.
           MOVE WK-CHI-SQUARE  TO SL-CHI-SQUARE.
           MOVE WK-CHI-VERDICT TO SL-CHI-VERDICT.
           MOVE WK-MAD         TO SL-MAD.
           MOVE WK-VERDICT     TO SL-VERDICT.
           WRITE REPORT-LINE FROM SCORE-LINE.
           IF WK-VERDICT = "NONCONFORMITY"
               MOVE 'Y' TO WS-NONCONFORM-SW
           END-IF.
           IF WS-AMOUNTS-TESTED < WS-MIN-TO-SCORE
               MOVE
                  "   FEWER THAN 100 AMOUNTS - READ THE SCORE WITH CARE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-LIST-TOP-GROUPS - A SECOND PASS OF THE FILE PICKS UP THE
      * RECORDS BEHIND EACH LISTED GROUP, UP TO THE LIST LIMIT, AND
      * COUNTS EVERY ONE BY BRANCH ON THE GL EXTRACT.
      *----------------------------------------------------------------
       7000-LIST-TOP-GROUPS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM TOP-HEADING.
           IF WS-TOP-COUNT = ZERO
               MOVE "NO GROUP IS ABOVE ITS EXPECTED COUNT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 7000-EXIT
           END-IF.

           MOVE WS-RECORDS-READ TO WS-FIRST-PASS-READ.
           MOVE 'N' TO WS-SRC-EOF-SW.
           PERFORM 8800-OPEN-SOURCE THRU 8800-EXIT.
           PERFORM 8000-READ-SOURCE THRU 8000-EXIT.
           PERFORM 7100-MATCH-ONE-RECORD THRU 7100-EXIT
               UNTIL END-OF-SOURCE.
           PERFORM 8900-CLOSE-SOURCE THRU 8900-EXIT.
           MOVE WS-FIRST-PASS-READ TO WS-RECORDS-READ.

           PERFORM 7300-PRINT-ONE-GROUP THRU 7300-EXIT
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > WS-TOP-COUNT.
       7000-EXIT.
           EXIT.

       7100-MATCH-ONE-RECORD.
           PERFORM 2100-CLASSIFY-RECORD THRU 2100-EXIT.
           IF NOT AMOUNT-IS-TESTED
              OR D2-TOP-RANK(WS-TWO-BIN) = ZERO
               GO TO 7100-NEXT
           END-IF.

           MOVE D2-TOP-RANK(WS-TWO-BIN) TO WS-TOP-SUB.
           ADD 1 TO TG-MATCHED(WS-TOP-SUB).
           IF BF-SOURCE-IS-GL
               PERFORM 2300-FIND-BRANCH THRU 2300-EXIT
               IF RECORD-WAS-FOUND
                   ADD 1 TO BR-TOP-MATCHED(WS-BR-SUB, WS-TOP-SUB)
               END-IF
           END-IF.
           IF TG-LISTED(WS-TOP-SUB) < WS-LIST-LIMIT
               ADD 1 TO TG-LISTED(WS-TOP-SUB)
               ADD 1 TO WS-LR-TABLE-COUNT
               MOVE WS-TOP-SUB TO LR-RANK(WS-LR-TABLE-COUNT)
               MOVE SR-KEY     TO LR-KEY(WS-LR-TABLE-COUNT)
               MOVE SR-DATE    TO LR-DATE(WS-LR-TABLE-COUNT)
               MOVE SR-AMOUNT  TO LR-AMOUNT(WS-LR-TABLE-COUNT)
               MOVE SR-DETAIL  TO LR-DETAIL(WS-LR-TABLE-COUNT)
               MOVE SR-BRANCH  TO LR-BRANCH(WS-LR-TABLE-COUNT)
           END-IF.
       7100-NEXT.
           PERFORM 8000-READ-SOURCE THRU 8000-EXIT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7300-PRINT-ONE-GROUP - THE GROUP'S COUNTS, ITS BRANCH
      * BREAK-OUT, THEN THE RECORDS BEHIND IT.
      *----------------------------------------------------------------
       7300-PRINT-ONE-GROUP.
           MOVE TG-BIN(WS-TOP-SUB) TO WS-BIN-SUB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE TL-GROUP = WS-BIN-SUB + 9.
           MOVE D2-OBSERVED(WS-BIN-SUB) TO TL-OBSERVED.
           COMPUTE TL-EXPECTED ROUNDED =
               WS-AMOUNTS-TESTED * D2-EXPECTED(WS-BIN-SUB).
           MOVE D2-EXCESS(WS-BIN-SUB) TO TL-EXCESS.
           WRITE REPORT-LINE FROM TOP-GROUP-LINE.

           IF BF-SOURCE-IS-GL
               PERFORM 7400-PRINT-ONE-BRANCH-COUNT THRU 7400-EXIT
                   VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-TABLE-COUNT
           END-IF.

           WRITE REPORT-LINE FROM RECORD-HEADING.
           PERFORM 7500-PRINT-ONE-RECORD THRU 7500-EXIT
               VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-TABLE-COUNT.
           IF TG-MATCHED(WS-TOP-SUB) > TG-LISTED(WS-TOP-SUB)
               COMPUTE ML-MORE = TG-MATCHED(WS-TOP-SUB)
                               - TG-LISTED(WS-TOP-SUB)
               WRITE REPORT-LINE FROM MORE-LINE
           END-IF.
       7300-EXIT.
           EXIT.

       7400-PRINT-ONE-BRANCH-COUNT.
           IF BR-TOP-MATCHED(WS-BR-SUB, WS-TOP-SUB) = ZERO
               GO TO 7400-EXIT
           END-IF.
           MOVE BR-CODE(WS-BR-SUB) TO TB-BRANCH.
           IF BR-CODE(WS-BR-SUB) = SPACES
               MOVE "(HO)" TO TB-BRANCH
           END-IF.
           MOVE BR-TOP-MATCHED(WS-BR-SUB, WS-TOP-SUB) TO TB-MATCHED.
           WRITE REPORT-LINE FROM TOP-BRANCH-LINE.
       7400-EXIT.
           EXIT.

       7500-PRINT-ONE-RECORD.
           IF LR-RANK(WS-LR-SUB) NOT = WS-TOP-SUB
               GO TO 7500-EXIT
           END-IF.
           MOVE LR-KEY(WS-LR-SUB)    TO RL-KEY.
           MOVE LR-DATE(WS-LR-SUB)   TO RL-DATE.
           MOVE LR-AMOUNT(WS-LR-SUB) TO RL-AMOUNT.
           MOVE LR-DETAIL(WS-LR-SUB) TO RL-DETAIL.
           MOVE LR-BRANCH(WS-LR-SUB) TO RL-BRANCH.
           IF BF-SOURCE-IS-GL AND LR-BRANCH(WS-LR-SUB) = SPACES
               MOVE "(HO)" TO RL-BRANCH
           END-IF.
           WRITE REPORT-LINE FROM RECORD-LINE.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-SOURCE - READS THE CARD'S FILE AND LAYS THE RECORD
      * OUT IN THE COMMON SOURCE FIELDS.  A RECORD THAT IS NOT AN
      * ORIGINAL FIGURE, OR WHOSE AMOUNT IS NOT NUMERIC, IS MARKED
      * EXCLUDED.
      *----------------------------------------------------------------
       8000-READ-SOURCE.
           MOVE SPACES TO WS-SOURCE-FIELDS.
           MOVE ZERO   TO SR-AMOUNT.
           MOVE SPACE  TO WS-TESTED-SW.
           EVALUATE TRUE
               WHEN BF-SOURCE-IS-PAYHIST
                   PERFORM 8100-READ-PAYMENT THRU 8100-EXIT
               WHEN BF-SOURCE-IS-FEES
                   PERFORM 8200-READ-FEE THRU 8200-EXIT
               WHEN BF-SOURCE-IS-SUSPENSE
                   PERFORM 8300-READ-SUSPENSE THRU 8300-EXIT
               WHEN OTHER
                   PERFORM 8400-READ-GL THRU 8400-EXIT
           END-EVALUATE.
       8000-EXIT.
           EXIT.

       8100-READ-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO WS-SRC-EOF-SW
                   GO TO 8100-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE PH-ACCT-NO  TO SR-KEY.
           MOVE PH-PAY-DATE TO SR-DATE.
           IF PH-IS-RECOVERY
               MOVE "RECOVERY" TO SR-DETAIL
           ELSE
               MOVE "PAYMENT"  TO SR-DETAIL
           END-IF.
           IF PH-IS-REVERSAL OR PH-IS-SUMMARY
              OR PH-AMOUNT NOT NUMERIC
               SET RECORD-IS-EXCLUDED TO TRUE
           ELSE
               MOVE PH-AMOUNT TO SR-AMOUNT
           END-IF.
       8100-EXIT.
           EXIT.

       8200-READ-FEE.
           READ FEE-TXN-IN
               AT END
                   MOVE 'Y' TO WS-SRC-EOF-SW
                   GO TO 8200-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE FT-ACCT-NO     TO SR-KEY.
           MOVE FT-ASSESS-DATE TO SR-DATE.
           MOVE FT-FEE-CODE    TO SR-DETAIL.
           IF FT-AMOUNT NOT NUMERIC
               SET RECORD-IS-EXCLUDED TO TRUE
           ELSE
               MOVE FT-AMOUNT TO SR-AMOUNT
           END-IF.
       8200-EXIT.
           EXIT.

       8300-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SRC-EOF-SW
                   GO TO 8300-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE PS-ACCT-NO  TO SR-KEY.
           MOVE PS-PAY-DATE TO SR-DATE.
           EVALUATE TRUE
               WHEN PS-ITEM-IS-OPEN
                   MOVE "OPEN"     TO SR-DETAIL
               WHEN PS-ITEM-WAS-APPLIED
                   MOVE "APPLIED"  TO SR-DETAIL
               WHEN PS-ITEM-WAS-REFUNDED
                   MOVE "REFUNDED" TO SR-DETAIL
           END-EVALUATE.
           IF PS-AMOUNT NOT NUMERIC
               SET RECORD-IS-EXCLUDED TO TRUE
           ELSE
               MOVE PS-AMOUNT TO SR-AMOUNT
           END-IF.
       8300-EXIT.
           EXIT.

      *    THE CREDIT LINE OF EACH PAIR REPEATS THE DEBIT'S AMOUNT.
       8400-READ-GL.
           READ GL-EXTRACT
               AT END
                   MOVE 'Y' TO WS-SRC-EOF-SW
                   GO TO 8400-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE GL-ACCT-NO    TO SR-KEY.
           MOVE GL-PERIOD     TO SR-DATE.
           MOVE GL-GL-ACCOUNT TO SR-DETAIL.
           MOVE GL-BRANCH     TO SR-BRANCH.
           IF NOT GL-IS-DEBIT
              OR GL-AMOUNT NOT NUMERIC
               SET RECORD-IS-EXCLUDED TO TRUE
           ELSE
               MOVE GL-AMOUNT TO SR-AMOUNT
           END-IF.
       8400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-OPEN-SOURCE / 8900-CLOSE-SOURCE - THE CARD'S FILE ONLY.
      * THE SECOND PASS RE-OPENS IT; THE RECORDS-READ COUNT IS PUT
      * BACK AFTERWARDS SO THE TOTALS REFLECT ONE PASS.
      *----------------------------------------------------------------
       8800-OPEN-SOURCE.
           EVALUATE TRUE
               WHEN BF-SOURCE-IS-PAYHIST
                   OPEN INPUT PAYMENT-HISTORY
               WHEN BF-SOURCE-IS-FEES
                   OPEN INPUT FEE-TXN-IN
               WHEN BF-SOURCE-IS-SUSPENSE
                   OPEN INPUT SUSPENSE-FILE
               WHEN OTHER
                   OPEN INPUT GL-EXTRACT
           END-EVALUATE.
       8800-EXIT.
           EXIT.

       8900-CLOSE-SOURCE.
           EVALUATE TRUE
               WHEN BF-SOURCE-IS-PAYHIST
                   CLOSE PAYMENT-HISTORY
               WHEN BF-SOURCE-IS-FEES
                   CLOSE FEE-TXN-IN
               WHEN BF-SOURCE-IS-SUSPENSE
                   CLOSE SUSPENSE-FILE
               WHEN OTHER
                   CLOSE GL-EXTRACT
           END-EVALUATE.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS READ" TO CN-LABEL.
           MOVE WS-RECORDS-READ TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "NOT ORIGINAL FIGURES - LEFT OUT" TO CN-LABEL.
           MOVE WS-RECORDS-EXCLUDED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "BELOW THE MINIMUM AMOUNT" TO CN-LABEL.
           MOVE WS-BELOW-MINIMUM TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "AMOUNTS TESTED" TO CN-LABEL.
           MOVE WS-AMOUNTS-TESTED TO CN-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           ADD WS-RECORDS-EXCLUDED WS-BELOW-MINIMUM
               WS-AMOUNTS-TESTED
               GIVING WS-RECORDS-ACCOUNTED.
           MOVE WS-RECORDS-READ   TO CT-RECORDS-READ.
           MOVE WS-AMOUNTS-TESTED TO CT-RECORDS-PROCESSED.
           IF WS-RECORDS-ACCOUNTED = WS-RECORDS-READ
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
               IF THE-FILE-NONCONFORMS
                   DISPLAY "LEADING DIGITS DO NOT CONFORM - SEE "
                           "BENFRPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.

           CLOSE BENFORD-REPORT.
       9000-EXIT.
           EXIT.
