       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-DRIVER.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  THE NIGHTLY ACCOUNT-BY-ACCOUNT
      *                 RUNS - DAILY-ACCRUAL, NONACCRUAL-STATUS,
      *                 MATURITY-RUN, CHARGE-OFF, DELINQ-AGING,
      *                 FEE-ASSESS, LOAN-SNAPSHOT AND RISK-SCORE - EACH
      *                 READ THE WHOLE LOAN MASTER IN A STEP OF ITS
      *                 OWN.  THIS DRIVER READS THE MASTER ONCE AND
      *                 HANDS EACH ACCOUNT TO THOSE RUNS AS MODULES
      *                 (LNDRVRQ.CPY), IN THE ORDER THE STREAM RAN
      *                 THEM, REWRITING THE ACCOUNT ONCE WHEN ANY
      *                 MODULE CHANGED IT.  EACH MODULE KEEPS ITS OWN
      *                 GATE, REGISTER, GL POSTINGS AND CONTROL TOTALS.
      *                 THE DRVRCTL CARD NAMES THE MODULES A PASS RUNS
      *                 AND THE COMMIT INTERVAL; EVERY INTERVAL THE
      *                 DRIVER WRITES A CHECKPOINT (LNDRCKPT.CPY) WITH
      *                 THE LAST ACCOUNT COMMITTED AND EACH MODULE'S
      *                 RUNNING STATE, SO A FAILED PASS RESTARTS FROM
      *                 THAT ACCOUNT INSTEAD OF FROM THE TOP.
      * 2026-10-15 RSD  A RESUMED PASS WAS REPROCESSING THE ACCOUNTS
      *                 FINISHED AFTER THE LAST COMMIT - THEIR
      *                 REWRITES AND GL/JOURNAL POSTINGS WERE ALREADY
      *                 OUT, SO ACCRUAL AND POSTINGS DOUBLED.  EACH
      *                 FINISHED ACCOUNT NOW GOES ON THE CHECKPOINT AS
      *                 AN ACCOUNT-DONE RECORD AND THE RESUME STEPS
      *                 OVER THEM; A FRESH PASS COMMITS ONCE BEFORE
      *                 ITS FIRST ACCOUNT SO THE FIRST INTERVAL IS
      *                 COVERED TOO.  A LOAN MASTER THAT WILL NOT OPEN
      *                 NOW REFUSES THE PASS WITH CONDITION CODE 16
      *                 AND AN INCIDENT RECORD.
      * 2026-10-15 RSD  A RESUMED PASS STEPPED OVER THE ACCOUNTS
      *                 FINISHED AFTER THE LAST COMMIT BUT RESTORED THE
      *                 MODULES AS OF THAT COMMIT, SO THEIR REGISTER
      *                 TOTALS AND DELINQ-AGING'S WORK QUEUE LEFT THOSE
      *                 ACCOUNTS OUT.  THE DRIVER NOW COMMITS AS EACH
      *                 ACCOUNT FINISHES, SO EVERY MODULE'S SAVED STATE
      *                 MATCHES THE RESUME POINT; THE ACCOUNT-DONE
      *                 RECORDS AND THE CARD'S COMMIT INTERVAL ARE
      *                 GONE.
      * 2026-10-15 RSD  SAVING EVERY MODULE'S STATE AFTER EVERY ACCOUNT
      *                 LENGTHENED THE BATCH WINDOW THE DRIVER EXISTS
      *                 TO SHORTEN.  THE DRVRCTL COMMIT INTERVAL IS
      *                 BACK: A RESUMED PASS STARTS AFTER THE LAST
      *                 ACCOUNT COMMITTED, WITH THE MODULES' STATE FROM
      *                 THAT SAME COMMIT, SO ANY ACCOUNT THE FAILED
      *                 PASS FINISHED AFTER IT IS PROCESSED AGAIN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-ACCOUNTS   ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-ACCT-NO
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT DRIVER-CONTROL  ASSIGN TO DRVRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *    FIXED-LENGTH RECORDS - THE SAVED MODULE STATE CARRIES
      *    BINARY FIELDS THAT A LINE FILE WOULD NOT CARRY INTACT.
           SELECT CHECKPOINT-FILE ASSIGN TO LNDRCKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT DRIVER-REGISTER ASSIGN TO LNDRVREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-ACCOUNTS.
       COPY LOANMSTR.

      *----------------------------------------------------------------
      * DRVRCTL - ONE CARD: THE COMMIT INTERVAL IN ACCOUNTS, THEN UP
      * TO EIGHT MODULE TAGS, EACH FOLLOWED BY ONE BLANK.  A MISSING
      * CARD, OR A ZERO INTERVAL, MEANS 1000 ACCOUNTS; NO TAGS MEANS
      * ALL EIGHT MODULES.  THE MODULES ALWAYS RUN IN STREAM ORDER,
      * WHATEVER ORDER THE CARD NAMES THEM IN.  A RESUMED PASS STARTS
      * AFTER THE LAST ACCOUNT COMMITTED, SO A SMALLER INTERVAL MEANS
      * FEWER ACCOUNTS PROCESSED AGAIN AND MORE TIME SPENT SAVING.
      *----------------------------------------------------------------
       FD  DRIVER-CONTROL
           RECORDING MODE IS F.
       01  DRIVER-CONTROL-REC.
           05 DC-COMMIT-INTERVAL   PIC 9(05).
           05 FILLER               PIC X(01).
           05 DC-MODULE-ENTRY      OCCURS 8 TIMES.
              10 DC-MODULE-TAG     PIC X(06).
              10 FILLER            PIC X(01).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       COPY LNDRCKPT.

       FD  DRIVER-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(90).

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
              88 END-OF-ACCOUNTS            VALUE 'Y'.
           05 WS-CKPT-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CHECKPOINT          VALUE 'Y'.
           05 WS-RESUME-SW         PIC X(01) VALUE 'N'.
              88 RUN-IS-RESUMING            VALUE 'Y'.
           05 WS-REFUSED-SW        PIC X(01) VALUE 'N'.
              88 RUN-IS-REFUSED             VALUE 'Y'.
           05 WS-TAG-FOUND-SW      PIC X(01) VALUE 'N'.
              88 MODULE-TAG-WAS-FOUND       VALUE 'Y'.
           05 WS-ANY-ACTIVE-SW     PIC X(01) VALUE 'N'.
              88 A-MODULE-IS-ACTIVE         VALUE 'Y'.

       01  WS-LOAN-FILE-STATUS     PIC X(02).
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-CKPT-FILE-STATUS     PIC X(02).
           88 CKPT-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * MODULE TABLE - THE EIGHT MODULES IN THE ORDER THE NIGHTLY
      * STREAM RAN THEM AS STEPS.  8500-CALL-MODULE CALLS THEM BY
      * POSITION IN THIS TABLE.
      *----------------------------------------------------------------
       01  DRIVER-MODULE-VALUES.
           05 FILLER PIC X(26) VALUE "DAYACCDAILY-ACCRUAL".
           05 FILLER PIC X(26) VALUE "NONACCNONACCRUAL-STATUS".
           05 FILLER PIC X(26) VALUE "MATUREMATURITY-RUN".
           05 FILLER PIC X(26) VALUE "CHGOFFCHARGE-OFF".
           05 FILLER PIC X(26) VALUE "DELINQDELINQ-AGING".
           05 FILLER PIC X(26) VALUE "FEEASSFEE-ASSESS".
           05 FILLER PIC X(26) VALUE "LNSNAPLOAN-SNAPSHOT".
           05 FILLER PIC X(26) VALUE "RISKSCRISK-SCORE".
       01  DRIVER-MODULE-TABLE REDEFINES DRIVER-MODULE-VALUES.
           05 DM-ENTRY OCCURS 8 TIMES.
              10 DM-TAG            PIC X(06).
              10 DM-PROGRAM        PIC X(20).

      *----------------------------------------------------------------
      * PER-MODULE RUN STATUS FOR THIS PASS.  A SELECTED MODULE IS
      * ACTIVE UNTIL ITS GATE SKIPS IT OR IT REFUSES TO START.
      *----------------------------------------------------------------
       01  DRIVER-ACTIVE-TABLE.
           05 DA-ENTRY OCCURS 8 TIMES.
              10 DA-SELECTED-SW    PIC X(01).
                 88 DA-IS-SELECTED         VALUE 'Y'.
              10 DA-ACTIVE-SW      PIC X(01).
                 88 DA-IS-ACTIVE           VALUE 'Y'.
              10 DA-STATUS         PIC X(08).
              10 DA-RETURN-CODE    PIC 9(02).

       01  WS-MOD-SUB              PIC 9(02) COMP.
       01  WS-CARD-SUB             PIC 9(02) COMP.
       01  WS-MODULES-SELECTED     PIC 9(02) COMP VALUE 0.
       01  WS-UNKNOWN-TAG          PIC X(06).

      *----------------------------------------------------------------
      * COMMIT/CHECKPOINT WORKING STORAGE.
      *----------------------------------------------------------------
       01  WS-COMMIT-INTERVAL      PIC 9(05) COMP VALUE 1000.
       01  WS-ACCTS-SINCE-COMMIT   PIC 9(05) COMP VALUE 0.
       01  WS-STATE-PTR            PIC 9(07) COMP.
       01  WS-CHUNK-LEN            PIC 9(07) COMP.
       01  WS-CHUNK-NO             PIC 9(04) COMP.
       01  WS-DETAIL-COUNT         PIC 9(07) COMP.
       01  WS-RESUME-ACCT-NO       PIC X(06) VALUE SPACES.
       01  WS-CKPT-HEADER-SAVE     PIC X(514).

       01  WS-COUNTS.
           05 WS-ACCTS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-REWRITTEN   PIC 9(7) COMP VALUE 0.
           05 WS-ACCTS-UNCHANGED   PIC 9(7) COMP VALUE 0.
           05 WS-REWRITES-FAILED   PIC 9(7) COMP VALUE 0.
           05 WS-CHECKPOINTS-TAKEN PIC 9(5) COMP VALUE 0.

       01  WS-HIGHEST-RC           PIC 9(02) VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * MODULE INTERFACE - SEE LNDRVRQ.CPY.
      *----------------------------------------------------------------
       COPY LNDRVRQ.

      *----------------------------------------------------------------
      * SHARED GL EXTRACT AND EXCEPTION LOG WRITERS - SEE GLPOSTRQ.CPY
      * AND EXCPRQ.CPY.  THE MODULES POST THROUGH THEM; THE DRIVER
      * CLOSES THEM AT THE END OF THE PASS.
      *----------------------------------------------------------------
       COPY GLPOSTRQ.
       COPY GLEXTRCT.
       COPY EXCPRQ.
       COPY EXCPTLOG.

      *----------------------------------------------------------------
      * INCIDENT CAPTURE - SEE INCDRQ.CPY.
      *----------------------------------------------------------------
       COPY INCDRQ.

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
           05 WS-RIF-PGM       PIC X(06) VALUE "LNDRVR".
           05 WS-RIF-TIME      PIC 9(06).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(30) VALUE
              "LOAN-MASTER DRIVER PASS".

       01  RESUME-LINE.
           05 FILLER                PIC X(40) VALUE
              "RESUMED FROM CHECKPOINT AFTER ACCOUNT ".
           05 RL-ACCT-NO            PIC X(06).

       01  MODULE-HEADING.
           05 FILLER                PIC X(06) VALUE "MODULE".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE "PROGRAM".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "STATUS".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(02) VALUE "CC".

       01  MODULE-DETAIL.
           05 ML-TAG                PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 ML-PROGRAM            PIC X(20).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 ML-STATUS             PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 ML-RETURN-CODE        PIC Z9.

       01  COUNT-LINE.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE - THE DRIVER HAS NO STEP-COMPLETION GATE OF ITS
      * OWN; EACH MODULE PASSES OR SKIPS ITS OWN GATE AT START-UP, SO
      * A RERUN PASS ONLY RUNS THE MODULES THAT DID NOT FINISH.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           IF RUN-IS-REFUSED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-PROCESS-ACCOUNT  THRU 2000-EXIT
               UNTIL END-OF-ACCOUNTS.
           PERFORM 9000-TERMINATE        THRU 9000-EXIT.
           MOVE WS-HIGHEST-RC TO RETURN-CODE.
           GOBACK.


      *----------------------------------------------------------------
      * 1000-INITIALIZE - A BAD CONTROL CARD OR A CHECKPOINT THAT
      * CANNOT BE RESUMED FROM REFUSES THE WHOLE PASS BEFORE ANY
      * MODULE IS STARTED, SO NOTHING IS TOUCHED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           IF RUN-IS-REFUSED
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-CHECK-RESUME THRU 1200-EXIT.
           IF RUN-IS-REFUSED
               GO TO 1000-EXIT
           END-IF.

      *    A RESUMED PASS ADDS TO THE REGISTER THE FAILED PASS LEFT.
           IF RUN-IS-RESUMING
               OPEN EXTEND DRIVER-REGISTER
               MOVE WS-RESUME-ACCT-NO TO RL-ACCT-NO
               WRITE REGISTER-LINE FROM RESUME-LINE
           ELSE
               OPEN OUTPUT DRIVER-REGISTER
               PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
           END-IF.

           OPEN I-O LOAN-ACCOUNTS.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               PERFORM 1020-MASTER-OPEN-FAILED THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-START-MODULES THRU 1400-EXIT.

           IF NOT A-MODULE-IS-ACTIVE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

      *    A RESUMED PASS PICKS UP WITH THE FIRST ACCOUNT AFTER THE
      *    LAST ONE COMMITTED.
           IF RUN-IS-RESUMING
               MOVE WS-RESUME-ACCT-NO TO LM-ACCT-NO
               START LOAN-ACCOUNTS KEY > LM-ACCT-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
           END-IF.

           IF NOT END-OF-ACCOUNTS
               PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1020-MASTER-OPEN-FAILED - NO MODULE HAS STARTED AND NO GATE HAS
      * BEEN TOUCHED, SO THE PASS IS REFUSED WITH CONDITION CODE 16
      * LIKE A BAD CARD, THE CHECKPOINT IS LEFT AS IT IS FOR THE
      * RERUN, AND THE OPEN STATUS GOES TO THE INCIDENT FILE.
      *----------------------------------------------------------------
       1020-MASTER-OPEN-FAILED.
           DISPLAY "RUN REFUSED - LOANMSTR OPEN FAILED, STATUS "
                   WS-LOAN-FILE-STATUS ", CORRECT IT AND RERUN".

           MOVE SPACES TO INCIDENT-REQUEST.
           MOVE "LNDRVR  " TO IR-PROGRAM-ID.
           MOVE "1000-INITIALIZE" TO IR-PHASE.
           MOVE WS-LOAN-FILE-STATUS TO IR-FILE-STATUS.
           MOVE WS-ACCTS-READ TO IR-RECORDS-SO-FAR.
           MOVE WS-RESUME-ACCT-NO TO IR-LAST-KEY.
           MOVE "MASTER OPEN FAILED - CC 16" TO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.

           CLOSE DRIVER-REGISTER.
           SET RUN-IS-REFUSED TO TRUE.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-WRITE-RUN-STAMP - WRITES THE RUN-ID/DATE BANNER AS THE
      * FIRST LINE OF THE DRIVER REGISTER.
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
      * 1100-READ-CONTROL-CARD - SELECTS THE MODULES FOR THE PASS.
      * A TAG THAT IS NOT ONE OF THE EIGHT MODULES REFUSES THE RUN -
      * A MISTYPED CARD MUST NOT QUIETLY LEAVE A POSTING RUN OUT.
      *----------------------------------------------------------------
       1100-READ-CONTROL-CARD.
           MOVE SPACES TO DRIVER-CONTROL-REC.
           OPEN INPUT DRIVER-CONTROL.
           IF NOT CTL-FILE-NOT-FOUND
               READ DRIVER-CONTROL
                   AT END
                       MOVE SPACES TO DRIVER-CONTROL-REC
               END-READ
               CLOSE DRIVER-CONTROL
           END-IF.

           IF DC-COMMIT-INTERVAL IS NUMERIC
              AND DC-COMMIT-INTERVAL > ZERO
               MOVE DC-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           END-IF.

           PERFORM 1150-SELECT-ONE-TAG THRU 1150-EXIT
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > 8
                  OR RUN-IS-REFUSED.
           IF RUN-IS-REFUSED
               DISPLAY "RUN REFUSED - DRVRCTL NAMES UNKNOWN MODULE "
                       WS-UNKNOWN-TAG ", CORRECT THE CARD AND RERUN"
               GO TO 1100-EXIT
           END-IF.

           IF WS-MODULES-SELECTED = ZERO
               PERFORM 1180-SELECT-MODULE THRU 1180-EXIT
                   VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > 8
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-SELECT-ONE-TAG
      *----------------------------------------------------------------
       1150-SELECT-ONE-TAG.
           IF DC-MODULE-TAG(WS-CARD-SUB) = SPACES
               GO TO 1150-EXIT
           END-IF.

           MOVE 'N' TO WS-TAG-FOUND-SW.
           PERFORM 1160-MATCH-ONE-MODULE THRU 1160-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 8
                  OR MODULE-TAG-WAS-FOUND.

           IF NOT MODULE-TAG-WAS-FOUND
               MOVE DC-MODULE-TAG(WS-CARD-SUB) TO WS-UNKNOWN-TAG
               SET RUN-IS-REFUSED TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1160-MATCH-ONE-MODULE
      *----------------------------------------------------------------
       1160-MATCH-ONE-MODULE.
           IF DM-TAG(WS-MOD-SUB) = DC-MODULE-TAG(WS-CARD-SUB)
               MOVE 'Y' TO WS-TAG-FOUND-SW
               PERFORM 1180-SELECT-MODULE THRU 1180-EXIT
           END-IF.
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1180-SELECT-MODULE - A TAG NAMED TWICE IS SELECTED ONCE.
      *----------------------------------------------------------------
       1180-SELECT-MODULE.
           IF NOT DA-IS-SELECTED(WS-MOD-SUB)
               MOVE 'Y' TO DA-SELECTED-SW(WS-MOD-SUB)
               ADD 1 TO WS-MODULES-SELECTED
           END-IF.
       1180-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CHECK-RESUME - A CHECKPOINT LEFT BY A FAILED PASS IS
      * RESUMED FROM ONLY WHEN IT IS COMPLETE (ITS TRAILER COUNTS
      * EVERY DETAIL RECORD) AND BELONGS TO TONIGHT'S BUSINESS DATE.
      * A RESUMED PASS RUNS THE MODULES THE CHECKPOINT NAMES, NOT
      * THE CARD'S - A MODULE JOINING HALFWAY WOULD SEE ONLY HALF THE
      * MASTER.  THE LAST ACCOUNT, THE COUNTS AND EVERY MODULE'S
      * SAVED STATE ALL STAND AS OF THE SAME COMMIT.  AN EMPTY OR
      * MISSING FILE MEANS A FRESH PASS.
      *----------------------------------------------------------------
       1200-CHECK-RESUME.
           MOVE 'N' TO WS-CKPT-EOF-SW.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-NOT-FOUND
               GO TO 1200-EXIT
           END-IF.

           PERFORM 8100-READ-CHECKPOINT THRU 8100-EXIT.
           IF END-OF-CHECKPOINT
               CLOSE CHECKPOINT-FILE
               GO TO 1200-EXIT
           END-IF.

           IF NOT DK-IS-HEADER
               CLOSE CHECKPOINT-FILE
               DISPLAY "RUN REFUSED - LNDRCKPT HAS NO HEADER, "
                       "RESTORE OR CLEAR IT AND RERUN"
               SET RUN-IS-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE DRIVER-CHECKPOINT-REC TO WS-CKPT-HEADER-SAVE.

           MOVE ZERO TO WS-DETAIL-COUNT.
           PERFORM 1250-COUNT-ONE-DETAIL THRU 1250-EXIT
               UNTIL END-OF-CHECKPOINT
                  OR DK-IS-TRAILER.
           IF END-OF-CHECKPOINT
              OR DK-DETAIL-COUNT NOT = WS-DETAIL-COUNT
               CLOSE CHECKPOINT-FILE
               DISPLAY "RUN REFUSED - LNDRCKPT WAS CUT OFF IN A "
                       "COMMIT, RESTORE OR CLEAR IT AND RERUN"
               SET RUN-IS-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           CLOSE CHECKPOINT-FILE.

           MOVE WS-CKPT-HEADER-SAVE TO DRIVER-CHECKPOINT-REC.
           IF DK-BUS-DATE NOT = WS-BUS-DATE-RAW
               DISPLAY "RUN REFUSED - LNDRCKPT IS FOR BUSINESS DATE "
                       DK-BUS-DATE ", CLEAR IT AND RERUN"
               SET RUN-IS-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.

           SET RUN-IS-RESUMING TO TRUE.
           MOVE DK-LAST-ACCT-NO    TO WS-RESUME-ACCT-NO.
           MOVE DK-ACCTS-READ      TO WS-ACCTS-READ.
           MOVE DK-ACCTS-REWRITTEN TO WS-ACCTS-REWRITTEN.
           MOVE DK-REWRITES-FAILED TO WS-REWRITES-FAILED.
           COMPUTE WS-ACCTS-UNCHANGED =
               DK-ACCTS-READ - DK-ACCTS-REWRITTEN - DK-REWRITES-FAILED.
           IF WS-REWRITES-FAILED > ZERO
               MOVE 8 TO WS-HIGHEST-RC
           END-IF.

           PERFORM 1280-CLEAR-SELECTION THRU 1280-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 8.
           MOVE ZERO TO WS-MODULES-SELECTED.
           PERFORM 1290-SELECT-SAVED-TAG THRU 1290-EXIT
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > DK-MODULE-COUNT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1250-COUNT-ONE-DETAIL
      *----------------------------------------------------------------
       1250-COUNT-ONE-DETAIL.
           PERFORM 8100-READ-CHECKPOINT THRU 8100-EXIT.
           IF NOT END-OF-CHECKPOINT
              AND DK-IS-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1280-CLEAR-SELECTION
      *----------------------------------------------------------------
       1280-CLEAR-SELECTION.
           MOVE 'N' TO DA-SELECTED-SW(WS-MOD-SUB).
       1280-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1290-SELECT-SAVED-TAG
      *----------------------------------------------------------------
       1290-SELECT-SAVED-TAG.
           MOVE 'N' TO WS-TAG-FOUND-SW.
           PERFORM 1295-MATCH-SAVED-TAG THRU 1295-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 8
                  OR MODULE-TAG-WAS-FOUND.
       1290-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1295-MATCH-SAVED-TAG
      *----------------------------------------------------------------
       1295-MATCH-SAVED-TAG.
           IF DM-TAG(WS-MOD-SUB) = DK-LIST-TAG(WS-CARD-SUB)
               MOVE 'Y' TO WS-TAG-FOUND-SW
               PERFORM 1180-SELECT-MODULE THRU 1180-EXIT
           END-IF.
       1295-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-START-MODULES - CALLS EACH SELECTED MODULE TO INITIALIZE,
      * IN STREAM ORDER.  ON A RESUMED PASS EACH MODULE IS HANDED THE
      * STATE IT SAVED AT THE LAST COMMIT, READ BACK FROM THE
      * CHECKPOINT DETAIL RECORDS, WHICH ARE IN THE SAME ORDER.
      *----------------------------------------------------------------
       1400-START-MODULES.
           IF RUN-IS-RESUMING
               MOVE 'N' TO WS-CKPT-EOF-SW
               OPEN INPUT CHECKPOINT-FILE
               PERFORM 8100-READ-CHECKPOINT THRU 8100-EXIT
               PERFORM 8100-READ-CHECKPOINT THRU 8100-EXIT
           END-IF.

           PERFORM 1450-START-ONE-MODULE THRU 1450-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 8.

           IF RUN-IS-RESUMING
               CLOSE CHECKPOINT-FILE
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-START-ONE-MODULE - A MODULE ITS GATE SKIPS IS LEFT OUT
      * OF THE PASS WITH CONDITION CODE 4; ONE THAT REFUSES TO START
      * IS LEFT OUT WITH ITS OWN CODE AND THE OTHERS STILL RUN, THE
      * WAY ONE FAILING STEP NEVER STOPPED THE REST OF THE NIGHT.
      *----------------------------------------------------------------
       1450-START-ONE-MODULE.
           IF NOT DA-IS-SELECTED(WS-MOD-SUB)
               MOVE 'N'        TO DA-ACTIVE-SW(WS-MOD-SUB)
               MOVE "NOT RUN " TO DA-STATUS(WS-MOD-SUB)
               MOVE ZERO       TO DA-RETURN-CODE(WS-MOD-SUB)
               GO TO 1450-EXIT
           END-IF.

           MOVE ZERO TO DR-STATE-LENGTH.
           IF RUN-IS-RESUMING
               PERFORM 1470-LOAD-MODULE-STATE THRU 1470-EXIT
               MOVE 'Y' TO DR-RESUME-SW
           ELSE
               MOVE 'N' TO DR-RESUME-SW
           END-IF.

           MOVE 'I'  TO DR-FUNCTION.
           MOVE 'N'  TO DR-SKIP-SW.
           MOVE ZERO TO DR-RETURN-CODE.
           PERFORM 8500-CALL-MODULE THRU 8500-EXIT.
           MOVE DR-RETURN-CODE TO DA-RETURN-CODE(WS-MOD-SUB).

           EVALUATE TRUE
               WHEN DR-MODULE-SKIPPED
                   MOVE 'N'        TO DA-ACTIVE-SW(WS-MOD-SUB)
                   MOVE "SKIPPED " TO DA-STATUS(WS-MOD-SUB)
               WHEN DR-RETURN-CODE > 8
                   MOVE 'N'        TO DA-ACTIVE-SW(WS-MOD-SUB)
                   MOVE "REFUSED " TO DA-STATUS(WS-MOD-SUB)
               WHEN RUN-IS-RESUMING
                   MOVE 'Y'        TO DA-ACTIVE-SW(WS-MOD-SUB)
                   MOVE "RESUMED " TO DA-STATUS(WS-MOD-SUB)
                   SET A-MODULE-IS-ACTIVE TO TRUE
               WHEN OTHER
                   MOVE 'Y'        TO DA-ACTIVE-SW(WS-MOD-SUB)
                   MOVE "RUN     " TO DA-STATUS(WS-MOD-SUB)
                   SET A-MODULE-IS-ACTIVE TO TRUE
           END-EVALUATE.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1470-LOAD-MODULE-STATE - GATHERS THE MODULE'S DETAIL RECORDS
      * INTO DR-STATE-AREA.  THE RECORD AFTER THE LAST ONE TAKEN IS
      * LEFT IN THE BUFFER FOR THE NEXT MODULE.
      *----------------------------------------------------------------
       1470-LOAD-MODULE-STATE.
           MOVE 1 TO WS-STATE-PTR.
           PERFORM 1480-TAKE-STATE-CHUNK THRU 1480-EXIT
               UNTIL END-OF-CHECKPOINT
                  OR NOT DK-IS-DETAIL
                  OR DK-MODULE-TAG NOT = DM-TAG(WS-MOD-SUB).
       1470-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1480-TAKE-STATE-CHUNK
      *----------------------------------------------------------------
       1480-TAKE-STATE-CHUNK.
           IF DK-CHUNK-LENGTH > ZERO
               MOVE DK-CHUNK(1:DK-CHUNK-LENGTH)
                   TO DR-STATE-AREA(WS-STATE-PTR:DK-CHUNK-LENGTH)
               ADD DK-CHUNK-LENGTH TO WS-STATE-PTR
               ADD DK-CHUNK-LENGTH TO DR-STATE-LENGTH
           END-IF.
           PERFORM 8100-READ-CHECKPOINT THRU 8100-EXIT.
       1480-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ACCOUNT - EVERY ACTIVE MODULE SEES THE ACCOUNT
      * IN TURN, EACH ONE SEEING WHAT THE ONES BEFORE IT CHANGED, THE
      * WAY EACH STEP SAW THE MASTER THE STEP BEFORE IT REWROTE.  THE
      * ACCOUNT IS REWRITTEN ONCE, AFTER THE LAST MODULE.  EVERY
      * COMMIT-INTERVAL ACCOUNTS THE PASS TAKES A CHECKPOINT.
      *----------------------------------------------------------------
       2000-PROCESS-ACCOUNT.
           MOVE 'N' TO DR-CHANGED-SW.
           PERFORM 2100-PROCESS-ONE-MODULE THRU 2100-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 8.

           IF DR-MASTER-CHANGED
               PERFORM 2500-REWRITE-ACCOUNT THRU 2500-EXIT
           ELSE
               ADD 1 TO WS-ACCTS-UNCHANGED
           END-IF.

           ADD 1 TO WS-ACCTS-SINCE-COMMIT.
           IF WS-ACCTS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               PERFORM 4000-TAKE-CHECKPOINT THRU 4000-EXIT
           END-IF.

           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-PROCESS-ONE-MODULE
      *----------------------------------------------------------------
       2100-PROCESS-ONE-MODULE.
           IF DA-IS-ACTIVE(WS-MOD-SUB)
               MOVE 'P' TO DR-FUNCTION
               PERFORM 8500-CALL-MODULE THRU 8500-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-REWRITE-ACCOUNT - A FAILED REWRITE LOSES THE NIGHT'S
      * CHANGES TO THE ACCOUNT, SO IT IS LOGGED, CAPTURED AS AN
      * INCIDENT, AND ENDS THE PASS WITH CONDITION CODE 8.
      *----------------------------------------------------------------
       2500-REWRITE-ACCOUNT.
           REWRITE LOAN-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-REWRITES-FAILED
                   PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
                   PERFORM 9700-CAPTURE-INCIDENT THRU 9700-EXIT
                   IF WS-HIGHEST-RC < 8
                       MOVE 8 TO WS-HIGHEST-RC
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ACCTS-REWRITTEN
           END-REWRITE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES     TO SHARED-EXCEPTION-REC.
           MOVE "LNDRVR"   TO SE-PROGRAM-ID.
           MOVE LM-ACCT-NO TO SE-ENTRY-ID.
           MOVE "MASTER REWRITE FAILED" TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           MOVE 'P' TO XQ-FUNCTION.
           CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
                                       SHARED-EXCEPTION-REC.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-TAKE-CHECKPOINT - OVERWRITES THE CHECKPOINT FILE WITH THE
      * LAST ACCOUNT COMMITTED AND EVERY ACTIVE MODULE'S STATE AS OF
      * THAT ACCOUNT.  THE TRAILER GOES LAST, SO A FILE CUT OFF PART
      * WAY THROUGH IS RECOGNIZED AND NOT RESUMED FROM.
      *----------------------------------------------------------------
       4000-TAKE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.

           MOVE SPACES             TO DRIVER-CHECKPOINT-REC.
           SET DK-IS-HEADER        TO TRUE.
           MOVE WS-BUS-DATE-RAW    TO DK-BUS-DATE.
           MOVE LM-ACCT-NO         TO DK-LAST-ACCT-NO.
           MOVE WS-ACCTS-READ      TO DK-ACCTS-READ.
           MOVE WS-ACCTS-REWRITTEN TO DK-ACCTS-REWRITTEN.
           MOVE WS-REWRITES-FAILED TO DK-REWRITES-FAILED.
           MOVE ZERO               TO DK-MODULE-COUNT.
           PERFORM 4050-LIST-ONE-MODULE THRU 4050-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 8.
           WRITE DRIVER-CHECKPOINT-REC.

           MOVE ZERO TO WS-DETAIL-COUNT.
           PERFORM 4100-SAVE-ONE-MODULE THRU 4100-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 8.

           MOVE SPACES          TO DRIVER-CHECKPOINT-REC.
           SET DK-IS-TRAILER    TO TRUE.
           MOVE WS-DETAIL-COUNT TO DK-DETAIL-COUNT.
           WRITE DRIVER-CHECKPOINT-REC.

           CLOSE CHECKPOINT-FILE.
           ADD 1 TO WS-CHECKPOINTS-TAKEN.
           MOVE ZERO TO WS-ACCTS-SINCE-COMMIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4050-LIST-ONE-MODULE
      *----------------------------------------------------------------
       4050-LIST-ONE-MODULE.
           IF DA-IS-ACTIVE(WS-MOD-SUB)
               ADD 1 TO DK-MODULE-COUNT
               MOVE DM-TAG(WS-MOD-SUB)
                   TO DK-LIST-TAG(DK-MODULE-COUNT)
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-SAVE-ONE-MODULE - EVERY ACTIVE MODULE WRITES AT LEAST ONE
      * DETAIL RECORD, EVEN WITH NOTHING TO SAVE, SO THE RESUME CAN
      * PAIR THE RECORDS WITH THE MODULES BY TAG.
      *----------------------------------------------------------------
       4100-SAVE-ONE-MODULE.
           IF NOT DA-IS-ACTIVE(WS-MOD-SUB)
               GO TO 4100-EXIT
           END-IF.

           MOVE 'S'  TO DR-FUNCTION.
           MOVE ZERO TO DR-STATE-LENGTH.
           PERFORM 8500-CALL-MODULE THRU 8500-EXIT.

           MOVE 1    TO WS-STATE-PTR.
           MOVE ZERO TO WS-CHUNK-NO.
           PERFORM 4150-WRITE-STATE-CHUNK THRU 4150-EXIT.
           PERFORM 4150-WRITE-STATE-CHUNK THRU 4150-EXIT
               UNTIL WS-STATE-PTR > DR-STATE-LENGTH.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4150-WRITE-STATE-CHUNK
      *----------------------------------------------------------------
       4150-WRITE-STATE-CHUNK.
           MOVE ZERO TO WS-CHUNK-LEN.
           IF DR-STATE-LENGTH >= WS-STATE-PTR
               COMPUTE WS-CHUNK-LEN =
                   DR-STATE-LENGTH - WS-STATE-PTR + 1
           END-IF.
           IF WS-CHUNK-LEN > 500
               MOVE 500 TO WS-CHUNK-LEN
           END-IF.

           ADD 1 TO WS-CHUNK-NO.
           MOVE SPACES             TO DRIVER-CHECKPOINT-REC.
           SET DK-IS-DETAIL        TO TRUE.
           MOVE DM-TAG(WS-MOD-SUB) TO DK-MODULE-TAG.
           MOVE WS-CHUNK-NO        TO DK-CHUNK-NO.
           MOVE WS-CHUNK-LEN       TO DK-CHUNK-LENGTH.
           IF WS-CHUNK-LEN > ZERO
               MOVE DR-STATE-AREA(WS-STATE-PTR:WS-CHUNK-LEN)
                   TO DK-CHUNK(1:WS-CHUNK-LEN)
               ADD WS-CHUNK-LEN TO WS-STATE-PTR
           END-IF.
           WRITE DRIVER-CHECKPOINT-REC.
           ADD 1 TO WS-DETAIL-COUNT.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-ACCOUNT
      *----------------------------------------------------------------
       8000-READ-ACCOUNT.
           READ LOAN-ACCOUNTS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-READ-CHECKPOINT
      *----------------------------------------------------------------
       8100-READ-CHECKPOINT.
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-CKPT-EOF-SW
           END-READ.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-CALL-MODULE - THE ONE CALL TABLE BEHIND EVERY FUNCTION,
      * BY POSITION IN THE MODULE TABLE.  DR-FUNCTION IS SET BY THE
      * CALLER.
      *----------------------------------------------------------------
       8500-CALL-MODULE.
           EVALUATE WS-MOD-SUB
               WHEN 1  CALL "DAILY-ACCRUAL"
                           USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC
               WHEN 2  CALL "NONACCRUAL-STATUS"
                           USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC
               WHEN 3  CALL "MATURITY-RUN"
                           USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC
               WHEN 4  CALL "CHARGE-OFF"
                           USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC
               WHEN 5  CALL "DELINQ-AGING"
                           USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC
               WHEN 6  CALL "FEE-ASSESS"
                           USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC
               WHEN 7  CALL "LOAN-SNAPSHOT"
                           USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC
               WHEN 8  CALL "RISK-SCORE"
                           USING LOAN-DRIVER-REQUEST LOAN-MASTER-REC
           END-EVALUATE.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - EACH ACTIVE MODULE PRINTS ITS TOTALS AND
      * CLOSES, THE SHARED WRITERS ARE CLOSED, AND THE CHECKPOINT IS
      * CLEARED SO THE NEXT PASS STARTS FROM THE TOP.  THE STEP ENDS
      * WITH THE HIGHEST CONDITION CODE ANY MODULE (OR THE DRIVER'S
      * OWN REWRITES) RETURNED.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9100-END-ONE-MODULE THRU 9100-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 8.

           MOVE 'C' TO GQ-FUNCTION.
           CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
                                        GL-EXTRACT-REC.
           MOVE 'C' TO XQ-FUNCTION.
           CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
                                       SHARED-EXCEPTION-REC.

           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM MODULE-HEADING.
           PERFORM 9200-WRITE-MODULE-LINE THRU 9200-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 8.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "ACCOUNTS READ"         TO CL-LABEL.
           MOVE WS-ACCTS-READ           TO CL-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "ACCOUNTS REWRITTEN"    TO CL-LABEL.
           MOVE WS-ACCTS-REWRITTEN      TO CL-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "ACCOUNTS UNCHANGED"    TO CL-LABEL.
           MOVE WS-ACCTS-UNCHANGED      TO CL-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "REWRITES FAILED"       TO CL-LABEL.
           MOVE WS-REWRITES-FAILED      TO CL-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "CHECKPOINTS TAKEN"     TO CL-LABEL.
           MOVE WS-CHECKPOINTS-TAKEN    TO CL-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE LOAN-ACCOUNTS
                 DRIVER-REGISTER.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-END-ONE-MODULE
      *----------------------------------------------------------------
       9100-END-ONE-MODULE.
           IF DA-IS-ACTIVE(WS-MOD-SUB)
               MOVE 'T'  TO DR-FUNCTION
               MOVE ZERO TO DR-RETURN-CODE
               PERFORM 8500-CALL-MODULE THRU 8500-EXIT
               MOVE DR-RETURN-CODE TO DA-RETURN-CODE(WS-MOD-SUB)
           END-IF.

           IF DA-RETURN-CODE(WS-MOD-SUB) > WS-HIGHEST-RC
               MOVE DA-RETURN-CODE(WS-MOD-SUB) TO WS-HIGHEST-RC
           END-IF.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-WRITE-MODULE-LINE
      *----------------------------------------------------------------
       9200-WRITE-MODULE-LINE.
           MOVE DM-TAG(WS-MOD-SUB)         TO ML-TAG.
           MOVE DM-PROGRAM(WS-MOD-SUB)     TO ML-PROGRAM.
           MOVE DA-STATUS(WS-MOD-SUB)      TO ML-STATUS.
           MOVE DA-RETURN-CODE(WS-MOD-SUB) TO ML-RETURN-CODE.
           WRITE REGISTER-LINE FROM MODULE-DETAIL.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-WRITE-CONTROL-TOTALS - ACCOUNTS READ AGAINST ACCOUNTS
      * REWRITTEN PLUS ACCOUNTS NO MODULE CHANGED, PLUS ANY REWRITE
      * THAT FAILED.
      *----------------------------------------------------------------
       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-ACCTS-READ TO CT-RECORDS-READ.
           COMPUTE CT-RECORDS-PROCESSED =
               WS-ACCTS-REWRITTEN + WS-ACCTS-UNCHANGED.
           IF WS-ACCTS-READ = WS-ACCTS-REWRITTEN + WS-ACCTS-UNCHANGED
                            + WS-REWRITES-FAILED
               MOVE "IN BALANCE"  TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.
       9500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9700-CAPTURE-INCIDENT - A MASTER REWRITE FAILED, SO THE
      * EVIDENCE THE MORNING RERUN DECISION NEEDS GOES TO THE SHARED
      * INCIDENT FILE IN ONE CALL.
      *----------------------------------------------------------------
       9700-CAPTURE-INCIDENT.
           MOVE SPACES TO INCIDENT-REQUEST.
           MOVE "LNDRVR  " TO IR-PROGRAM-ID.
           MOVE "2500-REWRITE-ACCOUNT" TO IR-PHASE.
           MOVE WS-LOAN-FILE-STATUS TO IR-FILE-STATUS.
           MOVE WS-ACCTS-READ TO IR-RECORDS-SO-FAR.
           MOVE LM-ACCT-NO TO IR-LAST-KEY.
           MOVE "MASTER REWRITE FAILED - CC 8" TO IR-MESSAGE.
           CALL "INCIDENT-LOG" USING INCIDENT-REQUEST.
       9700-EXIT.
           EXIT.
