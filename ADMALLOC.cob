       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSION-ALLOT.
       AUTHOR. R-DSOUZA.
       INSTALLATION. ACADEMIC-RECORDS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ADMISSIONS ALLOTMENT FOR AN
      *                 INTAKE - NEW STUDENTS USED TO BE TYPED INTO
      *                 STUDTXN BY HAND WITH ROLL NUMBERS PICKED BY
      *                 HAND.  THE ADMAPPL APPLICATIONS ARE RANKED ON
      *                 ENTRANCE SCORE (EARLIER APPLICATION FIRST ON A
      *                 TIE), HELD TO THE CATEGORY CUTOFF ON ADMCTL,
      *                 AND OFFERED SEATS DOWN THE LIST - THE
      *                 PREFERRED SECTION WHILE IT HAS SEATS, ELSE THE
      *                 FIRST ADMCTL SECTION THAT STILL HAS ONE.  ONCE
      *                 EVERY SEAT IS TAKEN THE REST WHO MADE THE
      *                 CUTOFF ARE WAITLISTED IN MERIT ORDER.  EACH
      *                 ADMITTED APPLICANT GETS THE NEXT ROLL NUMBER
      *                 FROM ADMROLNO - A FIVE-DIGIT BASE PLUS THE
      *                 CHECK DIGIT STUDENT-MAINT VERIFIES, PASSING
      *                 OVER ANY NUMBER ALREADY ON THE STUDENT MASTER -
      *                 AND AN OFFER LETTER.  THE ADMISSIONS ARE
      *                 WRITTEN AS A HEADERED STUDENT-MAINT ADD BATCH
      *                 ON ADMSTXN, SO EVERY NEW STUDENT STILL GOES
      *                 THROUGH STUDENT-MAINT'S EDITS, REPLAY
      *                 PROTECTION AND JOURNAL.  THE MASTER ITSELF IS
      *                 ONLY READ.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATIONS    ASSIGN TO ADMAPPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-FILE-STATUS.

           SELECT ADMISSION-CONTROL ASSIGN TO ADMCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ROLL-NUMBER-CONTROL ASSIGN TO ADMROLNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLNO-FILE-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO STUMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-ROLL-NO
               FILE STATUS IS WS-STU-FILE-STATUS.

           SELECT ADMISSION-TXN-OUT ASSIGN TO ADMSTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFFER-LETTERS   ASSIGN TO ADMLETR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALLOTMENT-REGISTER ASSIGN TO ADMALRG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATIONS
           RECORDING MODE IS F.
       COPY ADMAPPL.

       FD  ADMISSION-CONTROL
           RECORDING MODE IS F.
       COPY ADMCTL.

       FD  ROLL-NUMBER-CONTROL
           RECORDING MODE IS F.
       COPY ADMROLNO.

       FD  STUDENT-MASTER.
       COPY STUMSTR.

       FD  ADMISSION-TXN-OUT
           RECORDING MODE IS F.
       01  ADMISSION-TXN-LINE      PIC X(46).

       FD  OFFER-LETTERS
           RECORDING MODE IS F.
       01  LETTER-LINE             PIC X(72).

       FD  ALLOTMENT-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(100).

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-FILE-STATUS  PIC X(02).
           88 BUSDATE-FILE-NOT-FOUND       VALUE '35'.
       01  WS-APPL-FILE-STATUS     PIC X(02).
           88 APPL-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CTL-FILE-STATUS      PIC X(02).
           88 CTL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-ROLNO-FILE-STATUS    PIC X(02).
           88 ROLNO-FILE-NOT-FOUND         VALUE '35'.
       01  WS-STU-FILE-STATUS      PIC X(02).
           88 STU-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01) VALUE 'N'.
              88 END-OF-APPLICATIONS        VALUE 'Y'.
           05 WS-CTL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CONTROL             VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
              88 THE-LOAD-OVERFLOWED        VALUE 'Y'.
           05 WS-NUMBER-FREE-SW    PIC X(01).
              88 THE-NUMBER-IS-FREE         VALUE 'Y'.
           05 WS-EXHAUSTED-SW      PIC X(01) VALUE 'N'.
              88 ROLL-NUMBERS-EXHAUSTED     VALUE 'Y'.

      *----------------------------------------------------------------
      * SECTION SEATS AND CATEGORY CUTOFFS FROM ADMCTL.
      *----------------------------------------------------------------
       01  WS-SEC-TABLE-COUNT      PIC 9(03) VALUE 0.
       01  WS-SEC-TABLE-MAX        PIC 9(03) VALUE 50.
       01  SECTION-TABLE.
           05 SEC-ENTRY OCCURS 50 TIMES.
              10 SEC-CODE          PIC X(04).
              10 SEC-SEATS         PIC 9(03).
              10 SEC-FILLED        PIC 9(03).
       01  WS-SEC-SUB              PIC 9(03) COMP.

       01  WS-CUT-TABLE-COUNT      PIC 9(03) VALUE 0.
       01  WS-CUT-TABLE-MAX        PIC 9(03) VALUE 20.
       01  CUTOFF-TABLE.
           05 CUT-ENTRY OCCURS 20 TIMES.
              10 CUT-CATEGORY      PIC X(02).
              10 CUT-SCORE         PIC 9(03).
       01  WS-CUT-SUB              PIC 9(03) COMP.
       01  WS-DEFAULT-CUTOFF       PIC 9(03) VALUE 0.
       01  WS-CUTOFF               PIC 9(03).

      *----------------------------------------------------------------
      * APPLICANT TABLE - SORTED ON SCORE, THEN ON THE INVERTED
      * LOAD SEQUENCE, DESCENDING, SO THE EARLIER APPLICATION WINS
      * A TIE (THE FIRST 8 BYTES OF EACH ENTRY).
      *----------------------------------------------------------------
       01  WS-APL-TABLE-COUNT      PIC 9(04) VALUE 0.
       01  WS-APL-TABLE-MAX        PIC 9(04) VALUE 2000.
       01  APPLICANT-TABLE.
           05 APL-ENTRY OCCURS 2000 TIMES.
              10 APL-SCORE         PIC 9(03).
              10 APL-SEQ-INV       PIC 9(05).
              10 APL-APPL-NO       PIC X(06).
              10 APL-NAME          PIC X(20).
              10 APL-PREF-SECTION  PIC X(04).
              10 APL-CATEGORY      PIC X(02).
              10 APL-OUTCOME       PIC X(01).
                 88 APL-WAS-OFFERED         VALUE 'O'.
                 88 APL-WAS-WAITLISTED      VALUE 'W'.
                 88 APL-BELOW-CUTOFF        VALUE 'B'.
              10 APL-SECTION       PIC X(04).
              10 APL-ROLL-NO       PIC X(06).
              10 APL-WAIT-POS      PIC 9(04).
       01  WS-APL-SUB              PIC 9(04) COMP.

       COPY SORTREQ.

      *----------------------------------------------------------------
      * ROLL NUMBER GENERATION - THE NEXT FIVE-DIGIT BASE PLUS ITS
      * CHECK DIGIT, THE SAME WEIGHTED-SUM WALK STUDENT-MAINT'S
      * CHECK-DIGIT EDIT MAKES.
      *----------------------------------------------------------------
       01  WS-NEXT-BASE            PIC 9(05) VALUE 0.
       01  WS-NEW-ROLL-NO.
           05 WS-NR-BASE           PIC 9(05).
           05 WS-NR-CHECK          PIC 9(01).
       01  WS-CD-WORK              PIC 9(05).
       01  WS-CD-REM               PIC 9.
       01  WS-CD-PRODUCT           PIC 9(02).
       01  WS-CD-DIGIT-SUM         PIC 9(03).
       01  WS-CD-WEIGHT-SW         PIC X(01).
           88 CD-WEIGHT-IS-DOUBLE          VALUE 'Y'.

       01  WS-WAIT-POS             PIC 9(04) VALUE 0.
       01  WS-RANK                 PIC 9(04) VALUE 0.

       01  WS-COUNTS.
           05 WS-APPLS-READ        PIC 9(7) COMP VALUE 0.
           05 WS-APPLS-REJECTED    PIC 9(7) COMP VALUE 0.
           05 WS-APPLS-OFFERED     PIC 9(7) COMP VALUE 0.
           05 WS-APPLS-WAITLISTED  PIC 9(7) COMP VALUE 0.
           05 WS-APPLS-BELOW-CUT   PIC 9(7) COMP VALUE 0.
           05 WS-NUMBERS-SKIPPED   PIC 9(7) COMP VALUE 0.
           05 WS-APPLS-ACCOUNTED   PIC 9(7) COMP VALUE 0.

       COPY CTLTOTAL.

      *----------------------------------------------------------------
      * THE EMITTED TRANSACTION AND ITS BATCH WRAPPING.
      *----------------------------------------------------------------
       COPY STUDTXN.
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
           05 WS-RIF-PGM       PIC X(06) VALUE "ADMALC".
           05 WS-RIF-TIME      PIC 9(06).

       01  WS-BUS-DATE-RAW         PIC 9(08).
       01  WS-BUS-DATE-FMT.
           05 WS-BDF-YYYY      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-BDF-DD        PIC 9(02).

       COPY RUNSTAMP.

       01  REGISTER-HEADING-1.
           05 FILLER                PIC X(40) VALUE
              "ADMISSIONS ALLOTMENT REGISTER".

       01  REGISTER-HEADING-2.
           05 FILLER                PIC X(06) VALUE "RANK".
           05 FILLER                PIC X(08) VALUE "APPL".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(05) VALUE "CAT".
           05 FILLER                PIC X(07) VALUE "SCORE".
           05 FILLER                PIC X(14) VALUE "OUTCOME".
           05 FILLER                PIC X(06) VALUE "SECT".
           05 FILLER                PIC X(08) VALUE "ROLL".
           05 FILLER                PIC X(04) VALUE "WAIT".

       01  REGISTER-DETAIL.
           05 RG-RANK               PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-APPL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-CATEGORY           PIC X(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RG-SCORE              PIC ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-OUTCOME            PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-SECTION            PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-WAIT-POS           PIC ZZZZ.

       01  REJECT-LINE.
           05 FILLER                PIC X(12) VALUE "REJECTED    ".
           05 RJ-APPL-NO            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RJ-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RJ-REASON             PIC X(40).

       01  SECTION-HEADING.
           05 FILLER                PIC X(08) VALUE "SECTION".
           05 FILLER                PIC X(08) VALUE "SEATS".
           05 FILLER                PIC X(08) VALUE "FILLED".
           05 FILLER                PIC X(08) VALUE "OPEN".

       01  SECTION-LINE.
           05 SL-SECTION            PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 SL-SEATS              PIC ZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 SL-FILLED             PIC ZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 SL-OPEN               PIC ZZ9.

       01  COUNT-LINE.
           05 CN-LABEL              PIC X(36).
           05 CN-COUNT              PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * OFFER LETTER LINES.
      *----------------------------------------------------------------
       01  LETTER-SEPARATOR.
           05 FILLER                PIC X(72) VALUE ALL "=".

       01  LETTER-DATE-LINE.
           05 FILLER                PIC X(50) VALUE SPACES.
           05 LT-DATE               PIC X(10).

       01  LETTER-NAME-LINE.
           05 LT-NAME               PIC X(20).

       01  LETTER-APPL-LINE.
           05 FILLER                PIC X(16) VALUE
              "APPLICATION NO. ".
           05 LT-APPL-NO            PIC X(06).

       01  LETTER-SALUTATION.
           05 FILLER                PIC X(05) VALUE "DEAR ".
           05 LT-SALUTE-NAME        PIC X(20).

       01  LETTER-OFFER-LINE-1.
           05 FILLER                PIC X(72) VALUE
              "WE ARE PLEASED TO OFFER YOU ADMISSION ON THE STRENGTH OF
      -       " YOUR".

       01  LETTER-OFFER-LINE-2.
           05 FILLER                PIC X(17) VALUE
              "ENTRANCE SCORE OF".
           05 LT-SCORE              PIC ZZZ9.
           05 FILLER                PIC X(29) VALUE
              ".  YOU ARE PLACED IN SECTION ".
           05 LT-SECTION            PIC X(04).
           05 FILLER                PIC X(01) VALUE ".".

       01  LETTER-OFFER-LINE-3.
           05 FILLER                PIC X(25) VALUE
              "YOUR ROLL NUMBER WILL BE ".
           05 LT-ROLL-NO            PIC X(06).
           05 FILLER                PIC X(01) VALUE ".".

       01  LETTER-CLOSE-LINE-1.
           05 FILLER                PIC X(72) VALUE
              "PLEASE REPORT TO THE ACADEMIC OFFICE WITH THIS LETTER TO
      -       " COMPLETE".

       01  LETTER-CLOSE-LINE-2.
           05 FILLER                PIC X(72) VALUE
              "YOUR ENROLLMENT.".

       01  LETTER-CLOSE-LINE-3.
           05 FILLER                PIC X(72) VALUE
              "ADMISSIONS OFFICE".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 3000-RANK-APPLICANTS THRU 3000-EXIT.
           PERFORM 4000-ALLOT-ONE-APPLICANT THRU 4000-EXIT
               VARYING WS-APL-SUB FROM 1 BY 1
               UNTIL WS-APL-SUB > WS-APL-TABLE-COUNT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - NO SEAT COUNTS, OR A TABLE THAT WILL NOT
      * HOLD THE INTAKE, STOPS THE RUN BEFORE ANYTHING IS WRITTEN BUT
      * THE REGISTER.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT ALLOTMENT-REGISTER.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.

           OPEN INPUT ADMISSION-CONTROL.
           IF CTL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CTL-EOF-SW
           ELSE
               PERFORM 1100-LOAD-ONE-CONTROL THRU 1100-EXIT
                   UNTIL END-OF-CONTROL
               CLOSE ADMISSION-CONTROL
           END-IF.

           IF WS-SEC-TABLE-COUNT = ZERO
               DISPLAY "NO SECTION SEAT COUNTS ON ADMCTL - STOPPED"
               CLOSE ALLOTMENT-REGISTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT APPLICATIONS.
           IF APPL-FILE-NOT-FOUND
               DISPLAY "ADMISSION APPLICATIONS NOT ON FILE - STOPPED"
               CLOSE ALLOTMENT-REGISTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-LOAD-ONE-APPLICATION THRU 1200-EXIT
               UNTIL END-OF-APPLICATIONS.
           CLOSE APPLICATIONS.

           IF THE-LOAD-OVERFLOWED
               DISPLAY "RUN REFUSED - NO SEATS ALLOTTED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE ALLOTMENT-REGISTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF STU-FILE-NOT-FOUND
               DISPLAY "STUDENT MASTER NOT ON FILE - STOPPED"
               CLOSE ALLOTMENT-REGISTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ROLL-NUMBER-CONTROL.
           IF NOT ROLNO-FILE-NOT-FOUND
               READ ROLL-NUMBER-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RA-LAST-BASE TO WS-NEXT-BASE
               END-READ
               CLOSE ROLL-NUMBER-CONTROL
           END-IF.

           OPEN OUTPUT OFFER-LETTERS.

      *    THE BATCH NUMBER IS THE RUN TIME, AS MASS-CHANGE NUMBERS
      *    ITS BATCH, SO TWO RUNS ON ONE DATE DO NOT COLLIDE ON
      *    STUDENT-MAINT'S REPLAY CHECK.
           OPEN OUTPUT ADMISSION-TXN-OUT.
           MOVE SPACES           TO BATCH-CONTROL-REC.
           MOVE 'H'              TO BC-RECORD-TYPE.
           MOVE WS-RUN-TIME-RAW  TO BC-BATCH-NO.
           MOVE WS-BUS-DATE-RAW  TO BC-BATCH-DATE.
           MOVE ZERO             TO BC-TXN-COUNT.
           MOVE SPACE            TO BC-OVERRIDE-SW.
           WRITE ADMISSION-TXN-LINE FROM BATCH-CONTROL-REC.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-2.
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
      * 1100-LOAD-ONE-CONTROL - SECTIONS KEEP THEIR ADMCTL ORDER,
      * WHICH IS THE ORDER A SEAT IS LOOKED FOR WHEN THE PREFERRED
      * SECTION IS FULL.
      *----------------------------------------------------------------
       1100-LOAD-ONE-CONTROL.
           READ ADMISSION-CONTROL
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
                   GO TO 1100-EXIT
           END-READ.

           IF AK-VALUE IS NOT NUMERIC
               DISPLAY "ADMCTL RECORD IGNORED - VALUE NOT NUMERIC: "
                       ADMISSION-CONTROL-REC
               GO TO 1100-EXIT
           END-IF.

           IF AK-IS-SECTION
               IF WS-SEC-TABLE-COUNT >= WS-SEC-TABLE-MAX
                   DISPLAY "SECTION TABLE FULL - RAISE LIMIT"
                   MOVE 'Y' TO WS-OVERFLOW-SW
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-SEC-TABLE-COUNT
               MOVE AK-CODE  TO SEC-CODE(WS-SEC-TABLE-COUNT)
               MOVE AK-VALUE TO SEC-SEATS(WS-SEC-TABLE-COUNT)
               MOVE ZERO     TO SEC-FILLED(WS-SEC-TABLE-COUNT)
               GO TO 1100-EXIT
           END-IF.

           IF AK-IS-CUTOFF
               IF AK-CODE(1:2) = SPACES
                   MOVE AK-VALUE TO WS-DEFAULT-CUTOFF
                   GO TO 1100-EXIT
               END-IF
               IF WS-CUT-TABLE-COUNT >= WS-CUT-TABLE-MAX
                   DISPLAY "CUTOFF TABLE FULL - RAISE LIMIT"
                   MOVE 'Y' TO WS-OVERFLOW-SW
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-CUT-TABLE-COUNT
               MOVE AK-CODE(1:2) TO CUT-CATEGORY(WS-CUT-TABLE-COUNT)
               MOVE AK-VALUE     TO CUT-SCORE(WS-CUT-TABLE-COUNT)
               GO TO 1100-EXIT
           END-IF.

           DISPLAY "ADMCTL RECORD IGNORED - UNKNOWN TYPE: "
                   ADMISSION-CONTROL-REC.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-APPLICATION - AN APPLICATION WITH NO NAME OR
      * NO NUMERIC SCORE CANNOT BE RANKED; IT IS LISTED AS REJECTED
      * FOR THE OFFICE TO CORRECT.
      *----------------------------------------------------------------
       1200-LOAD-ONE-APPLICATION.
           READ APPLICATIONS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           ADD 1 TO WS-APPLS-READ.

           MOVE SPACES TO RJ-REASON.
           IF AP-ENTRANCE-SCORE IS NOT NUMERIC
               MOVE "ENTRANCE SCORE NOT NUMERIC" TO RJ-REASON
           END-IF.
           IF AP-NAME = SPACES
               MOVE "APPLICANT NAME MISSING"     TO RJ-REASON
           END-IF.
           IF AP-APPL-NO = SPACES
               MOVE "APPLICATION NUMBER MISSING" TO RJ-REASON
           END-IF.
           IF RJ-REASON NOT = SPACES
               MOVE AP-APPL-NO TO RJ-APPL-NO
               MOVE AP-NAME    TO RJ-NAME
               WRITE REGISTER-LINE FROM REJECT-LINE
               ADD 1 TO WS-APPLS-REJECTED
               GO TO 1200-EXIT
           END-IF.

           IF WS-APL-TABLE-COUNT >= WS-APL-TABLE-MAX
               DISPLAY "APPLICANT TABLE FULL - RAISE LIMIT"
               MOVE 'Y' TO WS-OVERFLOW-SW
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-APL-TABLE-COUNT.
           MOVE WS-APL-TABLE-COUNT TO WS-APL-SUB.
           MOVE AP-ENTRANCE-SCORE  TO APL-SCORE(WS-APL-SUB).
           COMPUTE APL-SEQ-INV(WS-APL-SUB) = 99999 - WS-APL-SUB.
           MOVE AP-APPL-NO         TO APL-APPL-NO(WS-APL-SUB).
           MOVE AP-NAME            TO APL-NAME(WS-APL-SUB).
           MOVE AP-PREF-SECTION    TO APL-PREF-SECTION(WS-APL-SUB).
           MOVE AP-CATEGORY        TO APL-CATEGORY(WS-APL-SUB).
           MOVE SPACE              TO APL-OUTCOME(WS-APL-SUB).
           MOVE SPACES             TO APL-SECTION(WS-APL-SUB)
                                      APL-ROLL-NO(WS-APL-SUB).
           MOVE ZERO               TO APL-WAIT-POS(WS-APL-SUB).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RANK-APPLICANTS - MERIT ORDER, HIGHEST SCORE FIRST.
      *----------------------------------------------------------------
       3000-RANK-APPLICANTS.
           IF WS-APL-TABLE-COUNT < 2
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-APL-TABLE-COUNT TO SQ-ELEMENT-COUNT.
           MOVE 55  TO SQ-ELEMENT-LENGTH.
           MOVE 1   TO SQ-KEY-OFFSET.
           MOVE 8   TO SQ-KEY-LENGTH.
           SET SQ-KEY-IS-CHARACTER TO TRUE.
           SET SQ-SORT-DESCENDING  TO TRUE.
           CALL "SORT-SERVICE" USING SORT-REQUEST, APPLICANT-TABLE.
           IF SQ-RETURN-CODE NOT = ZERO
               DISPLAY "SORT-SERVICE REJECTED THE MERIT LIST SORT"
                       " - STOPPED"
               MOVE ZERO TO WS-APL-TABLE-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-ALLOT-ONE-APPLICANT - BELOW THE CATEGORY CUTOFF IS NOT
      * ADMITTED; OTHERWISE THE PREFERRED SECTION IF IT HAS A SEAT,
      * ELSE THE FIRST SECTION THAT DOES, ELSE THE WAITLIST.
      *----------------------------------------------------------------
       4000-ALLOT-ONE-APPLICANT.
           ADD 1 TO WS-RANK.
           MOVE WS-DEFAULT-CUTOFF TO WS-CUTOFF.
           PERFORM 4100-CHECK-ONE-CUTOFF THRU 4100-EXIT
               VARYING WS-CUT-SUB FROM 1 BY 1
               UNTIL WS-CUT-SUB > WS-CUT-TABLE-COUNT.

           IF APL-SCORE(WS-APL-SUB) < WS-CUTOFF
               SET APL-BELOW-CUTOFF(WS-APL-SUB) TO TRUE
               ADD 1 TO WS-APPLS-BELOW-CUT
               GO TO 4000-WRITE-LINE
           END-IF.

           MOVE 'N' TO WS-SLOT-FOUND-SW.
           IF APL-PREF-SECTION(WS-APL-SUB) NOT = SPACES
               PERFORM 4200-CHECK-PREFERRED THRU 4200-EXIT
                   VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
                      OR A-SLOT-WAS-FOUND
           END-IF.
           IF NOT A-SLOT-WAS-FOUND
               PERFORM 4300-CHECK-ANY-SECTION THRU 4300-EXIT
                   VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
                      OR A-SLOT-WAS-FOUND
           END-IF.

      *    THE VARYING LOOPS STEP ONE PAST THE SECTION FOUND.
           IF A-SLOT-WAS-FOUND
               SUBTRACT 1 FROM WS-SEC-SUB
               PERFORM 5000-NEXT-ROLL-NUMBER THRU 5000-EXIT
           END-IF.

           IF A-SLOT-WAS-FOUND
              AND NOT ROLL-NUMBERS-EXHAUSTED
               PERFORM 4500-OFFER-THE-SEAT THRU 4500-EXIT
           ELSE
               ADD 1 TO WS-WAIT-POS
               SET APL-WAS-WAITLISTED(WS-APL-SUB) TO TRUE
               MOVE WS-WAIT-POS TO APL-WAIT-POS(WS-APL-SUB)
               ADD 1 TO WS-APPLS-WAITLISTED
           END-IF.

       4000-WRITE-LINE.
           MOVE WS-RANK                     TO RG-RANK.
           MOVE APL-APPL-NO(WS-APL-SUB)     TO RG-APPL-NO.
           MOVE APL-NAME(WS-APL-SUB)        TO RG-NAME.
           MOVE APL-CATEGORY(WS-APL-SUB)    TO RG-CATEGORY.
           MOVE APL-SCORE(WS-APL-SUB)       TO RG-SCORE.
           MOVE APL-SECTION(WS-APL-SUB)     TO RG-SECTION.
           MOVE APL-ROLL-NO(WS-APL-SUB)     TO RG-ROLL-NO.
           MOVE APL-WAIT-POS(WS-APL-SUB)    TO RG-WAIT-POS.
           EVALUATE TRUE
               WHEN APL-WAS-OFFERED(WS-APL-SUB)
                   MOVE "OFFERED"      TO RG-OUTCOME
               WHEN APL-WAS-WAITLISTED(WS-APL-SUB)
                   MOVE "WAITLISTED"   TO RG-OUTCOME
               WHEN OTHER
                   MOVE "BELOW CUTOFF" TO RG-OUTCOME
           END-EVALUATE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CHECK-ONE-CUTOFF
      *----------------------------------------------------------------
       4100-CHECK-ONE-CUTOFF.
           IF CUT-CATEGORY(WS-CUT-SUB) = APL-CATEGORY(WS-APL-SUB)
               MOVE CUT-SCORE(WS-CUT-SUB) TO WS-CUTOFF
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CHECK-PREFERRED
      *----------------------------------------------------------------
       4200-CHECK-PREFERRED.
           IF SEC-CODE(WS-SEC-SUB) = APL-PREF-SECTION(WS-APL-SUB)
              AND SEC-FILLED(WS-SEC-SUB) < SEC-SEATS(WS-SEC-SUB)
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-CHECK-ANY-SECTION
      *----------------------------------------------------------------
       4300-CHECK-ANY-SECTION.
           IF SEC-FILLED(WS-SEC-SUB) < SEC-SEATS(WS-SEC-SUB)
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-OFFER-THE-SEAT - TAKES THE SEAT, WRITES THE STUDENT-MAINT
      * ADD AND PRINTS THE OFFER LETTER.
      *----------------------------------------------------------------
       4500-OFFER-THE-SEAT.
           ADD 1 TO SEC-FILLED(WS-SEC-SUB).
           SET APL-WAS-OFFERED(WS-APL-SUB) TO TRUE.
           MOVE SEC-CODE(WS-SEC-SUB) TO APL-SECTION(WS-APL-SUB).
           MOVE WS-NEW-ROLL-NO       TO APL-ROLL-NO(WS-APL-SUB).
           ADD 1 TO WS-APPLS-OFFERED.

           MOVE SPACES                  TO STUDENT-MAINT-TXN-REC.
           SET ST-ACTION-IS-ADD         TO TRUE.
           MOVE WS-NEW-ROLL-NO          TO ST-ROLL-NO.
           MOVE APL-NAME(WS-APL-SUB)    TO ST-NAME.
           MOVE ZERO                    TO ST-MARKS
                                           ST-INTERNAL-MARKS.
           MOVE SEC-CODE(WS-SEC-SUB)    TO ST-CLASS-SECTION.
           WRITE ADMISSION-TXN-LINE FROM STUDENT-MAINT-TXN-REC.

           WRITE LETTER-LINE FROM LETTER-SEPARATOR.
           MOVE WS-BUS-DATE-FMT         TO LT-DATE.
           WRITE LETTER-LINE FROM LETTER-DATE-LINE.
           MOVE APL-NAME(WS-APL-SUB)    TO LT-NAME.
           WRITE LETTER-LINE FROM LETTER-NAME-LINE.
           MOVE APL-APPL-NO(WS-APL-SUB) TO LT-APPL-NO.
           WRITE LETTER-LINE FROM LETTER-APPL-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE APL-NAME(WS-APL-SUB)    TO LT-SALUTE-NAME.
           WRITE LETTER-LINE FROM LETTER-SALUTATION.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM LETTER-OFFER-LINE-1.
           MOVE APL-SCORE(WS-APL-SUB)   TO LT-SCORE.
           MOVE SEC-CODE(WS-SEC-SUB)    TO LT-SECTION.
           WRITE LETTER-LINE FROM LETTER-OFFER-LINE-2.
           MOVE WS-NEW-ROLL-NO          TO LT-ROLL-NO.
           WRITE LETTER-LINE FROM LETTER-OFFER-LINE-3.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM LETTER-CLOSE-LINE-1.
           WRITE LETTER-LINE FROM LETTER-CLOSE-LINE-2.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM LETTER-CLOSE-LINE-3.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-NEXT-ROLL-NUMBER - THE NEXT BASE WHOSE CHECK-DIGITED
      * NUMBER IS NOT ALREADY ON THE STUDENT MASTER.  WHEN THE FIVE
      * DIGITS RUN OUT NO MORE SEATS CAN BE OFFERED.
      *----------------------------------------------------------------
       5000-NEXT-ROLL-NUMBER.
           MOVE 'N' TO WS-NUMBER-FREE-SW.
           PERFORM 5100-TRY-ONE-NUMBER THRU 5100-EXIT
               UNTIL THE-NUMBER-IS-FREE
                  OR ROLL-NUMBERS-EXHAUSTED.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-TRY-ONE-NUMBER
      *----------------------------------------------------------------
       5100-TRY-ONE-NUMBER.
           IF WS-NEXT-BASE >= 99999
               IF NOT ROLL-NUMBERS-EXHAUSTED
                   DISPLAY "ROLL NUMBER RANGE EXHAUSTED - "
                           "REMAINING APPLICANTS WAITLISTED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-EXHAUSTED-SW
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-NEXT-BASE.
           MOVE WS-NEXT-BASE TO WS-NR-BASE.

           MOVE WS-NEXT-BASE TO WS-CD-WORK.
           MOVE 0 TO WS-CD-DIGIT-SUM.
           SET CD-WEIGHT-IS-DOUBLE TO TRUE.
           PERFORM 5200-WEIGH-ONE-DIGIT THRU 5200-EXIT
               UNTIL WS-CD-WORK = 0.
           COMPUTE WS-CD-REM = FUNCTION MOD(WS-CD-DIGIT-SUM, 10).
           IF WS-CD-REM = 0
               MOVE 0 TO WS-NR-CHECK
           ELSE
               COMPUTE WS-NR-CHECK = 10 - WS-CD-REM
           END-IF.

           MOVE WS-NEW-ROLL-NO TO SU-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-NUMBER-FREE-SW
               NOT INVALID KEY
                   ADD 1 TO WS-NUMBERS-SKIPPED
           END-READ.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-WEIGH-ONE-DIGIT
      *----------------------------------------------------------------
       5200-WEIGH-ONE-DIGIT.
           COMPUTE WS-CD-REM = FUNCTION MOD(WS-CD-WORK, 10).

           IF CD-WEIGHT-IS-DOUBLE
               COMPUTE WS-CD-PRODUCT = WS-CD-REM * 2
               MOVE 'N' TO WS-CD-WEIGHT-SW
           ELSE
               MOVE WS-CD-REM TO WS-CD-PRODUCT
               SET CD-WEIGHT-IS-DOUBLE TO TRUE
           END-IF.

           IF WS-CD-PRODUCT > 9
               SUBTRACT 9 FROM WS-CD-PRODUCT
           END-IF.

           ADD WS-CD-PRODUCT TO WS-CD-DIGIT-SUM.
           COMPUTE WS-CD-WORK = WS-CD-WORK / 10.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - CLOSES THE BATCH WITH ITS COUNT TRAILER AND
      * CARRIES THE LAST ROLL NUMBER BASE FORWARD.  EVERY APPLICATION
      * READ WAS REJECTED, BELOW THE CUTOFF, OFFERED OR WAITLISTED.
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE SPACES            TO BATCH-CONTROL-REC.
           MOVE 'T'               TO BC-RECORD-TYPE.
           MOVE WS-RUN-TIME-RAW   TO BC-BATCH-NO.
           MOVE WS-BUS-DATE-RAW   TO BC-BATCH-DATE.
           MOVE WS-APPLS-OFFERED  TO BC-TXN-COUNT.
           MOVE SPACE             TO BC-OVERRIDE-SW.
           WRITE ADMISSION-TXN-LINE FROM BATCH-CONTROL-REC.
           CLOSE ADMISSION-TXN-OUT.

           OPEN OUTPUT ROLL-NUMBER-CONTROL.
           MOVE WS-NEXT-BASE    TO RA-LAST-BASE.
           MOVE WS-BUS-DATE-RAW TO RA-LAST-ISSUE-DATE.
           WRITE ROLL-NUMBER-CONTROL-REC.
           CLOSE ROLL-NUMBER-CONTROL.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM SECTION-HEADING.
           PERFORM 9100-WRITE-ONE-SECTION THRU 9100-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT.

           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "APPLICATIONS READ" TO CN-LABEL.
           MOVE WS-APPLS-READ TO CN-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "REJECTED - NOT RANKED" TO CN-LABEL.
           MOVE WS-APPLS-REJECTED TO CN-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "BELOW THE CATEGORY CUTOFF" TO CN-LABEL.
           MOVE WS-APPLS-BELOW-CUT TO CN-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "OFFERED A SEAT" TO CN-LABEL.
           MOVE WS-APPLS-OFFERED TO CN-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "WAITLISTED" TO CN-LABEL.
           MOVE WS-APPLS-WAITLISTED TO CN-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "ROLL NUMBERS ALREADY IN USE, SKIPPED" TO CN-LABEL.
           MOVE WS-NUMBERS-SKIPPED TO CN-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.
           MOVE "BATCH NUMBER" TO CN-LABEL.
           MOVE WS-RUN-TIME-RAW TO CN-COUNT.
           WRITE REGISTER-LINE FROM COUNT-LINE.

           ADD WS-APPLS-REJECTED WS-APPLS-BELOW-CUT WS-APPLS-OFFERED
               WS-APPLS-WAITLISTED GIVING WS-APPLS-ACCOUNTED.
           MOVE WS-APPLS-READ    TO CT-RECORDS-READ.
           MOVE WS-APPLS-OFFERED TO CT-RECORDS-PROCESSED.
           IF WS-APPLS-ACCOUNTED = WS-APPLS-READ
               MOVE "IN BALANCE" TO CT-RECONCILE-MSG
           ELSE
               MOVE "OUT OF BAL" TO CT-RECONCILE-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-TOTAL-LINE.

           CLOSE STUDENT-MASTER
                 OFFER-LETTERS
                 ALLOTMENT-REGISTER.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-SECTION
      *----------------------------------------------------------------
       9100-WRITE-ONE-SECTION.
           MOVE SEC-CODE(WS-SEC-SUB)   TO SL-SECTION.
           MOVE SEC-SEATS(WS-SEC-SUB)  TO SL-SEATS.
           MOVE SEC-FILLED(WS-SEC-SUB) TO SL-FILLED.
           COMPUTE SL-OPEN = SEC-SEATS(WS-SEC-SUB)
                           - SEC-FILLED(WS-SEC-SUB).
           WRITE REGISTER-LINE FROM SECTION-LINE.
       9100-EXIT.
           EXIT.
