      *                 FILE RECEIPT POSTING DRAWS DOWN, AND THE
      *                 BILLING REGISTER PRINTS EVERY CHARGE WITH
      *                 CONTROL TOTALS.  RUN ONCE AT TERM OPENING.
      * 2026-10-15 RSD  BILLING NOW POSTS TO THE GENERAL LEDGER.  EACH
      *                 FEE RAISED ON A STUDENT WRITES A BALANCED PAIR
      *                 TO CIGLPOST - DEBIT THE STUDENT RECEIVABLE,
      *                 CREDIT THE INCOME ACCOUNT THE STUFEEGL CONTROL
      *                 FILE MAPS THE FEE CODE TO - IN THE PERIOD
      *                 PERIOD-CHECK RESOLVES.  THE MAPPED ACCOUNTS ARE
      *                 CHECKED AGAINST GLCHART AT START-UP; AN
      *                 UNMAPPED FEE CODE OR AN ACCOUNT NOT ON THE
      *                 CHART POSTS TO SUSPENSE AND IS LOGGED.
      * 2026-10-15 RSD  CONCESSIONS.  THE STUCONC FILE GRANTS A ROLL
      *                 NUMBER A PERCENTAGE OR FLAT AMOUNT OFF A FEE
      *                 CODE (SIBLING, STAFF); EACH FEE IS RAISED NET
      *                 OF ITS CONCESSION, NEVER BELOW ZERO, AND THE
      *                 REGISTER SHOWS THE CONCESSION GIVEN.  THE GL
      *                 PAIR POSTS THE NET FEE.
      * 2026-10-15 RSD  A STUDENT MARKED LEFT ON THE MASTER IS NOT
      *                 BILLED; LEAVERS COUNT AS SKIPPED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT BILL-REGISTER   ASSIGN TO STUBILRG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEE-GL-CONTROL  ASSIGN TO STUFEEGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGL-FILE-STATUS.

           SELECT GL-CHART        ASSIGN TO GLCHART
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT      ASSIGN TO CIGLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT CONCESSION-FILE ASSIGN TO STUCONC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONC-FILE-STATUS.

           SELECT SHARED-EXCEPTION-LOG ASSIGN TO SYSEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           RECORDING MODE IS F.
       01  REGISTER-LINE           PIC X(80).

       FD  FEE-GL-CONTROL
           RECORDING MODE IS F.
       COPY STUFEEGL.

       FD  GL-CHART
           RECORDING MODE IS F.
       COPY GLCHART.

       FD  GL-EXTRACT
           RECORDING MODE IS F.
       COPY GLEXTRCT.

       FD  CONCESSION-FILE
           RECORDING MODE IS F.
       COPY STUCONC.

       FD  SHARED-EXCEPTION-LOG
           RECORDING MODE IS F.
       COPY EXCPTLOG.

       FD  BUS-DATE-CTL
           RECORDING MODE IS F.
       COPY BUSDATE.
              88 END-OF-BALANCES            VALUE 'Y'.
           05 WS-SLOT-FOUND-SW     PIC X(01).
              88 A-SLOT-WAS-FOUND           VALUE 'Y'.
           05 WS-FGL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FEE-GL-MAP          VALUE 'Y'.
           05 WS-CHART-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-GL-CHART            VALUE 'Y'.
           05 WS-MAP-FOUND-SW      PIC X(01).
              88 FEE-CODE-IS-MAPPED         VALUE 'Y'.
           05 WS-CONC-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CONCESSIONS         VALUE 'Y'.
           05 WS-CONC-FOUND-SW     PIC X(01).
              88 CONCESSION-WAS-FOUND       VALUE 'Y'.
           05 WS-CONC-OVERFLOW-SW  PIC X(01) VALUE 'N'.
              88 THE-CONCESSIONS-OVERFLOWED VALUE 'Y'.

       01  WS-STU-FILE-STATUS      PIC X(02).
       01  WS-FEE-FILE-STATUS      PIC X(02).
           88 FEE-FILE-NOT-FOUND           VALUE '35'.
       01  WS-BAL-FILE-STATUS      PIC X(02).
           88 BAL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-FGL-FILE-STATUS      PIC X(02).
           88 FGL-FILE-NOT-FOUND           VALUE '35'.
       01  WS-GL-FILE-STATUS       PIC X(02).
           88 GL-FILE-NOT-FOUND            VALUE '35'.
       01  WS-EXCP-FILE-STATUS     PIC X(02).
           88 EXCP-FILE-NOT-FOUND          VALUE '35'.
       01  WS-CONC-FILE-STATUS     PIC X(02).
           88 CONC-FILE-NOT-FOUND          VALUE '35'.

      *----------------------------------------------------------------
      * CURRENT-TERM FEE TABLE.
              10 FE-FEE-CODE       PIC X(04).
              10 FE-AMOUNT         PIC 9(7)V99.
              10 FE-DESCRIPTION    PIC X(20).
              10 FE-GL-ACCOUNT     PIC X(10).
              10 FE-NET-AMOUNT     PIC 9(7)V99.
       01  WS-FEE-SUB              PIC 9(03) COMP.
       01  WS-TERM-TOTAL           PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * CONCESSION TABLE, FROM THE STUCONC FILE.  THE STUDENT'S CHARGE
      * IS THE SUM OF THE FEES NET OF THEIR CONCESSIONS.
      *----------------------------------------------------------------
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
       01  WS-STUDENT-CHARGE       PIC 9(9)V99.
       01  WS-STUDENT-CONCESSION   PIC 9(9)V99.
       01  WS-TOTAL-CONCESSION     PIC 9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * FEE-CODE TO GL ACCOUNT MAP, FROM THE STUFEEGL CONTROL FILE.
      *----------------------------------------------------------------
       01  WS-MAP-TABLE-COUNT      PIC 9(03) VALUE 0.
       01  WS-MAP-TABLE-MAX        PIC 9(03) VALUE 100.
       01  FEE-GL-MAP-TABLE.
           05 FM-ENTRY OCCURS 100 TIMES.
              10 FM-FEE-CODE       PIC X(04).
              10 FM-GL-ACCOUNT     PIC X(10).
       01  WS-MAP-SUB              PIC 9(03) COMP.

      *----------------------------------------------------------------
      * CHART-OF-ACCOUNTS TABLE AND GL CODES.  THE DEBIT SIDE OF EVERY
      * BILLING PAIR IS THE STUDENT RECEIVABLE; THE CREDIT SIDE IS THE
      * FEE'S MAPPED INCOME ACCOUNT.
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
           05 WS-GL-SUSPENSE       PIC X(10) VALUE "2999-SUSPN".

       01  WS-REASON               PIC X(40).
       01  WS-ENTRY-ID             PIC X(10).

      *----------------------------------------------------------------
      * BALANCE TABLE - THE WHOLE BALANCE FILE IN STORAGE, CHARGES
      * ADDED, REWRITTEN AT CLOSE.
      *----------------------------------------------------------------
       COPY RUNCTLRQ.

      *----------------------------------------------------------------
      * ACCOUNTING-PERIOD CONTROL - SEE PERCKRQ.CPY.
      *----------------------------------------------------------------
       COPY PERCKRQ.

      *----------------------------------------------------------------
      * RUN-ID/DATE STAMP WORKING STORAGE.
      *----------------------------------------------------------------
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-NAME               PIC X(20).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-CONCESSION         PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-CHARGED            PIC ZZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RG-NEW-BALANCE        PIC -ZZZZ,ZZ9.99.
           05 FILLER                PIC X(14) VALUE "TOTAL BILLED =".
           05 TL-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.

       01  REGISTER-CONCESSION-LINE.
           05 FILLER                PIC X(18) VALUE
              "TOTAL CONCESSION =".
           05 TL-CONCESSION         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  STUDENT-MASTER
           OPEN INPUT  GL-CHART
           OPEN OUTPUT BILL-REGISTER.

           OPEN EXTEND GL-EXTRACT.
           IF GL-FILE-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           OPEN EXTEND SHARED-EXCEPTION-LOG.
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT SHARED-EXCEPTION-LOG
           END-IF.

           PERFORM 1050-WRITE-RUN-STAMP THRU 1050-EXIT.

           MOVE WS-BUS-DATE-RAW TO PC-BUS-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK-REQUEST.

           MOVE WS-BUS-DATE-RAW(1:6) TO RH-TERM-ID.
           WRITE REGISTER-LINE FROM REGISTER-HEADING-1.

           PERFORM 1170-LOAD-GL-CHART THRU 1170-EXIT
               UNTIL END-OF-GL-CHART.
           CLOSE GL-CHART.

           MOVE WS-GL-STU-RECEIVABLE TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-STU-RECEIVABLE.

           OPEN INPUT FEE-GL-CONTROL.
           IF FGL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-FGL-EOF-SW
           ELSE
               PERFORM 1150-LOAD-ONE-FEE-GL THRU 1150-EXIT
                   UNTIL END-OF-FEE-GL-MAP
               CLOSE FEE-GL-CONTROL
           END-IF.

           OPEN INPUT FEE-SCHEDULE.
           IF FEE-FILE-NOT-FOUND
               MOVE 'Y' TO WS-FEE-EOF-SW
               CLOSE FEE-SCHEDULE
           END-IF.

           PERFORM 1300-RESOLVE-FEE-ACCOUNT THRU 1300-EXIT
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-TABLE-COUNT.

      *    A CONCESSION LEFT OFF THE TABLE WOULD OVERCHARGE THE
      *    FAMILY, SO AN OVERFLOW REFUSES THE WHOLE RUN.
           OPEN INPUT CONCESSION-FILE.
           IF CONC-FILE-NOT-FOUND
               MOVE 'Y' TO WS-CONC-EOF-SW
           ELSE
               PERFORM 1250-LOAD-ONE-CONCESSION THRU 1250-EXIT
                   UNTIL END-OF-CONCESSIONS
               CLOSE CONCESSION-FILE
           END-IF.
           IF THE-CONCESSIONS-OVERFLOWED
               DISPLAY "RUN REFUSED - NOTHING BILLED, "
                       "RAISE THE LIMIT AND RERUN"
               CLOSE STUDENT-MASTER
                     BILL-REGISTER
                     GL-EXTRACT
                     SHARED-EXCEPTION-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BALANCE-FILE.
           IF BAL-FILE-NOT-FOUND
               MOVE 'Y' TO WS-BAL-EOF-SW
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-LOAD-ONE-FEE-GL
      *----------------------------------------------------------------
       1150-LOAD-ONE-FEE-GL.
           READ FEE-GL-CONTROL
               AT END
                   MOVE 'Y' TO WS-FGL-EOF-SW
               NOT AT END
                   IF WS-MAP-TABLE-COUNT < WS-MAP-TABLE-MAX
                       ADD 1 TO WS-MAP-TABLE-COUNT
                       MOVE FG-FEE-CODE
                           TO FM-FEE-CODE(WS-MAP-TABLE-COUNT)
                       MOVE FG-GL-ACCOUNT
                           TO FM-GL-ACCOUNT(WS-MAP-TABLE-COUNT)
                   ELSE
                       DISPLAY "FEE GL MAP TABLE FULL - RAISE LIMIT"
                       MOVE 'Y' TO WS-FGL-EOF-SW
                   END-IF
           END-READ.
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
               MOVE 'Y' TO WS-CONC-OVERFLOW-SW
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
      * 1300-RESOLVE-FEE-ACCOUNT - EACH CURRENT-TERM FEE IS GIVEN ITS
      * INCOME ACCOUNT ONCE, UP FRONT, SO AN UNMAPPED FEE CODE OR AN
      * OFF-CHART ACCOUNT IS LOGGED ONCE RATHER THAN PER STUDENT.
      *----------------------------------------------------------------
       1300-RESOLVE-FEE-ACCOUNT.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           PERFORM 1350-SEARCH-FEE-GL-MAP THRU 1350-EXIT
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-TABLE-COUNT
                  OR FEE-CODE-IS-MAPPED.

           IF NOT FEE-CODE-IS-MAPPED
               MOVE FE-FEE-CODE(WS-FEE-SUB) TO WS-ENTRY-ID
               MOVE "FEE CODE NOT ON STUFEEGL - TO SUSPENSE"
                   TO WS-REASON
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               MOVE WS-GL-SUSPENSE TO FE-GL-ACCOUNT(WS-FEE-SUB)
               GO TO 1300-EXIT
           END-IF.

           MOVE FE-GL-ACCOUNT(WS-FEE-SUB) TO WS-GL-POST-ACCOUNT.
           PERFORM 4400-VALIDATE-GL-ACCOUNT THRU 4400-EXIT.
           MOVE WS-GL-POST-ACCOUNT TO FE-GL-ACCOUNT(WS-FEE-SUB).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1350-SEARCH-FEE-GL-MAP
      *----------------------------------------------------------------
       1350-SEARCH-FEE-GL-MAP.
           IF FM-FEE-CODE(WS-MAP-SUB) = FE-FEE-CODE(WS-FEE-SUB)
               MOVE 'Y' TO WS-MAP-FOUND-SW
               MOVE FM-GL-ACCOUNT(WS-MAP-SUB)
                   TO FE-GL-ACCOUNT(WS-FEE-SUB)
           END-IF.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-BILL-ONE-STUDENT - THE TERM'S FULL FEE LOAD, NET OF THE
      * STUDENT'S CONCESSIONS, GOES ON THE BALANCE IN ONE CHARGE.  A
      * STUDENT WHO HAS LEFT IS NOT BILLED.
      *----------------------------------------------------------------
       2000-BILL-ONE-STUDENT.
           IF SU-HAS-LEFT
               ADD 1 TO WS-STUDENTS-SKIPPED
               PERFORM 8000-READ-STUDENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-TERM-TOTAL = ZERO
               ADD 1 TO WS-STUDENTS-SKIPPED
               PERFORM 8000-READ-STUDENT THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO TO WS-STUDENT-CHARGE
                        WS-STUDENT-CONCESSION.
           PERFORM 2200-NET-ONE-FEE THRU 2200-EXIT
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-TABLE-COUNT.

           ADD WS-STUDENT-CHARGE TO BA-BALANCE(WS-BAL-SUB).
           ADD WS-STUDENT-CHARGE TO WS-TOTAL-BILLED.
           ADD WS-STUDENT-CONCESSION TO WS-TOTAL-CONCESSION.
           ADD 1 TO WS-STUDENTS-BILLED.

           MOVE SU-ROLL-NO              TO RG-ROLL-NO.
           MOVE SU-NAME                 TO RG-NAME.
           MOVE WS-STUDENT-CONCESSION   TO RG-CONCESSION.
           MOVE WS-STUDENT-CHARGE       TO RG-CHARGED.
           MOVE BA-BALANCE(WS-BAL-SUB)  TO RG-NEW-BALANCE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

           PERFORM 4500-POST-ONE-FEE THRU 4500-EXIT
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-TABLE-COUNT.

           PERFORM 8000-READ-STUDENT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-NET-ONE-FEE - THE FEE LESS THE STUDENT'S CONCESSION ON
      * ITS FEE CODE, IF ANY.  A PERCENTAGE IS TAKEN OFF THE FEE; A
      * FLAT AMOUNT IS TAKEN OFF AS IS; NEITHER GOES PAST THE FEE.
      *----------------------------------------------------------------
       2200-NET-ONE-FEE.
           MOVE FE-AMOUNT(WS-FEE-SUB) TO FE-NET-AMOUNT(WS-FEE-SUB).

           MOVE 'N' TO WS-CONC-FOUND-SW.
           MOVE 1   TO WS-CONC-SUB.
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
               SUBTRACT WS-CONCESSION-AMT
                   FROM FE-NET-AMOUNT(WS-FEE-SUB)
               ADD WS-CONCESSION-AMT TO WS-STUDENT-CONCESSION
           END-IF.

           ADD FE-NET-AMOUNT(WS-FEE-SUB) TO WS-STUDENT-CHARGE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CHECK-ONE-CONCESSION - LEAVES WS-CONC-SUB ON THE MATCH.
      *----------------------------------------------------------------
       2250-CHECK-ONE-CONCESSION.
           IF CC-ROLL-NO(WS-CONC-SUB) = SU-ROLL-NO
              AND CC-FEE-CODE(WS-CONC-SUB) = FE-FEE-CODE(WS-FEE-SUB)
               MOVE 'Y' TO WS-CONC-FOUND-SW
           ELSE
               ADD 1 TO WS-CONC-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WRITE-EXCEPTION
      *----------------------------------------------------------------
       2600-WRITE-EXCEPTION.
           MOVE SPACES      TO SHARED-EXCEPTION-REC.
           MOVE "STBILL"    TO SE-PROGRAM-ID.
           MOVE WS-ENTRY-ID TO SE-ENTRY-ID.
           MOVE WS-REASON   TO SE-REASON.
           MOVE WS-BUS-DATE-FMT TO SE-BUS-DATE.
           WRITE SHARED-EXCEPTION-REC.
       2600-EXIT.
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
      * 4500-POST-ONE-FEE - ONE BALANCED PAIR PER FEE RAISED ON THE
      * STUDENT, NET OF CONCESSION: DEBIT THE STUDENT RECEIVABLE,
      * CREDIT THE FEE'S INCOME ACCOUNT.  STUDENT FEES ARE BILLED IN
      * USD AT HEAD OFFICE, SO THE BASE AMOUNT IS THE AMOUNT AND THE
      * BRANCH IS LEFT BLANK.
      *----------------------------------------------------------------
       4500-POST-ONE-FEE.
           IF FE-NET-AMOUNT(WS-FEE-SUB) = ZERO
               GO TO 4500-EXIT
           END-IF.

           MOVE SPACES TO GL-EXTRACT-REC.
           MOVE PC-POST-PERIOD        TO GL-PERIOD.
           MOVE SU-ROLL-NO            TO GL-ACCT-NO.
           MOVE WS-GL-STU-RECEIVABLE  TO GL-GL-ACCOUNT.
           SET GL-IS-DEBIT            TO TRUE.
           MOVE FE-NET-AMOUNT(WS-FEE-SUB) TO GL-AMOUNT.
           MOVE "USD"                 TO GL-CURRENCY.
           MOVE FE-DESCRIPTION(WS-FEE-SUB) TO GL-NARRATIVE.
           MOVE FE-NET-AMOUNT(WS-FEE-SUB) TO GL-BASE-AMOUNT.
           WRITE GL-EXTRACT-REC.

           MOVE FE-GL-ACCOUNT(WS-FEE-SUB) TO GL-GL-ACCOUNT.
           SET GL-IS-CREDIT           TO TRUE.
           WRITE GL-EXTRACT-REC.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-READ-STUDENT
      *----------------------------------------------------------------
       9000-TERMINATE.
           MOVE WS-TOTAL-BILLED TO TL-TOTAL.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE WS-TOTAL-CONCESSION TO TL-CONCESSION.
           WRITE REGISTER-LINE FROM REGISTER-CONCESSION-LINE.

           PERFORM 9500-WRITE-CONTROL-TOTALS THRU 9500-EXIT.

           CLOSE BALANCE-FILE.

           CLOSE STUDENT-MASTER
                 BILL-REGISTER
                 GL-EXTRACT
                 SHARED-EXCEPTION-LOG.
       9000-EXIT.
           EXIT.

