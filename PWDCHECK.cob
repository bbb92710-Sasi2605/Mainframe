       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSWORD-CHECK.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  ONE PLACE THAT HASHES OPERATOR
      *                 PASSWORDS AND OWNS THE PASSWORD POLICY, THE WAY
      *                 PERIOD-CHECK OWNS THE ACCOUNTING PERIODS, SO
      *                 UTIL-MENU, SECURITY-ADMIN AND THE SECOND-
      *                 OPERATOR SIGN-ONS ALL HASH THE SAME WAY.  THE
      *                 HASH IS SALTED WITH THE OPERATOR ID, SO TWO
      *                 OPERATORS WITH THE SAME PASSWORD CARRY
      *                 DIFFERENT HASHES, AND STRETCHED OVER 512
      *                 ROUNDS.  A NEW PASSWORD MUST MEET THE MINIMUM
      *                 LENGTH, CARRY A LETTER AND A DIGIT, HOLD NO
      *                 SPACES, NOT CONTAIN THE OPERATOR ID, AND NOT
      *                 REPEAT ANY OF THE OPERATOR'S LATEST PASSWORDS.
      *                 THE POLICY COMES FROM THE PWDPOL CONTROL
      *                 RECORD, DEFAULTED WHEN MISSING.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE     ASSIGN TO PWDPOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           RECORDING MODE IS F.
       COPY PWDPOL.

       WORKING-STORAGE SECTION.
       01  WS-POL-FILE-STATUS      PIC X(02).
           88 POL-FILE-NOT-FOUND           VALUE '35'.

      *----------------------------------------------------------------
      * HASH WORK.  THE OPERATOR ID, THE PASSWORD AND A FIXED
      * INSTALLATION KEY ARE FOLDED CHARACTER BY CHARACTER INTO TWO
      * ACCUMULATORS, EACH KEPT BELOW ITS OWN MODULUS, WHICH ARE THEN
      * STIRRED INTO EACH OTHER FOR WS-HASH-ROUNDS ROUNDS.  THE
      * REMAINDERS THROW AWAY THE INFORMATION THAT WOULD BE NEEDED
      * TO WORK BACK TO THE PASSWORD.
      *----------------------------------------------------------------
       01  WS-HASH-INPUT.
           05 WS-HI-OPERATOR-ID    PIC X(08).
           05 WS-HI-PASSWORD       PIC X(16).
           05 WS-HI-KEY            PIC X(16) VALUE "LNSVC#OPER#0915".
       01  WS-HASH-OUTPUT.
           05 WS-HASH-1            PIC 9(09).
           05 WS-HASH-2            PIC 9(09).
       01  WS-ACCUM-1              PIC 9(18) COMP.
       01  WS-ACCUM-2              PIC 9(18) COMP.
       01  WS-MODULUS-1            PIC 9(09) COMP VALUE 999999937.
       01  WS-MODULUS-2            PIC 9(09) COMP VALUE 999999929.
       01  WS-HASH-ROUNDS          PIC 9(04) COMP VALUE 512.
       77  WS-CHAR-IDX             PIC 9(03) COMP.
       77  WS-ROUND                PIC 9(04) COMP.

      *----------------------------------------------------------------
      * NEW-PASSWORD RULE WORK.
      *----------------------------------------------------------------
       01  WS-PWD-LENGTH           PIC 9(02) COMP.
       01  WS-PWD-CHAR             PIC X(01).
       01  WS-LETTER-COUNT         PIC 9(02) COMP.
       01  WS-DIGIT-COUNT          PIC 9(02) COMP.
       01  WS-SPACE-COUNT          PIC 9(02) COMP.
       01  WS-ID-LENGTH            PIC 9(02) COMP.
       01  WS-ID-COUNT             PIC 9(02) COMP.
       77  WS-HIST-IDX             PIC 9(02) COMP.

       LINKAGE SECTION.
       COPY PWDCHKRQ.

       PROCEDURE DIVISION USING PASSWORD-CHECK-REQUEST.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-LOAD-POLICY THRU 1000-EXIT.
           MOVE 'Y'    TO PW-RESULT-SW.
           MOVE SPACES TO PW-REASON
                          PW-REASON-CODE.

           IF PW-POLICY-ONLY
               GOBACK
           END-IF.

           PERFORM 2000-HASH-PASSWORD THRU 2000-EXIT.

           IF PW-CHECK-NEW
               PERFORM 3000-CHECK-NEW-PASSWORD THRU 3000-EXIT
           END-IF.

           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-POLICY - THE PWDPOL RECORD, WITH THE DEFAULTS AND
      * LIMITS APPLIED FIELD BY FIELD.
      *----------------------------------------------------------------
       1000-LOAD-POLICY.
           MOVE 8  TO PW-MIN-LENGTH.
           MOVE 90 TO PW-EXPIRY-DAYS.
           MOVE 5  TO PW-HISTORY-COUNT.
           MOVE 5  TO PW-MAX-FAILURES.
           MOVE 90 TO PW-DORMANT-DAYS.

           OPEN INPUT POLICY-FILE.
           IF POL-FILE-NOT-FOUND
               GO TO 1000-EXIT
           END-IF.
           READ POLICY-FILE
               AT END
                   CLOSE POLICY-FILE
                   GO TO 1000-EXIT
           END-READ.
           CLOSE POLICY-FILE.

           IF PP-MIN-LENGTH IS NUMERIC AND PP-MIN-LENGTH > ZERO
               MOVE PP-MIN-LENGTH TO PW-MIN-LENGTH
           END-IF.
           IF PW-MIN-LENGTH < 6
               MOVE 6 TO PW-MIN-LENGTH
           END-IF.
           IF PW-MIN-LENGTH > 16
               MOVE 16 TO PW-MIN-LENGTH
           END-IF.
           IF PP-EXPIRY-DAYS IS NUMERIC AND PP-EXPIRY-DAYS > ZERO
               MOVE PP-EXPIRY-DAYS TO PW-EXPIRY-DAYS
           END-IF.
           IF PP-HISTORY-COUNT IS NUMERIC AND PP-HISTORY-COUNT > ZERO
               MOVE PP-HISTORY-COUNT TO PW-HISTORY-COUNT
           END-IF.
           IF PW-HISTORY-COUNT > 10
               MOVE 10 TO PW-HISTORY-COUNT
           END-IF.
           IF PP-MAX-FAILURES IS NUMERIC AND PP-MAX-FAILURES > ZERO
               MOVE PP-MAX-FAILURES TO PW-MAX-FAILURES
           END-IF.
           IF PP-DORMANT-DAYS IS NUMERIC AND PP-DORMANT-DAYS > ZERO
               MOVE PP-DORMANT-DAYS TO PW-DORMANT-DAYS
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-HASH-PASSWORD - PW-PASSWORD SALTED WITH PW-OPERATOR-ID
      * INTO THE 18-DIGIT PW-HASH.
      *----------------------------------------------------------------
       2000-HASH-PASSWORD.
           MOVE PW-OPERATOR-ID TO WS-HI-OPERATOR-ID.
           MOVE PW-PASSWORD    TO WS-HI-PASSWORD.
           MOVE 5381      TO WS-ACCUM-1.
           MOVE 52711     TO WS-ACCUM-2.

           PERFORM 2100-FOLD-ONE-CHAR THRU 2100-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 40.
           PERFORM 2200-STIR-ONE-ROUND THRU 2200-EXIT
               VARYING WS-ROUND FROM 1 BY 1
               UNTIL WS-ROUND > WS-HASH-ROUNDS.

           MOVE WS-ACCUM-1     TO WS-HASH-1.
           MOVE WS-ACCUM-2     TO WS-HASH-2.
           MOVE WS-HASH-OUTPUT TO PW-HASH.
       2000-EXIT.
           EXIT.

       2100-FOLD-ONE-CHAR.
           COMPUTE WS-ACCUM-1 = FUNCTION MOD(WS-ACCUM-1 * 131
               + FUNCTION ORD(WS-HASH-INPUT(WS-CHAR-IDX:1))
               + WS-CHAR-IDX, WS-MODULUS-1).
           COMPUTE WS-ACCUM-2 = FUNCTION MOD(WS-ACCUM-2 * 257
               + FUNCTION ORD(WS-HASH-INPUT(WS-CHAR-IDX:1)) * 7
               + WS-ACCUM-1, WS-MODULUS-2).
       2100-EXIT.
           EXIT.

       2200-STIR-ONE-ROUND.
           COMPUTE WS-ACCUM-1 = FUNCTION MOD(WS-ACCUM-1 * 131
               + WS-ACCUM-2 + WS-ROUND, WS-MODULUS-1).
           COMPUTE WS-ACCUM-2 = FUNCTION MOD(WS-ACCUM-2 * 257
               + WS-ACCUM-1 + WS-ROUND, WS-MODULUS-2).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-NEW-PASSWORD - THE FIRST RULE BROKEN REFUSES THE
      * PASSWORD AND NAMES THE RULE IN PW-REASON.
      *----------------------------------------------------------------
       3000-CHECK-NEW-PASSWORD.
           MOVE 'N' TO PW-RESULT-SW.

           IF PW-PASSWORD = SPACES
               MOVE "PASSWORD IS REQUIRED" TO PW-REASON
               MOVE "BLANK"                TO PW-REASON-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PW-PASSWORD TRAILING))
               TO WS-PWD-LENGTH.

           MOVE ZERO TO WS-LETTER-COUNT
                        WS-DIGIT-COUNT
                        WS-SPACE-COUNT.
           PERFORM 3100-CLASS-ONE-CHAR THRU 3100-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-PWD-LENGTH.

           IF WS-PWD-LENGTH < PW-MIN-LENGTH
               STRING "AT LEAST " DELIMITED BY SIZE
                      PW-MIN-LENGTH DELIMITED BY SIZE
                      " CHARACTERS ARE REQUIRED" DELIMITED BY SIZE
                   INTO PW-REASON
               MOVE "TOO SHORT" TO PW-REASON-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-SPACE-COUNT > ZERO
               MOVE "SPACES ARE NOT ALLOWED" TO PW-REASON
               MOVE "HAS SPACES"             TO PW-REASON-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-LETTER-COUNT = ZERO OR WS-DIGIT-COUNT = ZERO
               MOVE "A LETTER AND A DIGIT ARE BOTH REQUIRED"
                 TO PW-REASON
               MOVE "COMPOSITN" TO PW-REASON-CODE
               GO TO 3000-EXIT
           END-IF.

           IF PW-OPERATOR-ID NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(PW-OPERATOR-ID
                   TRAILING)) TO WS-ID-LENGTH
               MOVE ZERO TO WS-ID-COUNT
               INSPECT FUNCTION UPPER-CASE(PW-PASSWORD)
                   TALLYING WS-ID-COUNT
                   FOR ALL PW-OPERATOR-ID(1:WS-ID-LENGTH)
               IF WS-ID-COUNT > ZERO
                   MOVE "MAY NOT CONTAIN THE OPERATOR ID"
                     TO PW-REASON
                   MOVE "HAS ID" TO PW-REASON-CODE
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           IF PW-HASH = PW-CURRENT-HASH
               MOVE "SAME AS A RECENT PASSWORD" TO PW-REASON
               MOVE "REUSED"                    TO PW-REASON-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-CHECK-ONE-PREVIOUS THRU 3200-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX >= PW-HISTORY-COUNT
                  OR PW-REASON NOT = SPACES.
           IF PW-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           MOVE 'Y' TO PW-RESULT-SW.
       3000-EXIT.
           EXIT.

       3100-CLASS-ONE-CHAR.
           MOVE PW-PASSWORD(WS-CHAR-IDX:1) TO WS-PWD-CHAR.
           EVALUATE TRUE
               WHEN WS-PWD-CHAR = SPACE
                   ADD 1 TO WS-SPACE-COUNT
               WHEN WS-PWD-CHAR IS NUMERIC
                   ADD 1 TO WS-DIGIT-COUNT
               WHEN WS-PWD-CHAR IS ALPHABETIC
                   ADD 1 TO WS-LETTER-COUNT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-ONE-PREVIOUS - THE CURRENT PASSWORD IS THE FIRST
      * OF THE LATEST PW-HISTORY-COUNT, SO ONE FEWER OF THE EARLIER
      * ONES ARE CHECKED.
      *----------------------------------------------------------------
       3200-CHECK-ONE-PREVIOUS.
           IF PW-PREV-HASH(WS-HIST-IDX) NOT = SPACES
              AND PW-PREV-HASH(WS-HIST-IDX) = PW-HASH
               MOVE "SAME AS A RECENT PASSWORD" TO PW-REASON
               MOVE "REUSED"                    TO PW-REASON-CODE
           END-IF.
       3200-EXIT.
           EXIT.
