       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REVIEW.
       AUTHOR. R-DSOUZA.
       INSTALLATION. LOAN-SERVICING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 2026-10-15 RSD  FIRST VERSION.  SECURITY'S REMEDIATION
      *                 TRACKING OF THE SEGREGATION-OF-DUTIES FINDINGS
      *                 SOD-ANALYSIS KEEPS ON SODFIND, IN THE
      *                 SANCTIONS-REVIEW MOLD: THE OFFICER SIGNS ON
      *                 AGAINST THE OPERATOR MASTER AND MUST CARRY THE
      *                 ADMIN AUTHORITY, THEN WORKS EACH OPEN OR
      *                 IN-REMEDIATION FINDING - IN REMEDIATION,
      *                 REMEDIATED, OR RISK ACCEPTED (WHICH NEEDS A
      *                 NOTE).  AN OFFICER MAY NOT DISPOSE OF A FINDING
      *                 ABOUT THEMSELVES.  EVERY DECISION GOES TO THE
      *                 SHARED SYSAUDIT LOG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER     ASSIGN TO OPERMSTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT SOD-FINDINGS    ASSIGN TO SODFIND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIND-FILE-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO SYSAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BUS-DATE-CTL    ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER
           RECORDING MODE IS F.
       COPY OPERMSTR.

       FD  SOD-FINDINGS
           RECORDING MODE IS F.
       COPY SODFIND.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       COPY AUDITLOG.

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
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 OPERATOR-IS-DONE           VALUE 'Y'.
           05 WS-OPER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-OPERATORS           VALUE 'Y'.
           05 WS-FIND-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-FINDINGS            VALUE 'Y'.
           05 WS-SIGNON-SW         PIC X(01) VALUE 'N'.
              88 SIGN-ON-IS-GOOD            VALUE 'Y'.

       01  WS-OPER-FILE-STATUS     PIC X(02).
           88 OPER-FILE-NOT-FOUND          VALUE '35'.
       01  WS-FIND-FILE-STATUS     PIC X(02).
           88 FIND-FILE-NOT-FOUND          VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
           88 AUDIT-FILE-NOT-FOUND         VALUE '35'.

      *----------------------------------------------------------------
      * SIGN-ON WORK AREA - THE OFFICER MUST CARRY THE ADMIN
      * AUTHORITY ON THE OPERATOR MASTER.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID          PIC X(08).
       01  WS-PASSWORD-ENTRY       PIC X(16).

      *----------------------------------------------------------------
      * PASSWORD HASHING - SEE PWDCHKRQ.CPY.
      *----------------------------------------------------------------
       COPY PWDCHKRQ.

      *----------------------------------------------------------------
      * FINDINGS TABLE - LOADED WHOLE, WORKED IN STORAGE, REWRITTEN
      * AT CLOSE, LIKE THE OTHER DAYTIME QUEUE UTILITIES.
      *----------------------------------------------------------------
       01  WS-FIND-TABLE-COUNT     PIC 9(04) VALUE 0.
       01  WS-FIND-TABLE-MAX       PIC 9(04) VALUE 3000.
       01  FINDING-TABLE.
           05 FE-ENTRY             PIC X(139) OCCURS 3000 TIMES.
       01  WS-FIND-SUB             PIC 9(04) COMP.
       01  WS-UNRESOLVED-COUNT     PIC 9(04) VALUE 0.
       01  WS-ACTION-ENTRY         PIC X(01).
       01  WS-NOTE-ENTRY           PIC X(30).
       01  WS-AUDIT-ACTION         PIC X(10).

      *----------------------------------------------------------------
      * RUN-TIME STAMP FIELDS FOR THE AUDIT RECORD.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-RAW     PIC 9(08).
       01  WS-RUN-TIME-RAW     PIC 9(06).
       01  WS-RUN-DATE-FMT.
           05 WS-RDF-YYYY      PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-RDF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-RDF-DD        PIC 9(02).
       01  WS-RUN-TIME-FMT.
           05 WS-RTF-HH        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-MM        PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-RTF-SS        PIC 9(02).

       01  ITEM-DETAIL-1.
           05 ID-KIND               PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ID-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ID-RULE-ID            PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ID-SIDE               PIC X(01).
           05 ID-ITEM-KEY           PIC X(06).
           05 FILLER                PIC X(07) VALUE " FOUND ".
           05 ID-FIRST-FOUND        PIC 9(08).
           05 FILLER                PIC X(06) VALUE " LAST ".
           05 ID-LAST-FOUND         PIC 9(08).
           05 FILLER                PIC X(08) VALUE " STATUS ".
           05 ID-STATUS             PIC X(01).

       01  ITEM-DETAIL-2.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ID-DETAIL             PIC X(40).
           05 FILLER                PIC X(09) VALUE " ENTERED ".
           05 ID-ENTRY-DATE         PIC 9(08).
           05 FILLER                PIC X(07) VALUE " ACTED ".
           05 ID-ITEM-DATE          PIC 9(08).

       01  ITEM-DETAIL-3.
           05 FILLER                PIC X(08) VALUE "  NOTE  ".
           05 ID-NOTE               PIC X(30).
           05 FILLER                PIC X(04) VALUE " BY ".
           05 ID-STATUS-BY          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ID-STATUS-DATE        PIC 9(08).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0200-SIGN-ON THRU 0200-EXIT.
           IF NOT SIGN-ON-IS-GOOD
               GOBACK
           END-IF.

           PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
           PERFORM 2000-REVIEW-ONE   THRU 2000-EXIT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-FIND-TABLE-COUNT
                  OR OPERATOR-IS-DONE.
           PERFORM 9000-TERMINATE    THRU 9000-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * 0200-SIGN-ON - THE OFFICER MUST BE ON THE OPERATOR MASTER,
      * ACTIVE, WITH A MATCHING PASSWORD AND THE ADMIN AUTHORITY.
      *----------------------------------------------------------------
       0200-SIGN-ON.
           DISPLAY "SEGREGATION-OF-DUTIES REVIEW SIGN-ON".
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PASSWORD: ".
           MOVE SPACES TO WS-PASSWORD-ENTRY.
           ACCEPT WS-PASSWORD-ENTRY.
           MOVE 'H'               TO PW-FUNCTION.
           MOVE WS-OPERATOR-ID    TO PW-OPERATOR-ID.
           MOVE WS-PASSWORD-ENTRY TO PW-PASSWORD.
           CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST.
           MOVE SPACES TO WS-PASSWORD-ENTRY
                          PW-PASSWORD.

           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-NOT-FOUND
               DISPLAY "NO OPERATOR MASTER ON FILE - REVIEW REFUSED"
               GO TO 0200-EXIT
           END-IF.

           PERFORM 0250-CHECK-ONE-OPERATOR THRU 0250-EXIT
               UNTIL SIGN-ON-IS-GOOD
                  OR END-OF-OPERATORS.
           CLOSE OPER-MASTER.

           IF NOT SIGN-ON-IS-GOOD
               DISPLAY "SIGN-ON REFUSED - NO REVIEW AUTHORITY"
           END-IF.
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0250-CHECK-ONE-OPERATOR
      *----------------------------------------------------------------
       0250-CHECK-ONE-OPERATOR.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OPER-EOF-SW
               NOT AT END
                   IF OM-OPERATOR-ID = WS-OPERATOR-ID
                      AND OM-PASSWORD-HASH = PW-HASH
                      AND OM-IS-ACTIVE
                      AND OM-IS-ADMIN
                       SET SIGN-ON-IS-GOOD TO TRUE
                   END-IF
           END-READ.
       0250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RDF-YYYY.
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RDF-MM.
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RDF-DD.
           PERFORM 1040-SET-BUSINESS-DATE THRU 1040-EXIT.

           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.

           OPEN INPUT SOD-FINDINGS.
           IF FIND-FILE-NOT-FOUND
               DISPLAY "NO SEGREGATION-OF-DUTIES FINDINGS ON FILE"
               SET OPERATOR-IS-DONE TO TRUE
               MOVE 'Y' TO WS-FIND-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-FINDING THRU 1100-EXIT
               UNTIL END-OF-FINDINGS.
           CLOSE SOD-FINDINGS.

           IF WS-UNRESOLVED-COUNT = ZERO
               DISPLAY "NO UNRESOLVED SEGREGATION-OF-DUTIES FINDINGS"
               SET OPERATOR-IS-DONE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1040-SET-BUSINESS-DATE - READS THE BUSDATE CONTROL RECORD,
      * FALLING BACK TO THE SYSTEM DATE WHEN THE FILE IS MISSING OR
      * EMPTY.
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
       1040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-FINDING - A FILE PAST THE TABLE LIMIT WOULD BE
      * REWRITTEN SHORT AT CLOSE, LOSING THE FINDINGS THAT DID NOT
      * FIT, SO THE SESSION STOPS BEFORE ANY DECISION IS TAKEN.
      *----------------------------------------------------------------
       1100-LOAD-ONE-FINDING.
           READ SOD-FINDINGS
               AT END
                   MOVE 'Y' TO WS-FIND-EOF-SW
               NOT AT END
                   IF WS-FIND-TABLE-COUNT < WS-FIND-TABLE-MAX
                       ADD 1 TO WS-FIND-TABLE-COUNT
                       MOVE SOD-FINDING-REC
                           TO FE-ENTRY(WS-FIND-TABLE-COUNT)
                       IF SF-IS-UNRESOLVED
                           ADD 1 TO WS-UNRESOLVED-COUNT
                       END-IF
                   ELSE
                       DISPLAY "SOD FINDINGS TABLE FULL - RAISE "
                               "THE LIMIT - REVIEW REFUSED"
                       CLOSE SOD-FINDINGS
                             AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REVIEW-ONE - ONE UNRESOLVED FINDING: SHOW IT, TAKE THE
      * DECISION, AND RECORD IT.  X LEAVES IT AS IT IS, 9 ENDS THE
      * SESSION.
      *----------------------------------------------------------------
       2000-REVIEW-ONE.
           MOVE FE-ENTRY(WS-FIND-SUB) TO SOD-FINDING-REC.
           IF NOT SF-IS-UNRESOLVED
               GO TO 2000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SF-IS-PERM-CONFLICT
                   MOVE "PERMISSION" TO ID-KIND
               WHEN SF-IS-SELF-APPROVAL
                   MOVE "SELF-APPRV" TO ID-KIND
               WHEN OTHER
                   MOVE "SELF-REPR"  TO ID-KIND
           END-EVALUATE.
           MOVE SF-OPERATOR-ID  TO ID-OPERATOR-ID.
           MOVE SF-RULE-ID      TO ID-RULE-ID.
           MOVE SF-SIDE         TO ID-SIDE.
           MOVE SF-ITEM-KEY     TO ID-ITEM-KEY.
           MOVE SF-FIRST-FOUND  TO ID-FIRST-FOUND.
           MOVE SF-LAST-FOUND   TO ID-LAST-FOUND.
           MOVE SF-STATUS       TO ID-STATUS.
           MOVE SF-DETAIL       TO ID-DETAIL.
           MOVE SF-ENTRY-DATE   TO ID-ENTRY-DATE.
           MOVE SF-ITEM-DATE    TO ID-ITEM-DATE.
           MOVE SF-NOTE         TO ID-NOTE.
           MOVE SF-STATUS-BY    TO ID-STATUS-BY.
           MOVE SF-STATUS-DATE  TO ID-STATUS-DATE.
           DISPLAY ITEM-DETAIL-1.
           DISPLAY ITEM-DETAIL-2.
           DISPLAY ITEM-DETAIL-3.

           IF SF-OPERATOR-ID = WS-OPERATOR-ID
               DISPLAY "FINDING IS ABOUT YOU - ANOTHER OFFICER MUST "
                       "DISPOSE OF IT"
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "I IN REMEDIATION, R REMEDIATED, A ACCEPT RISK, "
                   "X TO SKIP, 9 TO END: ".
           ACCEPT WS-ACTION-ENTRY.

           EVALUATE WS-ACTION-ENTRY
               WHEN 'I'
               WHEN 'i'
                   PERFORM 3000-TAKE-NOTE THRU 3000-EXIT
                   SET SF-IN-REMEDIATION TO TRUE
                   MOVE "SOD INPROG" TO WS-AUDIT-ACTION
                   PERFORM 4000-RECORD-DECISION THRU 4000-EXIT
                   DISPLAY "FINDING MARKED IN REMEDIATION"
               WHEN 'R'
               WHEN 'r'
                   PERFORM 3000-TAKE-NOTE THRU 3000-EXIT
                   SET SF-IS-REMEDIATED TO TRUE
                   MOVE "SOD REMED" TO WS-AUDIT-ACTION
                   PERFORM 4000-RECORD-DECISION THRU 4000-EXIT
                   DISPLAY "FINDING MARKED REMEDIATED"
               WHEN 'A'
               WHEN 'a'
                   PERFORM 3000-TAKE-NOTE THRU 3000-EXIT
                   IF WS-NOTE-ENTRY = SPACES
                       DISPLAY "A RISK ACCEPTANCE NEEDS A NOTE - "
                               "FINDING LEFT AS IT WAS"
                   ELSE
                       SET SF-RISK-ACCEPTED TO TRUE
                       MOVE "SOD ACCEPT" TO WS-AUDIT-ACTION
                       PERFORM 4000-RECORD-DECISION THRU 4000-EXIT
                       DISPLAY "RISK ACCEPTED"
                   END-IF
               WHEN '9'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "FINDING LEFT AS IT WAS"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-TAKE-NOTE - WHAT WAS DONE, OR WHY THE RISK IS ACCEPTED.
      *----------------------------------------------------------------
       3000-TAKE-NOTE.
           DISPLAY "NOTE (UP TO 30 CHARACTERS): ".
           MOVE SPACES TO WS-NOTE-ENTRY.
           ACCEPT WS-NOTE-ENTRY.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-RECORD-DECISION - THE NEW STATUS, DATED AND SIGNED, BACK
      * INTO THE TABLE AND ONTO THE SHARED AUDIT LOG UNDER THE
      * OFFICER, WITH THE OPERATOR THE FINDING IS ABOUT IN THE
      * PROGRAM COLUMN.
      *----------------------------------------------------------------
       4000-RECORD-DECISION.
           MOVE WS-BUS-DATE-RAW TO SF-STATUS-DATE.
           MOVE WS-OPERATOR-ID  TO SF-STATUS-BY.
           MOVE WS-NOTE-ENTRY   TO SF-NOTE.
           MOVE SOD-FINDING-REC TO FE-ENTRY(WS-FIND-SUB).

           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE WS-RUN-DATE-FMT      TO AL-RUN-DATE.
           MOVE WS-RUN-TIME-RAW(1:2) TO WS-RTF-HH.
           MOVE WS-RUN-TIME-RAW(3:2) TO WS-RTF-MM.
           MOVE WS-RUN-TIME-RAW(5:2) TO WS-RTF-SS.
           MOVE WS-RUN-TIME-FMT      TO AL-RUN-TIME.
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-ACTION      TO AL-ACTION.
           STRING "SODRVW "          DELIMITED BY SIZE
                  SF-OPERATOR-ID     DELIMITED BY SIZE
               INTO AL-PROGRAM.
           MOVE WS-BUS-DATE-FMT      TO AL-BUS-DATE.
           WRITE AUDIT-LOG-REC.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE - THE WORKED TABLE REPLACES SODFIND, SO EVERY
      * FINDING STAYS ON RECORD WHATEVER ITS STATUS.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FIND-TABLE-COUNT > ZERO
               OPEN OUTPUT SOD-FINDINGS
               PERFORM 9100-WRITE-ONE-FINDING THRU 9100-EXIT
                   VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-FIND-TABLE-COUNT
               CLOSE SOD-FINDINGS
           END-IF.

           CLOSE AUDIT-LOG.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-WRITE-ONE-FINDING
      *----------------------------------------------------------------
       9100-WRITE-ONE-FINDING.
           MOVE FE-ENTRY(WS-FIND-SUB) TO SOD-FINDING-REC.
           WRITE SOD-FINDING-REC.
       9100-EXIT.
           EXIT.
